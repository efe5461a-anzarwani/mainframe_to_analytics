01  FEE-VARIANCE-RECORD.
    05 FV-PARTNER-BANK          PIC X(15).
    05 FV-TXN-ID                PIC X(12).
    05 FV-BUSINESS-DATE         PIC X(10).
    05 FV-PAYMENT-MODE          PIC X(10).
    05 FV-AMOUNT-PAID           PIC 9(7)V99.
    05 FV-CAPTURED-FEE          PIC 9(7)V99.
    05 FV-CONTRACT-FEE          PIC 9(7)V99.
*> captured less contract: positive is an overcharge the bank owes
*> back, negative an undercharge.  A transaction with no fee
*> schedule row at all carries the whole captured fee as variance.
    05 FV-VARIANCE-AMT          PIC S9(7)V99.
    05 FV-VARIANCE-TYPE         PIC X(1).
        88 FV-OFF-RATE          VALUE "R".
        88 FV-NO-SCHEDULE       VALUE "N".
