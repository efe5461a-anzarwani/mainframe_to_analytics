01  FEE-CLAIM-OUT-RECORD.
    05 CO-RECORD-TYPE           PIC X(1).
        88 CO-CLAIM-ITEM        VALUE "D".
        88 CO-CLAIM-TRAILER     VALUE "T".
    05 CO-CLAIM-NUMBER          PIC X(12).
    05 CO-PARTNER-BANK          PIC X(15).
    05 CO-BUSINESS-DATE         PIC X(10).
    05 CO-ITEM-DETAIL.
        10 CO-TXN-ID            PIC X(12).
        10 CO-PAYMENT-MODE      PIC X(10).
        10 CO-AMOUNT-PAID       PIC 9(7)V99.
        10 CO-CAPTURED-FEE      PIC 9(7)V99.
        10 CO-CONTRACT-FEE      PIC 9(7)V99.
        10 CO-CLAIM-AMOUNT      PIC 9(7)V99.
    05 CO-TRAILER-DETAIL REDEFINES CO-ITEM-DETAIL.
        10 CO-ITEM-COUNT        PIC 9(7).
        10 CO-CLAIM-TOTAL       PIC 9(11)V99.
        10 FILLER               PIC X(38).
