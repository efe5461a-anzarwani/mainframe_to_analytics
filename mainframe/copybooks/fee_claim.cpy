01  FEE-CLAIM-RECORD.
*> claim number is the business date the overcharge was captured
*> on plus a sequence within that date, one per partner bank -
*> e.g. 20261015-002
    05 FC-CLAIM-NUMBER          PIC X(12).
    05 FC-PARTNER-BANK          PIC X(15).
    05 FC-BUSINESS-DATE         PIC X(10).
    05 FC-TXN-ID                PIC X(12).
    05 FC-PAYMENT-MODE          PIC X(10).
    05 FC-CAPTURED-FEE          PIC 9(7)V99.
    05 FC-CONTRACT-FEE          PIC 9(7)V99.
    05 FC-CLAIM-AMOUNT          PIC 9(7)V99.
    05 FC-RECOVERED-AMOUNT      PIC 9(7)V99.
    05 FC-DENIED-AMOUNT         PIC 9(7)V99.
    05 FC-CLAIM-STATUS          PIC X(10).
        88 FC-CLAIM-OPEN        VALUE "OPEN".
        88 FC-CLAIM-CREDITED    VALUE "CREDITED".
        88 FC-CLAIM-PARTIAL     VALUE "PARTIAL".
        88 FC-CLAIM-DENIED      VALUE "DENIED".
    05 FC-CLAIM-DATE            PIC X(10).
*> business date of the run that applied the bank's answer - the
*> month the item is reported resolved in and retired after
    05 FC-RESOLVED-DATE         PIC X(10).
    05 FC-REASON-TEXT           PIC X(40).
*> the date the bank put on its answer, kept for the record only
    05 FC-RESPONSE-DATE         PIC X(10).
