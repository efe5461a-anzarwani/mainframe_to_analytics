01  FEE-CLAIM-RESPONSE-RECORD.
    05 CR-PARTNER-BANK          PIC X(15).
    05 CR-CLAIM-NUMBER          PIC X(12).
*> a blank TXN-ID answers every open item on the claim at once
    05 CR-TXN-ID                PIC X(12).
    05 CR-RESPONSE-DATE         PIC X(10).
    05 CR-RESPONSE-STATUS       PIC X(10).
        88 CR-CREDITED          VALUE "CREDITED".
        88 CR-DENIED            VALUE "DENIED".
*> amount the bank credited back on an item answer; zero on a
*> CREDITED answer means the item was credited in full
    05 CR-CREDIT-AMOUNT         PIC 9(7)V99.
    05 CR-REASON-TEXT           PIC X(40).
