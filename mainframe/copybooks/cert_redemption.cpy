01  CERT-REDEMPTION-RECORD.
*> one row per reward certificate tendered at a till, as the
*> stores send it: the certificate number keyed or scanned, the
*> sale it was applied to and the amount taken off that sale
    05 CX-CERT-NUMBER           PIC X(12).
    05 CX-TXN-ID                PIC X(12).
    05 CX-STORE-ID              PIC X(6).
    05 CX-AMOUNT-APPLIED        PIC 9(5)V99.
