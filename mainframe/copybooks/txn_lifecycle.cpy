    05 TL-REFUND-ID             PIC X(12).
    05 TL-EXTRACT-BANK          PIC X(15).
    05 TL-EXTRACT-DATE          PIC X(10).
*> a reward certificate tendered against the sale, set by POSCERTM
*> when the till redemption matches its certificate; blank/zero
*> when none was applied
    05 TL-CERT-NUMBER           PIC X(12).
    05 TL-CERT-AMOUNT           PIC 9(5)V99.
