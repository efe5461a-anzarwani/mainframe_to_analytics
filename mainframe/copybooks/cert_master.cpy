01  CERT-MASTER-RECORD.
*> one row per reward certificate, carried CERTMST1 -> CERTMST2 by
*> POSCERTM from issue until it has been redeemed or expired for
*> the retention period.  The redemption fields are filled when a
*> till redemption is matched; CM-STATUS-DATE is the business date
*> the certificate was issued, redeemed or expired.
    05 CM-CERT-NUMBER           PIC X(12).
    05 CM-CUST-ID               PIC X(10).
    05 CM-TIER-NAME             PIC X(10).
    05 CM-CERT-VALUE            PIC 9(5)V99.
    05 CM-ISSUE-DATE            PIC X(10).
    05 CM-EXPIRY-DATE           PIC X(10).
    05 CM-CERT-STATUS           PIC X(10).
        88 CM-CERT-ISSUED       VALUE "ISSUED".
        88 CM-CERT-REDEEMED     VALUE "REDEEMED".
        88 CM-CERT-EXPIRED      VALUE "EXPIRED".
    05 CM-STATUS-DATE           PIC X(10).
    05 CM-REDEEM-TXN-ID         PIC X(12).
    05 CM-REDEEM-STORE-ID       PIC X(6).
    05 CM-AMOUNT-APPLIED        PIC 9(5)V99.
