01  REWARD-CERTIFICATE-RECORD.
*> RW-CERT-NUMBER is assigned by POSLTIER at issue: the RUNCTL
*> business date CCYYMMDD followed by a four-digit sequence within
*> the run
    05 RW-CERT-NUMBER           PIC X(12).
    05 RW-CUST-ID               PIC X(10).
    05 RW-TIER-NAME             PIC X(10).
    05 RW-CERT-VALUE            PIC 9(5)V99.
