    05 GJ-RECORD-TYPE           PIC X(1).
        88 GJ-JOURNAL-LINE      VALUE "J".
        88 GJ-TRAILER           VALUE "T".
        88 GJ-ADJUSTMENT-LINE   VALUE "A".
    05 GJ-BUSINESS-DATE         PIC X(10).
    05 GJ-JOURNAL-DETAIL.
        10 GJ-ACCOUNT-NUMBER    PIC X(8).
        10 GJ-TOTAL-DEBITS      PIC 9(13)V99.
        10 GJ-TOTAL-CREDITS     PIC 9(13)V99.
        10 FILLER               PIC X(9).
*> prior-period adjustment lines (type A) carry the TXN-DATE the
*> sales belong to; GJ-BUSINESS-DATE is the date they post under,
*> which is the original date unless that period is already closed,
*> in which case it is the current business date and the line is
*> flagged for finance sign-off.  Blank on J and T records.
    05 GJ-ADJUSTMENT-DETAIL.
        10 GJ-ORIGINAL-DATE     PIC X(10).
        10 GJ-SIGNOFF-FLAG      PIC X(1).
            88 GJ-SIGNOFF-REQUIRED VALUE "Y".
