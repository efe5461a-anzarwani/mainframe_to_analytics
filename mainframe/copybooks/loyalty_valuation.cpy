*> loyalty liability valuation (LOYVAL), written by the month-end
*> valuation: one row per tier and a total row (tier name
*> "*TOTAL*") carrying the liability booked to the ledger.  Next
*> month's valuation trues up from the total row.
01  LOYALTY-VALUATION-RECORD.
    05 LV-PERIOD-ID             PIC X(7).
    05 LV-VALUATION-DATE        PIC X(10).
    05 LV-TIER-NAME             PIC X(10).
        88 LV-TOTAL-ROW         VALUE "*TOTAL*".
    05 LV-POINTS-BALANCE        PIC 9(11).
    05 LV-POINTS-VALUE          PIC 9(11)V99.
    05 LV-CERT-VALUE            PIC 9(11)V99.
    05 LV-BREAKAGE-AMOUNT       PIC 9(11)V99.
    05 LV-LIABILITY-AMOUNT      PIC 9(11)V99.
