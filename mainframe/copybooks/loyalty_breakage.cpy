*> loyalty breakage history (LOYBRKH), one row per month the
*> valuation has run: the chain's points earned, redeemed and
*> expired that month.  Breakage is expired over expired plus
*> redeemed across the months kept.
01  LOYALTY-BREAKAGE-RECORD.
    05 LB-PERIOD-ID             PIC X(7).
    05 LB-EARNED-POINTS         PIC S9(11).
    05 LB-REDEEMED-POINTS       PIC 9(11).
    05 LB-EXPIRED-POINTS        PIC 9(11).
