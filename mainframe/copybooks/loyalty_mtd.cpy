*> loyalty points movement month to date (LOYMTD), one row per
*> ledger customer, carried night to night by POSLREDM and reset
*> when the business month turns.  The month-end valuation rolls
*> the points liability forward from these figures.
01  LOYALTY-MTD-RECORD.
    05 LM-CUST-ID               PIC X(10).
    05 LM-PERIOD-ID             PIC X(7).
    05 LM-EARNED-POINTS         PIC S9(9).
    05 LM-REDEEMED-POINTS       PIC 9(9).
    05 LM-EXPIRED-POINTS        PIC 9(9).
