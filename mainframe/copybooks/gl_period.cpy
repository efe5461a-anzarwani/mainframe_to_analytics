*> finance period control (GLPERIOD) - one row per accounting
*> period (CCYY-MM) finance has opened or closed.  A period with no
*> row, or a blank status, is open.  Once finance closes a period
*> nothing may post into it: a late adjustment dated in a closed
*> period posts to the current open period for finance sign-off.
01  GL-PERIOD-RECORD.
    05 GP-PERIOD-ID             PIC X(7).
    05 GP-PERIOD-STATUS         PIC X(1).
        88 GP-PERIOD-CLOSED     VALUE "C".
        88 GP-PERIOD-OPEN       VALUE "O" " ".
    05 GP-CLOSED-DATE           PIC X(10).
