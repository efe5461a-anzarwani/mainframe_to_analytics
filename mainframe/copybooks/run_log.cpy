01  RUN-LOG-RECORD.
*> one standard step-status record per job step, appended to the
*> shared run log (RUNLOG) on every way out of the step; the
*> morning batch health report (POSBHLTH) reads it back and
*> carries it on the run-log history (RUNHIST1/RUNHIST2)
    05 RL-PROGRAM-ID            PIC X(8).
    05 RL-BUSINESS-DATE         PIC X(10).
*> intra-day cycle off RUNCTL: 01 upward for the per-cycle front
*> of the chain, 00 for the whole-day steps after POSCYCON
    05 RL-CYCLE-NUMBER          PIC 9(2).
*> start and end stamps CCYYMMDD HHMMSScc from the machine clock
    05 RL-START-STAMP.
        10 RL-START-DATE        PIC X(8).
        10 RL-START-TIME        PIC X(8).
    05 RL-END-STAMP.
        10 RL-END-DATE          PIC X(8).
        10 RL-END-TIME          PIC X(8).
    05 RL-RETURN-CODE           PIC 9(4).
    05 RL-RECORDS-READ          PIC 9(9).
    05 RL-RECORDS-WRITTEN       PIC 9(9).
*> Y balanced to RUNCTL, N out of balance, - the step keeps no
*> RUNCTL proof or ended before it reached one
    05 RL-BALANCE-FLAG          PIC X(1).
        88 RL-BALANCED          VALUE "Y".
        88 RL-OUT-OF-BALANCE    VALUE "N".
        88 RL-NOT-BALANCED      VALUE "-".
