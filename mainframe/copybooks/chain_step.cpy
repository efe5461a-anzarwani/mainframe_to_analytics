01  CHAIN-STEP-RECORD.
*> one row per job step of the nightly chain on the CHAINPRM
*> parameter file, in the order the steps are meant to run
    05 CS-STEP-SEQUENCE         PIC 9(3).
    05 CS-PROGRAM-ID            PIC X(8).
*> C runs once per intra-day cycle - the front of the chain,
*> POSRCTL, POSLOAD, POSDTVAL through POSSTREN; D runs once for
*> the whole day and logs cycle 00 - POSCYCON, which merges the
*> cycles, and every step after it.  A run of a C step that logs
*> cycle 00 is taken as a whole-day run.
    05 CS-STEP-SCOPE            PIC X(1).
        88 CS-PER-CYCLE         VALUE "C".
        88 CS-WHOLE-DAY         VALUE "D".
*> elapsed minutes the step is allowed inside the batch window
    05 CS-SLA-MINUTES           PIC 9(4).
*> Y the step must run every night, N it runs only on some
*> nights (month-end valuation, a bank holiday file)
    05 CS-REQUIRED-FLAG         PIC X(1).
        88 CS-STEP-REQUIRED     VALUE "Y".
*> the file the step releases outside the building (BANKOUT,
*> GLEXTRCT, FEECLAIM ...), spaces when it releases nothing
    05 CS-RELEASED-OUTPUT       PIC X(8).
