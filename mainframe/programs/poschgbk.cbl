      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCHGBK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FEED-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD         PIC X(120).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DSP-FILE-STATUS          PIC X(2).
           88 WS-DSP-OK                VALUE "00".
               VALUE "OPEN CASES . . . . . . . . . ".
           05 WS-AS-COUNT              PIC ZZZ,ZZ9.

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DISPUTES
               THRU 2000-PROCESS-DISPUTES-EXIT
               THRU 3000-WRITE-NEW-MASTER-EXIT
           PERFORM 4000-PRODUCE-AGING-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSCHGBK: MORE THAN 5000 OPEN DISPUTE CASES"
                   " - WS-CASE-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
           END-IF
           .

      *> ----------------------------------------------------------
      *> 9900-WRITE-STEP-STATUS - append this step's standard status
      *> record to the shared run log for the morning batch health
      *> report; performed on every way out of the job.  Business
      *> date and cycle come off RUNCTL, today's date without one.
      *> ----------------------------------------------------------
       9900-WRITE-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "POSCHGBK" TO RL-PROGRAM-ID
           MOVE ZERO TO RL-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-FEED-DATE TO RL-BUSINESS-DATE
                       IF RC-CYCLE-NUMBER IS NUMERIC
                           MOVE RC-CYCLE-NUMBER TO RL-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RL-BUSINESS-DATE = SPACES
               STRING WS-STEP-START-STAMP(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-STEP-START-STAMP(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-STEP-START-STAMP(7:2) DELIMITED BY SIZE
                   INTO RL-BUSINESS-DATE
           END-IF
           MOVE WS-STEP-START-STAMP(1:16) TO RL-START-STAMP
           MOVE WS-STEP-END-STAMP(1:16)   TO RL-END-STAMP
           MOVE RETURN-CODE TO RL-RETURN-CODE
           COMPUTE RL-RECORDS-READ =
               WS-CASES-CARRIED-IN
               + WS-DISPUTES-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-CASES-CARRIED-OUT
               + WS-DISPUTES-EXCEPTION
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           IF WS-DSP-OPENED
               CLOSE DISPUTE-FEED-FILE
