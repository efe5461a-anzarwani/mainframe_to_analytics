      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFDCMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE
           RECORDING MODE IS F.
       01  COMPLETE-RPT-RECORD         PIC X(100).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SM-FILE-STATUS           PIC X(2).
           88 WS-SM-OK                 VALUE "00".
           05 WS-RS-LABEL              PIC X(30).
           05 WS-RS-COUNT              PIC ZZZ,ZZ9.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-TONIGHTS-FEED
               THRU 2000-COUNT-TONIGHTS-FEED-EXIT
           PERFORM 3000-PRODUCE-REPORT
           PERFORM 4000-CHECK-DARK-REGIONS
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSFDCMP: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
               DISPLAY "POSFDCMP: FEED DATE " WS-FEED-DATE
                   " IS NOT A USABLE DATE - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           COMPUTE WS-ITEM-INTEGER = WS-FEED-INTEGER - 7
               DISPLAY "POSFDCMP: UNABLE TO OPEN STORMSTR - STATUS "
                   WS-SM-FILE-STATUS " - NO ROSTER, NO CHECK"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL WS-SM-EOF
                   DISPLAY "POSFDCMP: MORE THAN 2000 STORES ON "
                       "STORMSTR - WS-ROSTER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-ROSTER-COUNT
                   DISPLAY "POSFDCMP: MORE THAN 50 REGIONS"
                       " - WS-REGION-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-REGION-COUNT
                   DISPLAY "POSFDCMP: MORE THAN 5000 KNOWN TERMINALS"
                       " - WS-TERMINAL-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TERMINAL-COUNT
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
           MOVE "POSFDCMP" TO RL-PROGRAM-ID
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
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           CLOSE POS-MASTER-FILE
           DISPLAY "POSFDCMP: RECORDS READ      = " WS-RECORDS-READ
