      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCYCON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(2).
           88 WS-CTL-OK                VALUE "00".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BAL-VERDICT           PIC X(24).

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-CYCLE-CONTROLS
               THRU 2000-SUM-CYCLE-CONTROLS-EXIT
               UNTIL WS-CYM-EOF
           PERFORM 4000-PROVE-AND-RELEASE-CONTROL
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSCYCON: UNABLE TO OPEN CYCCTLS - STATUS "
                   WS-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           OPEN INPUT CYCLE-MASTER-FILE
               DISPLAY "POSCYCON: UNABLE TO OPEN CYCMASTR - STATUS "
                   WS-CYM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT MASTER-POS-FILE
                       " CONTROL CARRIES FEED DATE " RC-FEED-DATE
                       " BUT THE DAY IS " WS-FEED-DATE " - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
           END-IF
               DISPLAY "POSCYCON: CONTROL WITHOUT A CYCLE NUMBER ON "
                   "CYCCTLS - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           IF WS-CYCLE-SEEN(RC-CYCLE-NUMBER) = "Y"
               DISPLAY "POSCYCON: CYCLE " RC-CYCLE-NUMBER
                   " APPEARS TWICE ON CYCCTLS - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           MOVE "Y" TO WS-CYCLE-SEEN(RC-CYCLE-NUMBER)
           CLOSE BALANCE-RPT-FILE
           .

      *> ----------------------------------------------------------
      *> 9900-WRITE-STEP-STATUS - append this step's standard status
      *> record to the shared run log for the morning batch health
      *> report; performed on every way out of the job
      *> ----------------------------------------------------------
       9900-WRITE-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "POSCYCON" TO RL-PROGRAM-ID
           MOVE WS-FEED-DATE TO RL-BUSINESS-DATE
           MOVE ZERO TO RL-CYCLE-NUMBER
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
           MOVE WS-RECORDS-MERGED TO RL-RECORDS-READ
           MOVE WS-RECORDS-MERGED TO RL-RECORDS-WRITTEN
           IF WS-OUT-OF-BALANCE
               SET RL-OUT-OF-BALANCE TO TRUE
           ELSE
               IF RETURN-CODE = ZERO
                   SET RL-BALANCED TO TRUE
               ELSE
                   SET RL-NOT-BALANCED TO TRUE
               END-IF
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           CLOSE CYCLE-CONTROL-FILE
           CLOSE CYCLE-MASTER-FILE
