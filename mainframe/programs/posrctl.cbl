      *>                land several cycle feeds for one business
      *>                date and POSCYCON can prove the merged day
      *>                against the summed cycle controls.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRCTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-DAILY-FILE
       01  CYCLE-PARM-RECORD.
           05 CP-CYCLE-NUMBER          PIC 9(2).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS          PIC X(2).
           88 WS-POS-OK                VALUE "00".
      *> needs no CYCLPARM and runs as cycle 01
       01  WS-CYCLE-NUMBER             PIC 9(2) VALUE 1.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-RECORDS THRU 2000-COUNT-RECORDS-EXIT
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSRCTL: UNABLE TO OPEN POSDAILY - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           OPEN INPUT CYCLE-PARM-FILE
       2000-COUNT-RECORDS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 9900-WRITE-STEP-STATUS - append this step's standard status
      *> record to the shared run log for the morning batch health
      *> report; performed on every way out of the job
      *> ----------------------------------------------------------
       9900-WRITE-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "POSRCTL" TO RL-PROGRAM-ID
           MOVE WS-FEED-DATE    TO RL-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RL-CYCLE-NUMBER
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
           IF RETURN-CODE = ZERO
               MOVE 1 TO RL-RECORDS-WRITTEN
           ELSE
               MOVE ZERO TO RL-RECORDS-WRITTEN
           END-IF
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

      *> ----------------------------------------------------------
      *> 9999-TERMINATE - write the run-control record the rest of
      *> the chain balances against
