      *> 2026-08-21 DE  Balance input reads against the run-control
      *>                record (RUNCTL); out of balance forces
      *>                RETURN-CODE 8 and a balancing report.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Log the run as balanced or out of balance only
      *>                when the run-control proof actually ran - an
      *>                abend ahead of the proof logs no balance.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCUSTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-MASTER-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS           PIC X(2).
           88 WS-POS-OK                 VALUE "00".

       01  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE "N".
           88 WS-OUT-OF-BALANCE        VALUE "Y".
       01  WS-PROOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-PROOF-DONE            VALUE "Y".

       01  WS-CTL-FEED-DATE            PIC X(10) VALUE SPACES.
       01  WS-CTL-EXPECTED-COUNT       PIC 9(09) VALUE ZERO.
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
           PERFORM 2000-PROCESS-DAILY-FEED
               THRU 2000-PROCESS-DAILY-FEED-EXIT
           PERFORM 3000-WRITE-NEW-MASTER
               THRU 3000-WRITE-NEW-MASTER-EXIT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSCUSTL: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           IF WS-OLDM-OK
               DISPLAY "POSCUSTL: MORE THAN 5000 CUSTOMERS ON CUSTLDG1"
                   " - WS-LEDGER-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
               DISPLAY "POSCUSTL: MORE THAN 5000 CUSTOMER ALIASES"
                   " - WS-ALIAS-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSCUSTL: NO RUNCTL ON FILE - BALANCING SKIPPED"
           ELSE
               SET WS-PROOF-DONE TO TRUE
               IF WS-RECORDS-READ NOT = WS-CTL-EXPECTED-COUNT
                       OR WS-AMOUNT-HASH NOT = WS-CTL-EXPECTED-HASH
                   SET WS-OUT-OF-BALANCE TO TRUE
           CLOSE BALANCE-RPT-FILE
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
           MOVE "POSCUSTL" TO RL-PROGRAM-ID
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
           MOVE WS-CUSTOMERS-ON-LEDGER TO RL-RECORDS-WRITTEN
           IF WS-PROOF-DONE
               IF WS-OUT-OF-BALANCE
                   SET RL-OUT-OF-BALANCE TO TRUE
               ELSE
                   SET RL-BALANCED TO TRUE
               END-IF
           ELSE
               SET RL-NOT-BALANCED TO TRUE
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           CLOSE POS-MASTER-FILE
           CLOSE DEDUP-REPORT-FILE
