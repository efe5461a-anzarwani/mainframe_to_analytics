      *> 2026-09-01 DE  Carry RC-CYCLE-NUMBER through the run-control
      *>                re-read/re-write so an intra-day cycle's
      *>                control keeps its cycle for POSCYCON.
      *> 2026-10-15 DE  Seed the new TXNMASTR certificate fields
      *>                (TL-CERT-NUMBER, TL-CERT-AMOUNT) empty.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Log the run as balanced or out of balance only
      *>                when the run-control proof actually ran - an
      *>                abend ahead of the proof logs no balance.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSDTVAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-LOADED-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS         PIC X(2).
           88 WS-POS-OK               VALUE "00".

       01  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE "N".
           88 WS-OUT-OF-BALANCE        VALUE "Y".
       01  WS-PROOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-PROOF-DONE            VALUE "Y".

       01  WS-CTL-FEED-DATE            PIC X(10) VALUE SPACES.
       01  WS-CTL-CYCLE                PIC 9(02) VALUE 1.
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
           PERFORM 2000-PROCESS-RECORDS THRU 2000-PROCESS-RECORDS-EXIT
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSDTVAL: UNABLE TO OPEN POSLOADD - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
                   MOVE SPACES           TO TL-REFUND-ID
                   MOVE SPACES           TO TL-EXTRACT-BANK
                   MOVE SPACES           TO TL-EXTRACT-DATE
                   MOVE SPACES           TO TL-CERT-NUMBER
                   MOVE ZERO             TO TL-CERT-AMOUNT
                   WRITE TXN-LIFECYCLE-RECORD
               NOT INVALID KEY
                   MOVE "SUSPENDED"    TO TL-LIFECYCLE-STATUS
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSDTVAL: NO RUNCTL ON FILE - BALANCING SKIPPED"
           ELSE
               SET WS-PROOF-DONE TO TRUE
               IF WS-RECORDS-READ NOT = WS-CTL-EXPECTED-COUNT
                       OR WS-AMOUNT-HASH NOT = WS-CTL-EXPECTED-HASH
                   SET WS-OUT-OF-BALANCE TO TRUE
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
           MOVE "POSDTVAL" TO RL-PROGRAM-ID
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
           COMPUTE RL-RECORDS-WRITTEN =
               WS-RECORDS-VALID
               + WS-RECORDS-SUSPENSE
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
           CLOSE POS-LOADED-FILE
           CLOSE POS-VALID-FILE
