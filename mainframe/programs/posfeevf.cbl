      *> skipped, the same filter POSBANKS applies before a
      *> transaction is released to a bank extract.
      *>
      *> Every exception is also written to the FEEVARNC variance
      *> file in machine-readable form; POSFECLM raises recovery
      *> claims to the banks from it.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-09-01.
      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Write every exception to the FEEVARNC
      *>                variance file so POSFECLM can raise recovery
      *>                claims on overcharges.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Log the run as balanced or out of balance only
      *>                when the run-control proof actually ran - an
      *>                abend ahead of the proof logs no balance.
      *> 2026-10-15 DE  Abend RC 16 when FEEVARNC cannot be opened
      *>                rather than run on and lose every exception.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFEEVF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FEE-VARIANCE-FILE ASSIGN TO "FEEVARNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-MASTER-FILE
           RECORDING MODE IS F.
       01  FEE-VERIFY-RPT-RECORD      PIC X(132).

       FD  FEE-VARIANCE-FILE
           RECORDING MODE IS F.
           COPY "fee_variance.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS         PIC X(2).
           88 WS-POS-OK               VALUE "00".
           88 WS-TOL-OK               VALUE "00".

       01  WS-RPT-FILE-STATUS         PIC X(2).
       01  WS-VAR-FILE-STATUS         PIC X(2).
           88 WS-VAR-OK               VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88 WS-EOF                  VALUE "Y".

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
           PERFORM 2000-VERIFY-AND-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
                   WS-FEE-FILE-STATUS
                   " - NOTHING TO VERIFY AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-FEE-SCHEDULE
               DISPLAY "POSFEEVF: FEESCHED IS EMPTY - NOTHING TO "
                   "VERIFY AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

               DISPLAY "POSFEEVF: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT FEE-VARIANCE-FILE
           IF NOT WS-VAR-OK
               DISPLAY "POSFEEVF: UNABLE TO OPEN FEEVARNC - STATUS "
                   WS-VAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
               DISPLAY "POSFEEVF: MORE THAN 500 FEESCHED ROWS"
                   " - WS-FEE-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
               OUTPUT PROCEDURE IS 2500-CONSUME-SORT-OUTPUT
                   THRU 2500-CONSUME-SORT-OUTPUT-EXIT
           CLOSE POS-MASTER-FILE
           CLOSE FEE-VARIANCE-FILE
           .

       2100-BUILD-SORT-INPUT.
               MOVE ZERO TO WS-EXPECTED-FEE
               MOVE ZERO TO WS-VARIANCE-AMT
               MOVE "NO FEE SCHEDULE" TO WS-DL-NOTE
               SET FV-NO-SCHEDULE TO TRUE
               PERFORM 2400-RELEASE-EXCEPTION
           ELSE
               COMPUTE WS-EXPECTED-FEE ROUNDED =
                   FUNCTION ABS(WS-VARIANCE-AMT)
               IF WS-ABS-VARIANCE > WS-FEE-TOLERANCE
                   MOVE SPACES TO WS-DL-NOTE
                   SET FV-OFF-RATE TO TRUE
                   PERFORM 2400-RELEASE-EXCEPTION
               END-IF
           END-IF
                   DISPLAY "POSFEEVF: MORE THAN 50 PARTNER BANKS"
                       " - WS-BANK-TOTAL-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-BANK-TOTAL-COUNT
           MOVE WS-VARIANCE-AMT TO WS-DL-VARIANCE
           MOVE WS-DETAIL-LINE  TO SW-DETAIL
           RELEASE SORT-WORK-RECORD
           PERFORM 2450-WRITE-VARIANCE-RECORD
           .

      *> ----------------------------------------------------------
      *> 2450-WRITE-VARIANCE-RECORD - the exception in claimable
      *> form; a transaction with no schedule row has no contract
      *> fee at all, so its whole captured fee is the variance
      *> ----------------------------------------------------------
       2450-WRITE-VARIANCE-RECORD.
           MOVE MT-PARTNER-BANK TO FV-PARTNER-BANK
           MOVE MT-TXN-ID       TO FV-TXN-ID
           MOVE MT-TXN-DATE     TO FV-BUSINESS-DATE
           MOVE MT-PAYMENT-MODE TO FV-PAYMENT-MODE
           MOVE MT-AMOUNT-PAID  TO FV-AMOUNT-PAID
           MOVE MT-BANK-PAYABLE TO FV-CAPTURED-FEE
           MOVE WS-EXPECTED-FEE TO FV-CONTRACT-FEE
           IF FV-NO-SCHEDULE
               MOVE MT-BANK-PAYABLE TO FV-VARIANCE-AMT
           ELSE
               MOVE WS-VARIANCE-AMT TO FV-VARIANCE-AMT
           END-IF
           WRITE FEE-VARIANCE-RECORD
           .

      *> ----------------------------------------------------------
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSFEEVF: NO RUNCTL ON FILE - BALANCING SKIPPED"
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
           MOVE "POSFEEVF" TO RL-PROGRAM-ID
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
           MOVE WS-EXCEPTIONS-FOUND TO RL-RECORDS-WRITTEN
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
           DISPLAY "POSFEEVF: RECORDS READ      = " WS-RECORDS-READ
           DISPLAY "POSFEEVF: RECORDS VERIFIED  = " WS-RECORDS-VERIFIED
