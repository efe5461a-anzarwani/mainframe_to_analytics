      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSREFVL - Reference-data validation ahead of enrichment
      *>
      *> PARTNER-BANK, PAYMENT-MODE and CURRENCY-CODE arrive as free
      *> text from the tills.  A misspelled bank or an unknown tender
      *> used to pass straight through to POSMASTR and only surface
      *> days later as an unmatched bank-extract or fee-verification
      *> exception.  This step checks every record on the validated
      *> feed against the reference data in effect on its TXN-DATE:
      *>
      *>   - PAYMENT-MODE against the tender reference (PAYMODES)
      *>   - PARTNER-BANK against the partner-bank master (PARTBANK)
      *>   - the bank/payment-mode pair against the fee contracts
      *>     (FEESCHED), for tenders that settle through a bank
      *>   - CURRENCY-CODE against the currencies carried on FXRATES
      *>     (the home currency is always accepted)
      *>
      *> Records that pass are written to the reference-validated feed
      *> (POSREFVD) POSSTREN enriches.  Records that fail are appended
      *> to the day's suspense file (POSSUSP) with a reason code and
      *> marked suspended on the lifecycle master, exactly as POSDTVAL
      *> does for a date failure, so POSSUSPR can correct and re-enter
      *> them the same way.  Must run after POSSUSPR and before
      *> POSSTREN.
      *>
      *> All four reference files are required: validating without
      *> one would pass the very records this step exists to stop,
      *> so a missing one ends the job RETURN-CODE 16 before the feed
      *> is read.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *> 2026-10-15 DE  Initial version.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Log the run as balanced or out of balance only
      *>                when the run-control proof actually ran - an
      *>                abend ahead of the proof logs no balance.
      *> 2026-10-15 DE  A missing reference file now abends the step
      *>                RC 16 instead of switching its check off.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSREFVL.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-VALID-FILE ASSIGN TO "POSVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT PARTNER-BANK-FILE ASSIGN TO "PARTBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-FILE-STATUS.

           SELECT PAYMENT-MODE-FILE ASSIGN TO "PAYMODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-FILE-STATUS.

           SELECT POS-REFVD-FILE ASSIGN TO "POSREFVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFVD-FILE-STATUS.

           SELECT POS-SUSPENSE-FILE ASSIGN TO "POSSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT TXN-MASTER-FILE ASSIGN TO "TXNMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TXN-ID
               FILE STATUS IS WS-TXM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT BALANCE-RPT-FILE ASSIGN TO "REFVBALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-VALID-FILE
           RECORDING MODE IS F.
           COPY "data_lake.cpy".

       FD  PARTNER-BANK-FILE
           RECORDING MODE IS F.
           COPY "partner_bank_ref.cpy".

       FD  PAYMENT-MODE-FILE
           RECORDING MODE IS F.
           COPY "payment_mode_ref.cpy".

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY "fee_schedule.cpy".

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
           COPY "fx_rate.cpy".

       FD  POS-REFVD-FILE
           RECORDING MODE IS F.
       01  POS-REFVD-RECORD          PIC X(127).

       FD  POS-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  POS-SUSPENSE-RECORD       PIC X(159).

       FD  TXN-MASTER-FILE.
           COPY "txn_lifecycle.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  BALANCE-RPT-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS         PIC X(2).
           88 WS-POS-OK               VALUE "00".

       01  WS-PB-FILE-STATUS          PIC X(2).
           88 WS-PB-OK                VALUE "00".

       01  WS-PM-FILE-STATUS          PIC X(2).
           88 WS-PM-OK                VALUE "00".

       01  WS-FEE-FILE-STATUS         PIC X(2).
           88 WS-FEE-OK               VALUE "00".

       01  WS-FXR-FILE-STATUS         PIC X(2).
           88 WS-FXR-OK               VALUE "00".

       01  WS-REFVD-FILE-STATUS       PIC X(2).
       01  WS-SUSP-FILE-STATUS        PIC X(2).
           88 WS-SUSP-OK              VALUE "00".

       01  WS-TXM-FILE-STATUS          PIC X(2).
           88 WS-TXM-OK                VALUE "00".

       01  WS-TXM-AVAILABLE-SWITCH    PIC X(01) VALUE "N".
           88 WS-TXM-AVAILABLE        VALUE "Y".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-PB-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PB-EOF               VALUE "Y".

       01  WS-PM-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PM-EOF               VALUE "Y".

       01  WS-FEE-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-FEE-EOF              VALUE "Y".

       01  WS-FXR-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-FXR-EOF              VALUE "Y".

       01  WS-VALID-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RECORD-VALID         VALUE "Y".

       01  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
           88 WS-ROW-FOUND            VALUE "Y".

       01  WS-EFFECTIVE-SWITCH        PIC X(01) VALUE "N".
           88 WS-ROW-EFFECTIVE        VALUE "Y".

       01  WS-BANK-SETTLED-SWITCH     PIC X(01) VALUE "Y".
           88 WS-BANK-SETTLED         VALUE "Y".

       01  WS-COUNTERS.
           05 WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-PASSED       PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-SUSPENSE     PIC 9(09) COMP VALUE ZERO.
           05 WS-MASTER-UPDATES       PIC 9(09) COMP VALUE ZERO.
           05 WS-MODE-FAILURES        PIC 9(09) COMP VALUE ZERO.
           05 WS-BANK-FAILURES        PIC 9(09) COMP VALUE ZERO.
           05 WS-CONTRACT-FAILURES    PIC 9(09) COMP VALUE ZERO.
           05 WS-CURRENCY-FAILURES    PIC 9(09) COMP VALUE ZERO.

       COPY "suspense_record.cpy".

       01  WS-HOME-CURRENCY-CODE      PIC X(3) VALUE "USD".

      *> partner-bank master - every effective-dated row is held; the
      *> row that governs a transaction is the one with the greatest
      *> effective-from date not after its TXN-DATE
       01  WS-PB-ROW-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-PB-TABLE.
           05 WS-PB-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PB-IDX.
               10 WS-PBT-PARTNER-BANK   PIC X(15).
               10 WS-PBT-EFF-FROM       PIC X(10).
               10 WS-PBT-EFF-TO         PIC X(10).
               10 WS-PBT-ACTIVE-FLAG    PIC X(1).

      *> payment-mode / tender reference, held the same way
       01  WS-PM-ROW-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-PM-TABLE.
           05 WS-PM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PM-IDX.
               10 WS-PMT-PAYMENT-MODE   PIC X(10).
               10 WS-PMT-EFF-FROM       PIC X(10).
               10 WS-PMT-EFF-TO         PIC X(10).
               10 WS-PMT-ACTIVE-FLAG    PIC X(1).
               10 WS-PMT-BANK-SETTLED   PIC X(1).

      *> fee contracts - only the bank/mode pair and its window are
      *> needed here; the rates themselves are POSFEEVF's concern
       01  WS-FEE-ROW-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FEE-IDX.
               10 WS-FEE-PARTNER-BANK   PIC X(15).
               10 WS-FEE-PAYMENT-MODE   PIC X(10).
               10 WS-FEE-EFF-FROM       PIC X(10).
               10 WS-FEE-EFF-TO         PIC X(10).

      *> currencies carried on FXRATES
       01  WS-FX-CCY-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-FX-CCY-TABLE.
           05 WS-FX-CCY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FXT-IDX.
               10 WS-FXT-CURRENCY-CODE  PIC X(3).

       01  WS-BEST-EFF-FROM           PIC X(10).
       01  WS-BEST-ACTIVE-FLAG        PIC X(1).

      *> run-control balancing work areas - the chain's run-control
      *> record is verified against this job's own input reads in
      *> 8000-VERIFY-RUN-CONTROL at end of job
       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-BAL-FILE-STATUS          PIC X(2).

       01  WS-CTL-PRESENT-SWITCH       PIC X(01) VALUE "N".
           88 WS-CTL-PRESENT           VALUE "Y".

       01  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE "N".
           88 WS-OUT-OF-BALANCE        VALUE "Y".
       01  WS-PROOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-PROOF-DONE            VALUE "Y".

       01  WS-CTL-FEED-DATE            PIC X(10) VALUE SPACES.
       01  WS-CTL-CYCLE                PIC 9(02) VALUE 1.
       01  WS-CTL-EXPECTED-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-CTL-EXPECTED-HASH        PIC 9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-HASH              PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PASSED-AMOUNT-HASH       PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.

       01  WS-BAL-TITLE.
           05 FILLER                   PIC X(31)
               VALUE "RUN CONTROL BALANCING REPORT - ".
           05 WS-BAL-JOB-NAME          PIC X(08) VALUE "POSREFVL".

       01  WS-BAL-DATE-LINE.
           05 FILLER                   PIC X(21)
               VALUE "FEED DATE . . . . . .".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BAL-FEED-DATE         PIC X(10).

       01  WS-BAL-COUNT-LINE.
           05 WS-BAL-COUNT-LABEL       PIC X(21).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BAL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-BAL-HASH-LINE.
           05 WS-BAL-HASH-LABEL        PIC X(21).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BAL-HASH              PIC Z(12)9.99.

       01  WS-BAL-STATUS-LINE.
           05 FILLER                   PIC X(21)
               VALUE "STATUS. . . . . . . .".
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
           OPEN INPUT PAYMENT-MODE-FILE
           IF NOT WS-PM-OK
               DISPLAY "POSREFVL: UNABLE TO OPEN PAYMODES - STATUS "
                   WS-PM-FILE-STATUS
                   " - NOTHING TO VALIDATE AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-PAYMENT-MODES
               THRU 1100-LOAD-PAYMENT-MODES-EXIT
           CLOSE PAYMENT-MODE-FILE

           OPEN INPUT PARTNER-BANK-FILE
           IF NOT WS-PB-OK
               DISPLAY "POSREFVL: UNABLE TO OPEN PARTBANK - STATUS "
                   WS-PB-FILE-STATUS
                   " - NOTHING TO VALIDATE AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1200-LOAD-PARTNER-BANKS
               THRU 1200-LOAD-PARTNER-BANKS-EXIT
           CLOSE PARTNER-BANK-FILE

           OPEN INPUT FEE-SCHEDULE-FILE
           IF NOT WS-FEE-OK
               DISPLAY "POSREFVL: UNABLE TO OPEN FEESCHED - STATUS "
                   WS-FEE-FILE-STATUS
                   " - NOTHING TO VALIDATE AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1300-LOAD-FEE-SCHEDULE
               THRU 1300-LOAD-FEE-SCHEDULE-EXIT
           CLOSE FEE-SCHEDULE-FILE

           OPEN INPUT FX-RATE-FILE
           IF NOT WS-FXR-OK
               DISPLAY "POSREFVL: UNABLE TO OPEN FXRATES - STATUS "
                   WS-FXR-FILE-STATUS
                   " - NOTHING TO VALIDATE AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1400-LOAD-CURRENCIES
               THRU 1400-LOAD-CURRENCIES-EXIT
           CLOSE FX-RATE-FILE

           OPEN INPUT  POS-VALID-FILE
           OPEN OUTPUT POS-REFVD-FILE
      *> POSDTVAL opened the day's suspense file fresh; this job's
      *> failures join it so POSSUSPR works one queue
           OPEN EXTEND POS-SUSPENSE-FILE
           IF NOT WS-SUSP-OK
               OPEN OUTPUT POS-SUSPENSE-FILE
           END-IF
           OPEN I-O TXN-MASTER-FILE
           IF WS-TXM-OK
               SET WS-TXM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "POSREFVL: UNABLE TO OPEN TXNMASTR - STATUS "
                   WS-TXM-FILE-STATUS
                   " - LIFECYCLE MASTER NOT MAINTAINED THIS RUN"
           END-IF
           IF NOT WS-POS-OK
               DISPLAY "POSREFVL: UNABLE TO OPEN POSVALID - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

       1100-LOAD-PAYMENT-MODES.
           PERFORM UNTIL WS-PM-EOF
               READ PAYMENT-MODE-FILE
                   AT END
                       SET WS-PM-EOF TO TRUE
                   NOT AT END
                       IF WS-PM-ROW-COUNT NOT < 200
                           DISPLAY "POSREFVL: PAYMODES HAS MORE THAN "
                               "200 ROWS - WS-PM-TABLE IS FULL"
                               " - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PM-ROW-COUNT
                       MOVE PM-PAYMENT-MODE TO
                           WS-PMT-PAYMENT-MODE(WS-PM-ROW-COUNT)
                       MOVE PM-EFF-FROM-DATE TO
                           WS-PMT-EFF-FROM(WS-PM-ROW-COUNT)
                       MOVE PM-EFF-TO-DATE TO
                           WS-PMT-EFF-TO(WS-PM-ROW-COUNT)
                       MOVE PM-ACTIVE-FLAG TO
                           WS-PMT-ACTIVE-FLAG(WS-PM-ROW-COUNT)
                       MOVE PM-BANK-SETTLED-FLAG TO
                           WS-PMT-BANK-SETTLED(WS-PM-ROW-COUNT)
               END-READ
           END-PERFORM
           .
       1100-LOAD-PAYMENT-MODES-EXIT.
           EXIT.

       1200-LOAD-PARTNER-BANKS.
           PERFORM UNTIL WS-PB-EOF
               READ PARTNER-BANK-FILE
                   AT END
                       SET WS-PB-EOF TO TRUE
                   NOT AT END
                       IF WS-PB-ROW-COUNT NOT < 500
                           DISPLAY "POSREFVL: PARTBANK HAS MORE THAN "
                               "500 ROWS - WS-PB-TABLE IS FULL"
                               " - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PB-ROW-COUNT
                       MOVE PB-PARTNER-BANK TO
                           WS-PBT-PARTNER-BANK(WS-PB-ROW-COUNT)
                       MOVE PB-EFF-FROM-DATE TO
                           WS-PBT-EFF-FROM(WS-PB-ROW-COUNT)
                       MOVE PB-EFF-TO-DATE TO
                           WS-PBT-EFF-TO(WS-PB-ROW-COUNT)
                       MOVE PB-ACTIVE-FLAG TO
                           WS-PBT-ACTIVE-FLAG(WS-PB-ROW-COUNT)
               END-READ
           END-PERFORM
           .
       1200-LOAD-PARTNER-BANKS-EXIT.
           EXIT.

       1300-LOAD-FEE-SCHEDULE.
           PERFORM UNTIL WS-FEE-EOF
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       IF WS-FEE-ROW-COUNT NOT < 500
                           DISPLAY "POSREFVL: FEESCHED HAS MORE THAN "
                               "500 ROWS - WS-FEE-TABLE IS FULL"
                               " - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-FEE-ROW-COUNT
                       MOVE FS-PARTNER-BANK TO
                           WS-FEE-PARTNER-BANK(WS-FEE-ROW-COUNT)
                       MOVE FS-PAYMENT-MODE TO
                           WS-FEE-PAYMENT-MODE(WS-FEE-ROW-COUNT)
                       MOVE FS-EFF-FROM-DATE TO
                           WS-FEE-EFF-FROM(WS-FEE-ROW-COUNT)
                       MOVE FS-EFF-TO-DATE TO
                           WS-FEE-EFF-TO(WS-FEE-ROW-COUNT)
               END-READ
           END-PERFORM
           .
       1300-LOAD-FEE-SCHEDULE-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1400-LOAD-CURRENCIES - FXRATES carries one rate row per
      *> currency; only the list of codes is kept here, and a code
      *> seen twice is held once
      *> ----------------------------------------------------------
       1400-LOAD-CURRENCIES.
           PERFORM UNTIL WS-FXR-EOF
               READ FX-RATE-FILE
                   AT END
                       SET WS-FXR-EOF TO TRUE
                   NOT AT END
                       MOVE "N" TO WS-FOUND-SWITCH
                       IF WS-FX-CCY-COUNT > 0
                           SET WS-FXT-IDX TO 1
                           SEARCH WS-FX-CCY-ENTRY VARYING WS-FXT-IDX
                               AT END
                                   CONTINUE
                               WHEN WS-FXT-CURRENCY-CODE(WS-FXT-IDX)
                                       = FXR-CURRENCY-CODE
                                   SET WS-ROW-FOUND TO TRUE
                           END-SEARCH
                       END-IF
                       IF NOT WS-ROW-FOUND
                           IF WS-FX-CCY-COUNT NOT < 200
                               DISPLAY "POSREFVL: FXRATES HAS MORE "
                                   "THAN 200 CURRENCIES - "
                                   "WS-FX-CCY-TABLE IS FULL"
                                   " - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               PERFORM 9900-WRITE-STEP-STATUS
                               GOBACK
                           END-IF
                           ADD 1 TO WS-FX-CCY-COUNT
                           MOVE FXR-CURRENCY-CODE TO
                               WS-FXT-CURRENCY-CODE(WS-FX-CCY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           .
       1400-LOAD-CURRENCIES-EXIT.
           EXIT.

       2000-PROCESS-RECORDS.
           READ POS-VALID-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD AMOUNT-PAID TO WS-AMOUNT-HASH
                   IF WS-FEED-DATE = SPACES
                       MOVE TXN-DATE TO WS-FEED-DATE
                   END-IF
                   PERFORM 2100-VALIDATE-RECORD
                   PERFORM 2200-DISPOSITION-RECORD
           END-READ
           .
       2000-PROCESS-RECORDS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-VALIDATE-RECORD - tender first, since whether a bank
      *> and a fee contract are required at all depends on it; the
      *> first failure found is the reason the record is suspended
      *> ----------------------------------------------------------
       2100-VALIDATE-RECORD.
           MOVE "Y" TO WS-VALID-SWITCH
           MOVE "Y" TO WS-BANK-SETTLED-SWITCH
           MOVE SPACES TO SR-REASON-CODE
           MOVE SPACES TO SR-REASON-TEXT
           PERFORM 2110-VALIDATE-PAYMENT-MODE
           IF WS-RECORD-VALID AND WS-BANK-SETTLED
               PERFORM 2120-VALIDATE-PARTNER-BANK
               IF WS-RECORD-VALID
                   PERFORM 2130-VALIDATE-FEE-CONTRACT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2140-VALIDATE-CURRENCY
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2110-VALIDATE-PAYMENT-MODE - P1 the mode is not on the tender
      *> reference at all, P2 it is but no row is in effect on the
      *> TXN-DATE, P3 the row in effect is flagged inactive
      *> ----------------------------------------------------------
       2110-VALIDATE-PAYMENT-MODE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EFFECTIVE-SWITCH
           MOVE SPACES TO WS-BEST-EFF-FROM
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-ROW-COUNT
               IF WS-PMT-PAYMENT-MODE(WS-PM-IDX) = PAYMENT-MODE
                   SET WS-ROW-FOUND TO TRUE
                   IF WS-PMT-EFF-FROM(WS-PM-IDX) NOT > TXN-DATE
                       AND (WS-PMT-EFF-TO(WS-PM-IDX) = SPACES
                           OR WS-PMT-EFF-TO(WS-PM-IDX) NOT < TXN-DATE)
                       IF NOT WS-ROW-EFFECTIVE
                           OR WS-PMT-EFF-FROM(WS-PM-IDX) >
                               WS-BEST-EFF-FROM
                           SET WS-ROW-EFFECTIVE TO TRUE
                           MOVE WS-PMT-EFF-FROM(WS-PM-IDX) TO
                               WS-BEST-EFF-FROM
                           MOVE WS-PMT-ACTIVE-FLAG(WS-PM-IDX) TO
                               WS-BEST-ACTIVE-FLAG
                           IF WS-PMT-BANK-SETTLED(WS-PM-IDX) = "N"
                               MOVE "N" TO WS-BANK-SETTLED-SWITCH
                           ELSE
                               MOVE "Y" TO WS-BANK-SETTLED-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-ROW-FOUND
               MOVE "PAYMENT MODE NOT ON TENDER REFERENCE" TO
                   SR-REASON-TEXT
               MOVE "P1" TO SR-REASON-CODE
               MOVE "N" TO WS-VALID-SWITCH
           ELSE
               IF NOT WS-ROW-EFFECTIVE
                   MOVE "PAYMENT MODE NOT EFFECTIVE ON TXN DATE" TO
                       SR-REASON-TEXT
                   MOVE "P2" TO SR-REASON-CODE
                   MOVE "N" TO WS-VALID-SWITCH
               ELSE
                   IF WS-BEST-ACTIVE-FLAG NOT = "Y"
                       MOVE "PAYMENT MODE INACTIVE ON TXN DATE" TO
                           SR-REASON-TEXT
                       MOVE "P3" TO SR-REASON-CODE
                       MOVE "N" TO WS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               ADD 1 TO WS-MODE-FAILURES
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2120-VALIDATE-PARTNER-BANK - B1 not on the partner-bank
      *> master, B2 no row in effect on the TXN-DATE, B3 inactive
      *> ----------------------------------------------------------
       2120-VALIDATE-PARTNER-BANK.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EFFECTIVE-SWITCH
           MOVE SPACES TO WS-BEST-EFF-FROM
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-ROW-COUNT
               IF WS-PBT-PARTNER-BANK(WS-PB-IDX) = PARTNER-BANK
                   SET WS-ROW-FOUND TO TRUE
                   IF WS-PBT-EFF-FROM(WS-PB-IDX) NOT > TXN-DATE
                       AND (WS-PBT-EFF-TO(WS-PB-IDX) = SPACES
                           OR WS-PBT-EFF-TO(WS-PB-IDX) NOT < TXN-DATE)
                       IF NOT WS-ROW-EFFECTIVE
                           OR WS-PBT-EFF-FROM(WS-PB-IDX) >
                               WS-BEST-EFF-FROM
                           SET WS-ROW-EFFECTIVE TO TRUE
                           MOVE WS-PBT-EFF-FROM(WS-PB-IDX) TO
                               WS-BEST-EFF-FROM
                           MOVE WS-PBT-ACTIVE-FLAG(WS-PB-IDX) TO
                               WS-BEST-ACTIVE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-ROW-FOUND
               MOVE "PARTNER BANK NOT ON BANK MASTER" TO
                   SR-REASON-TEXT
               MOVE "B1" TO SR-REASON-CODE
               MOVE "N" TO WS-VALID-SWITCH
           ELSE
               IF NOT WS-ROW-EFFECTIVE
                   MOVE "PARTNER BANK NOT EFFECTIVE ON TXN DATE" TO
                       SR-REASON-TEXT
                   MOVE "B2" TO SR-REASON-CODE
                   MOVE "N" TO WS-VALID-SWITCH
               ELSE
                   IF WS-BEST-ACTIVE-FLAG NOT = "Y"
                       MOVE "PARTNER BANK INACTIVE ON TXN DATE" TO
                           SR-REASON-TEXT
                       MOVE "B3" TO SR-REASON-CODE
                       MOVE "N" TO WS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               ADD 1 TO WS-BANK-FAILURES
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2130-VALIDATE-FEE-CONTRACT - F1 the bank/mode pair has no
      *> FEESCHED contract window covering the TXN-DATE, so the bank
      *> has never agreed to settle this tender at any rate
      *> ----------------------------------------------------------
       2130-VALIDATE-FEE-CONTRACT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-ROW-COUNT
                      OR WS-ROW-FOUND
               IF WS-FEE-PARTNER-BANK(WS-FEE-IDX) = PARTNER-BANK
                   AND WS-FEE-PAYMENT-MODE(WS-FEE-IDX) = PAYMENT-MODE
                   AND WS-FEE-EFF-FROM(WS-FEE-IDX) NOT > TXN-DATE
                   AND (WS-FEE-EFF-TO(WS-FEE-IDX) = SPACES
                       OR WS-FEE-EFF-TO(WS-FEE-IDX) NOT < TXN-DATE)
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-ROW-FOUND
               MOVE "NO FEESCHED CONTRACT FOR BANK/PAY MODE" TO
                   SR-REASON-TEXT
               MOVE "F1" TO SR-REASON-CODE
               MOVE "N" TO WS-VALID-SWITCH
               ADD 1 TO WS-CONTRACT-FAILURES
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2140-VALIDATE-CURRENCY - C1 the currency has no rate on
      *> FXRATES, so POSFXNRM could never normalize it
      *> ----------------------------------------------------------
       2140-VALIDATE-CURRENCY.
           IF CURRENCY-CODE NOT = WS-HOME-CURRENCY-CODE
               MOVE "N" TO WS-FOUND-SWITCH
               IF WS-FX-CCY-COUNT > 0
                   SET WS-FXT-IDX TO 1
                   SEARCH WS-FX-CCY-ENTRY VARYING WS-FXT-IDX
                       AT END
                           CONTINUE
                       WHEN WS-FXT-IDX > WS-FX-CCY-COUNT
                           CONTINUE
                       WHEN WS-FXT-CURRENCY-CODE(WS-FXT-IDX)
                               = CURRENCY-CODE
                           SET WS-ROW-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-ROW-FOUND
                   MOVE "CURRENCY CODE NOT ON FXRATES" TO
                       SR-REASON-TEXT
                   MOVE "C1" TO SR-REASON-CODE
                   MOVE "N" TO WS-VALID-SWITCH
                   ADD 1 TO WS-CURRENCY-FAILURES
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2200-DISPOSITION-RECORD - route to the reference-validated
      *> feed or the suspense file
      *> ----------------------------------------------------------
       2200-DISPOSITION-RECORD.
           IF WS-RECORD-VALID
               MOVE RAW-POS-RECORD TO POS-REFVD-RECORD
               WRITE POS-REFVD-RECORD
               ADD 1 TO WS-RECORDS-PASSED
               ADD AMOUNT-PAID TO WS-PASSED-AMOUNT-HASH
           ELSE
               MOVE TXN-DATE         TO SR-TXN-DATE
               MOVE TXN-TIME         TO SR-TXN-TIME
               MOVE STORE-ID         TO SR-STORE-ID
               MOVE TERMINAL-ID      TO SR-TERMINAL-ID
               MOVE TXN-ID           TO SR-TXN-ID
               MOVE CUST-ID          TO SR-CUST-ID
               MOVE PAYMENT-MODE     TO SR-PAYMENT-MODE
               MOVE PARTNER-BANK     TO SR-PARTNER-BANK
               MOVE AMOUNT-PAID      TO SR-AMOUNT-PAID
               MOVE BANK-PAYABLE     TO SR-BANK-PAYABLE
               MOVE CUSTOMER-PAYABLE TO SR-CUSTOMER-PAYABLE
               MOVE CURRENCY-CODE    TO SR-CURRENCY-CODE
               MOVE TXN-STATUS       TO SR-TXN-STATUS
               MOVE 1                TO SR-PASS-COUNT
               MOVE SUSPENSE-POS-RECORD TO POS-SUSPENSE-RECORD
               WRITE POS-SUSPENSE-RECORD
               ADD 1 TO WS-RECORDS-SUSPENSE
               IF WS-TXM-AVAILABLE
                   PERFORM 2300-UPDATE-TXN-MASTER
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2300-UPDATE-TXN-MASTER - mark the lifecycle master row
      *> suspended with the reason code; a record POSLOAD never
      *> seeded (a feed replayed out of order) is written whole so
      *> the dispute trail is never silently missing the bounce
      *> ----------------------------------------------------------
       2300-UPDATE-TXN-MASTER.
           MOVE TXN-ID TO TL-TXN-ID
           READ TXN-MASTER-FILE
               INVALID KEY
                   MOVE TXN-DATE         TO TL-TXN-DATE
                   MOVE TXN-TIME         TO TL-TXN-TIME
                   MOVE STORE-ID         TO TL-STORE-ID
                   MOVE TERMINAL-ID      TO TL-TERMINAL-ID
                   MOVE CUST-ID          TO TL-CUST-ID
                   MOVE PAYMENT-MODE     TO TL-PAYMENT-MODE
                   MOVE PARTNER-BANK     TO TL-PARTNER-BANK
                   MOVE AMOUNT-PAID      TO TL-AMOUNT-PAID
                   MOVE BANK-PAYABLE     TO TL-BANK-PAYABLE
                   MOVE CUSTOMER-PAYABLE TO TL-CUSTOMER-PAYABLE
                   MOVE CURRENCY-CODE    TO TL-CURRENCY-CODE
                   MOVE TXN-STATUS       TO TL-TXN-STATUS
                   MOVE "SUSPENDED"      TO TL-LIFECYCLE-STATUS
                   MOVE SR-REASON-CODE   TO TL-SUSPENSE-REASON
                   MOVE SPACES           TO TL-REFUND-ID
                   MOVE SPACES           TO TL-EXTRACT-BANK
                   MOVE SPACES           TO TL-EXTRACT-DATE
                   MOVE SPACES           TO TL-CERT-NUMBER
                   MOVE ZERO             TO TL-CERT-AMOUNT
                   WRITE TXN-LIFECYCLE-RECORD
               NOT INVALID KEY
                   MOVE "SUSPENDED"    TO TL-LIFECYCLE-STATUS
                   MOVE SR-REASON-CODE TO TL-SUSPENSE-REASON
                   REWRITE TXN-LIFECYCLE-RECORD
           END-READ
           ADD 1 TO WS-MASTER-UPDATES
           .

      *> ----------------------------------------------------------
      *> 8000-VERIFY-RUN-CONTROL - balance this job's own input
      *> reads against the run-control record carried down the
      *> nightly chain; out of balance writes the balancing report
      *> and forces a nonzero RETURN-CODE for the scheduler to trap
      *> ----------------------------------------------------------
       8000-VERIFY-RUN-CONTROL.
           PERFORM 8100-READ-RUN-CONTROL
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSREFVL: NO RUNCTL ON FILE - BALANCING SKIPPED"
           ELSE
               SET WS-PROOF-DONE TO TRUE
               IF WS-RECORDS-READ NOT = WS-CTL-EXPECTED-COUNT
                       OR WS-AMOUNT-HASH NOT = WS-CTL-EXPECTED-HASH
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               PERFORM 8200-WRITE-BALANCING-REPORT
               IF WS-OUT-OF-BALANCE
                   DISPLAY "POSREFVL: INPUT OUT OF BALANCE WITH RUNCTL"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       8100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CTL-PRESENT TO TRUE
                       MOVE RC-FEED-DATE      TO WS-CTL-FEED-DATE
                       MOVE RC-EXPECTED-COUNT TO WS-CTL-EXPECTED-COUNT
                       MOVE RC-AMOUNT-HASH    TO WS-CTL-EXPECTED-HASH
                       MOVE RC-CYCLE-NUMBER   TO WS-CTL-CYCLE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       8200-WRITE-BALANCING-REPORT.
           OPEN OUTPUT BALANCE-RPT-FILE
           MOVE WS-BAL-TITLE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE WS-CTL-FEED-DATE TO WS-BAL-FEED-DATE
           MOVE WS-BAL-DATE-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE "EXPECTED COUNT. . . ." TO WS-BAL-COUNT-LABEL
           MOVE WS-CTL-EXPECTED-COUNT TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE "ACTUAL COUNT. . . . ." TO WS-BAL-COUNT-LABEL
           MOVE WS-RECORDS-READ TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE "EXPECTED HASH . . . ." TO WS-BAL-HASH-LABEL
           MOVE WS-CTL-EXPECTED-HASH TO WS-BAL-HASH
           MOVE WS-BAL-HASH-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE "ACTUAL HASH . . . . ." TO WS-BAL-HASH-LABEL
           MOVE WS-AMOUNT-HASH TO WS-BAL-HASH
           MOVE WS-BAL-HASH-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           IF WS-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE ***" TO WS-BAL-VERDICT
           ELSE
               MOVE "IN BALANCE" TO WS-BAL-VERDICT
           END-IF
           MOVE WS-BAL-STATUS-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           CLOSE BALANCE-RPT-FILE
           .

      *> ----------------------------------------------------------
      *> 8300-REWRITE-RUN-CONTROL - carry the control forward: the
      *> enrichment step runs against the reference-validated feed,
      *> so the control is re-written with its count and hash.  An
      *> out-of-balance run leaves the prior control in place for
      *> the operations desk to compare against.
      *> ----------------------------------------------------------
       8300-REWRITE-RUN-CONTROL.
           IF NOT WS-OUT-OF-BALANCE
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-CTL-PRESENT
                   MOVE WS-CTL-FEED-DATE TO RC-FEED-DATE
               ELSE
                   MOVE WS-FEED-DATE TO RC-FEED-DATE
               END-IF
               MOVE WS-RECORDS-PASSED     TO RC-EXPECTED-COUNT
               MOVE WS-PASSED-AMOUNT-HASH TO RC-AMOUNT-HASH
               MOVE "POSREFVL"            TO RC-WRITTEN-BY
               MOVE WS-CTL-CYCLE          TO RC-CYCLE-NUMBER
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
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
           MOVE "POSREFVL" TO RL-PROGRAM-ID
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
               WS-RECORDS-PASSED
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
           CLOSE POS-VALID-FILE
           CLOSE POS-REFVD-FILE
           CLOSE POS-SUSPENSE-FILE
           IF WS-TXM-AVAILABLE
               CLOSE TXN-MASTER-FILE
           END-IF
           DISPLAY "POSREFVL: RECORDS READ      = " WS-RECORDS-READ
           DISPLAY "POSREFVL: RECORDS PASSED    = " WS-RECORDS-PASSED
           DISPLAY "POSREFVL: RECORDS SUSPENSE  = " WS-RECORDS-SUSPENSE
           DISPLAY "POSREFVL:   PAYMENT MODE    = " WS-MODE-FAILURES
           DISPLAY "POSREFVL:   PARTNER BANK    = " WS-BANK-FAILURES
           DISPLAY "POSREFVL:   FEE CONTRACT    = " WS-CONTRACT-FAILURES
           DISPLAY "POSREFVL:   CURRENCY        = " WS-CURRENCY-FAILURES
           DISPLAY "POSREFVL: LIFECYCLE UPDATES = " WS-MASTER-UPDATES
           MOVE ZERO TO RETURN-CODE
           PERFORM 8000-VERIFY-RUN-CONTROL
           PERFORM 8300-REWRITE-RUN-CONTROL
           .
