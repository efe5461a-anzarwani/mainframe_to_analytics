      *> exception file posts at its original-currency amount and is
      *> counted on the report rather than silently dropped.
      *>
      *> A completed sale whose TXN-DATE is earlier than the business
      *> date (a late poll, or a suspense record POSSUSPR re-entered)
      *> is not blended into tonight's gross: it posts as a dated
      *> adjustment journal (record type A) under its original date,
      *> or - when finance has closed that period on GLPERIOD - under
      *> tonight's business date in the current open period, flagged
      *> for finance sign-off.  A lines count in the trailer proof.
      *>
      *> Must run after POSSTREN, POSREFND and POSFXNRM.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Post sales dated before the business date as
      *>                type A prior-period adjustment lines, moved to
      *>                the open period and flagged for sign-off when
      *>                GLPERIOD shows the original period closed.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Log the run as balanced or out of balance only
      *>                when the run-control proof actually ran - an
      *>                abend ahead of the proof logs no balance.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSGLEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-MASTER-FILE
           05 MS-DISTRICT-CODE         PIC X(4).
           05 MS-AMOUNT-PAID           PIC 9(7)V99.
           05 MS-BANK-PAYABLE          PIC 9(7)V99.
           05 MS-TXN-DATE              PIC X(10).

       FD  MASTER-SORTED-FILE
           RECORDING MODE IS F.
           05 MD-DISTRICT-CODE         PIC X(4).
           05 MD-AMOUNT-PAID           PIC 9(7)V99.
           05 MD-BANK-PAYABLE          PIC 9(7)V99.
           05 MD-TXN-DATE              PIC X(10).

       SD  FX-SORT-FILE.
       01  FX-SORT-RECORD.

       FD  JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  JOURNAL-WORK-RECORD         PIC X(61).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD          PIC X(80).

       FD  GL-PERIOD-FILE
           RECORDING MODE IS F.
           COPY "gl_period.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS          PIC X(2).
           88 WS-POS-OK                VALUE "00".
       01  WS-WRK-FILE-STATUS          PIC X(2).
       01  WS-GLX-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-PER-FILE-STATUS          PIC X(2).
           88 WS-PER-OK                VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-EOF                   VALUE "Y".

       01  WS-WRK-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-WRK-EOF               VALUE "Y".
       01  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PER-EOF               VALUE "Y".

       01  WS-COMPLETED-STATUS         PIC X(10) VALUE "COMPLETED".

           05 WS-COA-ROW-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-COST-CENTER-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 WS-STORE-MAP-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 WS-ADJ-RECORDS-POSTED    PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-JOURNAL-LINES     PIC 9(09) COMP VALUE ZERO.
           05 WS-SIGNOFF-LINES         PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJUST-COUNT          PIC 9(05) COMP VALUE ZERO.
           05 WS-CLOSED-PERIOD-COUNT   PIC 9(05) COMP VALUE ZERO.

      *> chart-of-accounts mapping, one account per posting key;
      *> finance controls GLCOAMAP, and a missing key aborts the run
       01  WS-STORE-MAP-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 WS-STORE-MAP-FOUND       VALUE "Y".

      *> prior-period adjustment accumulator, one row per cost
      *> center per original TXN-DATE; the posting date is the
      *> original date, or tonight's business date when that
      *> period is closed (sign-off flag "Y")
       01  WS-ADJUST-TABLE.
           05 WS-ADJ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ADJ-IDX.
               10 WS-ADJ-COST-CENTER    PIC X(8).
               10 WS-ADJ-ORIGINAL-DATE  PIC X(10).
               10 WS-ADJ-POSTING-DATE   PIC X(10).
               10 WS-ADJ-SIGNOFF-FLAG   PIC X(1).
               10 WS-ADJ-GROSS-AMOUNT   PIC S9(11)V99 COMP-3.
               10 WS-ADJ-FEE-AMOUNT     PIC S9(11)V99 COMP-3.

       01  WS-ADJ-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-ADJ-FOUND             VALUE "Y".

      *> periods finance has closed, off GLPERIOD
       01  WS-CLOSED-PERIOD-TABLE.
           05 WS-CLP-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-CLP-IDX.
               10 WS-CLP-PERIOD-ID      PIC X(7).

       01  WS-CLP-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-CLP-FOUND             VALUE "Y".

      *> the journal line 4200 writes - set by the caller
       01  WS-JOURNAL-LINE-FIELDS.
           05 WS-JL-RECORD-TYPE        PIC X(1).
           05 WS-JL-POSTING-DATE       PIC X(10).
           05 WS-JL-COST-CENTER        PIC X(8).
           05 WS-JL-ORIGINAL-DATE      PIC X(10).
           05 WS-JL-SIGNOFF-FLAG       PIC X(1).

       01  WS-AMOUNTS.
           05 WS-POST-GROSS            PIC S9(11)V99 COMP-3.
           05 WS-POST-FEE              PIC S9(11)V99 COMP-3.
           05 WS-POST-REFUND           PIC S9(11)V99 COMP-3.
           05 WS-TOTAL-DEBITS          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-CREDITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ADJ-GROSS-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-BALANCED-SWITCH          PIC X(01) VALUE "N".
           88 WS-DAY-BALANCED          VALUE "Y".

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
           PERFORM 2000-SORT-INPUT-FEEDS
           PERFORM 3000-ACCUMULATE-BY-COST-CENTER
               THRU 5000-PROVE-AND-RELEASE-EXIT
           PERFORM 6000-WRITE-POSTING-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
                   WS-COA-FILE-STATUS
                   " - NOTHING CAN POST WITHOUT THE ACCOUNT MAP"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-COA-MAP THRU 1100-LOAD-COA-MAP-EXIT
           CLOSE COA-MAP-FILE
           PERFORM 1200-REQUIRE-POSTING-KEYS
           PERFORM 1300-RESOLVE-BUSINESS-DATE
           PERFORM 1400-LOAD-CLOSED-PERIODS
               THRU 1400-LOAD-CLOSED-PERIODS-EXIT
           .

       1100-LOAD-COA-MAP.
                           DISPLAY "POSGLEXT: MORE THAN 20 GLCOAMAP "
                               "ROWS - WS-COA-TABLE IS FULL - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-COA-ROW-COUNT
               DISPLAY "POSGLEXT: GLCOAMAP HAS NO ROW FOR POSTING KEY "
                   WS-LOOKUP-POSTING-KEY " - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1400-LOAD-CLOSED-PERIODS - finance's period-close file; a
      *> period with no row, or a blank status, is still open, so a
      *> missing file means every adjustment posts under its own
      *> original date
      *> ----------------------------------------------------------
       1400-LOAD-CLOSED-PERIODS.
           OPEN INPUT GL-PERIOD-FILE
           IF NOT WS-PER-OK
               DISPLAY "POSGLEXT: NO GLPERIOD ON FILE - STATUS "
                   WS-PER-FILE-STATUS
                   " - ALL PERIODS TREATED AS OPEN"
               GO TO 1400-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           PERFORM UNTIL WS-PER-EOF
               READ GL-PERIOD-FILE
                   AT END
                       SET WS-PER-EOF TO TRUE
                   NOT AT END
                       IF GP-PERIOD-CLOSED
                           IF WS-CLOSED-PERIOD-COUNT NOT < 240
                               DISPLAY "POSGLEXT: MORE THAN 240 CLOSED "
                                   "PERIODS - WS-CLOSED-PERIOD-TABLE "
                                   "IS FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               PERFORM 9900-WRITE-STEP-STATUS
                               GOBACK
                           END-IF
                           ADD 1 TO WS-CLOSED-PERIOD-COUNT
                           SET WS-CLP-IDX TO WS-CLOSED-PERIOD-COUNT
                           MOVE GP-PERIOD-ID TO
                               WS-CLP-PERIOD-ID(WS-CLP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           .
       1400-LOAD-CLOSED-PERIODS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-SORT-INPUT-FEEDS - order the daily master and the
      *> home-currency feed by TXN-ID so the two can be walked
               DISPLAY "POSGLEXT: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           SORT MASTER-SORT-FILE
                           MOVE MT-DISTRICT-CODE TO MS-DISTRICT-CODE
                           MOVE MT-AMOUNT-PAID   TO MS-AMOUNT-PAID
                           MOVE MT-BANK-PAYABLE  TO MS-BANK-PAYABLE
                           MOVE MT-TXN-DATE      TO MS-TXN-DATE
                           RELEASE MASTER-SORT-RECORD
                       ELSE
                           ADD 1 TO WS-RECORDS-SKIPPED
           STRING MD-REGION-CODE DELIMITED BY SIZE
                  MD-DISTRICT-CODE DELIMITED BY SIZE
               INTO WS-LOOKUP-COST-CENTER
           IF MD-TXN-DATE < WS-FEED-DATE
               PERFORM 3300-ACCUMULATE-ADJUSTMENT
           ELSE
               PERFORM 7200-FIND-COST-CENTER-ENTRY
               ADD WS-POST-GROSS TO WS-CC-GROSS-AMOUNT(WS-CC-IDX)
               ADD WS-POST-FEE   TO WS-CC-FEE-AMOUNT(WS-CC-IDX)
           END-IF
           PERFORM 3200-MAP-STORE-TO-COST-CENTER
           .

                   DISPLAY "POSGLEXT: MORE THAN 2000 STORES ON POSMASTR"
                       " - WS-STORE-MAP-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-STORE-MAP-COUNT
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3300-ACCUMULATE-ADJUSTMENT - a sale dated before the
      *> business date totals per cost center and original date;
      *> the period check decides the date it posts under
      *> ----------------------------------------------------------
       3300-ACCUMULATE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-RECORDS-POSTED
           MOVE "N" TO WS-ADJ-FOUND-SWITCH
           IF WS-ADJUST-COUNT > 0
               SET WS-ADJ-IDX TO 1
               SEARCH WS-ADJ-ENTRY VARYING WS-ADJ-IDX
                   AT END
                       CONTINUE
                   WHEN WS-ADJ-COST-CENTER(WS-ADJ-IDX) =
                           WS-LOOKUP-COST-CENTER
                       AND WS-ADJ-ORIGINAL-DATE(WS-ADJ-IDX) =
                           MD-TXN-DATE
                       SET WS-ADJ-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-ADJ-FOUND
               IF WS-ADJUST-COUNT NOT < 2000
                   DISPLAY "POSGLEXT: MORE THAN 2000 COST CENTER/DATE"
                       " ADJUSTMENTS - WS-ADJUST-TABLE IS FULL"
                       " - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-ADJUST-COUNT
               SET WS-ADJ-IDX TO WS-ADJUST-COUNT
               MOVE WS-LOOKUP-COST-CENTER TO
                   WS-ADJ-COST-CENTER(WS-ADJ-IDX)
               MOVE MD-TXN-DATE TO WS-ADJ-ORIGINAL-DATE(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-GROSS-AMOUNT(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-FEE-AMOUNT(WS-ADJ-IDX)
               PERFORM 3350-CHECK-PERIOD-CLOSED
               IF WS-CLP-FOUND
                   MOVE WS-FEED-DATE TO WS-ADJ-POSTING-DATE(WS-ADJ-IDX)
                   MOVE "Y" TO WS-ADJ-SIGNOFF-FLAG(WS-ADJ-IDX)
               ELSE
                   MOVE MD-TXN-DATE TO WS-ADJ-POSTING-DATE(WS-ADJ-IDX)
                   MOVE SPACE TO WS-ADJ-SIGNOFF-FLAG(WS-ADJ-IDX)
               END-IF
           END-IF
           ADD WS-POST-GROSS TO WS-ADJ-GROSS-AMOUNT(WS-ADJ-IDX)
           ADD WS-POST-FEE   TO WS-ADJ-FEE-AMOUNT(WS-ADJ-IDX)
           ADD WS-POST-GROSS TO WS-ADJ-GROSS-TOTAL
           .

       3350-CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-CLP-FOUND-SWITCH
           IF WS-CLOSED-PERIOD-COUNT > 0
               SET WS-CLP-IDX TO 1
               SEARCH WS-CLP-ENTRY VARYING WS-CLP-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CLP-PERIOD-ID(WS-CLP-IDX) =
                           MD-TXN-DATE(1:7)
                       SET WS-CLP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3500-FOLD-IN-REFUND-NETTING - the per-store refund totals
      *> POSREFND nets onto STORNET land in the cost center the
                   UNTIL WS-CC-IDX > WS-COST-CENTER-COUNT
               PERFORM 4100-BUILD-ONE-COST-CENTER
           END-PERFORM
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
               PERFORM 4300-BUILD-ONE-ADJUSTMENT
           END-PERFORM
           CLOSE JOURNAL-WORK-FILE
           .
       4000-BUILD-JOURNAL-LINES-EXIT.
           EXIT.

       4100-BUILD-ONE-COST-CENTER.
           MOVE "J" TO WS-JL-RECORD-TYPE
           MOVE WS-FEED-DATE TO WS-JL-POSTING-DATE
           MOVE WS-CC-COST-CENTER(WS-CC-IDX) TO WS-JL-COST-CENTER
           MOVE SPACES TO WS-JL-ORIGINAL-DATE
           MOVE SPACE TO WS-JL-SIGNOFF-FLAG
           IF WS-CC-GROSS-AMOUNT(WS-CC-IDX) NOT = ZERO
               MOVE WS-CC-GROSS-AMOUNT(WS-CC-IDX) TO WS-POST-GROSS
               MOVE "GROSSDR" TO WS-LOOKUP-POSTING-KEY
           END-IF
           .

      *> ----------------------------------------------------------
      *> 4300-BUILD-ONE-ADJUSTMENT - the same gross and fee pairs as
      *> a cost center, as type A lines dated for the period they
      *> belong to and carrying the original TXN-DATE
      *> ----------------------------------------------------------
       4300-BUILD-ONE-ADJUSTMENT.
           MOVE "A" TO WS-JL-RECORD-TYPE
           MOVE WS-ADJ-POSTING-DATE(WS-ADJ-IDX) TO WS-JL-POSTING-DATE
           MOVE WS-ADJ-COST-CENTER(WS-ADJ-IDX) TO WS-JL-COST-CENTER
           MOVE WS-ADJ-ORIGINAL-DATE(WS-ADJ-IDX) TO
               WS-JL-ORIGINAL-DATE
           MOVE WS-ADJ-SIGNOFF-FLAG(WS-ADJ-IDX) TO WS-JL-SIGNOFF-FLAG
           IF WS-ADJ-GROSS-AMOUNT(WS-ADJ-IDX) NOT = ZERO
               MOVE WS-ADJ-GROSS-AMOUNT(WS-ADJ-IDX) TO WS-POST-GROSS
               MOVE "GROSSDR" TO WS-LOOKUP-POSTING-KEY
               MOVE "DR" TO GJ-DR-CR
               PERFORM 4200-WRITE-ONE-JOURNAL-LINE
               MOVE "GROSSCR" TO WS-LOOKUP-POSTING-KEY
               MOVE "CR" TO GJ-DR-CR
               PERFORM 4200-WRITE-ONE-JOURNAL-LINE
           END-IF
           IF WS-ADJ-FEE-AMOUNT(WS-ADJ-IDX) NOT = ZERO
               MOVE WS-ADJ-FEE-AMOUNT(WS-ADJ-IDX) TO WS-POST-GROSS
               MOVE "FEEDR" TO WS-LOOKUP-POSTING-KEY
               MOVE "DR" TO GJ-DR-CR
               PERFORM 4200-WRITE-ONE-JOURNAL-LINE
               MOVE "FEECR" TO WS-LOOKUP-POSTING-KEY
               MOVE "CR" TO GJ-DR-CR
               PERFORM 4200-WRITE-ONE-JOURNAL-LINE
           END-IF
           .

      *> 4200 expects GJ-DR-CR and WS-LOOKUP-POSTING-KEY set by the
      *> caller, the line amount in WS-POST-GROSS and the line type,
      *> dates and cost center in WS-JOURNAL-LINE-FIELDS
       4200-WRITE-ONE-JOURNAL-LINE.
           PERFORM 7100-LOOKUP-ACCOUNT
           MOVE WS-JL-RECORD-TYPE TO GJ-RECORD-TYPE
           MOVE WS-JL-POSTING-DATE TO GJ-BUSINESS-DATE
           MOVE WS-RESOLVED-ACCOUNT TO GJ-ACCOUNT-NUMBER
           MOVE WS-JL-COST-CENTER TO GJ-COST-CENTER
           MOVE WS-POST-GROSS TO GJ-AMOUNT
           MOVE WS-LOOKUP-POSTING-KEY TO GJ-POSTING-KEY
           MOVE WS-JL-ORIGINAL-DATE TO GJ-ORIGINAL-DATE
           MOVE WS-JL-SIGNOFF-FLAG TO GJ-SIGNOFF-FLAG
           IF GJ-ADJUSTMENT-LINE
               ADD 1 TO WS-ADJ-JOURNAL-LINES
           END-IF
           IF GJ-SIGNOFF-REQUIRED
               ADD 1 TO WS-SIGNOFF-LINES
           END-IF
           IF GJ-DR-CR = "DR"
               ADD WS-POST-GROSS TO WS-TOTAL-DEBITS
           ELSE
           MOVE WS-JOURNAL-LINES TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           MOVE "PRIOR-DATED TRANSACTIONS " TO WS-RP-COUNT-LABEL
           MOVE WS-ADJ-RECORDS-POSTED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           MOVE "ADJUSTMENT LINES (TYPE A)" TO WS-RP-COUNT-LABEL
           MOVE WS-ADJ-JOURNAL-LINES TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           MOVE "LINES NEEDING SIGN-OFF . " TO WS-RP-COUNT-LABEL
           MOVE WS-SIGNOFF-LINES TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           MOVE "ADJUSTMENT GROSS . . . . " TO WS-RP-AMOUNT-LABEL
           MOVE WS-ADJ-GROSS-TOTAL TO WS-RP-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           MOVE "TOTAL DEBITS . . . . . . " TO WS-RP-AMOUNT-LABEL
           MOVE WS-TOTAL-DEBITS TO WS-RP-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO POSTING-RPT-RECORD
                   DISPLAY "POSGLEXT: MORE THAN 500 COST CENTERS"
                       " - WS-CC-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-COST-CENTER-COUNT
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSGLEXT: NO RUNCTL ON FILE - BALANCING SKIPPED"
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
           MOVE "POSGLEXT" TO RL-PROGRAM-ID
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
           MOVE WS-JOURNAL-LINES TO RL-RECORDS-WRITTEN
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
           DISPLAY "POSGLEXT: RECORDS READ      = " WS-RECORDS-READ
           DISPLAY "POSGLEXT: RECORDS POSTED    = " WS-RECORDS-POSTED
           DISPLAY "POSGLEXT: FX FALLBACK LINES = "
               WS-FX-FALLBACK-COUNT
           DISPLAY "POSGLEXT: JOURNAL LINES     = " WS-JOURNAL-LINES
           DISPLAY "POSGLEXT: PRIOR-DATED TXNS  = "
               WS-ADJ-RECORDS-POSTED
           DISPLAY "POSGLEXT: ADJUSTMENT LINES  = " WS-ADJ-JOURNAL-LINES
           DISPLAY "POSGLEXT: SIGN-OFF LINES    = " WS-SIGNOFF-LINES
           DISPLAY "POSGLEXT: TOTAL DEBITS      = " WS-TOTAL-DEBITS
           DISPLAY "POSGLEXT: TOTAL CREDITS     = " WS-TOTAL-CREDITS
           MOVE ZERO TO RETURN-CODE
