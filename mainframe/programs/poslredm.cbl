      *> CUSTLDG2 so the statement can show points earned tonight as
      *> the movement between the two.
      *>
      *> Each customer's points earned, redeemed and expired are also
      *> carried month to date (LOYMTD1 in, LOYMTD2 out) for the
      *> month-end liability valuation in POSLYVAL; the month is the
      *> RUNCTL business date's, and a row from an earlier month
      *> starts again from zero.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-08-21.
      *>
      *> MODIFICATION HISTORY
      *> 2026-08-21 DE  Initial version.
      *> 2026-10-15 DE  Carry points earned, redeemed and expired
      *>                month to date per customer on LOYMTD1/LOYMTD2
      *>                for the month-end liability valuation.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSLREDM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT MTD-OLD-FILE ASSIGN TO "LOYMTD1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDO-FILE-STATUS.

           SELECT MTD-NEW-FILE ASSIGN TO "LOYMTD2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTDN-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT LEDGER-WORK-FILE ASSIGN TO "LRDMWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-LEDGER-NEW-FILE
       01  LOYALTY-PARM-RECORD.
           05 LP-EXPIRY-AGE-DAYS       PIC 9(5).

       FD  MTD-OLD-FILE
           RECORDING MODE IS F.
       01  MTD-OLD-RECORD              PIC X(44).

       FD  MTD-NEW-FILE
           RECORDING MODE IS F.
           COPY "loyalty_mtd.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  LEDGER-WORK-FILE
           RECORDING MODE IS F.
       01  LEDGER-WORK-RECORD.
           RECORDING MODE IS F.
       01  ACTIVITY-STMT-RECORD        PIC X(100).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NEWM-FILE-STATUS         PIC X(2).
           88 WS-NEWM-OK               VALUE "00".
       01  WS-PRM-FILE-STATUS          PIC X(2).
           88 WS-PRM-OK                VALUE "00".

       01  WS-MTDO-FILE-STATUS         PIC X(2).
           88 WS-MTDO-OK               VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-MTDN-FILE-STATUS         PIC X(2).
       01  WS-WORK-FILE-STATUS         PIC X(2).
       01  WS-OUTM-FILE-STATUS         PIC X(2).
       01  WS-REJ-FILE-STATUS          PIC X(2).
       01  WS-RDM-OPEN-SWITCH          PIC X(01) VALUE "N".
           88 WS-RDM-OPENED            VALUE "Y".

       01  WS-MTDO-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-MTDO-EOF              VALUE "Y".

      *> balances with no accrual for this many days expire in full;
      *> default holds unless marketing supplies a LOYPARM override
       01  WS-EXPIRY-AGE-DAYS          PIC 9(5) VALUE 365.
               10 WS-LDG-PRIOR-POINTS     PIC S9(9) COMP-3.
               10 WS-LDG-REDEEMED-POINTS  PIC S9(9) COMP-3.
               10 WS-LDG-EXPIRED-POINTS   PIC S9(9) COMP-3.
               10 WS-LDG-MTD-EARNED       PIC S9(9) COMP-3.
               10 WS-LDG-MTD-REDEEMED     PIC S9(9) COMP-3.
               10 WS-LDG-MTD-EXPIRED      PIC S9(9) COMP-3.

       01  WS-LEDGER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-LEDGER-FOUND-SWITCH        PIC X(01) VALUE "N".
           05 WS-DN-MM                   PIC X(2).
           05 WS-DN-DD                   PIC X(2).
       01  WS-CONVERT-DATE               PIC X(10).
       01  WS-FEED-DATE                  PIC X(10) VALUE SPACES.
       01  WS-PERIOD-ID                  PIC X(7).

       01  WS-REJECT-LINE.
           05 WS-RJ-CUST-ID              PIC X(10).

       01  WS-EARNED-POINTS              PIC S9(9) COMP-3.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REDEMPTIONS
               THRU 2000-PROCESS-REDEMPTIONS-EXIT
           PERFORM 4000-WRITE-LEDGER-AND-STATEMENT
               THRU 4000-WRITE-LEDGER-AND-STATEMENT-EXIT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSLREDM: UNABLE TO OPEN CUSTLDG2 - STATUS "
                   WS-NEWM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           IF WS-RDM-OK
           MOVE WS-TODAY-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-TODAY-INTEGER

           PERFORM 1400-RESOLVE-PERIOD
           PERFORM 1500-LOAD-MONTH-TO-DATE
               THRU 1500-LOAD-MONTH-TO-DATE-EXIT
           .

      *> ----------------------------------------------------------
      *> 1400-RESOLVE-PERIOD - the month-to-date figures belong to
      *> the business month on the run-control record; with no
      *> control on file the machine date's month stands in
      *> ----------------------------------------------------------
       1400-RESOLVE-PERIOD.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-FEED-DATE TO WS-FEED-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-FEED-DATE = SPACES
               DISPLAY "POSLREDM: NO RUNCTL ON FILE - MONTH TO DATE "
                   "KEPT FOR TODAY'S MONTH"
               MOVE WS-TODAY-DATE TO WS-FEED-DATE
           END-IF
           MOVE WS-FEED-DATE(1:7) TO WS-PERIOD-ID
           .

      *> ----------------------------------------------------------
      *> 1500-LOAD-MONTH-TO-DATE - last night's month-to-date rows
      *> onto the ledger entries; rows from an earlier month are
      *> left behind so the new month starts from zero
      *> ----------------------------------------------------------
       1500-LOAD-MONTH-TO-DATE.
           OPEN INPUT MTD-OLD-FILE
           IF NOT WS-MTDO-OK
               DISPLAY "POSLREDM: NO LOYMTD1 ON FILE - STATUS "
                   WS-MTDO-FILE-STATUS
                   " - MONTH TO DATE STARTS FROM TONIGHT"
               GO TO 1500-LOAD-MONTH-TO-DATE-EXIT
           END-IF
           PERFORM UNTIL WS-MTDO-EOF
               READ MTD-OLD-FILE INTO LOYALTY-MTD-RECORD
                   AT END
                       SET WS-MTDO-EOF TO TRUE
                   NOT AT END
                       IF LM-PERIOD-ID = WS-PERIOD-ID
                           MOVE LM-CUST-ID TO WS-CANONICAL-CUST-ID
                           PERFORM 2300-FIND-LEDGER-ENTRY
                           IF WS-LEDGER-FOUND
                               MOVE LM-EARNED-POINTS TO
                                   WS-LDG-MTD-EARNED(WS-LDG-IDX)
                               MOVE LM-REDEEMED-POINTS TO
                                   WS-LDG-MTD-REDEEMED(WS-LDG-IDX)
                               MOVE LM-EXPIRED-POINTS TO
                                   WS-LDG-MTD-EXPIRED(WS-LDG-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-OLD-FILE
           .
       1500-LOAD-MONTH-TO-DATE-EXIT.
           EXIT.

       1300-LOAD-PARAMETERS.
           READ LOYALTY-PARM-FILE
               AT END
                           WS-LDG-REDEEMED-POINTS(WS-LEDGER-COUNT)
                       MOVE ZERO TO
                           WS-LDG-EXPIRED-POINTS(WS-LEDGER-COUNT)
                       MOVE ZERO TO
                           WS-LDG-MTD-EARNED(WS-LEDGER-COUNT)
                       MOVE ZERO TO
                           WS-LDG-MTD-REDEEMED(WS-LEDGER-COUNT)
                       MOVE ZERO TO
                           WS-LDG-MTD-EXPIRED(WS-LEDGER-COUNT)
                       PERFORM 1110-SEED-ALIAS-FROM-LEDGER
               END-READ
           END-PERFORM
               DISPLAY "POSLREDM: MORE THAN 5000 CUSTOMERS ON CUSTLDG2"
                   " - WS-LEDGER-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
               DISPLAY "POSLREDM: MORE THAN 5000 CUSTOMER ALIASES"
                   " - WS-ALIAS-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
           WRITE ACTIVITY-STMT-RECORD

           OPEN OUTPUT LEDGER-WORK-FILE
           OPEN OUTPUT MTD-NEW-FILE
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               MOVE WS-LDG-CUST-ID(WS-LDG-IDX) TO LW-CUST-ID
               WRITE LEDGER-WORK-RECORD
               ADD 1 TO WS-CUSTOMERS-ON-LEDGER
               PERFORM 4100-WRITE-STATEMENT-LINE
               PERFORM 4200-WRITE-MONTH-TO-DATE-ROW
           END-PERFORM
           CLOSE LEDGER-WORK-FILE
           CLOSE MTD-NEW-FILE

           MOVE WS-TOTAL-EARNED   TO WS-TL-EARNED
           MOVE WS-TOTAL-REDEEMED TO WS-TL-REDEEMED
           ADD WS-LDG-LOYALTY-POINTS(WS-LDG-IDX)   TO WS-TOTAL-BALANCE
           .

      *> 4200 follows 4100, which leaves tonight's earned figure for
      *> the customer in WS-EARNED-POINTS
       4200-WRITE-MONTH-TO-DATE-ROW.
           ADD WS-EARNED-POINTS TO WS-LDG-MTD-EARNED(WS-LDG-IDX)
           ADD WS-LDG-REDEEMED-POINTS(WS-LDG-IDX) TO
               WS-LDG-MTD-REDEEMED(WS-LDG-IDX)
           ADD WS-LDG-EXPIRED-POINTS(WS-LDG-IDX) TO
               WS-LDG-MTD-EXPIRED(WS-LDG-IDX)
           MOVE WS-LDG-CUST-ID(WS-LDG-IDX)      TO LM-CUST-ID
           MOVE WS-PERIOD-ID                    TO LM-PERIOD-ID
           MOVE WS-LDG-MTD-EARNED(WS-LDG-IDX)   TO LM-EARNED-POINTS
           MOVE WS-LDG-MTD-REDEEMED(WS-LDG-IDX) TO LM-REDEEMED-POINTS
           MOVE WS-LDG-MTD-EXPIRED(WS-LDG-IDX)  TO LM-EXPIRED-POINTS
           WRITE LOYALTY-MTD-RECORD
           .

      *> ----------------------------------------------------------
      *> 7000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
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
           MOVE "POSLREDM" TO RL-PROGRAM-ID
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
           MOVE WS-REDEMPTIONS-READ TO RL-RECORDS-READ
           MOVE WS-CUSTOMERS-ON-LEDGER TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           IF WS-RDM-OPENED
               CLOSE REDEMPTION-FILE
