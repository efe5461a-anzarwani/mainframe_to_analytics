      *> date, subtotaled by the region and district codes POSSTREN
      *> joins onto the master.  Weeks run Monday through Sunday.
      *>
      *> A completed sale whose TXN-DATE is earlier than the feed date
      *> (a late poll, or a suspense record POSSUSPR re-entered) is a
      *> prior-period adjustment, not part of tonight's day: it posts
      *> as a separate adjustment on the history row for its own store
      *> and date, and the adjustments report (SLADJRPT) lists every
      *> past date that moved, by how much, and whether the date falls
      *> in a period finance has closed (GLPERIOD) - POSGLEXT posts
      *> those to the current open period for finance sign-off.
      *>
      *> Must run after POSSTREN and POSREFND.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *>
      *> MODIFICATION HISTORY
      *> 2026-08-21 DE  Initial version.
      *> 2026-10-15 DE  Post sales dated before the feed date as
      *>                prior-period adjustments to their own store/
      *>                date history row instead of tonight's row, and
      *>                write the daily adjustments report (SLADJRPT)
      *>                flagging dates in periods closed on GLPERIOD.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSSLHST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT ADJUST-SORT-FILE ASSIGN TO "SLADSORT".

           SELECT ADJUST-REPORT-FILE ASSIGN TO "SLADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-MASTER-FILE
           05 HO-REFUND-AMOUNT         PIC S9(11)V99.
           05 HO-NET-AMOUNT            PIC S9(11)V99.
           05 HO-TXN-COUNT             PIC 9(7).
           05 HO-ADJUST-AMOUNT         PIC S9(11)V99.
           05 HO-ADJUST-COUNT          PIC 9(7).
           05 HO-LAST-ADJ-FEED-DATE    PIC X(10).
           05 HO-LAST-ADJ-AMOUNT       PIC S9(11)V99.
           05 HO-LAST-ADJ-COUNT        PIC 9(7).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           05 HW-REFUND-AMOUNT         PIC S9(11)V99.
           05 HW-NET-AMOUNT            PIC S9(11)V99.
           05 HW-TXN-COUNT             PIC 9(7).
           05 HW-ADJUST-AMOUNT         PIC S9(11)V99.
           05 HW-ADJUST-COUNT          PIC 9(7).
           05 HW-LAST-ADJ-FEED-DATE    PIC X(10).
           05 HW-LAST-ADJ-AMOUNT       PIC S9(11)V99.
           05 HW-LAST-ADJ-COUNT        PIC 9(7).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05 HS-REFUND-AMOUNT         PIC S9(11)V99.
           05 HS-NET-AMOUNT            PIC S9(11)V99.
           05 HS-TXN-COUNT             PIC 9(7).
           05 HS-ADJUST-AMOUNT         PIC S9(11)V99.
           05 HS-ADJUST-COUNT          PIC 9(7).
           05 HS-LAST-ADJ-FEED-DATE    PIC X(10).
           05 HS-LAST-ADJ-AMOUNT       PIC S9(11)V99.
           05 HS-LAST-ADJ-COUNT        PIC 9(7).

       FD  HISTORY-NEW-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  TREND-REPORT-RECORD         PIC X(132).

       FD  GL-PERIOD-FILE
           RECORDING MODE IS F.
           COPY "gl_period.cpy".

       SD  ADJUST-SORT-FILE.
       01  ADJUST-SORT-RECORD.
           05 AS-ORIGINAL-DATE         PIC X(10).
           05 AS-STORE-ID              PIC X(6).
           05 AS-REGION-CODE           PIC X(4).
           05 AS-DISTRICT-CODE         PIC X(4).
           05 AS-TXN-COUNT             PIC 9(7).
           05 AS-NET-BEFORE            PIC S9(11)V99.
           05 AS-ADJUST-AMOUNT         PIC S9(11)V99.
           05 AS-NET-AFTER             PIC S9(11)V99.
           05 AS-DISPOSITION           PIC X(1).
               88 AS-POSTED-TO-HISTORY VALUE "P".
               88 AS-OUTSIDE-WINDOW    VALUE "W".
           05 AS-PERIOD-CLOSED         PIC X(1).
               88 AS-CLOSED-PERIOD     VALUE "Y".

       FD  ADJUST-REPORT-FILE
           RECORDING MODE IS F.
       01  ADJUST-REPORT-RECORD        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POS-FILE-STATUS          PIC X(2).
           88 WS-POS-OK                VALUE "00".
       01  WS-WRK-FILE-STATUS          PIC X(2).
       01  WS-NEW-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-ADR-FILE-STATUS          PIC X(2).
       01  WS-PER-FILE-STATUS          PIC X(2).
           88 WS-PER-OK                VALUE "00".

       01  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PER-EOF               VALUE "Y".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-EOF                   VALUE "Y".
           05 WS-HISTORY-EXPIRED       PIC 9(09) COMP VALUE ZERO.
           05 WS-HISTORY-CARRIED-OUT   PIC 9(09) COMP VALUE ZERO.
           05 WS-STORES-TODAY          PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-TXNS              PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-ROWS-POSTED       PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-OUTSIDE-WINDOW    PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-CLOSED-PERIOD     PIC 9(09) COMP VALUE ZERO.
           05 WS-ADJ-REVERSED-ROWS     PIC 9(09) COMP VALUE ZERO.

      *> today's per-store accumulator off the daily master
       01  WS-TODAY-TABLE.
               10 WS-HIS-REFUND-AMOUNT  PIC S9(11)V99 COMP-3.
               10 WS-HIS-NET-AMOUNT     PIC S9(11)V99 COMP-3.
               10 WS-HIS-TXN-COUNT      PIC S9(7) COMP-3.
               10 WS-HIS-ADJUST-AMOUNT  PIC S9(11)V99 COMP-3.
               10 WS-HIS-ADJUST-COUNT   PIC S9(7) COMP-3.
               10 WS-HIS-LAST-ADJ-DATE  PIC X(10).
               10 WS-HIS-LAST-ADJ-AMT   PIC S9(11)V99 COMP-3.
               10 WS-HIS-LAST-ADJ-COUNT PIC S9(7) COMP-3.

       01  WS-HISTORY-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-HIS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-HIS-FOUND             VALUE "Y".

      *> tonight's prior-period adjustments - one row per store per
      *> earlier TXN-DATE found on the daily master
       01  WS-ADJUST-TABLE.
           05 WS-ADJ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ADJ-IDX.
               10 WS-ADJ-STORE-ID       PIC X(6).
               10 WS-ADJ-SALES-DATE     PIC X(10).
               10 WS-ADJ-DATE-INTEGER   PIC S9(09) COMP.
               10 WS-ADJ-REGION-CODE    PIC X(4).
               10 WS-ADJ-DISTRICT-CODE  PIC X(4).
               10 WS-ADJ-AMOUNT         PIC S9(11)V99 COMP-3.
               10 WS-ADJ-TXN-COUNT      PIC S9(7) COMP-3.
               10 WS-ADJ-NET-BEFORE     PIC S9(11)V99 COMP-3.
               10 WS-ADJ-NET-AFTER      PIC S9(11)V99 COMP-3.
               10 WS-ADJ-DISPOSITION    PIC X(1).
               10 WS-ADJ-PERIOD-CLOSED  PIC X(1).

       01  WS-ADJUST-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJ-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-ADJ-FOUND             VALUE "Y".

      *> periods finance has closed, off GLPERIOD
       01  WS-CLOSED-PERIOD-TABLE.
           05 WS-CLP-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-CLP-IDX.
               10 WS-CLP-PERIOD-ID      PIC X(7).

       01  WS-CLOSED-PERIOD-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-CLP-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-CLP-FOUND             VALUE "Y".

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-FEED-INTEGER             PIC S9(09) COMP.
       01  WS-WEEK-START-INTEGER       PIC S9(09) COMP.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-SL-MTD-NET            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> prior-period adjustments report lines
       01  WS-ADJ-TOTALS.
           05 WS-ADT-DATE-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ADT-DATE-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-ADT-GRAND-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ADT-GRAND-COUNT       PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-PRIOR-ADJ-DATE           PIC X(10) VALUE SPACES.
       01  WS-FEED-PERIOD-ID           PIC X(7) VALUE SPACES.
       01  WS-LOOKUP-PERIOD-ID         PIC X(7).

       01  WS-ADJ-HEADING-1.
           05 FILLER                   PIC X(36)
               VALUE "PRIOR-PERIOD SALES ADJUSTMENTS".

       01  WS-ADJ-HEADING-2.
           05 FILLER                   PIC X(11) VALUE "FEED DATE: ".
           05 WS-AH2-FEED-DATE         PIC X(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(20)
               VALUE "OPEN GL PERIOD:     ".
           05 WS-AH2-FEED-PERIOD       PIC X(07).

       01  WS-ADJ-COLUMN-HEADING.
           05 FILLER PIC X(60) VALUE
              "ORIG DATE   STORE  REGN DIST  TXNS     NET BEFORE     ADJUST".
           05 FILLER PIC X(60) VALUE
              "MENT      NET AFTER  DISPOSITION                            ".

       01  WS-ADJ-DETAIL-LINE.
           05 WS-AD-ORIGINAL-DATE      PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AD-STORE-ID           PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-REGION-CODE        PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-DISTRICT-CODE      PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-TXN-COUNT          PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-NET-BEFORE         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-ADJUST-AMOUNT      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AD-NET-AFTER          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AD-DISPOSITION        PIC X(50).

       01  WS-ADJ-TOTAL-LINE.
           05 WS-AT-LABEL              PIC X(30).
           05 WS-AT-TXN-COUNT          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 WS-AT-ADJUST-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-ADJ-NONE-LINE.
           05 FILLER                   PIC X(40)
               VALUE "NO PRIOR-PERIOD ADJUSTMENTS TONIGHT".

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-TODAY
               THRU 2000-ACCUMULATE-TODAY-EXIT
               UNTIL WS-NET-EOF
           PERFORM 3000-POST-TODAY-TO-HISTORY
               THRU 3000-POST-TODAY-TO-HISTORY-EXIT
           PERFORM 3200-POST-ADJUSTMENTS-TO-HISTORY
               THRU 3200-POST-ADJUSTMENTS-TO-HISTORY-EXIT
           PERFORM 3500-WRITE-NEW-MASTER
               THRU 3500-WRITE-NEW-MASTER-EXIT
           PERFORM 4000-PRODUCE-TREND-REPORT
           PERFORM 4500-PRODUCE-ADJUSTMENTS-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSSLHST: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           IF WS-NET-OK
                   WS-OLD-FILE-STATUS
                   " - STARTING WITH AN EMPTY SALES HISTORY"
           END-IF

           PERFORM 1300-LOAD-CLOSED-PERIODS
               THRU 1300-LOAD-CLOSED-PERIODS-EXIT
           .

      *> ----------------------------------------------------------
               DISPLAY "POSSLHST: FEED DATE " WS-FEED-DATE
                   " IS NOT A USABLE DATE - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

                               WS-HIS-NET-AMOUNT(WS-HIS-IDX)
                           MOVE HO-TXN-COUNT TO
                               WS-HIS-TXN-COUNT(WS-HIS-IDX)
                           PERFORM 1110-LOAD-ADJUSTMENT-FIELDS
                       END-IF
               END-READ
           END-PERFORM
       1100-LOAD-OLD-HISTORY-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1110-LOAD-ADJUSTMENT-FIELDS - a row written before the
      *> adjustment fields existed carries spaces there and loads as
      *> unadjusted; a row already adjusted under tonight's feed
      *> date has that night's portion backed out so a rerun
      *> replaces rather than doubles the adjustment
      *> ----------------------------------------------------------
       1110-LOAD-ADJUSTMENT-FIELDS.
           IF HO-ADJUST-AMOUNT IS NUMERIC
                   AND HO-ADJUST-COUNT IS NUMERIC
                   AND HO-LAST-ADJ-AMOUNT IS NUMERIC
                   AND HO-LAST-ADJ-COUNT IS NUMERIC
               MOVE HO-ADJUST-AMOUNT TO
                   WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
               MOVE HO-ADJUST-COUNT TO
                   WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
               MOVE HO-LAST-ADJ-FEED-DATE TO
                   WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
               MOVE HO-LAST-ADJ-AMOUNT TO
                   WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
               MOVE HO-LAST-ADJ-COUNT TO
                   WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
           ELSE
               MOVE ZERO   TO WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
               MOVE SPACES TO WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
           END-IF

           IF WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX) = WS-FEED-DATE
               SUBTRACT WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX) FROM
                   WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
                   WS-HIS-NET-AMOUNT(WS-HIS-IDX)
               SUBTRACT WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX) FROM
                   WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
               MOVE SPACES TO WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
               ADD 1 TO WS-ADJ-REVERSED-ROWS
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1300-LOAD-CLOSED-PERIODS - finance's period-close file; a
      *> period with no row, or a blank status, is still open, so a
      *> missing file means every period is open
      *> ----------------------------------------------------------
       1300-LOAD-CLOSED-PERIODS.
           MOVE WS-FEED-DATE(1:7) TO WS-FEED-PERIOD-ID
           OPEN INPUT GL-PERIOD-FILE
           IF NOT WS-PER-OK
               DISPLAY "POSSLHST: NO GLPERIOD ON FILE - STATUS "
                   WS-PER-FILE-STATUS
                   " - ALL PERIODS TREATED AS OPEN"
               GO TO 1300-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           PERFORM UNTIL WS-PER-EOF
               READ GL-PERIOD-FILE
                   AT END
                       SET WS-PER-EOF TO TRUE
                   NOT AT END
                       IF GP-PERIOD-CLOSED
                           PERFORM 1350-CHECK-TABLE-FULL
                           ADD 1 TO WS-CLOSED-PERIOD-COUNT
                           SET WS-CLP-IDX TO WS-CLOSED-PERIOD-COUNT
                           MOVE GP-PERIOD-ID TO
                               WS-CLP-PERIOD-ID(WS-CLP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           .
       1300-LOAD-CLOSED-PERIODS-EXIT.
           EXIT.

       1350-CHECK-TABLE-FULL.
           IF WS-CLOSED-PERIOD-COUNT NOT < 240
               DISPLAY "POSSLHST: MORE THAN 240 CLOSED PERIODS"
                   " - WS-CLOSED-PERIOD-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1150-CHECK-TABLE-FULL - WS-HISTORY-TABLE holds one row per
      *> store per date inside the retention window and is sized
               DISPLAY "POSSLHST: MORE THAN 20000 HISTORY ROWS"
                   " - WS-HISTORY-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF MT-TXN-STATUS = WS-COMPLETED-STATUS
                           AND MT-TXN-DATE < WS-FEED-DATE
                       PERFORM 2200-ACCUMULATE-ADJUSTMENT
                       GO TO 2000-ACCUMULATE-TODAY-EXIT
                   END-IF
                   IF MT-TXN-STATUS = WS-COMPLETED-STATUS
                       MOVE MT-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 2100-FIND-OR-ADD-TODAY-ENTRY
               DISPLAY "POSSLHST: MORE THAN 500 DISTINCT STORES"
                   " - WS-TODAY-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2200-ACCUMULATE-ADJUSTMENT - a completed sale dated before
      *> the feed date belongs to its own day, not tonight's; total
      *> it per store and original date for posting after today's
      *> rows are in
      *> ----------------------------------------------------------
       2200-ACCUMULATE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-TXNS
           MOVE "N" TO WS-ADJ-FOUND-SWITCH
           IF WS-ADJUST-COUNT > 0
               SET WS-ADJ-IDX TO 1
               SEARCH WS-ADJ-ENTRY VARYING WS-ADJ-IDX
                   AT END
                       CONTINUE
                   WHEN WS-ADJ-STORE-ID(WS-ADJ-IDX) = MT-STORE-ID
                       AND WS-ADJ-SALES-DATE(WS-ADJ-IDX) = MT-TXN-DATE
                       SET WS-ADJ-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-ADJ-FOUND
               PERFORM 2250-CHECK-TABLE-FULL
               ADD 1 TO WS-ADJUST-COUNT
               SET WS-ADJ-IDX TO WS-ADJUST-COUNT
               MOVE MT-STORE-ID TO WS-ADJ-STORE-ID(WS-ADJ-IDX)
               MOVE MT-TXN-DATE TO WS-ADJ-SALES-DATE(WS-ADJ-IDX)
               MOVE MT-TXN-DATE TO WS-CONVERT-DATE
               PERFORM 7000-CONVERT-DATE-TO-INTEGER
               MOVE WS-ITEM-INTEGER TO WS-ADJ-DATE-INTEGER(WS-ADJ-IDX)
               MOVE MT-REGION-CODE TO WS-ADJ-REGION-CODE(WS-ADJ-IDX)
               MOVE MT-DISTRICT-CODE TO
                   WS-ADJ-DISTRICT-CODE(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-AMOUNT(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-TXN-COUNT(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-NET-BEFORE(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-NET-AFTER(WS-ADJ-IDX)
               MOVE SPACES TO WS-ADJ-DISPOSITION(WS-ADJ-IDX)
               MOVE "N" TO WS-ADJ-PERIOD-CLOSED(WS-ADJ-IDX)
           END-IF
           ADD MT-AMOUNT-PAID TO WS-ADJ-AMOUNT(WS-ADJ-IDX)
           ADD 1 TO WS-ADJ-TXN-COUNT(WS-ADJ-IDX)
           .

      *> ----------------------------------------------------------
      *> 2250-CHECK-TABLE-FULL - WS-ADJUST-TABLE holds one row per
      *> store per earlier date on tonight's master; a normal night
      *> carries a handful of late polls and suspense re-entries
      *> ----------------------------------------------------------
       2250-CHECK-TABLE-FULL.
           IF WS-ADJUST-COUNT NOT < 5000
               DISPLAY "POSSLHST: MORE THAN 5000 STORE/DATE "
                   "ADJUSTMENTS - WS-ADJUST-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
                   WS-TDY-REFUND-AMOUNT(WS-TDY-IDX)
               MOVE WS-TDY-TXN-COUNT(WS-TDY-IDX) TO
                   WS-HIS-TXN-COUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
               MOVE SPACES TO WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
           END-PERFORM
           .
       3000-POST-TODAY-TO-HISTORY-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-POST-ADJUSTMENTS-TO-HISTORY - each store/date
      *> adjustment lands on that store's row for the original date
      *> (a row is opened if the store had no sales that day); a
      *> date already past the retention window cannot be carried
      *> in history and is reported for the GL posting only.  Gross
      *> and count stay as first posted - the adjustment shows in
      *> the adjustment fields and in net
      *> ----------------------------------------------------------
       3200-POST-ADJUSTMENTS-TO-HISTORY.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
               MOVE WS-ADJ-SALES-DATE(WS-ADJ-IDX)(1:7) TO
                   WS-LOOKUP-PERIOD-ID
               PERFORM 3250-CHECK-PERIOD-CLOSED
               IF WS-CLP-FOUND
                   MOVE "Y" TO WS-ADJ-PERIOD-CLOSED(WS-ADJ-IDX)
                   ADD 1 TO WS-ADJ-CLOSED-PERIOD
               END-IF
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-FEED-INTEGER - WS-ADJ-DATE-INTEGER(WS-ADJ-IDX)
               IF WS-ADJ-DATE-INTEGER(WS-ADJ-IDX) = ZERO
                       OR WS-ITEM-AGE-DAYS NOT < WS-RETENTION-DAYS
                   MOVE "W" TO WS-ADJ-DISPOSITION(WS-ADJ-IDX)
                   ADD 1 TO WS-ADJ-OUTSIDE-WINDOW
               ELSE
                   PERFORM 3220-FIND-OR-ADD-HISTORY-ROW
                   MOVE WS-HIS-NET-AMOUNT(WS-HIS-IDX) TO
                       WS-ADJ-NET-BEFORE(WS-ADJ-IDX)
                   ADD WS-ADJ-AMOUNT(WS-ADJ-IDX) TO
                       WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
                       WS-HIS-NET-AMOUNT(WS-HIS-IDX)
                       WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
                   ADD WS-ADJ-TXN-COUNT(WS-ADJ-IDX) TO
                       WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
                       WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
                   MOVE WS-HIS-NET-AMOUNT(WS-HIS-IDX) TO
                       WS-ADJ-NET-AFTER(WS-ADJ-IDX)
                   MOVE "P" TO WS-ADJ-DISPOSITION(WS-ADJ-IDX)
                   ADD 1 TO WS-ADJ-ROWS-POSTED
               END-IF
           END-PERFORM
           .
       3200-POST-ADJUSTMENTS-TO-HISTORY-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3220-FIND-OR-ADD-HISTORY-ROW - locate the store/date row;
      *> the last-adjustment fields are restarted under tonight's
      *> feed date the first time tonight touches the row
      *> ----------------------------------------------------------
       3220-FIND-OR-ADD-HISTORY-ROW.
           MOVE "N" TO WS-HIS-FOUND-SWITCH
           IF WS-HISTORY-COUNT > 0
               SET WS-HIS-IDX TO 1
               SEARCH WS-HIS-ENTRY VARYING WS-HIS-IDX
                   AT END
                       CONTINUE
                   WHEN WS-HIS-STORE-ID(WS-HIS-IDX) =
                           WS-ADJ-STORE-ID(WS-ADJ-IDX)
                       AND WS-HIS-SALES-DATE(WS-HIS-IDX) =
                           WS-ADJ-SALES-DATE(WS-ADJ-IDX)
                       SET WS-HIS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-HIS-FOUND
               PERFORM 1150-CHECK-TABLE-FULL
               ADD 1 TO WS-HISTORY-COUNT
               SET WS-HIS-IDX TO WS-HISTORY-COUNT
               MOVE WS-ADJ-STORE-ID(WS-ADJ-IDX) TO
                   WS-HIS-STORE-ID(WS-HIS-IDX)
               MOVE WS-ADJ-SALES-DATE(WS-ADJ-IDX) TO
                   WS-HIS-SALES-DATE(WS-HIS-IDX)
               MOVE WS-ADJ-DATE-INTEGER(WS-ADJ-IDX) TO
                   WS-HIS-DATE-INTEGER(WS-HIS-IDX)
               MOVE WS-ADJ-REGION-CODE(WS-ADJ-IDX) TO
                   WS-HIS-REGION-CODE(WS-HIS-IDX)
               MOVE WS-ADJ-DISTRICT-CODE(WS-ADJ-IDX) TO
                   WS-HIS-DISTRICT-CODE(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-GROSS-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-REFUND-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-NET-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-TXN-COUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX)
               MOVE ZERO   TO WS-HIS-ADJUST-COUNT(WS-HIS-IDX)
               MOVE SPACES TO WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
           END-IF
           IF WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX) NOT = WS-FEED-DATE
               MOVE WS-FEED-DATE TO WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX)
               MOVE ZERO TO WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)
               MOVE ZERO TO WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX)
           END-IF
           .

       3250-CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-CLP-FOUND-SWITCH
           IF WS-CLOSED-PERIOD-COUNT > 0
               SET WS-CLP-IDX TO 1
               SEARCH WS-CLP-ENTRY VARYING WS-CLP-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CLP-PERIOD-ID(WS-CLP-IDX) =
                           WS-LOOKUP-PERIOD-ID
                       SET WS-CLP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3500-WRITE-NEW-MASTER - spill the rolling window to a work
      *> file and resort it by store and date for tomorrow's run
                   HW-REFUND-AMOUNT
               MOVE WS-HIS-NET-AMOUNT(WS-HIS-IDX)    TO HW-NET-AMOUNT
               MOVE WS-HIS-TXN-COUNT(WS-HIS-IDX)     TO HW-TXN-COUNT
               MOVE WS-HIS-ADJUST-AMOUNT(WS-HIS-IDX) TO
                   HW-ADJUST-AMOUNT
               MOVE WS-HIS-ADJUST-COUNT(WS-HIS-IDX)  TO HW-ADJUST-COUNT
               MOVE WS-HIS-LAST-ADJ-DATE(WS-HIS-IDX) TO
                   HW-LAST-ADJ-FEED-DATE
               MOVE WS-HIS-LAST-ADJ-AMT(WS-HIS-IDX)  TO
                   HW-LAST-ADJ-AMOUNT
               MOVE WS-HIS-LAST-ADJ-COUNT(WS-HIS-IDX) TO
                   HW-LAST-ADJ-COUNT
               WRITE HISTORY-WORK-RECORD
               ADD 1 TO WS-HISTORY-CARRIED-OUT
           END-PERFORM
           WRITE TREND-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 4500-PRODUCE-ADJUSTMENTS-REPORT - every past store/date
      *> that moved tonight, by original date, with the net before
      *> and after and whether the date sits in a closed period
      *> ----------------------------------------------------------
       4500-PRODUCE-ADJUSTMENTS-REPORT.
           SORT ADJUST-SORT-FILE
               ON ASCENDING KEY AS-ORIGINAL-DATE AS-STORE-ID
               INPUT PROCEDURE IS 4510-BUILD-ADJUSTMENT-INPUT
                   THRU 4510-BUILD-ADJUSTMENT-INPUT-EXIT
               OUTPUT PROCEDURE IS 4600-WRITE-ADJUSTMENTS-REPORT
                   THRU 4600-WRITE-ADJUSTMENTS-REPORT-EXIT
           .

       4510-BUILD-ADJUSTMENT-INPUT.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
               MOVE WS-ADJ-SALES-DATE(WS-ADJ-IDX)    TO
                   AS-ORIGINAL-DATE
               MOVE WS-ADJ-STORE-ID(WS-ADJ-IDX)      TO AS-STORE-ID
               MOVE WS-ADJ-REGION-CODE(WS-ADJ-IDX)   TO AS-REGION-CODE
               MOVE WS-ADJ-DISTRICT-CODE(WS-ADJ-IDX) TO
                   AS-DISTRICT-CODE
               MOVE WS-ADJ-TXN-COUNT(WS-ADJ-IDX)     TO AS-TXN-COUNT
               MOVE WS-ADJ-NET-BEFORE(WS-ADJ-IDX)    TO AS-NET-BEFORE
               MOVE WS-ADJ-AMOUNT(WS-ADJ-IDX)        TO
                   AS-ADJUST-AMOUNT
               MOVE WS-ADJ-NET-AFTER(WS-ADJ-IDX)     TO AS-NET-AFTER
               MOVE WS-ADJ-DISPOSITION(WS-ADJ-IDX)   TO AS-DISPOSITION
               MOVE WS-ADJ-PERIOD-CLOSED(WS-ADJ-IDX) TO
                   AS-PERIOD-CLOSED
               RELEASE ADJUST-SORT-RECORD
           END-PERFORM
           .
       4510-BUILD-ADJUSTMENT-INPUT-EXIT.
           EXIT.

       4600-WRITE-ADJUSTMENTS-REPORT.
           OPEN OUTPUT ADJUST-REPORT-FILE
           MOVE WS-ADJ-HEADING-1 TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           MOVE WS-FEED-DATE      TO WS-AH2-FEED-DATE
           MOVE WS-FEED-PERIOD-ID TO WS-AH2-FEED-PERIOD
           MOVE WS-ADJ-HEADING-2 TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           MOVE SPACES TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD

           IF WS-ADJUST-COUNT = ZERO
               MOVE WS-ADJ-NONE-LINE TO ADJUST-REPORT-RECORD
               WRITE ADJUST-REPORT-RECORD
               CLOSE ADJUST-REPORT-FILE
               GO TO 4600-WRITE-ADJUSTMENTS-REPORT-EXIT
           END-IF

           MOVE WS-ADJ-COLUMN-HEADING TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               RETURN ADJUST-SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4610-WRITE-ADJUSTMENT-DETAIL
               END-RETURN
           END-PERFORM
           PERFORM 4620-WRITE-DATE-TOTAL

           MOVE "TOTAL ADJUSTMENTS TONIGHT     " TO WS-AT-LABEL
           MOVE WS-ADT-GRAND-COUNT  TO WS-AT-TXN-COUNT
           MOVE WS-ADT-GRAND-AMOUNT TO WS-AT-ADJUST-AMOUNT
           MOVE WS-ADJ-TOTAL-LINE TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           CLOSE ADJUST-REPORT-FILE
           .
       4600-WRITE-ADJUSTMENTS-REPORT-EXIT.
           EXIT.

       4610-WRITE-ADJUSTMENT-DETAIL.
           IF WS-PRIOR-ADJ-DATE NOT = SPACES
                   AND AS-ORIGINAL-DATE NOT = WS-PRIOR-ADJ-DATE
               PERFORM 4620-WRITE-DATE-TOTAL
           END-IF
           MOVE AS-ORIGINAL-DATE TO WS-PRIOR-ADJ-DATE

           MOVE AS-ORIGINAL-DATE TO WS-AD-ORIGINAL-DATE
           MOVE AS-STORE-ID      TO WS-AD-STORE-ID
           MOVE AS-REGION-CODE   TO WS-AD-REGION-CODE
           MOVE AS-DISTRICT-CODE TO WS-AD-DISTRICT-CODE
           MOVE AS-TXN-COUNT     TO WS-AD-TXN-COUNT
           MOVE AS-NET-BEFORE    TO WS-AD-NET-BEFORE
           MOVE AS-ADJUST-AMOUNT TO WS-AD-ADJUST-AMOUNT
           MOVE AS-NET-AFTER     TO WS-AD-NET-AFTER
           MOVE SPACES TO WS-AD-DISPOSITION
           IF AS-OUTSIDE-WINDOW
               STRING "PAST HISTORY WINDOW - GL ONLY"
                       DELIMITED BY SIZE
                   INTO WS-AD-DISPOSITION
           ELSE
               STRING "POSTED TO HISTORY"
                       DELIMITED BY SIZE
                   INTO WS-AD-DISPOSITION
           END-IF
           IF AS-CLOSED-PERIOD AND AS-OUTSIDE-WINDOW
               MOVE SPACES TO WS-AD-DISPOSITION
               STRING "PAST WINDOW - GL IN " DELIMITED BY SIZE
                      WS-FEED-PERIOD-ID DELIMITED BY SIZE
                      " - SIGN-OFF REQD" DELIMITED BY SIZE
                   INTO WS-AD-DISPOSITION
           END-IF
           IF AS-CLOSED-PERIOD AND AS-POSTED-TO-HISTORY
               MOVE SPACES TO WS-AD-DISPOSITION
               STRING "PERIOD CLOSED - GL IN " DELIMITED BY SIZE
                      WS-FEED-PERIOD-ID DELIMITED BY SIZE
                      " - SIGN-OFF REQD" DELIMITED BY SIZE
                   INTO WS-AD-DISPOSITION
           END-IF
           MOVE WS-ADJ-DETAIL-LINE TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD

           ADD AS-ADJUST-AMOUNT TO WS-ADT-DATE-AMOUNT
               WS-ADT-GRAND-AMOUNT
           ADD AS-TXN-COUNT TO WS-ADT-DATE-COUNT WS-ADT-GRAND-COUNT
           .

       4620-WRITE-DATE-TOTAL.
           MOVE SPACES TO WS-AT-LABEL
           STRING "  TOTAL FOR " DELIMITED BY SIZE
                  WS-PRIOR-ADJ-DATE DELIMITED BY SIZE
               INTO WS-AT-LABEL
           MOVE WS-ADT-DATE-COUNT  TO WS-AT-TXN-COUNT
           MOVE WS-ADT-DATE-AMOUNT TO WS-AT-ADJUST-AMOUNT
           MOVE WS-ADJ-TOTAL-LINE TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           MOVE SPACES TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           MOVE ZERO TO WS-ADT-DATE-AMOUNT
           MOVE ZERO TO WS-ADT-DATE-COUNT
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
           MOVE "POSSLHST" TO RL-PROGRAM-ID
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
               WS-RECORDS-READ
               + WS-HISTORY-CARRIED-IN
           MOVE WS-HISTORY-CARRIED-OUT TO RL-RECORDS-WRITTEN
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
           IF WS-NET-OPENED
           DISPLAY "POSSLHST: STORES TODAY        = " WS-STORES-TODAY
           DISPLAY "POSSLHST: HISTORY CARRIED OUT = "
               WS-HISTORY-CARRIED-OUT
           DISPLAY "POSSLHST: PRIOR-DATED SALES   = " WS-ADJ-TXNS
           DISPLAY "POSSLHST: ADJUSTED ROWS       = "
               WS-ADJ-ROWS-POSTED
           DISPLAY "POSSLHST: PAST HISTORY WINDOW = "
               WS-ADJ-OUTSIDE-WINDOW
           DISPLAY "POSSLHST: IN CLOSED PERIODS   = "
               WS-ADJ-CLOSED-PERIOD
           DISPLAY "POSSLHST: RERUN ADJ BACKED OUT= "
               WS-ADJ-REVERSED-ROWS
           MOVE ZERO TO RETURN-CODE
           .
