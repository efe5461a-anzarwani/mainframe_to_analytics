      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSRISKW - Loss-prevention risk watchlist
      *>
      *> Four jobs already raise loss-prevention signals, each on its
      *> own page: POSRFVEL flags customers and terminals for refund
      *> velocity (RFDVELRP), POSSTEXC alerts terminals whose daily
      *> non-completed count reaches its EXCTHRPR threshold
      *> (POSTALRT), POSCHGBK opens dispute cases (DSPCASE2) and
      *> POSTRMRC reports terminals whose declared close disagrees
      *> with the feed or that never closed (TRMRECON).  Nobody was
      *> putting them together, so a terminal that turned up on three
      *> of the four every night looked no worse than one bad night.
      *>
      *> This job scores every CUST-ID and every STORE-ID/TERMINAL-ID
      *> those signals name, using per-source weights off the optional
      *> RISKPARM parameter file, and carries the scores forward on a
      *> watchlist master (RISKWL1 in, RISKWL2 out, the same old/new
      *> pattern POSRFVEL uses for the refund history).  A carried
      *> score decays by RISKPARM's percentage each night, so a key
      *> stays on the list only while the signals keep coming.  Each
      *> scored signal is kept as an event row under its key for the
      *> event window, and the ranked list (RISKWLRP) shows every key
      *> at or over the watch threshold, highest score first, with
      *> its contributing events underneath.
      *>
      *> Investigators record dispositions on the optional RISKDISP
      *> file.  UNDER INVESTIGATION keeps a key on the list whatever
      *> its score until it is cleared; CLEARED zeroes the score and
      *> retires the events the investigator reviewed, and the
      *> clearance is carried so a key that comes back shows it was
      *> cleared before.
      *>
      *> A dispute is attributed through the TXN-ID's row on the
      *> indexed lifecycle master, the same keyed read POSCHGBK uses;
      *> only cases on DSPCASE2 that were not on DSPCASE1 are new.
      *>
      *> Must run after POSRFVEL, POSSTEXC, POSCHGBK and POSTRMRC.
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
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRISKW.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-OLD-FILE ASSIGN TO "RISKWL1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT WATCHLIST-NEW-FILE ASSIGN TO "RISKWL2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT RISK-PARM-FILE ASSIGN TO "RISKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "RISKDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT VELOCITY-REPORT-FILE ASSIGN TO "RFDVELRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEL-FILE-STATUS.

           SELECT TERMINAL-ALERT-FILE ASSIGN TO "POSTALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

           SELECT CASE-OLD-FILE ASSIGN TO "DSPCASE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSO-FILE-STATUS.

           SELECT CASE-NEW-FILE ASSIGN TO "DSPCASE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSN-FILE-STATUS.

           SELECT TXN-MASTER-FILE ASSIGN TO "TXNMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TXN-ID
               FILE STATUS IS WS-TXM-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "TRMRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RISK-SORT-FILE ASSIGN TO "RSKSORT".

           SELECT RANKED-REPORT-FILE ASSIGN TO "RISKWLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-OLD-FILE
           RECORDING MODE IS F.
       01  WATCHLIST-OLD-RECORD        PIC X(102).

       FD  WATCHLIST-NEW-FILE
           RECORDING MODE IS F.
           COPY "risk_watchlist.cpy".

       FD  RISK-PARM-FILE
           RECORDING MODE IS F.
       01  RISK-PARM-RECORD.
           05 RP-VELOCITY-WEIGHT       PIC 9(3)V99.
           05 RP-ALERT-WEIGHT          PIC 9(3)V99.
           05 RP-DISPUTE-WEIGHT        PIC 9(3)V99.
           05 RP-RECON-WEIGHT          PIC 9(3)V99.
           05 RP-DECAY-PERCENT         PIC 9(3).
           05 RP-WATCH-THRESHOLD       PIC 9(5)V99.
           05 RP-DROP-THRESHOLD        PIC 9(5)V99.
           05 RP-EVENT-DAYS            PIC 9(3).

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-RECORD.
           05 RD-KEY-TYPE              PIC X(1).
           05 RD-CUST-ID               PIC X(10).
           05 RD-STORE-ID              PIC X(6).
           05 RD-TERMINAL-ID           PIC X(4).
           05 RD-DISPOSITION           PIC X(1).
               88 RD-CLEARED           VALUE "C".
               88 RD-UNDER-INVESTIGATION VALUE "I".
           05 RD-DISPOSITION-DATE      PIC X(10).
           05 RD-INVESTIGATOR-ID       PIC X(8).

      *> the flag lines POSRFVEL writes to RFDVELRP; the per-reason
      *> lines under each flag are not separate signals
       FD  VELOCITY-REPORT-FILE
           RECORDING MODE IS F.
       01  VELOCITY-REPORT-RECORD.
           05 VR-LINE-TYPE             PIC X(19).
               88 VR-CUSTOMER-FLAG     VALUE "CUSTOMER FLAGGED - ".
               88 VR-TERMINAL-FLAG     VALUE "TERMINAL FLAGGED - ".
           05 FILLER                   PIC X(81).
       01  VR-CUSTOMER-LINE.
           05 FILLER                   PIC X(19).
           05 VR-CF-CUST-ID            PIC X(10).
           05 FILLER                   PIC X(10).
           05 VR-CF-COUNT              PIC X(6).
           05 FILLER                   PIC X(9).
           05 VR-CF-AMOUNT             PIC X(14).
       01  VR-TERMINAL-LINE.
           05 FILLER                   PIC X(19).
           05 VR-TF-STORE-ID           PIC X(6).
           05 FILLER                   PIC X(1).
           05 VR-TF-TERMINAL-ID        PIC X(4).
           05 FILLER                   PIC X(10).
           05 VR-TF-COUNT              PIC X(6).
           05 FILLER                   PIC X(9).
           05 VR-TF-AMOUNT             PIC X(14).

      *> the alert line POSSTEXC writes to POSTALRT
       FD  TERMINAL-ALERT-FILE
           RECORDING MODE IS F.
       01  TERMINAL-ALERT-RECORD.
           05 TA-LINE-TYPE             PIC X(24).
               88 TA-TERMINAL-ALERT    VALUE "TERMINAL ALERT - STORE ".
           05 TA-STORE-ID              PIC X(6).
           05 FILLER                   PIC X(13).
           05 TA-TERMINAL-ID           PIC X(4).
           05 FILLER                   PIC X(30).
           05 TA-EXCEPT-COUNT          PIC X(6).
           05 FILLER                   PIC X(17).

       FD  CASE-OLD-FILE
           RECORDING MODE IS F.
       01  CASE-OLD-RECORD.
           05 CA-TXN-ID                PIC X(12).
           05 FILLER                   PIC X(98).

       FD  CASE-NEW-FILE
           RECORDING MODE IS F.
           COPY "dispute_case.cpy".

       FD  TXN-MASTER-FILE.
           COPY "txn_lifecycle.cpy".

      *> the over/short detail and terminal section lines POSTRMRC
      *> writes to TRMRECON
       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-RECORD         PIC X(132).
       01  RR-DETAIL-LINE.
           05 RR-STORE-ID              PIC X(6).
           05 FILLER                   PIC X(2).
           05 RR-TERMINAL-ID           PIC X(4).
           05 FILLER                   PIC X(2).
           05 RR-PAYMENT-MODE          PIC X(10).
           05 FILLER                   PIC X(54).
           05 RR-VARIANCE              PIC X(14).
           05 FILLER                   PIC X(40).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       SD  RISK-SORT-FILE.
       01  RISK-SORT-RECORD.
           05 RS-RISK-SCORE            PIC 9(5)V99.
           05 RS-SUMMARY-NUMBER        PIC 9(5).

       FD  RANKED-REPORT-FILE
           RECORDING MODE IS F.
       01  RANKED-REPORT-RECORD        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(2).
           88 WS-OLD-OK                VALUE "00".

       01  WS-NEW-FILE-STATUS          PIC X(2).

       01  WS-PRM-FILE-STATUS          PIC X(2).
           88 WS-PRM-OK                VALUE "00".

       01  WS-DSP-FILE-STATUS          PIC X(2).
           88 WS-DSP-OK                VALUE "00".

       01  WS-VEL-FILE-STATUS          PIC X(2).
           88 WS-VEL-OK                VALUE "00".

       01  WS-ALT-FILE-STATUS          PIC X(2).
           88 WS-ALT-OK                VALUE "00".

       01  WS-CSO-FILE-STATUS          PIC X(2).
           88 WS-CSO-OK                VALUE "00".

       01  WS-CSN-FILE-STATUS          PIC X(2).
           88 WS-CSN-OK                VALUE "00".

       01  WS-TXM-FILE-STATUS          PIC X(2).
           88 WS-TXM-OK                VALUE "00".

       01  WS-REC-FILE-STATUS          PIC X(2).
           88 WS-REC-OK                VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-OLD-EOF               VALUE "Y".

       01  WS-DSP-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-DSP-EOF               VALUE "Y".

       01  WS-VEL-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-VEL-EOF               VALUE "Y".

       01  WS-ALT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-ALT-EOF               VALUE "Y".

       01  WS-CSO-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CSO-EOF               VALUE "Y".

       01  WS-CSN-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CSN-EOF               VALUE "Y".

       01  WS-REC-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-REC-EOF               VALUE "Y".

       01  WS-RPT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-RPT-EOF               VALUE "Y".

       01  WS-TXM-AVAILABLE-SWITCH     PIC X(01) VALUE "N".
           88 WS-TXM-AVAILABLE         VALUE "Y".

       01  WS-SUM-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-SUM-FOUND             VALUE "Y".

       01  WS-CASE-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-CASE-FOUND            VALUE "Y".

      *> which TRMRECON section the line being read belongs to
       01  WS-RECON-SECTION            PIC X(01) VALUE "D".
           88 WS-RECON-DETAIL          VALUE "D".
           88 WS-RECON-CLOSED-NO-TXNS  VALUE "N".
           88 WS-RECON-NEVER-CLOSED    VALUE "C".

      *> weights and thresholds - defaults below hold unless loss
      *> prevention supplies a RISKPARM override row
       01  WS-VELOCITY-WEIGHT          PIC 9(3)V99 VALUE 20.00.
       01  WS-ALERT-WEIGHT             PIC 9(3)V99 VALUE 10.00.
       01  WS-DISPUTE-WEIGHT           PIC 9(3)V99 VALUE 15.00.
       01  WS-RECON-WEIGHT             PIC 9(3)V99 VALUE 10.00.
       01  WS-DECAY-PERCENT            PIC 9(3) VALUE 10.
       01  WS-WATCH-THRESHOLD          PIC 9(5)V99 VALUE 25.00.
       01  WS-DROP-THRESHOLD           PIC 9(5)V99 VALUE 1.00.
       01  WS-EVENT-DAYS               PIC 9(3) VALUE 30.

       01  WS-COUNTERS.
           05 WS-ROWS-CARRIED-IN       PIC 9(09) COMP VALUE ZERO.
           05 WS-EVENTS-EXPIRED        PIC 9(09) COMP VALUE ZERO.
           05 WS-DISPOSITIONS-READ     PIC 9(09) COMP VALUE ZERO.
           05 WS-DISPOSITIONS-APPLIED  PIC 9(09) COMP VALUE ZERO.
           05 WS-DISPOSITIONS-REJECTED PIC 9(09) COMP VALUE ZERO.
           05 WS-VELOCITY-EVENTS       PIC 9(09) COMP VALUE ZERO.
           05 WS-ALERT-EVENTS          PIC 9(09) COMP VALUE ZERO.
           05 WS-DISPUTE-EVENTS        PIC 9(09) COMP VALUE ZERO.
           05 WS-DISPUTES-UNRESOLVED   PIC 9(09) COMP VALUE ZERO.
           05 WS-RECON-EVENTS          PIC 9(09) COMP VALUE ZERO.
           05 WS-KEYS-DROPPED          PIC 9(09) COMP VALUE ZERO.
           05 WS-ROWS-CARRIED-OUT      PIC 9(09) COMP VALUE ZERO.
           05 WS-KEYS-LISTED           PIC 9(09) COMP VALUE ZERO.
           05 WS-KEYS-NEW-TO-LIST      PIC 9(09) COMP VALUE ZERO.

      *> one row per scored key; each key's event rows are chained
      *> first to last through WS-EVT-NEXT in date order
       01  WS-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-SUM-IDX.
               10 WS-SUM-KEY-TYPE       PIC X(1).
               10 WS-SUM-CUST-ID        PIC X(10).
               10 WS-SUM-STORE-ID       PIC X(6).
               10 WS-SUM-TERMINAL-ID    PIC X(4).
               10 WS-SUM-RISK-SCORE     PIC 9(5)V99 COMP-3.
               10 WS-SUM-TONIGHT-POINTS PIC 9(5)V99 COMP-3.
               10 WS-SUM-FIRST-LISTED   PIC X(10).
               10 WS-SUM-LAST-EVENT     PIC X(10).
               10 WS-SUM-DISPOSITION    PIC X(1).
                   88 WS-SUM-CLEARED    VALUE "C".
                   88 WS-SUM-UNDER-INVESTIGATION VALUE "I".
               10 WS-SUM-DISP-DATE      PIC X(10).
               10 WS-SUM-INVESTIGATOR   PIC X(8).
               10 WS-SUM-WAS-LISTED-FLAG PIC X(1).
                   88 WS-SUM-WAS-LISTED VALUE "Y".
               10 WS-SUM-FIRST-EVT      PIC 9(5) COMP.
               10 WS-SUM-LAST-EVT       PIC 9(5) COMP.

       01  WS-SUMMARY-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-EVENT-TABLE.
           05 WS-EVT-ENTRY OCCURS 30000 TIMES
                   INDEXED BY WS-EVT-IDX.
               10 WS-EVT-NEXT           PIC 9(5) COMP.
               10 WS-EVT-DATE           PIC X(10).
               10 WS-EVT-SOURCE         PIC X(8).
               10 WS-EVT-POINTS         PIC 9(3)V99 COMP-3.
               10 WS-EVT-TEXT           PIC X(57).
               10 WS-EVT-DROPPED-FLAG   PIC X(1).
                   88 WS-EVT-DROPPED    VALUE "Y".

       01  WS-EVENT-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-EVENT-NUMBER             PIC 9(05) COMP.
       01  WS-EVENTS-KEPT              PIC 9(05) COMP.

      *> TXN-IDs already open on last night's case master
       01  WS-CASE-TABLE.
           05 WS-CSE-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CSE-IDX.
               10 WS-CSE-TXN-ID         PIC X(12).

       01  WS-CASE-COUNT               PIC 9(05) COMP VALUE ZERO.

       01  WS-LOOKUP-KEY-TYPE          PIC X(1).
       01  WS-LOOKUP-CUST-ID           PIC X(10).
       01  WS-LOOKUP-STORE-ID          PIC X(6).
       01  WS-LOOKUP-TERMINAL-ID       PIC X(4).

       01  WS-NEW-EVENT-SOURCE         PIC X(8).
       01  WS-NEW-EVENT-POINTS         PIC 9(3)V99.
       01  WS-NEW-EVENT-TEXT           PIC X(57).
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-TODAY-INTEGER            PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-ITEM-AGE-DAYS            PIC S9(05) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).
       01  WS-RANK                     PIC 9(05) COMP VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(47)
               VALUE "LOSS-PREVENTION RISK WATCHLIST - BUSINESS DATE ".
           05 WS-H1-FEED-DATE          PIC X(10).

       01  WS-RPT-HEADING-2.
           05 FILLER                   PIC X(17)
               VALUE "WATCH THRESHOLD ".
           05 WS-H2-WATCH-THRESHOLD    PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(10) VALUE "   DECAY ".
           05 WS-H2-DECAY-PERCENT      PIC ZZ9.
           05 FILLER                   PIC X(19)
               VALUE "%/NIGHT   WEIGHTS ".
           05 FILLER                   PIC X(09) VALUE "VELOCITY ".
           05 WS-H2-VELOCITY-WEIGHT    PIC ZZ9.99.
           05 FILLER                   PIC X(08) VALUE "  ALERT ".
           05 WS-H2-ALERT-WEIGHT       PIC ZZ9.99.
           05 FILLER                   PIC X(10) VALUE "  DISPUTE ".
           05 WS-H2-DISPUTE-WEIGHT     PIC ZZ9.99.
           05 FILLER                   PIC X(08) VALUE "  RECON ".
           05 WS-H2-RECON-WEIGHT       PIC ZZ9.99.

       01  WS-RPT-COLUMN-HEADING.
           05 FILLER PIC X(60) VALUE
              " RANK  TYPE      CUSTOMER/STORE-TERM       SCORE    TONIGHT".
           05 FILLER PIC X(40) VALUE
              " ON LIST SINCE   STATUS".

       01  WS-RPT-KEY-LINE.
           05 WS-KL-RANK               PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-KL-KEY-TYPE           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-KL-KEY-ID             PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-KL-RISK-SCORE         PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-KL-TONIGHT-POINTS     PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-KL-FIRST-LISTED       PIC X(10).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-KL-STATUS             PIC X(50).

       01  WS-RPT-EVENT-LINE.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WS-EL-EVENT-DATE         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-EVENT-SOURCE       PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-EVENT-POINTS       PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-EVENT-TEXT         PIC X(57).

       01  WS-RPT-COUNT-LINE.
           05 WS-RP-COUNT-LABEL        PIC X(30).
           05 WS-RP-COUNT              PIC ZZZ,ZZZ,ZZ9.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DISPOSITIONS
               THRU 2000-APPLY-DISPOSITIONS-EXIT
           PERFORM 3000-SCORE-VELOCITY-FLAGS
               THRU 3000-SCORE-VELOCITY-FLAGS-EXIT
           PERFORM 3100-SCORE-TERMINAL-ALERTS
               THRU 3100-SCORE-TERMINAL-ALERTS-EXIT
           PERFORM 3200-SCORE-NEW-DISPUTES
               THRU 3200-SCORE-NEW-DISPUTES-EXIT
           PERFORM 3300-SCORE-TERMINAL-RECON
               THRU 3300-SCORE-TERMINAL-RECON-EXIT
           PERFORM 4000-WRITE-NEW-WATCHLIST
               THRU 4000-WRITE-NEW-WATCHLIST-EXIT
           PERFORM 5000-PRODUCE-RANKED-LIST
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT RISK-PARM-FILE
           IF WS-PRM-OK
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE RISK-PARM-FILE
           ELSE
               DISPLAY "POSRISKW: NO RISKPARM ON FILE - STATUS "
                   WS-PRM-FILE-STATUS
                   " - USING DEFAULT WEIGHTS AND THRESHOLDS"
           END-IF

           PERFORM 1050-RESOLVE-BUSINESS-DATE
           MOVE WS-FEED-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-TODAY-INTEGER

           OPEN INPUT WATCHLIST-OLD-FILE
           IF WS-OLD-OK
               PERFORM 1100-LOAD-OLD-WATCHLIST
                   THRU 1100-LOAD-OLD-WATCHLIST-EXIT
               CLOSE WATCHLIST-OLD-FILE
           ELSE
               DISPLAY "POSRISKW: NO RISKWL1 ON FILE - STATUS "
                   WS-OLD-FILE-STATUS
                   " - STARTING WITH AN EMPTY WATCHLIST"
           END-IF
           .

       1050-RESOLVE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
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
               DISPLAY "POSRISKW: NO RUNCTL ON FILE - USING TODAY'S "
                   "MACHINE DATE AS THE BUSINESS DATE"
               STRING WS-CURRENT-DATE-AREA(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(7:2) DELIMITED BY SIZE
                   INTO WS-FEED-DATE
           END-IF
           .

       1200-LOAD-PARAMETERS.
           READ RISK-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RP-VELOCITY-WEIGHT TO WS-VELOCITY-WEIGHT
                   MOVE RP-ALERT-WEIGHT    TO WS-ALERT-WEIGHT
                   MOVE RP-DISPUTE-WEIGHT  TO WS-DISPUTE-WEIGHT
                   MOVE RP-RECON-WEIGHT    TO WS-RECON-WEIGHT
                   MOVE RP-DECAY-PERCENT   TO WS-DECAY-PERCENT
                   MOVE RP-WATCH-THRESHOLD TO WS-WATCH-THRESHOLD
                   MOVE RP-DROP-THRESHOLD  TO WS-DROP-THRESHOLD
                   MOVE RP-EVENT-DAYS      TO WS-EVENT-DAYS
           END-READ
           IF WS-DECAY-PERCENT > 100
               MOVE 100 TO WS-DECAY-PERCENT
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1100-LOAD-OLD-WATCHLIST - carried scores decay by tonight's
      *> percentage on the way in, and event rows older than the
      *> event window age off
      *> ----------------------------------------------------------
       1100-LOAD-OLD-WATCHLIST.
           PERFORM UNTIL WS-OLD-EOF
               READ WATCHLIST-OLD-FILE INTO RISK-WATCHLIST-RECORD
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-CARRIED-IN
                       MOVE WL-KEY-TYPE    TO WS-LOOKUP-KEY-TYPE
                       MOVE WL-CUST-ID     TO WS-LOOKUP-CUST-ID
                       MOVE WL-STORE-ID    TO WS-LOOKUP-STORE-ID
                       MOVE WL-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
                       IF WL-SUMMARY-ROW
                           PERFORM 1110-LOAD-SUMMARY-ROW
                       ELSE
                           PERFORM 1120-LOAD-EVENT-ROW
                       END-IF
               END-READ
           END-PERFORM
           .
       1100-LOAD-OLD-WATCHLIST-EXIT.
           EXIT.

       1110-LOAD-SUMMARY-ROW.
           PERFORM 2900-FIND-OR-ADD-SUMMARY
           IF WL-FIRST-LISTED-DATE NOT = SPACES
               SET WS-SUM-WAS-LISTED(WS-SUM-IDX) TO TRUE
           END-IF
           IF WL-RISK-SCORE IS NUMERIC
               COMPUTE WS-SUM-RISK-SCORE(WS-SUM-IDX) ROUNDED =
                   WL-RISK-SCORE * (100 - WS-DECAY-PERCENT) / 100
           END-IF
           MOVE WL-FIRST-LISTED-DATE TO WS-SUM-FIRST-LISTED(WS-SUM-IDX)
           MOVE WL-LAST-EVENT-DATE   TO WS-SUM-LAST-EVENT(WS-SUM-IDX)
           MOVE WL-DISPOSITION       TO WS-SUM-DISPOSITION(WS-SUM-IDX)
           MOVE WL-DISPOSITION-DATE  TO WS-SUM-DISP-DATE(WS-SUM-IDX)
           MOVE WL-INVESTIGATOR-ID   TO WS-SUM-INVESTIGATOR(WS-SUM-IDX)
           .

       1120-LOAD-EVENT-ROW.
           MOVE WL-EVENT-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER - WS-ITEM-INTEGER
           IF WS-ITEM-INTEGER = ZERO
                   OR WS-ITEM-AGE-DAYS NOT < WS-EVENT-DAYS
               ADD 1 TO WS-EVENTS-EXPIRED
           ELSE
               PERFORM 2900-FIND-OR-ADD-SUMMARY
               MOVE WL-EVENT-SOURCE TO WS-NEW-EVENT-SOURCE
               MOVE WL-EVENT-POINTS TO WS-NEW-EVENT-POINTS
               MOVE WL-EVENT-TEXT   TO WS-NEW-EVENT-TEXT
               PERFORM 2950-CHAIN-EVENT
               MOVE WL-EVENT-DATE TO WS-EVT-DATE(WS-EVT-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2000-APPLY-DISPOSITIONS - the investigators' dispositions
      *> since the last run; an investigation opened on a key not yet
      *> scored puts it on the list, a clearance of an unknown key is
      *> rejected
      *> ----------------------------------------------------------
       2000-APPLY-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE
           IF NOT WS-DSP-OK
               GO TO 2000-APPLY-DISPOSITIONS-EXIT
           END-IF
           PERFORM UNTIL WS-DSP-EOF
               READ DISPOSITION-FILE
                   AT END
                       SET WS-DSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DISPOSITIONS-READ
                       PERFORM 2100-APPLY-ONE-DISPOSITION
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE
           .
       2000-APPLY-DISPOSITIONS-EXIT.
           EXIT.

       2100-APPLY-ONE-DISPOSITION.
           MOVE RD-KEY-TYPE TO WS-LOOKUP-KEY-TYPE
           IF RD-KEY-TYPE = "C"
               MOVE RD-CUST-ID     TO WS-LOOKUP-CUST-ID
               MOVE SPACES         TO WS-LOOKUP-STORE-ID
               MOVE SPACES         TO WS-LOOKUP-TERMINAL-ID
           ELSE
               MOVE SPACES         TO WS-LOOKUP-CUST-ID
               MOVE RD-STORE-ID    TO WS-LOOKUP-STORE-ID
               MOVE RD-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
           END-IF
           IF (RD-KEY-TYPE NOT = "C" AND RD-KEY-TYPE NOT = "T")
                   OR (NOT RD-CLEARED AND NOT RD-UNDER-INVESTIGATION)
               DISPLAY "POSRISKW: DISPOSITION REJECTED - KEY TYPE "
                   RD-KEY-TYPE " DISPOSITION " RD-DISPOSITION
               ADD 1 TO WS-DISPOSITIONS-REJECTED
           ELSE
               PERFORM 2800-FIND-SUMMARY
               IF NOT WS-SUM-FOUND AND RD-CLEARED
                   DISPLAY "POSRISKW: CLEARANCE REJECTED - "
                       RD-KEY-TYPE " " RD-CUST-ID " " RD-STORE-ID
                       " " RD-TERMINAL-ID " NOT ON THE WATCHLIST"
                   ADD 1 TO WS-DISPOSITIONS-REJECTED
               ELSE
                   PERFORM 2900-FIND-OR-ADD-SUMMARY
                   MOVE RD-DISPOSITION TO
                       WS-SUM-DISPOSITION(WS-SUM-IDX)
                   MOVE RD-DISPOSITION-DATE TO
                       WS-SUM-DISP-DATE(WS-SUM-IDX)
                   MOVE RD-INVESTIGATOR-ID TO
                       WS-SUM-INVESTIGATOR(WS-SUM-IDX)
                   IF RD-CLEARED
                       PERFORM 2150-CLEAR-REVIEWED-EVENTS
                   END-IF
                   ADD 1 TO WS-DISPOSITIONS-APPLIED
               END-IF
           END-IF
           .

      *> a clearance covers the score and every event up to the
      *> clearance date; only later activity counts against the key
       2150-CLEAR-REVIEWED-EVENTS.
           MOVE ZERO TO WS-SUM-RISK-SCORE(WS-SUM-IDX)
           MOVE "N" TO WS-SUM-WAS-LISTED-FLAG(WS-SUM-IDX)
           MOVE SPACES TO WS-SUM-FIRST-LISTED(WS-SUM-IDX)
           MOVE WS-SUM-FIRST-EVT(WS-SUM-IDX) TO WS-EVENT-NUMBER
           PERFORM UNTIL WS-EVENT-NUMBER = ZERO
               SET WS-EVT-IDX TO WS-EVENT-NUMBER
               IF WS-EVT-DATE(WS-EVT-IDX) NOT >
                       WS-SUM-DISP-DATE(WS-SUM-IDX)
                   SET WS-EVT-DROPPED(WS-EVT-IDX) TO TRUE
               END-IF
               MOVE WS-EVT-NEXT(WS-EVT-IDX) TO WS-EVENT-NUMBER
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 3000-SCORE-VELOCITY-FLAGS - each customer or terminal flag
      *> line on tonight's RFDVELRP
      *> ----------------------------------------------------------
       3000-SCORE-VELOCITY-FLAGS.
           OPEN INPUT VELOCITY-REPORT-FILE
           IF NOT WS-VEL-OK
               DISPLAY "POSRISKW: NO RFDVELRP ON FILE - STATUS "
                   WS-VEL-FILE-STATUS " - NO VELOCITY SIGNALS SCORED"
               GO TO 3000-SCORE-VELOCITY-FLAGS-EXIT
           END-IF
           MOVE "POSRFVEL" TO WS-NEW-EVENT-SOURCE
           MOVE WS-VELOCITY-WEIGHT TO WS-NEW-EVENT-POINTS
           PERFORM UNTIL WS-VEL-EOF
               READ VELOCITY-REPORT-FILE
                   AT END
                       SET WS-VEL-EOF TO TRUE
                   NOT AT END
                       IF VR-CUSTOMER-FLAG
                           MOVE "C"           TO WS-LOOKUP-KEY-TYPE
                           MOVE VR-CF-CUST-ID TO WS-LOOKUP-CUST-ID
                           MOVE SPACES        TO WS-LOOKUP-STORE-ID
                           MOVE SPACES        TO WS-LOOKUP-TERMINAL-ID
                           MOVE SPACES TO WS-NEW-EVENT-TEXT
                           STRING "REFUND VELOCITY - " DELIMITED BY SIZE
                                  VR-CF-COUNT DELIMITED BY SIZE
                                  " REFUNDS " DELIMITED BY SIZE
                                  VR-CF-AMOUNT DELIMITED BY SIZE
                               INTO WS-NEW-EVENT-TEXT
                           PERFORM 2960-SCORE-EVENT
                           ADD 1 TO WS-VELOCITY-EVENTS
                       END-IF
                       IF VR-TERMINAL-FLAG
                           MOVE "T"               TO WS-LOOKUP-KEY-TYPE
                           MOVE SPACES            TO WS-LOOKUP-CUST-ID
                           MOVE VR-TF-STORE-ID    TO WS-LOOKUP-STORE-ID
                           MOVE VR-TF-TERMINAL-ID TO
                               WS-LOOKUP-TERMINAL-ID
                           MOVE SPACES TO WS-NEW-EVENT-TEXT
                           STRING "REFUND VELOCITY - " DELIMITED BY SIZE
                                  VR-TF-COUNT DELIMITED BY SIZE
                                  " REFUNDS " DELIMITED BY SIZE
                                  VR-TF-AMOUNT DELIMITED BY SIZE
                               INTO WS-NEW-EVENT-TEXT
                           PERFORM 2960-SCORE-EVENT
                           ADD 1 TO WS-VELOCITY-EVENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VELOCITY-REPORT-FILE
           .
       3000-SCORE-VELOCITY-FLAGS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-SCORE-TERMINAL-ALERTS - each terminal POSSTEXC alerted
      *> for reaching its daily non-completed threshold; loss
      *> prevention lowers that threshold on EXCTHRPR to bring
      *> quieter terminals into the score
      *> ----------------------------------------------------------
       3100-SCORE-TERMINAL-ALERTS.
           OPEN INPUT TERMINAL-ALERT-FILE
           IF NOT WS-ALT-OK
               DISPLAY "POSRISKW: NO POSTALRT ON FILE - STATUS "
                   WS-ALT-FILE-STATUS " - NO ALERT SIGNALS SCORED"
               GO TO 3100-SCORE-TERMINAL-ALERTS-EXIT
           END-IF
           MOVE "POSSTEXC" TO WS-NEW-EVENT-SOURCE
           MOVE WS-ALERT-WEIGHT TO WS-NEW-EVENT-POINTS
           PERFORM UNTIL WS-ALT-EOF
               READ TERMINAL-ALERT-FILE
                   AT END
                       SET WS-ALT-EOF TO TRUE
                   NOT AT END
                       IF TA-TERMINAL-ALERT
                           MOVE "T"            TO WS-LOOKUP-KEY-TYPE
                           MOVE SPACES         TO WS-LOOKUP-CUST-ID
                           MOVE TA-STORE-ID    TO WS-LOOKUP-STORE-ID
                           MOVE TA-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
                           MOVE SPACES TO WS-NEW-EVENT-TEXT
                           STRING "EXCEPTION ALERT - " DELIMITED BY SIZE
                                  TA-EXCEPT-COUNT DELIMITED BY SIZE
                                  " NON-COMPLETED IN THE DAY"
                                      DELIMITED BY SIZE
                               INTO WS-NEW-EVENT-TEXT
                           PERFORM 2960-SCORE-EVENT
                           ADD 1 TO WS-ALERT-EVENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-ALERT-FILE
           .
       3100-SCORE-TERMINAL-ALERTS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-SCORE-NEW-DISPUTES - a case on DSPCASE2 that was not
      *> on DSPCASE1 opened tonight; it counts against both the
      *> customer and the terminal that rang the sale
      *> ----------------------------------------------------------
       3200-SCORE-NEW-DISPUTES.
           OPEN INPUT CASE-NEW-FILE
           IF NOT WS-CSN-OK
               DISPLAY "POSRISKW: NO DSPCASE2 ON FILE - STATUS "
                   WS-CSN-FILE-STATUS " - NO DISPUTE SIGNALS SCORED"
               GO TO 3200-SCORE-NEW-DISPUTES-EXIT
           END-IF
           OPEN INPUT TXN-MASTER-FILE
           IF WS-TXM-OK
               SET WS-TXM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "POSRISKW: UNABLE TO OPEN TXNMASTR - STATUS "
                   WS-TXM-FILE-STATUS
                   " - NEW DISPUTES CANNOT BE ATTRIBUTED"
               CLOSE CASE-NEW-FILE
               GO TO 3200-SCORE-NEW-DISPUTES-EXIT
           END-IF

           OPEN INPUT CASE-OLD-FILE
           IF WS-CSO-OK
               PERFORM 3210-LOAD-OLD-CASES
               CLOSE CASE-OLD-FILE
           END-IF

           MOVE "POSCHGBK" TO WS-NEW-EVENT-SOURCE
           MOVE WS-DISPUTE-WEIGHT TO WS-NEW-EVENT-POINTS
           PERFORM UNTIL WS-CSN-EOF
               READ CASE-NEW-FILE
                   AT END
                       SET WS-CSN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3220-FIND-OLD-CASE
                       IF NOT WS-CASE-FOUND
                           PERFORM 3250-SCORE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-NEW-FILE
           CLOSE TXN-MASTER-FILE
           .
       3200-SCORE-NEW-DISPUTES-EXIT.
           EXIT.

       3210-LOAD-OLD-CASES.
           PERFORM UNTIL WS-CSO-EOF
               READ CASE-OLD-FILE
                   AT END
                       SET WS-CSO-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT NOT < 10000
                           DISPLAY "POSRISKW: MORE THAN 10000 OPEN "
                               "CASES - WS-CASE-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CASE-COUNT
                       SET WS-CSE-IDX TO WS-CASE-COUNT
                       MOVE CA-TXN-ID TO WS-CSE-TXN-ID(WS-CSE-IDX)
               END-READ
           END-PERFORM
           .

       3220-FIND-OLD-CASE.
           MOVE "N" TO WS-CASE-FOUND-SWITCH
           IF WS-CASE-COUNT > 0
               SET WS-CSE-IDX TO 1
               SEARCH WS-CSE-ENTRY VARYING WS-CSE-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CSE-IDX > WS-CASE-COUNT
                       CONTINUE
                   WHEN WS-CSE-TXN-ID(WS-CSE-IDX) = DC-TXN-ID
                       SET WS-CASE-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       3250-SCORE-ONE-DISPUTE.
           MOVE DC-TXN-ID TO TL-TXN-ID
           READ TXN-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-DISPUTES-UNRESOLVED
               NOT INVALID KEY
                   MOVE DC-DISPUTE-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-NEW-EVENT-TEXT
                   STRING "DISPUTE OPENED - TXN " DELIMITED BY SIZE
                          DC-TXN-ID DELIMITED BY SIZE
                          " REASON " DELIMITED BY SIZE
                          DC-REASON-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-NEW-EVENT-TEXT
                   IF TL-CUST-ID NOT = SPACES
                       MOVE "C"        TO WS-LOOKUP-KEY-TYPE
                       MOVE TL-CUST-ID TO WS-LOOKUP-CUST-ID
                       MOVE SPACES     TO WS-LOOKUP-STORE-ID
                       MOVE SPACES     TO WS-LOOKUP-TERMINAL-ID
                       PERFORM 2960-SCORE-EVENT
                       ADD 1 TO WS-DISPUTE-EVENTS
                   END-IF
                   MOVE "T"            TO WS-LOOKUP-KEY-TYPE
                   MOVE SPACES         TO WS-LOOKUP-CUST-ID
                   MOVE TL-STORE-ID    TO WS-LOOKUP-STORE-ID
                   MOVE TL-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
                   PERFORM 2960-SCORE-EVENT
                   ADD 1 TO WS-DISPUTE-EVENTS
           END-READ
           .

      *> ----------------------------------------------------------
      *> 3300-SCORE-TERMINAL-RECON - each over/short line and each
      *> terminal that sent transactions but never closed; a close
      *> with nothing on the feed is a quiet terminal, not a signal
      *> ----------------------------------------------------------
       3300-SCORE-TERMINAL-RECON.
           OPEN INPUT RECON-REPORT-FILE
           IF NOT WS-REC-OK
               DISPLAY "POSRISKW: NO TRMRECON ON FILE - STATUS "
                   WS-REC-FILE-STATUS " - NO RECON SIGNALS SCORED"
               GO TO 3300-SCORE-TERMINAL-RECON-EXIT
           END-IF
           MOVE "POSTRMRC" TO WS-NEW-EVENT-SOURCE
           MOVE WS-RECON-WEIGHT TO WS-NEW-EVENT-POINTS
           PERFORM UNTIL WS-REC-EOF
               READ RECON-REPORT-FILE
                   AT END
                       SET WS-REC-EOF TO TRUE
                   NOT AT END
                       PERFORM 3350-SCORE-ONE-RECON-LINE
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE
           .
       3300-SCORE-TERMINAL-RECON-EXIT.
           EXIT.

       3350-SCORE-ONE-RECON-LINE.
           EVALUATE TRUE
               WHEN RECON-REPORT-RECORD = SPACES
                   CONTINUE
               WHEN RECON-REPORT-RECORD(1:46) =
                       "TERMINALS THAT CLOSED BUT SENT NO TRANSACTIONS"
                   SET WS-RECON-CLOSED-NO-TXNS TO TRUE
               WHEN RECON-REPORT-RECORD(1:49) =
                       "TERMINALS THAT SENT TRANSACTIONS BUT NEVER CLOSED"
                   SET WS-RECON-NEVER-CLOSED TO TRUE
               WHEN RECON-REPORT-RECORD(1:9) = "TERMINAL "
                       OR RECON-REPORT-RECORD(1:6) = "STORE "
                   CONTINUE
               WHEN WS-RECON-DETAIL
                   MOVE SPACES TO WS-NEW-EVENT-TEXT
                   STRING "OVER/SHORT - " DELIMITED BY SIZE
                          RR-PAYMENT-MODE DELIMITED BY SIZE
                          " VARIANCE " DELIMITED BY SIZE
                          RR-VARIANCE DELIMITED BY SIZE
                       INTO WS-NEW-EVENT-TEXT
                   PERFORM 3360-SCORE-RECON-TERMINAL
               WHEN WS-RECON-NEVER-CLOSED
                   MOVE "SENT TRANSACTIONS BUT NEVER CLOSED" TO
                       WS-NEW-EVENT-TEXT
                   PERFORM 3360-SCORE-RECON-TERMINAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3360-SCORE-RECON-TERMINAL.
           MOVE "T"            TO WS-LOOKUP-KEY-TYPE
           MOVE SPACES         TO WS-LOOKUP-CUST-ID
           MOVE RR-STORE-ID    TO WS-LOOKUP-STORE-ID
           MOVE RR-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
           PERFORM 2960-SCORE-EVENT
           ADD 1 TO WS-RECON-EVENTS
           .

      *> ----------------------------------------------------------
      *> 2800-FIND-SUMMARY / 2900-FIND-OR-ADD-SUMMARY - locate the
      *> key in WS-LOOKUP-* on the summary table
      *> ----------------------------------------------------------
       2800-FIND-SUMMARY.
           MOVE "N" TO WS-SUM-FOUND-SWITCH
           IF WS-SUMMARY-COUNT > 0
               SET WS-SUM-IDX TO 1
               SEARCH WS-SUM-ENTRY VARYING WS-SUM-IDX
                   AT END
                       CONTINUE
                   WHEN WS-SUM-IDX > WS-SUMMARY-COUNT
                       CONTINUE
                   WHEN WS-SUM-KEY-TYPE(WS-SUM-IDX) = WS-LOOKUP-KEY-TYPE
                       AND WS-SUM-CUST-ID(WS-SUM-IDX) =
                           WS-LOOKUP-CUST-ID
                       AND WS-SUM-STORE-ID(WS-SUM-IDX) =
                           WS-LOOKUP-STORE-ID
                       AND WS-SUM-TERMINAL-ID(WS-SUM-IDX) =
                           WS-LOOKUP-TERMINAL-ID
                       SET WS-SUM-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       2900-FIND-OR-ADD-SUMMARY.
           PERFORM 2800-FIND-SUMMARY
           IF NOT WS-SUM-FOUND
               IF WS-SUMMARY-COUNT NOT < 10000
                   DISPLAY "POSRISKW: MORE THAN 10000 WATCHED KEYS"
                       " - WS-SUMMARY-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               SET WS-SUM-IDX TO WS-SUMMARY-COUNT
               MOVE WS-LOOKUP-KEY-TYPE TO WS-SUM-KEY-TYPE(WS-SUM-IDX)
               MOVE WS-LOOKUP-CUST-ID  TO WS-SUM-CUST-ID(WS-SUM-IDX)
               MOVE WS-LOOKUP-STORE-ID TO WS-SUM-STORE-ID(WS-SUM-IDX)
               MOVE WS-LOOKUP-TERMINAL-ID TO
                   WS-SUM-TERMINAL-ID(WS-SUM-IDX)
               MOVE ZERO   TO WS-SUM-RISK-SCORE(WS-SUM-IDX)
               MOVE ZERO   TO WS-SUM-TONIGHT-POINTS(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-FIRST-LISTED(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-LAST-EVENT(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-DISPOSITION(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-DISP-DATE(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-INVESTIGATOR(WS-SUM-IDX)
               MOVE "N"    TO WS-SUM-WAS-LISTED-FLAG(WS-SUM-IDX)
               MOVE ZERO   TO WS-SUM-FIRST-EVT(WS-SUM-IDX)
               MOVE ZERO   TO WS-SUM-LAST-EVT(WS-SUM-IDX)
           END-IF
           .

      *> add an event row to the end of WS-SUM-IDX's chain
       2950-CHAIN-EVENT.
           IF WS-EVENT-COUNT NOT < 30000
               DISPLAY "POSRISKW: MORE THAN 30000 EVENTS IN WINDOW"
                   " - WS-EVENT-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           SET WS-EVT-IDX TO WS-EVENT-COUNT
           MOVE ZERO                TO WS-EVT-NEXT(WS-EVT-IDX)
           MOVE WS-FEED-DATE        TO WS-EVT-DATE(WS-EVT-IDX)
           MOVE WS-NEW-EVENT-SOURCE TO WS-EVT-SOURCE(WS-EVT-IDX)
           MOVE WS-NEW-EVENT-POINTS TO WS-EVT-POINTS(WS-EVT-IDX)
           MOVE WS-NEW-EVENT-TEXT   TO WS-EVT-TEXT(WS-EVT-IDX)
           MOVE "N"                 TO WS-EVT-DROPPED-FLAG(WS-EVT-IDX)
           IF WS-SUM-FIRST-EVT(WS-SUM-IDX) = ZERO
               MOVE WS-EVENT-COUNT TO WS-SUM-FIRST-EVT(WS-SUM-IDX)
           ELSE
               MOVE WS-SUM-LAST-EVT(WS-SUM-IDX) TO WS-EVENT-NUMBER
               SET WS-EVT-IDX TO WS-EVENT-NUMBER
               MOVE WS-EVENT-COUNT TO WS-EVT-NEXT(WS-EVT-IDX)
               SET WS-EVT-IDX TO WS-EVENT-COUNT
           END-IF
           MOVE WS-EVENT-COUNT TO WS-SUM-LAST-EVT(WS-SUM-IDX)
           .

      *> tonight's signal against the key in WS-LOOKUP-*
       2960-SCORE-EVENT.
           PERFORM 2900-FIND-OR-ADD-SUMMARY
           PERFORM 2950-CHAIN-EVENT
           ADD WS-NEW-EVENT-POINTS TO WS-SUM-RISK-SCORE(WS-SUM-IDX)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-SUM-RISK-SCORE(WS-SUM-IDX)
           END-ADD
           ADD WS-NEW-EVENT-POINTS TO WS-SUM-TONIGHT-POINTS(WS-SUM-IDX)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-SUM-TONIGHT-POINTS(WS-SUM-IDX)
           END-ADD
           MOVE WS-FEED-DATE TO WS-SUM-LAST-EVENT(WS-SUM-IDX)
           .

      *> ----------------------------------------------------------
      *> 4000-WRITE-NEW-WATCHLIST - a key is carried while it still
      *> scores above the drop threshold, has events inside the
      *> window, is under investigation, or was cleared inside the
      *> window; tomorrow's RISKWL1
      *> ----------------------------------------------------------
       4000-WRITE-NEW-WATCHLIST.
           OPEN OUTPUT WATCHLIST-NEW-FILE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
               PERFORM 4100-WRITE-ONE-KEY
           END-PERFORM
           CLOSE WATCHLIST-NEW-FILE
           .
       4000-WRITE-NEW-WATCHLIST-EXIT.
           EXIT.

       4100-WRITE-ONE-KEY.
           MOVE ZERO TO WS-EVENTS-KEPT
           MOVE WS-SUM-FIRST-EVT(WS-SUM-IDX) TO WS-EVENT-NUMBER
           PERFORM UNTIL WS-EVENT-NUMBER = ZERO
               SET WS-EVT-IDX TO WS-EVENT-NUMBER
               IF NOT WS-EVT-DROPPED(WS-EVT-IDX)
                   ADD 1 TO WS-EVENTS-KEPT
               END-IF
               MOVE WS-EVT-NEXT(WS-EVT-IDX) TO WS-EVENT-NUMBER
           END-PERFORM

           MOVE 99999 TO WS-ITEM-AGE-DAYS
           IF WS-SUM-CLEARED(WS-SUM-IDX)
               MOVE WS-SUM-DISP-DATE(WS-SUM-IDX) TO WS-CONVERT-DATE
               PERFORM 7000-CONVERT-DATE-TO-INTEGER
               IF WS-ITEM-INTEGER NOT = ZERO
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-ITEM-INTEGER
               END-IF
           END-IF

           IF WS-SUM-RISK-SCORE(WS-SUM-IDX) < WS-DROP-THRESHOLD
                   AND WS-EVENTS-KEPT = ZERO
                   AND NOT WS-SUM-UNDER-INVESTIGATION(WS-SUM-IDX)
                   AND WS-ITEM-AGE-DAYS NOT < WS-EVENT-DAYS
               ADD 1 TO WS-KEYS-DROPPED
               MOVE ZERO TO WS-SUM-RISK-SCORE(WS-SUM-IDX)
           ELSE
               PERFORM 4200-WRITE-SUMMARY-ROW
               MOVE WS-SUM-FIRST-EVT(WS-SUM-IDX) TO WS-EVENT-NUMBER
               PERFORM UNTIL WS-EVENT-NUMBER = ZERO
                   SET WS-EVT-IDX TO WS-EVENT-NUMBER
                   IF NOT WS-EVT-DROPPED(WS-EVT-IDX)
                       PERFORM 4300-WRITE-EVENT-ROW
                   END-IF
                   MOVE WS-EVT-NEXT(WS-EVT-IDX) TO WS-EVENT-NUMBER
               END-PERFORM
           END-IF
           .

       4200-WRITE-SUMMARY-ROW.
           IF WS-SUM-RISK-SCORE(WS-SUM-IDX) NOT < WS-WATCH-THRESHOLD
                   OR WS-SUM-UNDER-INVESTIGATION(WS-SUM-IDX)
               IF WS-SUM-FIRST-LISTED(WS-SUM-IDX) = SPACES
                   MOVE WS-FEED-DATE TO WS-SUM-FIRST-LISTED(WS-SUM-IDX)
               END-IF
           ELSE
               MOVE SPACES TO WS-SUM-FIRST-LISTED(WS-SUM-IDX)
           END-IF
           MOVE SPACES TO RISK-WATCHLIST-RECORD
           SET WL-SUMMARY-ROW TO TRUE
           PERFORM 4250-MOVE-KEY-TO-ROW
           MOVE WS-SUM-RISK-SCORE(WS-SUM-IDX)   TO WL-RISK-SCORE
           MOVE WS-SUM-FIRST-LISTED(WS-SUM-IDX) TO WL-FIRST-LISTED-DATE
           MOVE WS-SUM-LAST-EVENT(WS-SUM-IDX)   TO WL-LAST-EVENT-DATE
           MOVE WS-SUM-DISPOSITION(WS-SUM-IDX)  TO WL-DISPOSITION
           MOVE WS-SUM-DISP-DATE(WS-SUM-IDX)    TO WL-DISPOSITION-DATE
           MOVE WS-SUM-INVESTIGATOR(WS-SUM-IDX) TO WL-INVESTIGATOR-ID
           WRITE RISK-WATCHLIST-RECORD
           ADD 1 TO WS-ROWS-CARRIED-OUT
           .

       4250-MOVE-KEY-TO-ROW.
           MOVE WS-SUM-KEY-TYPE(WS-SUM-IDX)    TO WL-KEY-TYPE
           MOVE WS-SUM-CUST-ID(WS-SUM-IDX)     TO WL-CUST-ID
           MOVE WS-SUM-STORE-ID(WS-SUM-IDX)    TO WL-STORE-ID
           MOVE WS-SUM-TERMINAL-ID(WS-SUM-IDX) TO WL-TERMINAL-ID
           .

       4300-WRITE-EVENT-ROW.
           MOVE SPACES TO RISK-WATCHLIST-RECORD
           SET WL-EVENT-ROW TO TRUE
           PERFORM 4250-MOVE-KEY-TO-ROW
           MOVE WS-EVT-DATE(WS-EVT-IDX)   TO WL-EVENT-DATE
           MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO WL-EVENT-SOURCE
           MOVE WS-EVT-POINTS(WS-EVT-IDX) TO WL-EVENT-POINTS
           MOVE WS-EVT-TEXT(WS-EVT-IDX)   TO WL-EVENT-TEXT
           WRITE RISK-WATCHLIST-RECORD
           ADD 1 TO WS-ROWS-CARRIED-OUT
           .

      *> ----------------------------------------------------------
      *> 5000-PRODUCE-RANKED-LIST - every key at or over the watch
      *> threshold or under investigation, highest score first, with
      *> the events that built the score underneath
      *> ----------------------------------------------------------
       5000-PRODUCE-RANKED-LIST.
           SORT RISK-SORT-FILE
               ON DESCENDING KEY RS-RISK-SCORE
                  ASCENDING KEY RS-SUMMARY-NUMBER
               INPUT PROCEDURE IS 5100-RELEASE-LISTED-KEYS
                   THRU 5100-RELEASE-LISTED-KEYS-EXIT
               OUTPUT PROCEDURE IS 5200-WRITE-RANKED-LIST
                   THRU 5200-WRITE-RANKED-LIST-EXIT
           .

       5100-RELEASE-LISTED-KEYS.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
               IF WS-SUM-RISK-SCORE(WS-SUM-IDX) NOT < WS-WATCH-THRESHOLD
                       OR WS-SUM-UNDER-INVESTIGATION(WS-SUM-IDX)
                   MOVE WS-SUM-RISK-SCORE(WS-SUM-IDX) TO RS-RISK-SCORE
                   SET RS-SUMMARY-NUMBER TO WS-SUM-IDX
                   RELEASE RISK-SORT-RECORD
               END-IF
           END-PERFORM
           .
       5100-RELEASE-LISTED-KEYS-EXIT.
           EXIT.

       5200-WRITE-RANKED-LIST.
           OPEN OUTPUT RANKED-REPORT-FILE
           MOVE WS-FEED-DATE TO WS-H1-FEED-DATE
           MOVE WS-RPT-HEADING-1 TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE WS-WATCH-THRESHOLD TO WS-H2-WATCH-THRESHOLD
           MOVE WS-DECAY-PERCENT   TO WS-H2-DECAY-PERCENT
           MOVE WS-VELOCITY-WEIGHT TO WS-H2-VELOCITY-WEIGHT
           MOVE WS-ALERT-WEIGHT    TO WS-H2-ALERT-WEIGHT
           MOVE WS-DISPUTE-WEIGHT  TO WS-H2-DISPUTE-WEIGHT
           MOVE WS-RECON-WEIGHT    TO WS-H2-RECON-WEIGHT
           MOVE WS-RPT-HEADING-2 TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE SPACES TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE WS-RPT-COLUMN-HEADING TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD

           PERFORM UNTIL WS-RPT-EOF
               RETURN RISK-SORT-FILE
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       SET WS-SUM-IDX TO RS-SUMMARY-NUMBER
                       PERFORM 5300-WRITE-LISTED-KEY
               END-RETURN
           END-PERFORM

           MOVE SPACES TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE "KEYS ON THE WATCHLIST . . . ." TO WS-RP-COUNT-LABEL
           MOVE WS-KEYS-LISTED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE "NEW TO THE LIST TONIGHT. . . ." TO WS-RP-COUNT-LABEL
           MOVE WS-KEYS-NEW-TO-LIST TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE "DISPUTES NOT ON TXNMASTR . . ." TO WS-RP-COUNT-LABEL
           MOVE WS-DISPUTES-UNRESOLVED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           CLOSE RANKED-REPORT-FILE
           .
       5200-WRITE-RANKED-LIST-EXIT.
           EXIT.

       5300-WRITE-LISTED-KEY.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-KEYS-LISTED
           MOVE SPACES TO WS-RPT-KEY-LINE
           MOVE WS-RANK TO WS-KL-RANK
           IF WS-SUM-KEY-TYPE(WS-SUM-IDX) = "C"
               MOVE "CUSTOMER" TO WS-KL-KEY-TYPE
               MOVE WS-SUM-CUST-ID(WS-SUM-IDX) TO WS-KL-KEY-ID
           ELSE
               MOVE "TERMINAL" TO WS-KL-KEY-TYPE
               STRING WS-SUM-STORE-ID(WS-SUM-IDX) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-SUM-TERMINAL-ID(WS-SUM-IDX) DELIMITED BY SIZE
                   INTO WS-KL-KEY-ID
           END-IF
           MOVE WS-SUM-RISK-SCORE(WS-SUM-IDX)     TO WS-KL-RISK-SCORE
           MOVE WS-SUM-TONIGHT-POINTS(WS-SUM-IDX) TO
               WS-KL-TONIGHT-POINTS
           MOVE WS-SUM-FIRST-LISTED(WS-SUM-IDX)   TO WS-KL-FIRST-LISTED
           EVALUATE TRUE
               WHEN WS-SUM-UNDER-INVESTIGATION(WS-SUM-IDX)
                   STRING "UNDER INVESTIGATION SINCE " DELIMITED BY SIZE
                          WS-SUM-DISP-DATE(WS-SUM-IDX) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-SUM-INVESTIGATOR(WS-SUM-IDX)
                              DELIMITED BY SIZE
                       INTO WS-KL-STATUS
               WHEN WS-SUM-CLEARED(WS-SUM-IDX)
                   STRING "CLEARED " DELIMITED BY SIZE
                          WS-SUM-DISP-DATE(WS-SUM-IDX) DELIMITED BY SIZE
                          " - NEW ACTIVITY SINCE" DELIMITED BY SIZE
                       INTO WS-KL-STATUS
               WHEN NOT WS-SUM-WAS-LISTED(WS-SUM-IDX)
                   MOVE "NEW TO THE LIST TONIGHT" TO WS-KL-STATUS
           END-EVALUATE
           IF NOT WS-SUM-WAS-LISTED(WS-SUM-IDX)
               ADD 1 TO WS-KEYS-NEW-TO-LIST
           END-IF
           MOVE SPACES TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD
           MOVE WS-RPT-KEY-LINE TO RANKED-REPORT-RECORD
           WRITE RANKED-REPORT-RECORD

           MOVE WS-SUM-FIRST-EVT(WS-SUM-IDX) TO WS-EVENT-NUMBER
           PERFORM UNTIL WS-EVENT-NUMBER = ZERO
               SET WS-EVT-IDX TO WS-EVENT-NUMBER
               IF NOT WS-EVT-DROPPED(WS-EVT-IDX)
                   MOVE WS-EVT-DATE(WS-EVT-IDX)   TO WS-EL-EVENT-DATE
                   MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO WS-EL-EVENT-SOURCE
                   MOVE WS-EVT-POINTS(WS-EVT-IDX) TO WS-EL-EVENT-POINTS
                   MOVE WS-EVT-TEXT(WS-EVT-IDX)   TO WS-EL-EVENT-TEXT
                   MOVE WS-RPT-EVENT-LINE TO RANKED-REPORT-RECORD
                   WRITE RANKED-REPORT-RECORD
               END-IF
               MOVE WS-EVT-NEXT(WS-EVT-IDX) TO WS-EVENT-NUMBER
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 7000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
      *> date comes back as zero and ages straight off the window
      *> ----------------------------------------------------------
       7000-CONVERT-DATE-TO-INTEGER.
           IF WS-CONVERT-DATE(1:4) IS NUMERIC
                   AND WS-CONVERT-DATE(6:2) IS NUMERIC
                   AND WS-CONVERT-DATE(9:2) IS NUMERIC
               MOVE WS-CONVERT-DATE(1:4) TO WS-DN-CCYY
               MOVE WS-CONVERT-DATE(6:2) TO WS-DN-MM
               MOVE WS-CONVERT-DATE(9:2) TO WS-DN-DD
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           ELSE
               MOVE ZERO TO WS-ITEM-INTEGER
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
           MOVE "POSRISKW" TO RL-PROGRAM-ID
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
               WS-ROWS-CARRIED-IN
               + WS-DISPOSITIONS-READ
           MOVE WS-ROWS-CARRIED-OUT TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY "POSRISKW: BUSINESS DATE       = " WS-FEED-DATE
           DISPLAY "POSRISKW: ROWS CARRIED IN     = " WS-ROWS-CARRIED-IN
           DISPLAY "POSRISKW: EVENTS EXPIRED      = " WS-EVENTS-EXPIRED
           DISPLAY "POSRISKW: DISPOSITIONS READ   = "
               WS-DISPOSITIONS-READ
           DISPLAY "POSRISKW: DISPOSITIONS APPLIED= "
               WS-DISPOSITIONS-APPLIED
           DISPLAY "POSRISKW: DISPOSITIONS REJECT = "
               WS-DISPOSITIONS-REJECTED
           DISPLAY "POSRISKW: VELOCITY EVENTS     = " WS-VELOCITY-EVENTS
           DISPLAY "POSRISKW: ALERT EVENTS        = " WS-ALERT-EVENTS
           DISPLAY "POSRISKW: DISPUTE EVENTS      = " WS-DISPUTE-EVENTS
           DISPLAY "POSRISKW: DISPUTES UNRESOLVED = "
               WS-DISPUTES-UNRESOLVED
           DISPLAY "POSRISKW: RECON EVENTS        = " WS-RECON-EVENTS
           DISPLAY "POSRISKW: KEYS DROPPED        = " WS-KEYS-DROPPED
           DISPLAY "POSRISKW: ROWS CARRIED OUT    = "
               WS-ROWS-CARRIED-OUT
           DISPLAY "POSRISKW: KEYS ON WATCHLIST   = " WS-KEYS-LISTED
           DISPLAY "POSRISKW: NEW TO WATCHLIST    = "
               WS-KEYS-NEW-TO-LIST
           MOVE ZERO TO RETURN-CODE
           .
