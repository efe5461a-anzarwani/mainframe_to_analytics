      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSSTSTM - Per-store daily operations statement
      *>
      *> A store manager's numbers for the day were spread across
      *> PAYSUMRY, TRMRECON, POSNET/STORNET, FEEDCMPR and POSTEXCP,
      *> every one of them a chain-wide listing, so the help desk
      *> spent its mornings reading them out over the phone.  This
      *> job writes one statement per STORE-ID to its own
      *> dynamically-named output (STORSTMT.<store>, the same way
      *> POSBANKS splits BANKOUT.nnn per bank) showing the store's
      *> completed gross by tender, its sales, matched refunds and net
      *> off STORNET, each terminal's declared close against the
      *> completed sales the feed carried for it, non-completed
      *> transactions by status, known terminals that sent nothing,
      *> any dispute case opened tonight against one of its sales,
      *> and week-to-date net against the same days last week off
      *> the sales history master.  Every statement is also copied to
      *> a roll-up for its region and district (DISTSTMT.<region>
      *> <district>) that closes with one line per store and the
      *> district totals for the district manager.
      *>
      *> Store name, region and district are the effective-dated
      *> store master row in force on the feed date.  A store whose
      *> row in force is closed gets one final statement, marked as
      *> such, and then no more; the closed stores already sent their
      *> final statement are carried on STMTCTL1/STMTCTL2 (the old/new
      *> pattern the other carried masters use).
      *>
      *> Must run after POSREFND (STORNET), POSSLHST (SALSHST2),
      *> POSRFVEL (RFHIST2) and POSCHGBK (DSPCASE2).
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
       PROGRAM-ID. POSSTSTM.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER-FILE ASSIGN TO "STORMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT FINAL-CTL-OLD-FILE ASSIGN TO "STMTCTL1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCO-FILE-STATUS.

           SELECT FINAL-CTL-NEW-FILE ASSIGN TO "STMTCTL2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCN-FILE-STATUS.

           SELECT POS-MASTER-FILE ASSIGN TO "POSMASTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT TERMINAL-CLOSE-FILE ASSIGN TO "TERMCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCL-FILE-STATUS.

           SELECT STORE-NET-FILE ASSIGN TO "STORNET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALSHST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO "RFHIST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.

           SELECT PRIOR-MASTER-FILE ASSIGN TO "PRIORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-FILE-STATUS.

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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT STMT-SORT-FILE ASSIGN TO "STSTSORT".

           SELECT STORE-STMT-FILE ASSIGN TO WS-STORE-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISTRICT-STMT-FILE ASSIGN TO WS-DIST-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE
           RECORDING MODE IS F.
           COPY "store_master.cpy".

       FD  FINAL-CTL-OLD-FILE
           RECORDING MODE IS F.
       01  FINAL-CTL-OLD-RECORD        PIC X(16).

       FD  FINAL-CTL-NEW-FILE
           RECORDING MODE IS F.
           COPY "store_final_stmt.cpy".

       FD  POS-MASTER-FILE
           RECORDING MODE IS F.
           COPY "master_txn.cpy".

       FD  TERMINAL-CLOSE-FILE
           RECORDING MODE IS F.
           COPY "terminal_close.cpy".

       FD  STORE-NET-FILE
           RECORDING MODE IS F.
           COPY "store_net.cpy".

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "sales_history.cpy".

       FD  REFUND-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "refund_history.cpy".

       FD  PRIOR-MASTER-FILE
           RECORDING MODE IS F.
       01  PRIOR-MASTER-RECORD.
           05 PM-TXN-DATE            PIC X(10).
           05 PM-TXN-TIME            PIC X(8).
           05 PM-STORE-ID            PIC X(6).
           05 PM-TERMINAL-ID         PIC X(4).
           05 FILLER                 PIC X(105).

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

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       SD  STMT-SORT-FILE.
       01  STMT-SORT-RECORD.
           05 SS-REGION-CODE           PIC X(4).
           05 SS-DISTRICT-CODE         PIC X(4).
           05 SS-STORE-ID              PIC X(6).
           05 SS-ROSTER-NUMBER         PIC 9(5).

       FD  STORE-STMT-FILE
           RECORDING MODE IS F.
       01  STORE-STMT-RECORD           PIC X(132).

       FD  DISTRICT-STMT-FILE
           RECORDING MODE IS F.
       01  DISTRICT-STMT-RECORD        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SM-FILE-STATUS           PIC X(2).
           88 WS-SM-OK                 VALUE "00".

       01  WS-FCO-FILE-STATUS          PIC X(2).
           88 WS-FCO-OK                VALUE "00".

       01  WS-FCN-FILE-STATUS          PIC X(2).

       01  WS-POS-FILE-STATUS          PIC X(2).
           88 WS-POS-OK                VALUE "00".

       01  WS-TCL-FILE-STATUS          PIC X(2).
           88 WS-TCL-OK                VALUE "00".

       01  WS-SN-FILE-STATUS           PIC X(2).
           88 WS-SN-OK                 VALUE "00".

       01  WS-SH-FILE-STATUS           PIC X(2).
           88 WS-SH-OK                 VALUE "00".

       01  WS-RH-FILE-STATUS           PIC X(2).
           88 WS-RH-OK                 VALUE "00".

       01  WS-PRI-FILE-STATUS          PIC X(2).
           88 WS-PRI-OK                VALUE "00".

       01  WS-CSO-FILE-STATUS          PIC X(2).
           88 WS-CSO-OK                VALUE "00".

       01  WS-CSN-FILE-STATUS          PIC X(2).
           88 WS-CSN-OK                VALUE "00".

       01  WS-TXM-FILE-STATUS          PIC X(2).
           88 WS-TXM-OK                VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-SM-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-SM-EOF                VALUE "Y".

       01  WS-FCO-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-FCO-EOF               VALUE "Y".

       01  WS-POS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-POS-EOF               VALUE "Y".

       01  WS-TCL-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-TCL-EOF               VALUE "Y".

       01  WS-SN-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-SN-EOF                VALUE "Y".

       01  WS-SH-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-SH-EOF                VALUE "Y".

       01  WS-RH-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-RH-EOF                VALUE "Y".

       01  WS-PRI-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PRI-EOF               VALUE "Y".

       01  WS-CSO-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CSO-EOF               VALUE "Y".

       01  WS-CSN-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CSN-EOF               VALUE "Y".

       01  WS-SRT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-SRT-EOF               VALUE "Y".

       01  WS-TXM-AVAILABLE-SWITCH     PIC X(01) VALUE "N".
           88 WS-TXM-AVAILABLE         VALUE "Y".

       01  WS-CASE-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-CASE-FOUND            VALUE "Y".

       01  WS-DIST-FILE-OPEN-SWITCH    PIC X(01) VALUE "N".
           88 WS-DIST-FILE-OPEN        VALUE "Y".

       01  WS-COMPLETED-STATUS         PIC X(10) VALUE "COMPLETED".

      *> a store closed longer ago than this when it first reaches
      *> STMTCTL (the night this job is introduced, or after a long
      *> outage) is recorded as finalised without a statement
       01  WS-FINAL-STMT-DAYS          PIC 9(03) VALUE 7.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-UNKNOWN-STORE-RECORDS PIC 9(09) COMP VALUE ZERO.
           05 WS-CLOSES-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-STATEMENTS-WRITTEN    PIC 9(05) COMP VALUE ZERO.
           05 WS-FINAL-STATEMENTS      PIC 9(05) COMP VALUE ZERO.
           05 WS-CLOSED-STORES-SKIPPED PIC 9(05) COMP VALUE ZERO.
           05 WS-DISTRICTS-WRITTEN     PIC 9(05) COMP VALUE ZERO.
           05 WS-NEW-DISPUTES          PIC 9(05) COMP VALUE ZERO.
           05 WS-DISPUTES-UNRESOLVED   PIC 9(05) COMP VALUE ZERO.

      *> store roster: one entry per distinct store carrying the row
      *> in force on the feed date (the same pick POSSTREN and
      *> POSFDCMP make), the store's night totals, and the heads of
      *> its detail chains in the tables below.  Each chain is kept
      *> in key order as entries are added, so a statement prints
      *> by walking its store's chains without a sort per store.
       01  WS-ROSTER-TABLE.
           05 WS-ROS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ROS-IDX.
               10 WS-ROS-STORE-ID       PIC X(6).
               10 WS-ROS-REGION-CODE    PIC X(4).
               10 WS-ROS-DISTRICT-CODE  PIC X(4).
               10 WS-ROS-STORE-NAME     PIC X(30).
               10 WS-ROS-STATUS         PIC X(1).
                   88 WS-ROS-CLOSED     VALUE "C".
               10 WS-ROS-EFF-FROM       PIC X(10).
               10 WS-ROS-FINAL-DATE     PIC X(10).
               10 WS-ROS-STMT-SWITCH    PIC X(1).
                   88 WS-ROS-GETS-STATEMENT VALUE "Y" "F".
                   88 WS-ROS-FINAL-STATEMENT VALUE "F".
               10 WS-ROS-GROSS-COUNT    PIC S9(07) COMP-3.
               10 WS-ROS-GROSS-AMOUNT   PIC S9(11)V99 COMP-3.
               10 WS-ROS-NONCMP-COUNT   PIC S9(07) COMP-3.
               10 WS-ROS-SALES-TOTAL    PIC S9(11)V99 COMP-3.
               10 WS-ROS-REFUND-TOTAL   PIC S9(11)V99 COMP-3.
               10 WS-ROS-OVER-SHORT     PIC S9(11)V99 COMP-3.
               10 WS-ROS-SILENT-COUNT   PIC S9(05) COMP-3.
               10 WS-ROS-DISPUTE-COUNT  PIC S9(05) COMP-3.
               10 WS-ROS-WTD-NET        PIC S9(11)V99 COMP-3.
               10 WS-ROS-WTD-COUNT      PIC S9(07) COMP-3.
               10 WS-ROS-LW-NET         PIC S9(11)V99 COMP-3.
               10 WS-ROS-LW-COUNT       PIC S9(07) COMP-3.
               10 WS-ROS-FIRST-TND      PIC 9(05) COMP.
               10 WS-ROS-FIRST-STS      PIC 9(05) COMP.
               10 WS-ROS-FIRST-TMD      PIC 9(05) COMP.
               10 WS-ROS-FIRST-TRM      PIC 9(05) COMP.
               10 WS-ROS-FIRST-DSP      PIC 9(05) COMP.
               10 WS-ROS-LAST-DSP       PIC 9(05) COMP.

       01  WS-ROSTER-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-ROSTER-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 WS-ROSTER-FOUND          VALUE "Y".
       01  WS-LOOKUP-STORE-ID          PIC X(6).

      *> completed gross by tender
       01  WS-TENDER-TABLE.
           05 WS-TND-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-TND-IDX.
               10 WS-TND-NEXT           PIC 9(05) COMP.
               10 WS-TND-PAYMENT-MODE   PIC X(10).
               10 WS-TND-COUNT          PIC S9(07) COMP-3.
               10 WS-TND-AMOUNT         PIC S9(11)V99 COMP-3.

       01  WS-TENDER-COUNT             PIC 9(05) COMP VALUE ZERO.

      *> non-completed transactions by status
       01  WS-STATUS-TABLE.
           05 WS-STS-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-STS-IDX.
               10 WS-STS-NEXT           PIC 9(05) COMP.
               10 WS-STS-TXN-STATUS     PIC X(10).
               10 WS-STS-COUNT          PIC S9(07) COMP-3.
               10 WS-STS-AMOUNT         PIC S9(11)V99 COMP-3.

       01  WS-STATUS-COUNT             PIC 9(05) COMP VALUE ZERO.

      *> declared close against completed feed, by terminal and mode
       01  WS-TERM-MODE-TABLE.
           05 WS-TMD-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-TMD-IDX.
               10 WS-TMD-NEXT           PIC 9(05) COMP.
               10 WS-TMD-KEY.
                   15 WS-TMD-TERMINAL-ID  PIC X(4).
                   15 WS-TMD-PAYMENT-MODE PIC X(10).
               10 WS-TMD-DECLARED-SWITCH PIC X(01).
                   88 WS-TMD-DECLARED   VALUE "Y".
               10 WS-TMD-DECL-COUNT     PIC S9(07) COMP-3.
               10 WS-TMD-DECL-AMOUNT    PIC S9(11)V99 COMP-3.
               10 WS-TMD-FEED-COUNT     PIC S9(07) COMP-3.
               10 WS-TMD-FEED-AMOUNT    PIC S9(11)V99 COMP-3.

       01  WS-TERM-MODE-COUNT          PIC 9(05) COMP VALUE ZERO.

      *> known terminals: everything on the refund history, the
      *> prior day's master or tonight's closes, marked when tonight's
      *> feed carries anything from them
       01  WS-TERMINAL-TABLE.
           05 WS-TRM-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-TRM-IDX.
               10 WS-TRM-NEXT           PIC 9(05) COMP.
               10 WS-TRM-TERMINAL-ID    PIC X(4).
               10 WS-TRM-SEEN-SWITCH    PIC X(01).
                   88 WS-TRM-SEEN-TODAY VALUE "Y".

       01  WS-TERMINAL-COUNT           PIC 9(05) COMP VALUE ZERO.

      *> dispute cases opened tonight, chained per store
       01  WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-DSP-IDX.
               10 WS-DSP-NEXT           PIC 9(05) COMP.
               10 WS-DSP-TXN-ID         PIC X(12).
               10 WS-DSP-TERMINAL-ID    PIC X(4).
               10 WS-DSP-REASON-CODE    PIC X(4).
               10 WS-DSP-REASON-TEXT    PIC X(40).
               10 WS-DSP-AMOUNT         PIC 9(7)V99.
               10 WS-DSP-RESPOND-BY     PIC X(10).

       01  WS-DISPUTE-COUNT            PIC 9(05) COMP VALUE ZERO.

      *> TXN-IDs already open on last night's case master
       01  WS-CASE-TABLE.
           05 WS-CSE-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CSE-IDX.
               10 WS-CSE-TXN-ID         PIC X(12).

       01  WS-CASE-COUNT               PIC 9(05) COMP VALUE ZERO.

      *> chain-walk work areas shared by the 7300-7600 paragraphs
       01  WS-PRIOR-ENTRY              PIC 9(05) COMP.
       01  WS-NEXT-ENTRY               PIC 9(05) COMP.
       01  WS-NEW-ENTRY                PIC 9(05) COMP.
       01  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND           VALUE "Y".
       01  WS-CHAIN-STOP-SWITCH        PIC X(01) VALUE "N".
           88 WS-CHAIN-STOP            VALUE "Y".
       01  WS-LOOKUP-PAYMENT-MODE      PIC X(10).
       01  WS-LOOKUP-TXN-STATUS        PIC X(10).
       01  WS-LOOKUP-TERMINAL-ID       PIC X(4).
       01  WS-LOOKUP-TMD-KEY.
           05 WS-LK-TERMINAL-ID        PIC X(4).
           05 WS-LK-PAYMENT-MODE       PIC X(10).

      *> the stores of the district being written, in statement
      *> order, for the roll-up at the district break
       01  WS-DISTRICT-MEMBERS.
           05 WS-DMB-ROSTER-NUMBER     PIC 9(05) COMP
                   OCCURS 2000 TIMES.
       01  WS-DMB-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-DMB-SUB                  PIC 9(05) COMP.

       01  WS-PRIOR-REGION-CODE        PIC X(4) VALUE LOW-VALUES.
       01  WS-PRIOR-DISTRICT-CODE      PIC X(4) VALUE LOW-VALUES.

      *> the output names carry the store or district codes as they
      *> stand on the store master; an embedded or trailing space in
      *> a code becomes an underscore so the name stays one token
       01  WS-STORE-STMT-NAME          PIC X(15).
       01  WS-DIST-STMT-NAME           PIC X(17).
       01  WS-NAME-STORE-PART          PIC X(6).
       01  WS-NAME-DISTRICT-PART.
           05 WS-NAME-REGION-CODE      PIC X(4).
           05 WS-NAME-DISTRICT-CODE    PIC X(4).

       01  WS-STORE-NET-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-COUNT              PIC S9(07) COMP-3.
       01  WS-TOTAL-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-VARIANCE-AMT             PIC S9(11)V99 COMP-3.
       01  WS-CHANGE-AMT               PIC S9(11)V99 COMP-3.
       01  WS-CHANGE-PCT               PIC S9(05)V9 COMP-3.

      *> district roll-up totals
       01  WS-DISTRICT-TOTALS.
           05 WS-DT-GROSS-AMOUNT       PIC S9(11)V99 COMP-3.
           05 WS-DT-NET-AMOUNT         PIC S9(11)V99 COMP-3.
           05 WS-DT-OVER-SHORT         PIC S9(11)V99 COMP-3.
           05 WS-DT-NONCMP-COUNT       PIC S9(07) COMP-3.
           05 WS-DT-SILENT-COUNT       PIC S9(05) COMP-3.
           05 WS-DT-DISPUTE-COUNT      PIC S9(05) COMP-3.
           05 WS-DT-WTD-NET            PIC S9(11)V99 COMP-3.
           05 WS-DT-LW-NET             PIC S9(11)V99 COMP-3.

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-FEED-INTEGER             PIC S9(09) COMP.
       01  WS-WEEKDAY-NUMBER           PIC S9(09) COMP.
       01  WS-WEEK-START-INTEGER       PIC S9(09) COMP.
       01  WS-LW-START-INTEGER         PIC S9(09) COMP.
       01  WS-LW-END-INTEGER           PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).
       01  WS-WEEK-START-DATE          PIC X(10).
       01  WS-LW-START-DATE            PIC X(10).
       01  WS-LW-END-DATE              PIC X(10).

       01  WS-STMT-LINE                PIC X(132).
       01  WS-SECTION-TITLE            PIC X(132).

       01  WS-STMT-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "DAILY STORE OPERATIONS STATEMENT".
           05 FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-H1-FEED-DATE          PIC X(10).

       01  WS-STMT-HEADING-2.
           05 FILLER                   PIC X(06) VALUE "STORE ".
           05 WS-H2-STORE-ID           PIC X(6).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-H2-STORE-NAME         PIC X(30).
           05 FILLER                   PIC X(09) VALUE "  REGION ".
           05 WS-H2-REGION-CODE        PIC X(4).
           05 FILLER                   PIC X(11) VALUE "  DISTRICT ".
           05 WS-H2-DISTRICT-CODE      PIC X(4).

       01  WS-FINAL-STMT-LINE.
           05 FILLER                   PIC X(47) VALUE
               "*** FINAL STATEMENT - STORE CLOSED EFFECTIVE ".
           05 WS-FS-EFF-FROM           PIC X(10).
           05 FILLER                   PIC X(48) VALUE
               " - NO FURTHER STATEMENTS WILL BE ISSUED ***".

       01  WS-TENDER-COLS.
           05 FILLER PIC X(40) VALUE
              "  TENDER        COUNT          AMOUNT".

       01  WS-TENDER-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TN-PAYMENT-MODE       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TN-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TN-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MONEY-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ML-LABEL              PIC X(24).
           05 WS-ML-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-TERM-COLS.
           05 FILLER PIC X(60) VALUE
              "  TERM  TENDER       DECL-CNT   FEED-CNT    DECLARED-AMT    ".
           05 FILLER PIC X(34) VALUE
              "    FEED-AMT   FEED-DECLARED  NOTE".

       01  WS-TERM-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-TERMINAL-ID        PIC X(4).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-PAYMENT-MODE       PIC X(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-TM-DECL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-TM-FEED-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-DECL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-FEED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-VARIANCE           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TM-NOTE               PIC X(12).

       01  WS-STATUS-COLS.
           05 FILLER PIC X(40) VALUE
              "  STATUS        COUNT          AMOUNT".

       01  WS-STATUS-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-TXN-STATUS         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SILENT-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SI-TERMINAL-ID        PIC X(4).
           05 FILLER                   PIC X(40) VALUE
               "  KNOWN TERMINAL - NO TRANSACTIONS TODAY".

       01  WS-DISPUTE-COLS.
           05 FILLER PIC X(60) VALUE
              "  TXN-ID        TERM  RSN   REASON".
           05 FILLER PIC X(40) VALUE
              "              AMOUNT  RESPOND-BY".

       01  WS-DISPUTE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TERMINAL-ID        PIC X(4).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-REASON-CODE        PIC X(4).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-REASON-TEXT        PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-AMOUNT             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-RESPOND-BY         PIC X(10).

       01  WS-WEEK-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-WK-LABEL              PIC X(14).
           05 WS-WK-FROM-DATE          PIC X(10).
           05 WS-WK-TO-LIT             PIC X(04).
           05 WS-WK-TO-DATE            PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-WK-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-WK-NET                PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-CHANGE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(49)
               VALUE "CHANGE ON LAST WEEK".
           05 WS-CL-CHANGE-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-CHANGE-PCT         PIC -ZZZ9.9.
           05 WS-CL-PCT-SIGN           PIC X(01).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(08) VALUE "  (NONE)".

       01  WS-DIST-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "DISTRICT OPERATIONS ROLL-UP".
           05 FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-DH-FEED-DATE          PIC X(10).

       01  WS-DIST-HEADING-2.
           05 FILLER                   PIC X(07) VALUE "REGION ".
           05 WS-DH-REGION-CODE        PIC X(4).
           05 FILLER                   PIC X(11) VALUE "  DISTRICT ".
           05 WS-DH-DISTRICT-CODE      PIC X(4).

       01  WS-DIST-COLS.
           05 FILLER PIC X(60) VALUE
              "STORE   NAME                           GROSS             NET".
           05 FILLER PIC X(67) VALUE
              "      OVER/SHORT NON-CMP SLNT DSPT         WTD-NET      LAST-WK-NET".

       01  WS-DIST-LINE.
           05 WS-DS-STORE-ID           PIC X(6).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-STORE-NAME         PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-GROSS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-NET-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DS-OVER-SHORT         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-NONCMP-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-SILENT-COUNT       PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-DISPUTE-COUNT      PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-WTD-NET            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DS-LW-NET             PIC ZZZ,ZZZ,ZZ9.99-.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-TONIGHTS-FEED
               THRU 2000-ACCUMULATE-TONIGHTS-FEED-EXIT
           PERFORM 2100-LOAD-TERMINAL-CLOSES
               THRU 2100-LOAD-TERMINAL-CLOSES-EXIT
           PERFORM 2200-LOAD-STORE-NET
               THRU 2200-LOAD-STORE-NET-EXIT
           PERFORM 2300-LOAD-NEW-DISPUTES
               THRU 2300-LOAD-NEW-DISPUTES-EXIT
           PERFORM 3000-PRODUCE-STATEMENTS
           PERFORM 4000-WRITE-FINAL-STMT-CONTROL
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-FEED-DATE
           PERFORM 1100-LOAD-STORE-ROSTER
               THRU 1100-LOAD-STORE-ROSTER-EXIT
           PERFORM 1200-LOAD-FINAL-STMT-CONTROL
               THRU 1200-LOAD-FINAL-STMT-CONTROL-EXIT
           PERFORM 1300-LOAD-WEEK-TO-DATE
               THRU 1300-LOAD-WEEK-TO-DATE-EXIT
           PERFORM 1400-LOAD-KNOWN-TERMINALS
               THRU 1400-LOAD-KNOWN-TERMINALS-EXIT
           .

      *> ----------------------------------------------------------
      *> 1050-RESOLVE-FEED-DATE - the run-control record names the
      *> feed date; with no control on file the machine date stands
      *> in.  Weeks run Monday through Sunday, as in POSSLHST.
      *> ----------------------------------------------------------
       1050-RESOLVE-FEED-DATE.
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
               DISPLAY "POSSTSTM: NO RUNCTL ON FILE - USING TODAY'S "
                   "DATE AS THE FEED DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
               STRING WS-CURRENT-DATE-AREA(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(7:2) DELIMITED BY SIZE
                   INTO WS-FEED-DATE
           END-IF
           MOVE WS-FEED-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-FEED-INTEGER
           IF WS-FEED-INTEGER = ZERO
               DISPLAY "POSSTSTM: FEED DATE " WS-FEED-DATE
                   " IS NOT A USABLE DATE - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

      *> day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *> weekday number falls out of a MOD against 7 with Monday = 0
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(WS-FEED-INTEGER - 1, 7)
           COMPUTE WS-WEEK-START-INTEGER =
               WS-FEED-INTEGER - WS-WEEKDAY-NUMBER
           COMPUTE WS-LW-START-INTEGER = WS-WEEK-START-INTEGER - 7
           COMPUTE WS-LW-END-INTEGER = WS-FEED-INTEGER - 7
           MOVE WS-WEEK-START-INTEGER TO WS-ITEM-INTEGER
           PERFORM 7050-CONVERT-INTEGER-TO-DATE
           MOVE WS-CONVERT-DATE TO WS-WEEK-START-DATE
           MOVE WS-LW-START-INTEGER TO WS-ITEM-INTEGER
           PERFORM 7050-CONVERT-INTEGER-TO-DATE
           MOVE WS-CONVERT-DATE TO WS-LW-START-DATE
           MOVE WS-LW-END-INTEGER TO WS-ITEM-INTEGER
           PERFORM 7050-CONVERT-INTEGER-TO-DATE
           MOVE WS-CONVERT-DATE TO WS-LW-END-DATE
           .

      *> ----------------------------------------------------------
      *> 1100-LOAD-STORE-ROSTER - one entry per distinct store,
      *> carrying whichever effective-dated row is in force on the
      *> feed date; a store whose first row takes effect later is
      *> not open yet and gets no statement
      *> ----------------------------------------------------------
       1100-LOAD-STORE-ROSTER.
           OPEN INPUT STORE-MASTER-FILE
           IF NOT WS-SM-OK
               DISPLAY "POSSTSTM: UNABLE TO OPEN STORMSTR - STATUS "
                   WS-SM-FILE-STATUS " - NO ROSTER, NO STATEMENTS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL WS-SM-EOF
               READ STORE-MASTER-FILE
                   AT END
                       SET WS-SM-EOF TO TRUE
                   NOT AT END
                       IF SM-EFF-FROM-DATE = SPACES
                           OR SM-EFF-FROM-DATE NOT > WS-FEED-DATE
                           PERFORM 1150-FOLD-ROW-INTO-ROSTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-MASTER-FILE
           .
       1100-LOAD-STORE-ROSTER-EXIT.
           EXIT.

       1150-FOLD-ROW-INTO-ROSTER.
           MOVE SM-STORE-ID TO WS-LOOKUP-STORE-ID
           PERFORM 7100-FIND-ROSTER-ENTRY
           IF NOT WS-ROSTER-FOUND
               IF WS-ROSTER-COUNT NOT < 2000
                   DISPLAY "POSSTSTM: MORE THAN 2000 STORES ON "
                       "STORMSTR - WS-ROSTER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-ROSTER-COUNT
               SET WS-ROS-IDX TO WS-ROSTER-COUNT
               INITIALIZE WS-ROS-ENTRY(WS-ROS-IDX)
               MOVE SM-STORE-ID TO WS-ROS-STORE-ID(WS-ROS-IDX)
               MOVE LOW-VALUES TO WS-ROS-EFF-FROM(WS-ROS-IDX)
               MOVE "N" TO WS-ROS-STMT-SWITCH(WS-ROS-IDX)
           END-IF
           IF SM-EFF-FROM-DATE > WS-ROS-EFF-FROM(WS-ROS-IDX)
               OR NOT WS-ROSTER-FOUND
               MOVE SM-EFF-FROM-DATE  TO WS-ROS-EFF-FROM(WS-ROS-IDX)
               MOVE SM-REGION-CODE    TO WS-ROS-REGION-CODE(WS-ROS-IDX)
               MOVE SM-DISTRICT-CODE  TO
                   WS-ROS-DISTRICT-CODE(WS-ROS-IDX)
               MOVE SM-STORE-NAME     TO WS-ROS-STORE-NAME(WS-ROS-IDX)
               MOVE SM-STORE-STATUS   TO WS-ROS-STATUS(WS-ROS-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1200-LOAD-FINAL-STMT-CONTROL - closed stores whose final
      *> statement has already gone out; a row dated tonight is a
      *> rerun of tonight and the final statement is written again
      *> ----------------------------------------------------------
       1200-LOAD-FINAL-STMT-CONTROL.
           OPEN INPUT FINAL-CTL-OLD-FILE
           IF NOT WS-FCO-OK
               DISPLAY "POSSTSTM: NO STMTCTL1 ON FILE - STATUS "
                   WS-FCO-FILE-STATUS
                   " - NO FINAL STATEMENTS ON RECORD"
               GO TO 1200-LOAD-FINAL-STMT-CONTROL-EXIT
           END-IF
           PERFORM UNTIL WS-FCO-EOF
               READ FINAL-CTL-OLD-FILE INTO STORE-FINAL-STMT-RECORD
                   AT END
                       SET WS-FCO-EOF TO TRUE
                   NOT AT END
                       MOVE SF-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 7100-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-FOUND
                           MOVE SF-FINAL-STMT-DATE TO
                               WS-ROS-FINAL-DATE(WS-ROS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-CTL-OLD-FILE
           .
       1200-LOAD-FINAL-STMT-CONTROL-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1300-LOAD-WEEK-TO-DATE - Monday to the feed date this week,
      *> and the same weekdays of last week, off tonight's history
      *> ----------------------------------------------------------
       1300-LOAD-WEEK-TO-DATE.
           OPEN INPUT SALES-HISTORY-FILE
           IF NOT WS-SH-OK
               DISPLAY "POSSTSTM: NO SALSHST2 ON FILE - STATUS "
                   WS-SH-FILE-STATUS
                   " - WEEK-TO-DATE SHOWS ZERO"
               GO TO 1300-LOAD-WEEK-TO-DATE-EXIT
           END-IF
           PERFORM UNTIL WS-SH-EOF
               READ SALES-HISTORY-FILE
                   AT END
                       SET WS-SH-EOF TO TRUE
                   NOT AT END
                       MOVE SH-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 7100-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-FOUND
                           PERFORM 1350-BUCKET-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE
           .
       1300-LOAD-WEEK-TO-DATE-EXIT.
           EXIT.

       1350-BUCKET-HISTORY-ROW.
           MOVE SH-SALES-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           IF WS-ITEM-INTEGER NOT < WS-WEEK-START-INTEGER
                   AND WS-ITEM-INTEGER NOT > WS-FEED-INTEGER
               ADD SH-NET-AMOUNT TO WS-ROS-WTD-NET(WS-ROS-IDX)
               ADD SH-TXN-COUNT  TO WS-ROS-WTD-COUNT(WS-ROS-IDX)
           END-IF
           IF WS-ITEM-INTEGER NOT < WS-LW-START-INTEGER
                   AND WS-ITEM-INTEGER NOT > WS-LW-END-INTEGER
               ADD SH-NET-AMOUNT TO WS-ROS-LW-NET(WS-ROS-IDX)
               ADD SH-TXN-COUNT  TO WS-ROS-LW-COUNT(WS-ROS-IDX)
           END-IF
           .

       1400-LOAD-KNOWN-TERMINALS.
           OPEN INPUT REFUND-HISTORY-FILE
           IF WS-RH-OK
               PERFORM UNTIL WS-RH-EOF
                   READ REFUND-HISTORY-FILE
                       AT END
                           SET WS-RH-EOF TO TRUE
                       NOT AT END
                           IF RH-TERMINAL-KEY
                               MOVE RH-STORE-ID TO WS-LOOKUP-STORE-ID
                               MOVE RH-TERMINAL-ID TO
                                   WS-LOOKUP-TERMINAL-ID
                               PERFORM 1450-NOTE-KNOWN-TERMINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-HISTORY-FILE
           ELSE
               DISPLAY "POSSTSTM: NO RFHIST2 ON FILE - STATUS "
                   WS-RH-FILE-STATUS
           END-IF

           OPEN INPUT PRIOR-MASTER-FILE
           IF WS-PRI-OK
               PERFORM UNTIL WS-PRI-EOF
                   READ PRIOR-MASTER-FILE
                       AT END
                           SET WS-PRI-EOF TO TRUE
                       NOT AT END
                           MOVE PM-STORE-ID TO WS-LOOKUP-STORE-ID
                           MOVE PM-TERMINAL-ID TO
                               WS-LOOKUP-TERMINAL-ID
                           PERFORM 1450-NOTE-KNOWN-TERMINAL
                   END-READ
               END-PERFORM
               CLOSE PRIOR-MASTER-FILE
           ELSE
               DISPLAY "POSSTSTM: NO PRIORMST ON FILE - STATUS "
                   WS-PRI-FILE-STATUS
           END-IF
           .
       1400-LOAD-KNOWN-TERMINALS-EXIT.
           EXIT.

       1450-NOTE-KNOWN-TERMINAL.
           PERFORM 7100-FIND-ROSTER-ENTRY
           IF WS-ROSTER-FOUND
               PERFORM 7600-FIND-OR-ADD-TERMINAL
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2000-ACCUMULATE-TONIGHTS-FEED - completed sales into the
      *> tender and terminal/mode chains, everything else into the
      *> status chain; every record marks its terminal as heard from
      *> ----------------------------------------------------------
       2000-ACCUMULATE-TONIGHTS-FEED.
           OPEN INPUT POS-MASTER-FILE
           IF NOT WS-POS-OK
               DISPLAY "POSSTSTM: UNABLE TO OPEN POSMASTR - STATUS "
                   WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL WS-POS-EOF
               READ POS-MASTER-FILE
                   AT END
                       SET WS-POS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE MT-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 7100-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-FOUND
                           PERFORM 2050-POST-ONE-TRANSACTION
                       ELSE
                           ADD 1 TO WS-UNKNOWN-STORE-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POS-MASTER-FILE
           .
       2000-ACCUMULATE-TONIGHTS-FEED-EXIT.
           EXIT.

       2050-POST-ONE-TRANSACTION.
           MOVE MT-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
           PERFORM 7600-FIND-OR-ADD-TERMINAL
           SET WS-TRM-SEEN-TODAY(WS-TRM-IDX) TO TRUE
           IF MT-TXN-STATUS = WS-COMPLETED-STATUS
               ADD 1 TO WS-ROS-GROSS-COUNT(WS-ROS-IDX)
               ADD MT-AMOUNT-PAID TO WS-ROS-GROSS-AMOUNT(WS-ROS-IDX)
               MOVE MT-PAYMENT-MODE TO WS-LOOKUP-PAYMENT-MODE
               PERFORM 7300-FIND-OR-ADD-TENDER
               ADD 1 TO WS-TND-COUNT(WS-TND-IDX)
               ADD MT-AMOUNT-PAID TO WS-TND-AMOUNT(WS-TND-IDX)
               MOVE MT-TERMINAL-ID  TO WS-LK-TERMINAL-ID
               MOVE MT-PAYMENT-MODE TO WS-LK-PAYMENT-MODE
               PERFORM 7500-FIND-OR-ADD-TERM-MODE
               ADD 1 TO WS-TMD-FEED-COUNT(WS-TMD-IDX)
               ADD MT-AMOUNT-PAID TO WS-TMD-FEED-AMOUNT(WS-TMD-IDX)
           ELSE
               ADD 1 TO WS-ROS-NONCMP-COUNT(WS-ROS-IDX)
               MOVE MT-TXN-STATUS TO WS-LOOKUP-TXN-STATUS
               PERFORM 7400-FIND-OR-ADD-STATUS
               ADD 1 TO WS-STS-COUNT(WS-STS-IDX)
               ADD MT-AMOUNT-PAID TO WS-STS-AMOUNT(WS-STS-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2100-LOAD-TERMINAL-CLOSES - each terminal's declared close
      *> by mode; a terminal that closed is a known terminal even if
      *> nothing else has ever been heard from it
      *> ----------------------------------------------------------
       2100-LOAD-TERMINAL-CLOSES.
           OPEN INPUT TERMINAL-CLOSE-FILE
           IF NOT WS-TCL-OK
               DISPLAY "POSSTSTM: NO TERMCLOS ON FILE - STATUS "
                   WS-TCL-FILE-STATUS
                   " - EVERY TERMINAL SHOWS AS NOT CLOSED"
               GO TO 2100-LOAD-TERMINAL-CLOSES-EXIT
           END-IF
           PERFORM UNTIL WS-TCL-EOF
               READ TERMINAL-CLOSE-FILE
                   AT END
                       SET WS-TCL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLOSES-READ
                       MOVE TC-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 7100-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-FOUND
                           MOVE TC-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
                           PERFORM 7600-FIND-OR-ADD-TERMINAL
                           MOVE TC-TERMINAL-ID  TO WS-LK-TERMINAL-ID
                           MOVE TC-PAYMENT-MODE TO WS-LK-PAYMENT-MODE
                           PERFORM 7500-FIND-OR-ADD-TERM-MODE
                           SET WS-TMD-DECLARED(WS-TMD-IDX) TO TRUE
                           ADD TC-DECLARED-COUNT TO
                               WS-TMD-DECL-COUNT(WS-TMD-IDX)
                           ADD TC-DECLARED-AMOUNT TO
                               WS-TMD-DECL-AMOUNT(WS-TMD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINAL-CLOSE-FILE
           .
       2100-LOAD-TERMINAL-CLOSES-EXIT.
           EXIT.

       2200-LOAD-STORE-NET.
           OPEN INPUT STORE-NET-FILE
           IF NOT WS-SN-OK
               DISPLAY "POSSTSTM: NO STORNET ON FILE - STATUS "
                   WS-SN-FILE-STATUS
                   " - SALES AND REFUNDS SHOW ZERO"
               GO TO 2200-LOAD-STORE-NET-EXIT
           END-IF
           PERFORM UNTIL WS-SN-EOF
               READ STORE-NET-FILE
                   AT END
                       SET WS-SN-EOF TO TRUE
                   NOT AT END
                       MOVE SN-STORE-ID TO WS-LOOKUP-STORE-ID
                       PERFORM 7100-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-FOUND
                           ADD SN-SALES-TOTAL TO
                               WS-ROS-SALES-TOTAL(WS-ROS-IDX)
                           ADD SN-REFUND-TOTAL TO
                               WS-ROS-REFUND-TOTAL(WS-ROS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-NET-FILE
           .
       2200-LOAD-STORE-NET-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2300-LOAD-NEW-DISPUTES - a case on DSPCASE2 that was not on
      *> DSPCASE1 opened tonight; the sale's row on the lifecycle
      *> master says which store and terminal it belongs to
      *> ----------------------------------------------------------
       2300-LOAD-NEW-DISPUTES.
           OPEN INPUT CASE-NEW-FILE
           IF NOT WS-CSN-OK
               DISPLAY "POSSTSTM: NO DSPCASE2 ON FILE - STATUS "
                   WS-CSN-FILE-STATUS " - NO NEW DISPUTES SHOWN"
               GO TO 2300-LOAD-NEW-DISPUTES-EXIT
           END-IF
           OPEN INPUT TXN-MASTER-FILE
           IF WS-TXM-OK
               SET WS-TXM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "POSSTSTM: UNABLE TO OPEN TXNMASTR - STATUS "
                   WS-TXM-FILE-STATUS
                   " - NEW DISPUTES CANNOT BE PLACED BY STORE"
               CLOSE CASE-NEW-FILE
               GO TO 2300-LOAD-NEW-DISPUTES-EXIT
           END-IF

           OPEN INPUT CASE-OLD-FILE
           IF WS-CSO-OK
               PERFORM 2310-LOAD-OLD-CASES
               CLOSE CASE-OLD-FILE
           END-IF

           PERFORM UNTIL WS-CSN-EOF
               READ CASE-NEW-FILE
                   AT END
                       SET WS-CSN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2320-FIND-OLD-CASE
                       IF NOT WS-CASE-FOUND
                           PERFORM 2350-PLACE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-NEW-FILE
           CLOSE TXN-MASTER-FILE
           .
       2300-LOAD-NEW-DISPUTES-EXIT.
           EXIT.

       2310-LOAD-OLD-CASES.
           PERFORM UNTIL WS-CSO-EOF
               READ CASE-OLD-FILE
                   AT END
                       SET WS-CSO-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT NOT < 10000
                           DISPLAY "POSSTSTM: MORE THAN 10000 OPEN "
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

       2320-FIND-OLD-CASE.
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

       2350-PLACE-ONE-DISPUTE.
           MOVE DC-TXN-ID TO TL-TXN-ID
           READ TXN-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-DISPUTES-UNRESOLVED
               NOT INVALID KEY
                   MOVE TL-STORE-ID TO WS-LOOKUP-STORE-ID
                   PERFORM 7100-FIND-ROSTER-ENTRY
                   IF WS-ROSTER-FOUND
                       PERFORM 2360-CHAIN-DISPUTE
                   ELSE
                       ADD 1 TO WS-DISPUTES-UNRESOLVED
                   END-IF
           END-READ
           .

       2360-CHAIN-DISPUTE.
           IF WS-DISPUTE-COUNT NOT < 5000
               DISPLAY "POSSTSTM: MORE THAN 5000 NEW DISPUTES"
                   " - WS-DISPUTE-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-DISPUTE-COUNT
           ADD 1 TO WS-NEW-DISPUTES
           SET WS-DSP-IDX TO WS-DISPUTE-COUNT
           MOVE ZERO              TO WS-DSP-NEXT(WS-DSP-IDX)
           MOVE DC-TXN-ID         TO WS-DSP-TXN-ID(WS-DSP-IDX)
           MOVE TL-TERMINAL-ID    TO WS-DSP-TERMINAL-ID(WS-DSP-IDX)
           MOVE DC-REASON-CODE    TO WS-DSP-REASON-CODE(WS-DSP-IDX)
           MOVE DC-REASON-TEXT    TO WS-DSP-REASON-TEXT(WS-DSP-IDX)
           MOVE DC-DISPUTE-AMOUNT TO WS-DSP-AMOUNT(WS-DSP-IDX)
           MOVE DC-RESPOND-BY-DATE TO WS-DSP-RESPOND-BY(WS-DSP-IDX)
           IF WS-ROS-FIRST-DSP(WS-ROS-IDX) = ZERO
               MOVE WS-DISPUTE-COUNT TO WS-ROS-FIRST-DSP(WS-ROS-IDX)
           ELSE
               SET WS-DSP-IDX TO WS-ROS-LAST-DSP(WS-ROS-IDX)
               MOVE WS-DISPUTE-COUNT TO WS-DSP-NEXT(WS-DSP-IDX)
           END-IF
           MOVE WS-DISPUTE-COUNT TO WS-ROS-LAST-DSP(WS-ROS-IDX)
           ADD 1 TO WS-ROS-DISPUTE-COUNT(WS-ROS-IDX)
           .

      *> ----------------------------------------------------------
      *> 3000-PRODUCE-STATEMENTS - statements in region, district,
      *> store order so each district's roll-up is one control break
      *> ----------------------------------------------------------
       3000-PRODUCE-STATEMENTS.
           SORT STMT-SORT-FILE
               ON ASCENDING KEY SS-REGION-CODE SS-DISTRICT-CODE
                                SS-STORE-ID
               INPUT PROCEDURE IS 3100-RELEASE-STATEMENT-STORES
                   THRU 3100-RELEASE-STATEMENT-STORES-EXIT
               OUTPUT PROCEDURE IS 3200-WRITE-STATEMENTS
                   THRU 3200-WRITE-STATEMENTS-EXIT
           .

      *> an open store always gets a statement; a closed one gets
      *> its final statement the first night its closed row is in
      *> force (again on a rerun of that night) and none after that
       3100-RELEASE-STATEMENT-STORES.
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                   UNTIL WS-ROS-IDX > WS-ROSTER-COUNT
               IF NOT WS-ROS-CLOSED(WS-ROS-IDX)
                   MOVE "Y" TO WS-ROS-STMT-SWITCH(WS-ROS-IDX)
               ELSE
                   PERFORM 3150-DECIDE-FINAL-STATEMENT
               END-IF
               IF WS-ROS-GETS-STATEMENT(WS-ROS-IDX)
                   MOVE WS-ROS-REGION-CODE(WS-ROS-IDX) TO
                       SS-REGION-CODE
                   MOVE WS-ROS-DISTRICT-CODE(WS-ROS-IDX) TO
                       SS-DISTRICT-CODE
                   MOVE WS-ROS-STORE-ID(WS-ROS-IDX) TO SS-STORE-ID
                   SET SS-ROSTER-NUMBER TO WS-ROS-IDX
                   RELEASE STMT-SORT-RECORD
               END-IF
           END-PERFORM
           .
       3100-RELEASE-STATEMENT-STORES-EXIT.
           EXIT.

       3150-DECIDE-FINAL-STATEMENT.
           IF WS-ROS-FINAL-DATE(WS-ROS-IDX) NOT = SPACES
                   AND WS-ROS-FINAL-DATE(WS-ROS-IDX) < WS-FEED-DATE
               ADD 1 TO WS-CLOSED-STORES-SKIPPED
           ELSE
               MOVE WS-ROS-EFF-FROM(WS-ROS-IDX) TO WS-CONVERT-DATE
               PERFORM 7000-CONVERT-DATE-TO-INTEGER
               IF WS-ROS-FINAL-DATE(WS-ROS-IDX) = SPACES
                       AND WS-FEED-INTEGER - WS-ITEM-INTEGER
                           > WS-FINAL-STMT-DAYS
                   ADD 1 TO WS-CLOSED-STORES-SKIPPED
               ELSE
                   MOVE "F" TO WS-ROS-STMT-SWITCH(WS-ROS-IDX)
               END-IF
               MOVE WS-FEED-DATE TO WS-ROS-FINAL-DATE(WS-ROS-IDX)
           END-IF
           .

       3200-WRITE-STATEMENTS.
           PERFORM UNTIL WS-SRT-EOF
               RETURN STMT-SORT-FILE
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       IF SS-REGION-CODE NOT = WS-PRIOR-REGION-CODE
                           OR SS-DISTRICT-CODE NOT =
                               WS-PRIOR-DISTRICT-CODE
                           PERFORM 3400-START-DISTRICT
                       END-IF
                       SET WS-ROS-IDX TO SS-ROSTER-NUMBER
                       PERFORM 3300-WRITE-ONE-STATEMENT
               END-RETURN
           END-PERFORM
           IF WS-DIST-FILE-OPEN
               PERFORM 3500-FINISH-DISTRICT
           END-IF
           .
       3200-WRITE-STATEMENTS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3300-WRITE-ONE-STATEMENT - every line goes to the store's
      *> own statement and to its district's roll-up copy
      *> ----------------------------------------------------------
       3300-WRITE-ONE-STATEMENT.
           MOVE WS-ROS-STORE-ID(WS-ROS-IDX) TO WS-NAME-STORE-PART
           INSPECT WS-NAME-STORE-PART REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WS-STORE-STMT-NAME
           STRING "STORSTMT." DELIMITED BY SIZE
                  WS-NAME-STORE-PART DELIMITED BY SIZE
               INTO WS-STORE-STMT-NAME
           OPEN OUTPUT STORE-STMT-FILE
           ADD 1 TO WS-STATEMENTS-WRITTEN
           ADD 1 TO WS-DMB-COUNT
           SET WS-DMB-ROSTER-NUMBER(WS-DMB-COUNT) TO WS-ROS-IDX

           MOVE WS-FEED-DATE TO WS-H1-FEED-DATE
           MOVE WS-STMT-HEADING-1 TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE WS-ROS-STORE-ID(WS-ROS-IDX)      TO WS-H2-STORE-ID
           MOVE WS-ROS-STORE-NAME(WS-ROS-IDX)    TO WS-H2-STORE-NAME
           MOVE WS-ROS-REGION-CODE(WS-ROS-IDX)   TO WS-H2-REGION-CODE
           MOVE WS-ROS-DISTRICT-CODE(WS-ROS-IDX) TO WS-H2-DISTRICT-CODE
           MOVE WS-STMT-HEADING-2 TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           IF WS-ROS-FINAL-STATEMENT(WS-ROS-IDX)
               ADD 1 TO WS-FINAL-STATEMENTS
               MOVE WS-ROS-EFF-FROM(WS-ROS-IDX) TO WS-FS-EFF-FROM
               MOVE WS-FINAL-STMT-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           END-IF

           PERFORM 3310-WRITE-TENDER-SECTION
           PERFORM 3320-WRITE-NET-SECTION
           PERFORM 3330-WRITE-TERMINAL-SECTION
           PERFORM 3340-WRITE-STATUS-SECTION
           PERFORM 3350-WRITE-SILENT-SECTION
           PERFORM 3360-WRITE-DISPUTE-SECTION
           PERFORM 3370-WRITE-WEEK-SECTION

           MOVE SPACES TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           CLOSE STORE-STMT-FILE
           .

       3310-WRITE-TENDER-SECTION.
           MOVE "GROSS SALES BY TENDER (COMPLETED)" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE WS-TENDER-COLS TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE WS-ROS-FIRST-TND(WS-ROS-IDX) TO WS-NEXT-ENTRY
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO
               SET WS-TND-IDX TO WS-NEXT-ENTRY
               MOVE WS-TND-PAYMENT-MODE(WS-TND-IDX) TO
                   WS-TN-PAYMENT-MODE
               MOVE WS-TND-COUNT(WS-TND-IDX)  TO WS-TN-COUNT
               MOVE WS-TND-AMOUNT(WS-TND-IDX) TO WS-TN-AMOUNT
               MOVE WS-TENDER-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
               MOVE WS-TND-NEXT(WS-TND-IDX) TO WS-NEXT-ENTRY
           END-PERFORM
           MOVE "TOTAL"                          TO WS-TN-PAYMENT-MODE
           MOVE WS-ROS-GROSS-COUNT(WS-ROS-IDX)  TO WS-TN-COUNT
           MOVE WS-ROS-GROSS-AMOUNT(WS-ROS-IDX) TO WS-TN-AMOUNT
           MOVE WS-TENDER-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           .

       3320-WRITE-NET-SECTION.
           MOVE "SALES AND MATCHED REFUNDS" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           COMPUTE WS-STORE-NET-AMOUNT =
               WS-ROS-SALES-TOTAL(WS-ROS-IDX)
               - WS-ROS-REFUND-TOTAL(WS-ROS-IDX)
           MOVE "SALES . . . . . . . . ." TO WS-ML-LABEL
           MOVE WS-ROS-SALES-TOTAL(WS-ROS-IDX) TO WS-ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE "MATCHED REFUNDS . . . ." TO WS-ML-LABEL
           MOVE WS-ROS-REFUND-TOTAL(WS-ROS-IDX) TO WS-ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE "NET . . . . . . . . . ." TO WS-ML-LABEL
           MOVE WS-STORE-NET-AMOUNT TO WS-ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           .

      *> variance is feed less declared, the same sign POSTRMRC
      *> reports on TRMRECON
       3330-WRITE-TERMINAL-SECTION.
           MOVE "TERMINAL CLOSE DECLARED VS COMPUTED" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE WS-TERM-COLS TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE ZERO TO WS-ROS-OVER-SHORT(WS-ROS-IDX)
           MOVE WS-ROS-FIRST-TMD(WS-ROS-IDX) TO WS-NEXT-ENTRY
           IF WS-NEXT-ENTRY = ZERO
               MOVE WS-NONE-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           END-IF
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO
               SET WS-TMD-IDX TO WS-NEXT-ENTRY
               COMPUTE WS-VARIANCE-AMT =
                   WS-TMD-FEED-AMOUNT(WS-TMD-IDX)
                   - WS-TMD-DECL-AMOUNT(WS-TMD-IDX)
               ADD WS-VARIANCE-AMT TO WS-ROS-OVER-SHORT(WS-ROS-IDX)
               MOVE WS-TMD-TERMINAL-ID(WS-TMD-IDX) TO
                   WS-TM-TERMINAL-ID
               MOVE WS-TMD-PAYMENT-MODE(WS-TMD-IDX) TO
                   WS-TM-PAYMENT-MODE
               MOVE WS-TMD-DECL-COUNT(WS-TMD-IDX)  TO WS-TM-DECL-COUNT
               MOVE WS-TMD-FEED-COUNT(WS-TMD-IDX)  TO WS-TM-FEED-COUNT
               MOVE WS-TMD-DECL-AMOUNT(WS-TMD-IDX) TO WS-TM-DECL-AMOUNT
               MOVE WS-TMD-FEED-AMOUNT(WS-TMD-IDX) TO WS-TM-FEED-AMOUNT
               MOVE WS-VARIANCE-AMT TO WS-TM-VARIANCE
               EVALUATE TRUE
                   WHEN NOT WS-TMD-DECLARED(WS-TMD-IDX)
                       MOVE "NOT CLOSED" TO WS-TM-NOTE
                   WHEN WS-TMD-FEED-COUNT(WS-TMD-IDX) = ZERO
                       MOVE "NO FEED" TO WS-TM-NOTE
                   WHEN WS-VARIANCE-AMT NOT = ZERO
                       OR WS-TMD-FEED-COUNT(WS-TMD-IDX) NOT =
                           WS-TMD-DECL-COUNT(WS-TMD-IDX)
                       MOVE "OVER/SHORT" TO WS-TM-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-TM-NOTE
               END-EVALUATE
               MOVE WS-TERM-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
               MOVE WS-TMD-NEXT(WS-TMD-IDX) TO WS-NEXT-ENTRY
           END-PERFORM
           MOVE "TOTAL FEED-DECLARED. . ." TO WS-ML-LABEL
           MOVE WS-ROS-OVER-SHORT(WS-ROS-IDX) TO WS-ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           .

       3340-WRITE-STATUS-SECTION.
           MOVE "NON-COMPLETED TRANSACTIONS BY STATUS" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE WS-ROS-FIRST-STS(WS-ROS-IDX) TO WS-NEXT-ENTRY
           IF WS-NEXT-ENTRY = ZERO
               MOVE WS-NONE-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           ELSE
               MOVE WS-STATUS-COLS TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           END-IF
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO
               SET WS-STS-IDX TO WS-NEXT-ENTRY
               MOVE WS-STS-TXN-STATUS(WS-STS-IDX) TO WS-SL-TXN-STATUS
               MOVE WS-STS-COUNT(WS-STS-IDX)      TO WS-SL-COUNT
               MOVE WS-STS-AMOUNT(WS-STS-IDX)     TO WS-SL-AMOUNT
               MOVE WS-STATUS-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
               MOVE WS-STS-NEXT(WS-STS-IDX) TO WS-NEXT-ENTRY
           END-PERFORM
           .

       3350-WRITE-SILENT-SECTION.
           MOVE "SILENT TERMINALS" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE ZERO TO WS-ROS-SILENT-COUNT(WS-ROS-IDX)
           MOVE WS-ROS-FIRST-TRM(WS-ROS-IDX) TO WS-NEXT-ENTRY
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO
               SET WS-TRM-IDX TO WS-NEXT-ENTRY
               IF NOT WS-TRM-SEEN-TODAY(WS-TRM-IDX)
                   ADD 1 TO WS-ROS-SILENT-COUNT(WS-ROS-IDX)
                   MOVE WS-TRM-TERMINAL-ID(WS-TRM-IDX) TO
                       WS-SI-TERMINAL-ID
                   MOVE WS-SILENT-LINE TO WS-STMT-LINE
                   PERFORM 7900-PUT-LINE
               END-IF
               MOVE WS-TRM-NEXT(WS-TRM-IDX) TO WS-NEXT-ENTRY
           END-PERFORM
           IF WS-ROS-SILENT-COUNT(WS-ROS-IDX) = ZERO
               MOVE WS-NONE-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           END-IF
           .

       3360-WRITE-DISPUTE-SECTION.
           MOVE "NEW DISPUTE CASES" TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE WS-ROS-FIRST-DSP(WS-ROS-IDX) TO WS-NEXT-ENTRY
           IF WS-NEXT-ENTRY = ZERO
               MOVE WS-NONE-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           ELSE
               MOVE WS-DISPUTE-COLS TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
           END-IF
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO
               SET WS-DSP-IDX TO WS-NEXT-ENTRY
               MOVE WS-DSP-TXN-ID(WS-DSP-IDX)      TO WS-DL-TXN-ID
               MOVE WS-DSP-TERMINAL-ID(WS-DSP-IDX) TO WS-DL-TERMINAL-ID
               MOVE WS-DSP-REASON-CODE(WS-DSP-IDX) TO WS-DL-REASON-CODE
               MOVE WS-DSP-REASON-TEXT(WS-DSP-IDX) TO WS-DL-REASON-TEXT
               MOVE WS-DSP-AMOUNT(WS-DSP-IDX)      TO WS-DL-AMOUNT
               MOVE WS-DSP-RESPOND-BY(WS-DSP-IDX)  TO WS-DL-RESPOND-BY
               MOVE WS-DISPUTE-LINE TO WS-STMT-LINE
               PERFORM 7900-PUT-LINE
               MOVE WS-DSP-NEXT(WS-DSP-IDX) TO WS-NEXT-ENTRY
           END-PERFORM
           .

       3370-WRITE-WEEK-SECTION.
           MOVE "WEEK TO DATE AGAINST LAST WEEK (NET, SALES HISTORY)"
               TO WS-STMT-LINE
           PERFORM 7800-PUT-SECTION-HEADING
           MOVE "THIS WEEK     " TO WS-WK-LABEL
           MOVE WS-WEEK-START-DATE TO WS-WK-FROM-DATE
           MOVE " TO " TO WS-WK-TO-LIT
           MOVE WS-FEED-DATE TO WS-WK-TO-DATE
           MOVE WS-ROS-WTD-COUNT(WS-ROS-IDX) TO WS-WK-COUNT
           MOVE WS-ROS-WTD-NET(WS-ROS-IDX)   TO WS-WK-NET
           MOVE WS-WEEK-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE "LAST WEEK     " TO WS-WK-LABEL
           MOVE WS-LW-START-DATE TO WS-WK-FROM-DATE
           MOVE WS-LW-END-DATE TO WS-WK-TO-DATE
           MOVE WS-ROS-LW-COUNT(WS-ROS-IDX) TO WS-WK-COUNT
           MOVE WS-ROS-LW-NET(WS-ROS-IDX)   TO WS-WK-NET
           MOVE WS-WEEK-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           COMPUTE WS-CHANGE-AMT =
               WS-ROS-WTD-NET(WS-ROS-IDX) - WS-ROS-LW-NET(WS-ROS-IDX)
           MOVE WS-CHANGE-AMT TO WS-CL-CHANGE-AMT
           IF WS-ROS-LW-NET(WS-ROS-IDX) > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMT * 100 / WS-ROS-LW-NET(WS-ROS-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-CL-CHANGE-PCT
               MOVE "%" TO WS-CL-PCT-SIGN
           ELSE
               MOVE SPACES TO WS-CL-CHANGE-PCT(1:)
               MOVE SPACES TO WS-CL-PCT-SIGN
           END-IF
           MOVE WS-CHANGE-LINE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           .

      *> ----------------------------------------------------------
      *> 3400-START-DISTRICT / 3500-FINISH-DISTRICT - one roll-up
      *> file per region and district, the store statements copied
      *> in as they are written and the district page at the end
      *> ----------------------------------------------------------
       3400-START-DISTRICT.
           IF WS-DIST-FILE-OPEN
               PERFORM 3500-FINISH-DISTRICT
           END-IF
           MOVE SS-REGION-CODE   TO WS-PRIOR-REGION-CODE
           MOVE SS-DISTRICT-CODE TO WS-PRIOR-DISTRICT-CODE
           MOVE SS-REGION-CODE   TO WS-NAME-REGION-CODE
           MOVE SS-DISTRICT-CODE TO WS-NAME-DISTRICT-CODE
           INSPECT WS-NAME-DISTRICT-PART REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WS-DIST-STMT-NAME
           STRING "DISTSTMT." DELIMITED BY SIZE
                  WS-NAME-DISTRICT-PART DELIMITED BY SIZE
               INTO WS-DIST-STMT-NAME
           OPEN OUTPUT DISTRICT-STMT-FILE
           SET WS-DIST-FILE-OPEN TO TRUE
           ADD 1 TO WS-DISTRICTS-WRITTEN
           MOVE ZERO TO WS-DMB-COUNT
           .

       3500-FINISH-DISTRICT.
           INITIALIZE WS-DISTRICT-TOTALS
           MOVE WS-FEED-DATE TO WS-DH-FEED-DATE
           MOVE WS-DIST-HEADING-1 TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           MOVE WS-PRIOR-REGION-CODE   TO WS-DH-REGION-CODE
           MOVE WS-PRIOR-DISTRICT-CODE TO WS-DH-DISTRICT-CODE
           MOVE WS-DIST-HEADING-2 TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           MOVE SPACES TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           MOVE WS-DIST-COLS TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           PERFORM VARYING WS-DMB-SUB FROM 1 BY 1
                   UNTIL WS-DMB-SUB > WS-DMB-COUNT
               SET WS-ROS-IDX TO WS-DMB-ROSTER-NUMBER(WS-DMB-SUB)
               PERFORM 3550-WRITE-DISTRICT-STORE-LINE
           END-PERFORM
           MOVE SPACES TO WS-DIST-LINE
           MOVE "TOTAL"                TO WS-DS-STORE-ID
           MOVE WS-DT-GROSS-AMOUNT     TO WS-DS-GROSS-AMOUNT
           MOVE WS-DT-NET-AMOUNT       TO WS-DS-NET-AMOUNT
           MOVE WS-DT-OVER-SHORT       TO WS-DS-OVER-SHORT
           MOVE WS-DT-NONCMP-COUNT     TO WS-DS-NONCMP-COUNT
           MOVE WS-DT-SILENT-COUNT     TO WS-DS-SILENT-COUNT
           MOVE WS-DT-DISPUTE-COUNT    TO WS-DS-DISPUTE-COUNT
           MOVE WS-DT-WTD-NET          TO WS-DS-WTD-NET
           MOVE WS-DT-LW-NET           TO WS-DS-LW-NET
           MOVE WS-DIST-LINE TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           CLOSE DISTRICT-STMT-FILE
           MOVE "N" TO WS-DIST-FILE-OPEN-SWITCH
           .

       3550-WRITE-DISTRICT-STORE-LINE.
           COMPUTE WS-STORE-NET-AMOUNT =
               WS-ROS-SALES-TOTAL(WS-ROS-IDX)
               - WS-ROS-REFUND-TOTAL(WS-ROS-IDX)
           MOVE SPACES TO WS-DIST-LINE
           MOVE WS-ROS-STORE-ID(WS-ROS-IDX) TO WS-DS-STORE-ID
           MOVE WS-ROS-STORE-NAME(WS-ROS-IDX) TO WS-DS-STORE-NAME
           IF WS-ROS-FINAL-STATEMENT(WS-ROS-IDX)
               MOVE "(FINAL)" TO WS-DS-STORE-NAME(14:7)
           END-IF
           MOVE WS-ROS-GROSS-AMOUNT(WS-ROS-IDX)  TO WS-DS-GROSS-AMOUNT
           MOVE WS-STORE-NET-AMOUNT              TO WS-DS-NET-AMOUNT
           MOVE WS-ROS-OVER-SHORT(WS-ROS-IDX)    TO WS-DS-OVER-SHORT
           MOVE WS-ROS-NONCMP-COUNT(WS-ROS-IDX)  TO WS-DS-NONCMP-COUNT
           MOVE WS-ROS-SILENT-COUNT(WS-ROS-IDX)  TO WS-DS-SILENT-COUNT
           MOVE WS-ROS-DISPUTE-COUNT(WS-ROS-IDX) TO WS-DS-DISPUTE-COUNT
           MOVE WS-ROS-WTD-NET(WS-ROS-IDX)       TO WS-DS-WTD-NET
           MOVE WS-ROS-LW-NET(WS-ROS-IDX)        TO WS-DS-LW-NET
           MOVE WS-DIST-LINE TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
           ADD WS-ROS-GROSS-AMOUNT(WS-ROS-IDX)  TO WS-DT-GROSS-AMOUNT
           ADD WS-STORE-NET-AMOUNT              TO WS-DT-NET-AMOUNT
           ADD WS-ROS-OVER-SHORT(WS-ROS-IDX)    TO WS-DT-OVER-SHORT
           ADD WS-ROS-NONCMP-COUNT(WS-ROS-IDX)  TO WS-DT-NONCMP-COUNT
           ADD WS-ROS-SILENT-COUNT(WS-ROS-IDX)  TO WS-DT-SILENT-COUNT
           ADD WS-ROS-DISPUTE-COUNT(WS-ROS-IDX) TO WS-DT-DISPUTE-COUNT
           ADD WS-ROS-WTD-NET(WS-ROS-IDX)       TO WS-DT-WTD-NET
           ADD WS-ROS-LW-NET(WS-ROS-IDX)        TO WS-DT-LW-NET
           .

      *> ----------------------------------------------------------
      *> 4000-WRITE-FINAL-STMT-CONTROL - tomorrow's STMTCTL1: every
      *> store still closed that has had (or has been excused) its
      *> final statement.  A store that has reopened drops off, so a
      *> later closure gets a final statement of its own.
      *> ----------------------------------------------------------
       4000-WRITE-FINAL-STMT-CONTROL.
           OPEN OUTPUT FINAL-CTL-NEW-FILE
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                   UNTIL WS-ROS-IDX > WS-ROSTER-COUNT
               IF WS-ROS-CLOSED(WS-ROS-IDX)
                       AND WS-ROS-FINAL-DATE(WS-ROS-IDX) NOT = SPACES
                   MOVE WS-ROS-STORE-ID(WS-ROS-IDX) TO SF-STORE-ID
                   MOVE WS-ROS-FINAL-DATE(WS-ROS-IDX) TO
                       SF-FINAL-STMT-DATE
                   WRITE STORE-FINAL-STMT-RECORD
               END-IF
           END-PERFORM
           CLOSE FINAL-CTL-NEW-FILE
           .

      *> ----------------------------------------------------------
      *> 7000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
      *> date comes back as zero
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

       7050-CONVERT-INTEGER-TO-DATE.
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER)
           MOVE SPACES TO WS-CONVERT-DATE
           STRING WS-DN-CCYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DN-DD DELIMITED BY SIZE
               INTO WS-CONVERT-DATE
           .

      *> ----------------------------------------------------------
      *> 7100-FIND-ROSTER-ENTRY - callers set WS-LOOKUP-STORE-ID;
      *> leaves WS-ROS-IDX on the match when found
      *> ----------------------------------------------------------
       7100-FIND-ROSTER-ENTRY.
           MOVE "N" TO WS-ROSTER-FOUND-SWITCH
           IF WS-ROSTER-COUNT > 0
               SET WS-ROS-IDX TO 1
               SEARCH WS-ROS-ENTRY VARYING WS-ROS-IDX
                   AT END
                       CONTINUE
                   WHEN WS-ROS-IDX > WS-ROSTER-COUNT
                       CONTINUE
                   WHEN WS-ROS-STORE-ID(WS-ROS-IDX) =
                           WS-LOOKUP-STORE-ID
                       SET WS-ROSTER-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 7300-7600 FIND-OR-ADD - walk the store's chain (WS-ROS-IDX)
      *> in key order; stop on the match, or at the first entry past
      *> the key and link a new entry in ahead of it.  Each leaves
      *> its table's index on the entry.
      *> ----------------------------------------------------------
       7300-FIND-OR-ADD-TENDER.
           MOVE ZERO TO WS-PRIOR-ENTRY
           MOVE WS-ROS-FIRST-TND(WS-ROS-IDX) TO WS-NEXT-ENTRY
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-CHAIN-STOP-SWITCH
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO OR WS-CHAIN-STOP
               SET WS-TND-IDX TO WS-NEXT-ENTRY
               EVALUATE TRUE
                   WHEN WS-TND-PAYMENT-MODE(WS-TND-IDX) =
                           WS-LOOKUP-PAYMENT-MODE
                       SET WS-ENTRY-FOUND TO TRUE
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN WS-TND-PAYMENT-MODE(WS-TND-IDX) >
                           WS-LOOKUP-PAYMENT-MODE
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN OTHER
                       MOVE WS-NEXT-ENTRY TO WS-PRIOR-ENTRY
                       MOVE WS-TND-NEXT(WS-TND-IDX) TO WS-NEXT-ENTRY
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-TENDER-COUNT NOT < 20000
                   DISPLAY "POSSTSTM: MORE THAN 20000 STORE TENDERS"
                       " - WS-TENDER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TENDER-COUNT
               MOVE WS-TENDER-COUNT TO WS-NEW-ENTRY
               IF WS-PRIOR-ENTRY = ZERO
                   MOVE WS-NEW-ENTRY TO WS-ROS-FIRST-TND(WS-ROS-IDX)
               ELSE
                   SET WS-TND-IDX TO WS-PRIOR-ENTRY
                   MOVE WS-NEW-ENTRY TO WS-TND-NEXT(WS-TND-IDX)
               END-IF
               SET WS-TND-IDX TO WS-NEW-ENTRY
               MOVE WS-NEXT-ENTRY TO WS-TND-NEXT(WS-TND-IDX)
               MOVE WS-LOOKUP-PAYMENT-MODE TO
                   WS-TND-PAYMENT-MODE(WS-TND-IDX)
               MOVE ZERO TO WS-TND-COUNT(WS-TND-IDX)
               MOVE ZERO TO WS-TND-AMOUNT(WS-TND-IDX)
           END-IF
           .

       7400-FIND-OR-ADD-STATUS.
           MOVE ZERO TO WS-PRIOR-ENTRY
           MOVE WS-ROS-FIRST-STS(WS-ROS-IDX) TO WS-NEXT-ENTRY
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-CHAIN-STOP-SWITCH
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO OR WS-CHAIN-STOP
               SET WS-STS-IDX TO WS-NEXT-ENTRY
               EVALUATE TRUE
                   WHEN WS-STS-TXN-STATUS(WS-STS-IDX) =
                           WS-LOOKUP-TXN-STATUS
                       SET WS-ENTRY-FOUND TO TRUE
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN WS-STS-TXN-STATUS(WS-STS-IDX) >
                           WS-LOOKUP-TXN-STATUS
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN OTHER
                       MOVE WS-NEXT-ENTRY TO WS-PRIOR-ENTRY
                       MOVE WS-STS-NEXT(WS-STS-IDX) TO WS-NEXT-ENTRY
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-STATUS-COUNT NOT < 10000
                   DISPLAY "POSSTSTM: MORE THAN 10000 STORE STATUSES"
                       " - WS-STATUS-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-STATUS-COUNT
               MOVE WS-STATUS-COUNT TO WS-NEW-ENTRY
               IF WS-PRIOR-ENTRY = ZERO
                   MOVE WS-NEW-ENTRY TO WS-ROS-FIRST-STS(WS-ROS-IDX)
               ELSE
                   SET WS-STS-IDX TO WS-PRIOR-ENTRY
                   MOVE WS-NEW-ENTRY TO WS-STS-NEXT(WS-STS-IDX)
               END-IF
               SET WS-STS-IDX TO WS-NEW-ENTRY
               MOVE WS-NEXT-ENTRY TO WS-STS-NEXT(WS-STS-IDX)
               MOVE WS-LOOKUP-TXN-STATUS TO
                   WS-STS-TXN-STATUS(WS-STS-IDX)
               MOVE ZERO TO WS-STS-COUNT(WS-STS-IDX)
               MOVE ZERO TO WS-STS-AMOUNT(WS-STS-IDX)
           END-IF
           .

       7500-FIND-OR-ADD-TERM-MODE.
           MOVE ZERO TO WS-PRIOR-ENTRY
           MOVE WS-ROS-FIRST-TMD(WS-ROS-IDX) TO WS-NEXT-ENTRY
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-CHAIN-STOP-SWITCH
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO OR WS-CHAIN-STOP
               SET WS-TMD-IDX TO WS-NEXT-ENTRY
               EVALUATE TRUE
                   WHEN WS-TMD-KEY(WS-TMD-IDX) = WS-LOOKUP-TMD-KEY
                       SET WS-ENTRY-FOUND TO TRUE
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN WS-TMD-KEY(WS-TMD-IDX) > WS-LOOKUP-TMD-KEY
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN OTHER
                       MOVE WS-NEXT-ENTRY TO WS-PRIOR-ENTRY
                       MOVE WS-TMD-NEXT(WS-TMD-IDX) TO WS-NEXT-ENTRY
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-TERM-MODE-COUNT NOT < 20000
                   DISPLAY "POSSTSTM: MORE THAN 20000 TERMINAL MODES"
                       " - WS-TERM-MODE-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TERM-MODE-COUNT
               MOVE WS-TERM-MODE-COUNT TO WS-NEW-ENTRY
               IF WS-PRIOR-ENTRY = ZERO
                   MOVE WS-NEW-ENTRY TO WS-ROS-FIRST-TMD(WS-ROS-IDX)
               ELSE
                   SET WS-TMD-IDX TO WS-PRIOR-ENTRY
                   MOVE WS-NEW-ENTRY TO WS-TMD-NEXT(WS-TMD-IDX)
               END-IF
               SET WS-TMD-IDX TO WS-NEW-ENTRY
               MOVE WS-NEXT-ENTRY TO WS-TMD-NEXT(WS-TMD-IDX)
               MOVE WS-LOOKUP-TMD-KEY TO WS-TMD-KEY(WS-TMD-IDX)
               MOVE "N"  TO WS-TMD-DECLARED-SWITCH(WS-TMD-IDX)
               MOVE ZERO TO WS-TMD-DECL-COUNT(WS-TMD-IDX)
               MOVE ZERO TO WS-TMD-DECL-AMOUNT(WS-TMD-IDX)
               MOVE ZERO TO WS-TMD-FEED-COUNT(WS-TMD-IDX)
               MOVE ZERO TO WS-TMD-FEED-AMOUNT(WS-TMD-IDX)
           END-IF
           .

       7600-FIND-OR-ADD-TERMINAL.
           MOVE ZERO TO WS-PRIOR-ENTRY
           MOVE WS-ROS-FIRST-TRM(WS-ROS-IDX) TO WS-NEXT-ENTRY
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-CHAIN-STOP-SWITCH
           PERFORM UNTIL WS-NEXT-ENTRY = ZERO OR WS-CHAIN-STOP
               SET WS-TRM-IDX TO WS-NEXT-ENTRY
               EVALUATE TRUE
                   WHEN WS-TRM-TERMINAL-ID(WS-TRM-IDX) =
                           WS-LOOKUP-TERMINAL-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN WS-TRM-TERMINAL-ID(WS-TRM-IDX) >
                           WS-LOOKUP-TERMINAL-ID
                       SET WS-CHAIN-STOP TO TRUE
                   WHEN OTHER
                       MOVE WS-NEXT-ENTRY TO WS-PRIOR-ENTRY
                       MOVE WS-TRM-NEXT(WS-TRM-IDX) TO WS-NEXT-ENTRY
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-TERMINAL-COUNT NOT < 10000
                   DISPLAY "POSSTSTM: MORE THAN 10000 KNOWN TERMINALS"
                       " - WS-TERMINAL-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TERMINAL-COUNT
               MOVE WS-TERMINAL-COUNT TO WS-NEW-ENTRY
               IF WS-PRIOR-ENTRY = ZERO
                   MOVE WS-NEW-ENTRY TO WS-ROS-FIRST-TRM(WS-ROS-IDX)
               ELSE
                   SET WS-TRM-IDX TO WS-PRIOR-ENTRY
                   MOVE WS-NEW-ENTRY TO WS-TRM-NEXT(WS-TRM-IDX)
               END-IF
               SET WS-TRM-IDX TO WS-NEW-ENTRY
               MOVE WS-NEXT-ENTRY TO WS-TRM-NEXT(WS-TRM-IDX)
               MOVE WS-LOOKUP-TERMINAL-ID TO
                   WS-TRM-TERMINAL-ID(WS-TRM-IDX)
               MOVE "N" TO WS-TRM-SEEN-SWITCH(WS-TRM-IDX)
           END-IF
           .

      *> a blank line, then the title the caller left in WS-STMT-LINE
       7800-PUT-SECTION-HEADING.
           MOVE WS-STMT-LINE TO WS-SECTION-TITLE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           MOVE WS-SECTION-TITLE TO WS-STMT-LINE
           PERFORM 7900-PUT-LINE
           .

       7900-PUT-LINE.
           MOVE WS-STMT-LINE TO STORE-STMT-RECORD
           WRITE STORE-STMT-RECORD
           MOVE WS-STMT-LINE TO DISTRICT-STMT-RECORD
           WRITE DISTRICT-STMT-RECORD
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
           MOVE "POSSTSTM" TO RL-PROGRAM-ID
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
               + WS-CLOSES-READ
           MOVE WS-STATEMENTS-WRITTEN TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY "POSSTSTM: FEED DATE         = " WS-FEED-DATE
           DISPLAY "POSSTSTM: RECORDS READ      = " WS-RECORDS-READ
           DISPLAY "POSSTSTM: UNKNOWN STORE RECS= "
               WS-UNKNOWN-STORE-RECORDS
           DISPLAY "POSSTSTM: CLOSES READ       = " WS-CLOSES-READ
           DISPLAY "POSSTSTM: STORES ON ROSTER  = " WS-ROSTER-COUNT
           DISPLAY "POSSTSTM: STATEMENTS WRITTEN= "
               WS-STATEMENTS-WRITTEN
           DISPLAY "POSSTSTM: FINAL STATEMENTS  = " WS-FINAL-STATEMENTS
           DISPLAY "POSSTSTM: CLOSED, NO STMT   = "
               WS-CLOSED-STORES-SKIPPED
           DISPLAY "POSSTSTM: DISTRICT ROLL-UPS = " WS-DISTRICTS-WRITTEN
           DISPLAY "POSSTSTM: NEW DISPUTES      = " WS-NEW-DISPUTES
           DISPLAY "POSSTSTM: DISPUTES UNPLACED = "
               WS-DISPUTES-UNRESOLVED
           MOVE ZERO TO RETURN-CODE
           .
