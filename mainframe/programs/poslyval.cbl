      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSLYVAL - Month-end loyalty liability valuation
      *>
      *> POSGLEXT posts gross, fee and refund journals, but the
      *> loyalty programme never reached the ledger: the points on
      *> the customer ledger and the reward certificates in the
      *> customers' hands are a liability nobody had valued.  This
      *> month-end job values the CL-LOYALTY-POINTS balance on
      *> CUSTLDG3 at the points-to-currency rate finance sets on
      *> LOYVPARM, adds the face value of every certificate the
      *> certificate master (CERTMST2) still holds as issued and not
      *> past its expiry date,
      *> and takes off breakage - the share of points the chain's own
      *> history says will expire rather than be redeemed, measured
      *> as expired over expired plus redeemed across the months on
      *> the breakage history POSLREDM's month-to-date figures feed.
      *>
      *> The difference between that closing liability and the one
      *> booked at the last valuation posts as a balanced pair of
      *> GL-JOURNAL-RECORD lines (LOYALTDR/LOYALTCR, accounts off
      *> GLCOAMAP) to LOYGLEXT, with the same trailer proof GLEXTRCT
      *> carries.  The valuation report rolls the liability forward
      *> by tier: opening, points accrued, redeemed and expired,
      *> certificates issued, used and lapsed, breakage and closing.
      *>
      *> Runs once the month's last night has been through POSLREDM
      *> and POSCERTM.  Carried files: LOYVAL1/LOYVAL2 (the liability
      *> booked) and LOYBRKH1/LOYBRKH2 (the breakage history), the
      *> same old/new pattern the nightly masters use.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *> 2026-10-15 DE  Initial version.
      *> 2026-10-15 DE  Value certificates off the POSCERTM
      *>                certificate master instead of the issue
      *>                register, and show certificates used in the
      *>                month in the liability roll-forward.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Prove the journal from debits and credits
      *>                accumulated by side as each line is written;
      *>                an unproven extract is emptied and RC 8 set.
      *> 2026-10-15 DE  Count a certificate lapse in the month of the
      *>                day after its expiry, so one expiring on a
      *>                month-end is not lost between two valuations.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSLYVAL.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUATION-PARM-FILE ASSIGN TO "LOYVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT COA-MAP-FILE ASSIGN TO "GLCOAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT TIER-PARM-FILE ASSIGN TO "TIERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPM-FILE-STATUS.

           SELECT TIER-MASTER-FILE ASSIGN TO "TIERMST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMS-FILE-STATUS.

           SELECT CUST-LEDGER-FILE ASSIGN TO "CUSTLDG3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT MTD-FILE ASSIGN TO "LOYMTD2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-FILE-STATUS.

           SELECT CERT-MASTER-FILE ASSIGN TO "CERTMST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMS-FILE-STATUS.

           SELECT BREAKAGE-OLD-FILE ASSIGN TO "LOYBRKH1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT BREAKAGE-NEW-FILE ASSIGN TO "LOYBRKH2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKN-FILE-STATUS.

           SELECT VALUATION-OLD-FILE ASSIGN TO "LOYVAL1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLO-FILE-STATUS.

           SELECT VALUATION-NEW-FILE ASSIGN TO "LOYVAL2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLN-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "LOYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.

           SELECT VALUATION-RPT-FILE ASSIGN TO "LOYVALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALUATION-PARM-FILE
           RECORDING MODE IS F.
       01  VALUATION-PARM-RECORD.
           05 VP-POINT-VALUE           PIC 9(3)V9(4).
           05 VP-HISTORY-MONTHS        PIC 9(3).
           05 VP-DEFAULT-BREAKAGE-PCT  PIC 9(3)V99.
           05 VP-COST-CENTER           PIC X(8).

       FD  COA-MAP-FILE
           RECORDING MODE IS F.
       01  COA-MAP-RECORD.
           05 GM-POSTING-KEY           PIC X(8).
           05 GM-ACCOUNT-NUMBER        PIC X(8).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  TIER-PARM-FILE
           RECORDING MODE IS F.
       01  TIER-PARM-RECORD.
           05 TP-TIER-LEVEL            PIC 9(1).
           05 TP-TIER-NAME             PIC X(10).
           05 FILLER                   PIC X(23).

       FD  TIER-MASTER-FILE
           RECORDING MODE IS F.
           COPY "customer_tier.cpy".

       FD  CUST-LEDGER-FILE
           RECORDING MODE IS F.
           COPY "cust_ledger.cpy".

       FD  MTD-FILE
           RECORDING MODE IS F.
           COPY "loyalty_mtd.cpy".

       FD  CERT-MASTER-FILE
           RECORDING MODE IS F.
           COPY "cert_master.cpy".

       FD  BREAKAGE-OLD-FILE
           RECORDING MODE IS F.
       01  BREAKAGE-OLD-RECORD         PIC X(40).

       FD  BREAKAGE-NEW-FILE
           RECORDING MODE IS F.
           COPY "loyalty_breakage.cpy".

       FD  VALUATION-OLD-FILE
           RECORDING MODE IS F.
       01  VALUATION-OLD-RECORD        PIC X(90).

       FD  VALUATION-NEW-FILE
           RECORDING MODE IS F.
           COPY "loyalty_valuation.cpy".

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY "gl_journal.cpy".

       FD  VALUATION-RPT-FILE
           RECORDING MODE IS F.
       01  VALUATION-RPT-RECORD        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRM-FILE-STATUS          PIC X(2).
           88 WS-PRM-OK                VALUE "00".

       01  WS-COA-FILE-STATUS          PIC X(2).
           88 WS-COA-OK                VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-TPM-FILE-STATUS          PIC X(2).
           88 WS-TPM-OK                VALUE "00".

       01  WS-TMS-FILE-STATUS          PIC X(2).
           88 WS-TMS-OK                VALUE "00".

       01  WS-LDG-FILE-STATUS          PIC X(2).
           88 WS-LDG-OK                VALUE "00".

       01  WS-MTD-FILE-STATUS          PIC X(2).
           88 WS-MTD-OK                VALUE "00".

       01  WS-CMS-FILE-STATUS          PIC X(2).
           88 WS-CMS-OK                VALUE "00".

       01  WS-BKO-FILE-STATUS          PIC X(2).
           88 WS-BKO-OK                VALUE "00".

       01  WS-VLO-FILE-STATUS          PIC X(2).
           88 WS-VLO-OK                VALUE "00".

       01  WS-BKN-FILE-STATUS          PIC X(2).
       01  WS-VLN-FILE-STATUS          PIC X(2).
       01  WS-GLX-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-COA-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-COA-EOF               VALUE "Y".

       01  WS-TPM-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-TPM-EOF               VALUE "Y".

       01  WS-TMS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-TMS-EOF               VALUE "Y".

       01  WS-LDG-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-LDG-EOF               VALUE "Y".

       01  WS-MTD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-MTD-EOF               VALUE "Y".

       01  WS-CMS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CMS-EOF               VALUE "Y".

       01  WS-BKO-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-BKO-EOF               VALUE "Y".

       01  WS-VLO-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-VLO-EOF               VALUE "Y".

       01  WS-PRIOR-VALUATION-SWITCH   PIC X(01) VALUE "N".
           88 WS-PRIOR-VALUATION       VALUE "Y".

       01  WS-BALANCED-SWITCH          PIC X(01) VALUE "N".
           88 WS-VALUATION-BALANCED    VALUE "Y".

      *> valuation parameters off LOYVPARM; the rate has no default,
      *> the rest fall back to these when left zero or blank
       01  WS-POINT-VALUE              PIC 9(3)V9(4) VALUE ZERO.
       01  WS-HISTORY-MONTHS           PIC 9(3) VALUE 12.
       01  WS-DEFAULT-BREAKAGE-PCT     PIC 9(3)V99 VALUE ZERO.
       01  WS-COST-CENTER              PIC X(8) VALUE "CORPORAT".

       01  WS-COUNTERS.
           05 WS-CUSTOMERS-READ        PIC 9(09) COMP VALUE ZERO.
           05 WS-CUSTOMERS-NO-TIER     PIC 9(09) COMP VALUE ZERO.
           05 WS-CERTIFICATES-READ     PIC 9(09) COMP VALUE ZERO.
           05 WS-CERTS-OUTSTANDING     PIC 9(09) COMP VALUE ZERO.
           05 WS-MTD-ROWS-OTHER-MONTH  PIC 9(09) COMP VALUE ZERO.
           05 WS-JOURNAL-LINES         PIC 9(09) COMP VALUE ZERO.
           05 WS-COA-ROW-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-TIER-MASTER-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 WS-MTD-COUNT             PIC 9(05) COMP VALUE ZERO.
           05 WS-HISTORY-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-HISTORY-USED          PIC 9(05) COMP VALUE ZERO.

      *> chart-of-accounts mapping, as POSGLEXT loads it
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-COA-IDX.
               10 WS-COA-POSTING-KEY    PIC X(8).
               10 WS-COA-ACCOUNT        PIC X(8).

       01  WS-COA-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-COA-FOUND             VALUE "Y".
       01  WS-LOOKUP-POSTING-KEY       PIC X(8).
       01  WS-RESOLVED-ACCOUNT         PIC X(8).

      *> one row per tier: the TIERPARM tiers and NONE seed it, and a
      *> tier name met only on the tier master or a certificate is
      *> added at level 9 so nothing valued goes unreported
       01  WS-TIER-TABLE.
           05 WS-TR-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-TR-IDX.
               10 WS-TR-TIER-NAME       PIC X(10).
               10 WS-TR-TIER-LEVEL      PIC 9(1).
               10 WS-TR-CUSTOMERS       PIC S9(09) COMP-3.
               10 WS-TR-CLOSE-POINTS    PIC S9(11) COMP-3.
               10 WS-TR-EARNED-POINTS   PIC S9(11) COMP-3.
               10 WS-TR-REDEEMED-POINTS PIC S9(11) COMP-3.
               10 WS-TR-EXPIRED-POINTS  PIC S9(11) COMP-3.
               10 WS-TR-OPEN-POINTS     PIC S9(11) COMP-3.
               10 WS-TR-CERT-CLOSE      PIC S9(11)V99 COMP-3.
               10 WS-TR-CERT-ISSUED     PIC S9(11)V99 COMP-3.
               10 WS-TR-CERT-USED       PIC S9(11)V99 COMP-3.
               10 WS-TR-CERT-LAPSED     PIC S9(11)V99 COMP-3.
               10 WS-TR-CERT-OPEN       PIC S9(11)V99 COMP-3.
               10 WS-TR-POINTS-VALUE    PIC S9(11)V99 COMP-3.
               10 WS-TR-BREAKAGE        PIC S9(11)V99 COMP-3.
               10 WS-TR-LIABILITY       PIC S9(11)V99 COMP-3.

       01  WS-TIER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-TIER-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-TIER-FOUND            VALUE "Y".
       01  WS-LOOKUP-TIER-NAME         PIC X(10).
       01  WS-NONE-TIER-NAME           PIC X(10) VALUE "NONE".
       01  WS-PRINT-LEVEL              PIC 9(02) COMP.

      *> each customer's tier off tonight's tier master
       01  WS-TIER-MASTER-TABLE.
           05 WS-TMR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-TMR-IDX.
               10 WS-TMR-CUST-ID        PIC X(10).
               10 WS-TMR-TIER-NAME      PIC X(10).

      *> each customer's month-to-date points movement
       01  WS-MTD-TABLE.
           05 WS-MTR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MTR-IDX.
               10 WS-MTR-CUST-ID        PIC X(10).
               10 WS-MTR-EARNED         PIC S9(9) COMP-3.
               10 WS-MTR-REDEEMED       PIC S9(9) COMP-3.
               10 WS-MTR-EXPIRED        PIC S9(9) COMP-3.

       01  WS-LOOKUP-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 WS-LOOKUP-FOUND          VALUE "Y".

      *> breakage history, this month's row replaced on a rerun
       01  WS-HISTORY-TABLE.
           05 WS-HST-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-HST-IDX.
               10 WS-HST-PERIOD-ID      PIC X(7).
               10 WS-HST-EARNED         PIC S9(11) COMP-3.
               10 WS-HST-REDEEMED       PIC S9(11) COMP-3.
               10 WS-HST-EXPIRED        PIC S9(11) COMP-3.
               10 WS-HST-MONTHS-BACK    PIC S9(05) COMP.

       01  WS-HISTORY-TOTALS.
           05 WS-HT-EARNED             PIC S9(13) COMP-3 VALUE ZERO.
           05 WS-HT-REDEEMED           PIC S9(13) COMP-3 VALUE ZERO.
           05 WS-HT-EXPIRED            PIC S9(13) COMP-3 VALUE ZERO.

       01  WS-BREAKAGE-PCT             PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  WS-BREAKAGE-SOURCE          PIC X(40).

      *> chain totals
       01  WS-CHAIN-TOTALS.
           05 WS-CT-CUSTOMERS          PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-CT-OPEN-POINTS        PIC S9(11) COMP-3 VALUE ZERO.
           05 WS-CT-EARNED-POINTS      PIC S9(11) COMP-3 VALUE ZERO.
           05 WS-CT-REDEEMED-POINTS    PIC S9(11) COMP-3 VALUE ZERO.
           05 WS-CT-EXPIRED-POINTS     PIC S9(11) COMP-3 VALUE ZERO.
           05 WS-CT-CLOSE-POINTS       PIC S9(11) COMP-3 VALUE ZERO.
           05 WS-CT-OPEN-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-EARNED-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-REDEEMED-VALUE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-EXPIRED-VALUE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-CERT-ISSUED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-CERT-USED          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-CERT-LAPSED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-CERT-CLOSE         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-POINTS-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-BREAKAGE           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CT-LIABILITY          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BOOKED-LIABILITY         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BOOKED-POINTS            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-BOOKED-PERIOD-ID         PIC X(7) VALUE SPACES.
       01  WS-TRUE-UP-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-POINTS-DIFFERENCE        PIC S9(11) COMP-3 VALUE ZERO.

      *> line values for one tier (or the total) on the report
       01  WS-LINE-VALUES.
           05 WS-LV-OPEN-VALUE         PIC S9(11)V99 COMP-3.
           05 WS-LV-EARNED-VALUE       PIC S9(11)V99 COMP-3.
           05 WS-LV-REDEEMED-VALUE     PIC S9(11)V99 COMP-3.
           05 WS-LV-EXPIRED-VALUE      PIC S9(11)V99 COMP-3.

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-PERIOD-ID                PIC X(7).
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-FEED-INTEGER             PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-PERIOD-NUMBER            PIC S9(07) COMP.
       01  WS-ITEM-PERIOD-NUMBER       PIC S9(07) COMP.
       01  WS-PERIOD-WORK.
           05 WS-PW-CCYY               PIC 9(4).
           05 FILLER                   PIC X(1).
           05 WS-PW-MM                 PIC 9(2).
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "LOYALTY LIABILITY VALUATION".
           05 FILLER                   PIC X(15)
               VALUE "VALUATION DATE ".
           05 WS-RH-FEED-DATE          PIC X(10).

       01  WS-RPT-PARM-LINE.
           05 WS-RP-LABEL              PIC X(36).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RP-TEXT               PIC X(60).

       01  WS-RPT-RATE-EDIT            PIC ZZ9.9999.
       01  WS-RPT-PCT-EDIT             PIC ZZ9.99.
       01  WS-RPT-COUNT-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-RPT-AMOUNT-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-POINTS-COLS.
           05 FILLER PIC X(60) VALUE
              "TIER        CUSTOMERS   OPENING-PTS     ACCRUED-PTS    REDEE".
           05 FILLER PIC X(39) VALUE
              "MED-PTS     EXPIRED-PTS     CLOSING-PTS".

       01  WS-POINTS-LINE.
           05 WS-PL-TIER-NAME          PIC X(10).
           05 WS-PL-CUSTOMERS          PIC ZZZ,ZZZ,ZZ9.
           05 WS-PL-OPEN-POINTS        PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-PL-EARNED-POINTS      PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-PL-REDEEMED-POINTS    PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-PL-EXPIRED-POINTS     PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-PL-CLOSE-POINTS       PIC ZZ,ZZZ,ZZZ,ZZ9-.

       01  WS-VALUE-COLS.
           05 FILLER PIC X(60) VALUE
              "TIER             OPENING       ACCRUED     REDEEMED      EXP".
           05 FILLER PIC X(60) VALUE
              "IRED CERTS ISSUED   CERTS USED CERTS LAPSED     BREAKAGE    ".
           05 FILLER PIC X(11) VALUE
              "    CLOSING".

       01  WS-VALUE-LINE.
           05 WS-VL-TIER-NAME          PIC X(10).
           05 WS-VL-OPEN               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-VL-ACCRUED            PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-REDEEMED           PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-EXPIRED            PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-CERT-ISSUED        PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-CERT-USED          PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-CERT-LAPSED        PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-BREAKAGE           PIC Z,ZZZ,ZZ9.99-.
           05 WS-VL-CLOSE              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-JOURNAL-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-JR-DR-CR              PIC X(2).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-JR-POSTING-KEY        PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-JR-ACCOUNT            PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-JR-COST-CENTER        PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-JR-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALUE-POINTS-BALANCES
               THRU 2000-VALUE-POINTS-BALANCES-EXIT
           PERFORM 2500-VALUE-CERTIFICATES
               THRU 2500-VALUE-CERTIFICATES-EXIT
           PERFORM 3000-MEASURE-BREAKAGE
           PERFORM 4000-ROLL-FORWARD-BY-TIER
           PERFORM 5000-POST-TRUE-UP
               THRU 5000-POST-TRUE-UP-EXIT
           PERFORM 6000-WRITE-CARRIED-FILES
           PERFORM 7000-WRITE-VALUATION-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-VALUATION-PARMS
           OPEN INPUT COA-MAP-FILE
           IF NOT WS-COA-OK
               DISPLAY "POSLYVAL: UNABLE TO OPEN GLCOAMAP - STATUS "
                   WS-COA-FILE-STATUS
                   " - NOTHING CAN POST WITHOUT THE ACCOUNT MAP"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-COA-MAP THRU 1100-LOAD-COA-MAP-EXIT
           CLOSE COA-MAP-FILE
           MOVE "LOYALTDR" TO WS-LOOKUP-POSTING-KEY
           PERFORM 1150-REQUIRE-ONE-KEY
           MOVE "LOYALTCR" TO WS-LOOKUP-POSTING-KEY
           PERFORM 1150-REQUIRE-ONE-KEY
           PERFORM 1200-RESOLVE-VALUATION-DATE
           PERFORM 1300-LOAD-TIERS THRU 1300-LOAD-TIERS-EXIT
           PERFORM 1400-LOAD-MONTH-TO-DATE
               THRU 1400-LOAD-MONTH-TO-DATE-EXIT
           PERFORM 1500-LOAD-BOOKED-LIABILITY
               THRU 1500-LOAD-BOOKED-LIABILITY-EXIT
           PERFORM 1600-LOAD-BREAKAGE-HISTORY
               THRU 1600-LOAD-BREAKAGE-HISTORY-EXIT
           .

      *> ----------------------------------------------------------
      *> 1050-LOAD-VALUATION-PARMS - finance sets the points rate;
      *> with no rate there is nothing to value, so the run stops
      *> ----------------------------------------------------------
       1050-LOAD-VALUATION-PARMS.
           OPEN INPUT VALUATION-PARM-FILE
           IF NOT WS-PRM-OK
               DISPLAY "POSLYVAL: UNABLE TO OPEN LOYVPARM - STATUS "
                   WS-PRM-FILE-STATUS " - NO POINTS RATE, NO VALUATION"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           READ VALUATION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VP-POINT-VALUE IS NUMERIC
                       MOVE VP-POINT-VALUE TO WS-POINT-VALUE
                   END-IF
                   IF VP-HISTORY-MONTHS IS NUMERIC
                           AND VP-HISTORY-MONTHS > ZERO
                       MOVE VP-HISTORY-MONTHS TO WS-HISTORY-MONTHS
                   END-IF
                   IF VP-DEFAULT-BREAKAGE-PCT IS NUMERIC
                       MOVE VP-DEFAULT-BREAKAGE-PCT TO
                           WS-DEFAULT-BREAKAGE-PCT
                   END-IF
                   IF VP-COST-CENTER NOT = SPACES
                       MOVE VP-COST-CENTER TO WS-COST-CENTER
                   END-IF
           END-READ
           CLOSE VALUATION-PARM-FILE
           IF WS-POINT-VALUE = ZERO
               DISPLAY "POSLYVAL: LOYVPARM CARRIES NO POINTS RATE - "
                   "NO VALUATION"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           IF WS-HISTORY-MONTHS > 120
               MOVE 120 TO WS-HISTORY-MONTHS
           END-IF
           IF WS-DEFAULT-BREAKAGE-PCT > 100
               MOVE 100 TO WS-DEFAULT-BREAKAGE-PCT
           END-IF
           .

       1100-LOAD-COA-MAP.
           PERFORM UNTIL WS-COA-EOF
               READ COA-MAP-FILE
                   AT END
                       SET WS-COA-EOF TO TRUE
                   NOT AT END
                       IF WS-COA-ROW-COUNT NOT < 20
                           DISPLAY "POSLYVAL: MORE THAN 20 GLCOAMAP "
                               "ROWS - WS-COA-TABLE IS FULL - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-COA-ROW-COUNT
                       MOVE GM-POSTING-KEY TO
                           WS-COA-POSTING-KEY(WS-COA-ROW-COUNT)
                       MOVE GM-ACCOUNT-NUMBER TO
                           WS-COA-ACCOUNT(WS-COA-ROW-COUNT)
               END-READ
           END-PERFORM
           .
       1100-LOAD-COA-MAP-EXIT.
           EXIT.

       1150-REQUIRE-ONE-KEY.
           PERFORM 8100-LOOKUP-ACCOUNT
           IF NOT WS-COA-FOUND
               DISPLAY "POSLYVAL: GLCOAMAP HAS NO ROW FOR POSTING KEY "
                   WS-LOOKUP-POSTING-KEY " - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1200-RESOLVE-VALUATION-DATE - the business date on the
      *> run-control record; the job is scheduled for the month's
      *> last night, and a run on any other date still values as at
      *> that date but says so
      *> ----------------------------------------------------------
       1200-RESOLVE-VALUATION-DATE.
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
               DISPLAY "POSLYVAL: NO RUNCTL ON FILE - USING TODAY'S "
                   "DATE AS THE VALUATION DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
               STRING WS-CURRENT-DATE-AREA(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(7:2) DELIMITED BY SIZE
                   INTO WS-FEED-DATE
           END-IF
           MOVE WS-FEED-DATE TO WS-CONVERT-DATE
           PERFORM 8000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-FEED-INTEGER
           IF WS-FEED-INTEGER = ZERO
               DISPLAY "POSLYVAL: VALUATION DATE " WS-FEED-DATE
                   " IS NOT A USABLE DATE - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           MOVE WS-FEED-DATE(1:7) TO WS-PERIOD-ID
           MOVE WS-PERIOD-ID TO WS-PERIOD-WORK
           COMPUTE WS-PERIOD-NUMBER = WS-PW-CCYY * 12 + WS-PW-MM
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-FEED-INTEGER + 1)
           IF WS-DN-DD NOT = "01"
               DISPLAY "POSLYVAL: VALUATION DATE " WS-FEED-DATE
                   " IS NOT A MONTH END - VALUING AS AT THAT DATE"
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1300-LOAD-TIERS - tier names in level order off TIERPARM,
      *> then each customer's tier off tonight's tier master
      *> ----------------------------------------------------------
       1300-LOAD-TIERS.
           MOVE WS-NONE-TIER-NAME TO WS-LOOKUP-TIER-NAME
           PERFORM 8200-FIND-OR-ADD-TIER
           MOVE ZERO TO WS-TR-TIER-LEVEL(WS-TR-IDX)
           OPEN INPUT TIER-PARM-FILE
           IF WS-TPM-OK
               PERFORM UNTIL WS-TPM-EOF
                   READ TIER-PARM-FILE
                       AT END
                           SET WS-TPM-EOF TO TRUE
                       NOT AT END
                           MOVE TP-TIER-NAME TO WS-LOOKUP-TIER-NAME
                           PERFORM 8200-FIND-OR-ADD-TIER
                           MOVE TP-TIER-LEVEL TO
                               WS-TR-TIER-LEVEL(WS-TR-IDX)
                   END-READ
               END-PERFORM
               CLOSE TIER-PARM-FILE
           ELSE
               DISPLAY "POSLYVAL: NO TIERPARM ON FILE - STATUS "
                   WS-TPM-FILE-STATUS
                   " - TIERS REPORT IN THE ORDER MET"
           END-IF

           OPEN INPUT TIER-MASTER-FILE
           IF NOT WS-TMS-OK
               DISPLAY "POSLYVAL: NO TIERMST2 ON FILE - STATUS "
                   WS-TMS-FILE-STATUS
                   " - EVERY CUSTOMER VALUED UNDER TIER NONE"
               GO TO 1300-LOAD-TIERS-EXIT
           END-IF
           PERFORM UNTIL WS-TMS-EOF
               READ TIER-MASTER-FILE
                   AT END
                       SET WS-TMS-EOF TO TRUE
                   NOT AT END
                       IF WS-TIER-MASTER-COUNT NOT < 5000
                           DISPLAY "POSLYVAL: MORE THAN 5000 TIERMST2 "
                               "ROWS - WS-TIER-MASTER-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TIER-MASTER-COUNT
                       SET WS-TMR-IDX TO WS-TIER-MASTER-COUNT
                       MOVE CT-CUST-ID TO WS-TMR-CUST-ID(WS-TMR-IDX)
                       MOVE CT-TIER-NAME TO
                           WS-TMR-TIER-NAME(WS-TMR-IDX)
               END-READ
           END-PERFORM
           CLOSE TIER-MASTER-FILE
           .
       1300-LOAD-TIERS-EXIT.
           EXIT.

       1400-LOAD-MONTH-TO-DATE.
           OPEN INPUT MTD-FILE
           IF NOT WS-MTD-OK
               DISPLAY "POSLYVAL: NO LOYMTD2 ON FILE - STATUS "
                   WS-MTD-FILE-STATUS
                   " - NO POINTS MOVEMENT THIS MONTH"
               GO TO 1400-LOAD-MONTH-TO-DATE-EXIT
           END-IF
           PERFORM UNTIL WS-MTD-EOF
               READ MTD-FILE
                   AT END
                       SET WS-MTD-EOF TO TRUE
                   NOT AT END
                       IF LM-PERIOD-ID NOT = WS-PERIOD-ID
                           ADD 1 TO WS-MTD-ROWS-OTHER-MONTH
                       ELSE
                           IF WS-MTD-COUNT NOT < 5000
                               DISPLAY "POSLYVAL: MORE THAN 5000 "
                                   "LOYMTD2 ROWS - WS-MTD-TABLE IS "
                                   "FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               PERFORM 9900-WRITE-STEP-STATUS
                               GOBACK
                           END-IF
                           ADD 1 TO WS-MTD-COUNT
                           SET WS-MTR-IDX TO WS-MTD-COUNT
                           MOVE LM-CUST-ID TO WS-MTR-CUST-ID(WS-MTR-IDX)
                           MOVE LM-EARNED-POINTS TO
                               WS-MTR-EARNED(WS-MTR-IDX)
                           MOVE LM-REDEEMED-POINTS TO
                               WS-MTR-REDEEMED(WS-MTR-IDX)
                           MOVE LM-EXPIRED-POINTS TO
                               WS-MTR-EXPIRED(WS-MTR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-FILE
           .
       1400-LOAD-MONTH-TO-DATE-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-LOAD-BOOKED-LIABILITY - the total row of the last
      *> valuation is what the ledger holds; with none on file this
      *> is the first valuation and the whole liability is booked
      *> ----------------------------------------------------------
       1500-LOAD-BOOKED-LIABILITY.
           OPEN INPUT VALUATION-OLD-FILE
           IF NOT WS-VLO-OK
               DISPLAY "POSLYVAL: NO LOYVAL1 ON FILE - STATUS "
                   WS-VLO-FILE-STATUS
                   " - FIRST VALUATION, FULL LIABILITY BOOKED"
               GO TO 1500-LOAD-BOOKED-LIABILITY-EXIT
           END-IF
           PERFORM UNTIL WS-VLO-EOF
               READ VALUATION-OLD-FILE INTO LOYALTY-VALUATION-RECORD
                   AT END
                       SET WS-VLO-EOF TO TRUE
                   NOT AT END
                       IF LV-TOTAL-ROW
                           SET WS-PRIOR-VALUATION TO TRUE
                           MOVE LV-PERIOD-ID TO WS-BOOKED-PERIOD-ID
                           MOVE LV-LIABILITY-AMOUNT TO
                               WS-BOOKED-LIABILITY
                           MOVE LV-POINTS-BALANCE TO WS-BOOKED-POINTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUATION-OLD-FILE
           .
       1500-LOAD-BOOKED-LIABILITY-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1600-LOAD-BREAKAGE-HISTORY - months already valued; this
      *> month's row, if a rerun left one, is replaced in 3000
      *> ----------------------------------------------------------
       1600-LOAD-BREAKAGE-HISTORY.
           OPEN INPUT BREAKAGE-OLD-FILE
           IF NOT WS-BKO-OK
               DISPLAY "POSLYVAL: NO LOYBRKH1 ON FILE - STATUS "
                   WS-BKO-FILE-STATUS
                   " - BREAKAGE HISTORY STARTS THIS MONTH"
               GO TO 1600-LOAD-BREAKAGE-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-BKO-EOF
               READ BREAKAGE-OLD-FILE INTO LOYALTY-BREAKAGE-RECORD
                   AT END
                       SET WS-BKO-EOF TO TRUE
                   NOT AT END
                       IF LB-PERIOD-ID NOT = WS-PERIOD-ID
                           PERFORM 1650-KEEP-HISTORY-MONTH
                               THRU 1650-KEEP-HISTORY-MONTH-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREAKAGE-OLD-FILE
           .
       1600-LOAD-BREAKAGE-HISTORY-EXIT.
           EXIT.

      *> a month older than the history window drops off here
       1650-KEEP-HISTORY-MONTH.
           MOVE LB-PERIOD-ID TO WS-PERIOD-WORK
           IF WS-PW-CCYY IS NOT NUMERIC OR WS-PW-MM IS NOT NUMERIC
               GO TO 1650-KEEP-HISTORY-MONTH-EXIT
           END-IF
           COMPUTE WS-ITEM-PERIOD-NUMBER = WS-PW-CCYY * 12 + WS-PW-MM
           IF WS-PERIOD-NUMBER - WS-ITEM-PERIOD-NUMBER
                   NOT < WS-HISTORY-MONTHS
               GO TO 1650-KEEP-HISTORY-MONTH-EXIT
           END-IF
           IF WS-HISTORY-COUNT NOT < 120
               DISPLAY "POSLYVAL: MORE THAN 120 LOYBRKH1 MONTHS"
                   " - WS-HISTORY-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           SET WS-HST-IDX TO WS-HISTORY-COUNT
           MOVE LB-PERIOD-ID       TO WS-HST-PERIOD-ID(WS-HST-IDX)
           MOVE LB-EARNED-POINTS   TO WS-HST-EARNED(WS-HST-IDX)
           MOVE LB-REDEEMED-POINTS TO WS-HST-REDEEMED(WS-HST-IDX)
           MOVE LB-EXPIRED-POINTS  TO WS-HST-EXPIRED(WS-HST-IDX)
           COMPUTE WS-HST-MONTHS-BACK(WS-HST-IDX) =
               WS-PERIOD-NUMBER - WS-ITEM-PERIOD-NUMBER
           .
       1650-KEEP-HISTORY-MONTH-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-VALUE-POINTS-BALANCES - each ledger customer's closing
      *> points and month's movement land on the customer's tier;
      *> opening is what closing less the movement leaves
      *> ----------------------------------------------------------
       2000-VALUE-POINTS-BALANCES.
           OPEN INPUT CUST-LEDGER-FILE
           IF NOT WS-LDG-OK
               DISPLAY "POSLYVAL: UNABLE TO OPEN CUSTLDG3 - STATUS "
                   WS-LDG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL WS-LDG-EOF
               READ CUST-LEDGER-FILE
                   AT END
                       SET WS-LDG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM 2100-VALUE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUST-LEDGER-FILE
           .
       2000-VALUE-POINTS-BALANCES-EXIT.
           EXIT.

       2100-VALUE-ONE-CUSTOMER.
           MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           IF WS-TIER-MASTER-COUNT > 0
               SET WS-TMR-IDX TO 1
               SEARCH WS-TMR-ENTRY VARYING WS-TMR-IDX
                   AT END
                       CONTINUE
                   WHEN WS-TMR-IDX > WS-TIER-MASTER-COUNT
                       CONTINUE
                   WHEN WS-TMR-CUST-ID(WS-TMR-IDX) = CL-CUST-ID
                       SET WS-LOOKUP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-LOOKUP-FOUND
               MOVE WS-TMR-TIER-NAME(WS-TMR-IDX) TO WS-LOOKUP-TIER-NAME
           ELSE
               ADD 1 TO WS-CUSTOMERS-NO-TIER
               MOVE WS-NONE-TIER-NAME TO WS-LOOKUP-TIER-NAME
           END-IF
           PERFORM 8200-FIND-OR-ADD-TIER
           ADD 1 TO WS-TR-CUSTOMERS(WS-TR-IDX)
           ADD CL-LOYALTY-POINTS TO WS-TR-CLOSE-POINTS(WS-TR-IDX)

           MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           IF WS-MTD-COUNT > 0
               SET WS-MTR-IDX TO 1
               SEARCH WS-MTR-ENTRY VARYING WS-MTR-IDX
                   AT END
                       CONTINUE
                   WHEN WS-MTR-IDX > WS-MTD-COUNT
                       CONTINUE
                   WHEN WS-MTR-CUST-ID(WS-MTR-IDX) = CL-CUST-ID
                       SET WS-LOOKUP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-LOOKUP-FOUND
               ADD WS-MTR-EARNED(WS-MTR-IDX) TO
                   WS-TR-EARNED-POINTS(WS-TR-IDX)
               ADD WS-MTR-REDEEMED(WS-MTR-IDX) TO
                   WS-TR-REDEEMED-POINTS(WS-TR-IDX)
               ADD WS-MTR-EXPIRED(WS-MTR-IDX) TO
                   WS-TR-EXPIRED-POINTS(WS-TR-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2500-VALUE-CERTIFICATES - a certificate still issued and
      *> not yet past its expiry date is outstanding at face value;
      *> issued, used and lapsed in the month are counted for the
      *> roll-forward
      *> ----------------------------------------------------------
       2500-VALUE-CERTIFICATES.
           OPEN INPUT CERT-MASTER-FILE
           IF NOT WS-CMS-OK
               DISPLAY "POSLYVAL: NO CERTMST2 ON FILE - STATUS "
                   WS-CMS-FILE-STATUS
                   " - NO CERTIFICATES VALUED"
               GO TO 2500-VALUE-CERTIFICATES-EXIT
           END-IF
           PERFORM UNTIL WS-CMS-EOF
               READ CERT-MASTER-FILE
                   AT END
                       SET WS-CMS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CERTIFICATES-READ
                       PERFORM 2600-VALUE-ONE-CERTIFICATE
                           THRU 2600-VALUE-ONE-CERTIFICATE-EXIT
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE
           .
       2500-VALUE-CERTIFICATES-EXIT.
           EXIT.

      *> a certificate used leaves the liability at face value
      *> whatever part of it the sale took; one used after the
      *> valuation date (a rerun) was still outstanding on it
       2600-VALUE-ONE-CERTIFICATE.
           IF CM-ISSUE-DATE > WS-FEED-DATE
               GO TO 2600-VALUE-ONE-CERTIFICATE-EXIT
           END-IF
           MOVE CM-TIER-NAME TO WS-LOOKUP-TIER-NAME
           PERFORM 8200-FIND-OR-ADD-TIER
           IF CM-ISSUE-DATE(1:7) = WS-PERIOD-ID
               ADD CM-CERT-VALUE TO WS-TR-CERT-ISSUED(WS-TR-IDX)
           END-IF
           IF CM-CERT-REDEEMED
                   AND CM-STATUS-DATE NOT > WS-FEED-DATE
               IF CM-STATUS-DATE(1:7) = WS-PERIOD-ID
                   ADD CM-CERT-VALUE TO WS-TR-CERT-USED(WS-TR-IDX)
               END-IF
               GO TO 2600-VALUE-ONE-CERTIFICATE-EXIT
           END-IF
      *> a certificate is good through its expiry date and lapses
      *> the day after, so one expiring on a month-end sits in that
      *> month's closing and lapses in the following month
           IF CM-EXPIRY-DATE < WS-FEED-DATE
               MOVE CM-EXPIRY-DATE TO WS-CONVERT-DATE
               PERFORM 8000-CONVERT-DATE-TO-INTEGER
               IF WS-ITEM-INTEGER > ZERO
                   COMPUTE WS-DATE-NUMERIC =
                       FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER + 1)
                   IF WS-DN-CCYY = WS-PERIOD-ID(1:4)
                           AND WS-DN-MM = WS-PERIOD-ID(6:2)
                       ADD CM-CERT-VALUE TO WS-TR-CERT-LAPSED(WS-TR-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-CERTS-OUTSTANDING
               ADD CM-CERT-VALUE TO WS-TR-CERT-CLOSE(WS-TR-IDX)
           END-IF
           .
       2600-VALUE-ONE-CERTIFICATE-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-MEASURE-BREAKAGE - this month's chain movement joins
      *> the history, and breakage is the expired share of points
      *> that left the ledger across the months kept; until any
      *> point has been redeemed or expired, LOYVPARM's default
      *> stands in
      *> ----------------------------------------------------------
       3000-MEASURE-BREAKAGE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TIER-COUNT
               ADD WS-TR-EARNED-POINTS(WS-TR-IDX) TO
                   WS-CT-EARNED-POINTS
               ADD WS-TR-REDEEMED-POINTS(WS-TR-IDX) TO
                   WS-CT-REDEEMED-POINTS
               ADD WS-TR-EXPIRED-POINTS(WS-TR-IDX) TO
                   WS-CT-EXPIRED-POINTS
           END-PERFORM
           IF WS-HISTORY-COUNT NOT < 120
               DISPLAY "POSLYVAL: MORE THAN 120 BREAKAGE MONTHS"
                   " - WS-HISTORY-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           SET WS-HST-IDX TO WS-HISTORY-COUNT
           MOVE WS-PERIOD-ID          TO WS-HST-PERIOD-ID(WS-HST-IDX)
           MOVE WS-CT-EARNED-POINTS   TO WS-HST-EARNED(WS-HST-IDX)
           MOVE WS-CT-REDEEMED-POINTS TO WS-HST-REDEEMED(WS-HST-IDX)
           MOVE WS-CT-EXPIRED-POINTS  TO WS-HST-EXPIRED(WS-HST-IDX)
           MOVE ZERO TO WS-HST-MONTHS-BACK(WS-HST-IDX)

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               IF WS-HST-MONTHS-BACK(WS-HST-IDX) NOT < ZERO
                   ADD 1 TO WS-HISTORY-USED
                   ADD WS-HST-EARNED(WS-HST-IDX)   TO WS-HT-EARNED
                   ADD WS-HST-REDEEMED(WS-HST-IDX) TO WS-HT-REDEEMED
                   ADD WS-HST-EXPIRED(WS-HST-IDX)  TO WS-HT-EXPIRED
               END-IF
           END-PERFORM

           IF WS-HT-REDEEMED + WS-HT-EXPIRED > ZERO
               COMPUTE WS-BREAKAGE-PCT ROUNDED =
                   WS-HT-EXPIRED * 100
                   / (WS-HT-REDEEMED + WS-HT-EXPIRED)
               MOVE "EXPIRED / (EXPIRED + REDEEMED) HISTORY" TO
                   WS-BREAKAGE-SOURCE
           ELSE
               MOVE WS-DEFAULT-BREAKAGE-PCT TO WS-BREAKAGE-PCT
               MOVE "LOYVPARM DEFAULT - NO HISTORY YET" TO
                   WS-BREAKAGE-SOURCE
           END-IF
           .

      *> ----------------------------------------------------------
      *> 4000-ROLL-FORWARD-BY-TIER - points at the rate, breakage
      *> off the points value only (certificates are carried at
      *> face), and the chain totals the true-up posts from
      *> ----------------------------------------------------------
       4000-ROLL-FORWARD-BY-TIER.
           MOVE ZERO TO WS-CT-EARNED-POINTS
           MOVE ZERO TO WS-CT-REDEEMED-POINTS
           MOVE ZERO TO WS-CT-EXPIRED-POINTS
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TIER-COUNT
               COMPUTE WS-TR-OPEN-POINTS(WS-TR-IDX) =
                   WS-TR-CLOSE-POINTS(WS-TR-IDX)
                   - WS-TR-EARNED-POINTS(WS-TR-IDX)
                   + WS-TR-REDEEMED-POINTS(WS-TR-IDX)
                   + WS-TR-EXPIRED-POINTS(WS-TR-IDX)
               COMPUTE WS-TR-CERT-OPEN(WS-TR-IDX) =
                   WS-TR-CERT-CLOSE(WS-TR-IDX)
                   - WS-TR-CERT-ISSUED(WS-TR-IDX)
                   + WS-TR-CERT-USED(WS-TR-IDX)
                   + WS-TR-CERT-LAPSED(WS-TR-IDX)
               COMPUTE WS-TR-POINTS-VALUE(WS-TR-IDX) ROUNDED =
                   WS-TR-CLOSE-POINTS(WS-TR-IDX) * WS-POINT-VALUE
               COMPUTE WS-TR-BREAKAGE(WS-TR-IDX) ROUNDED =
                   WS-TR-POINTS-VALUE(WS-TR-IDX) * WS-BREAKAGE-PCT
                   / 100
               COMPUTE WS-TR-LIABILITY(WS-TR-IDX) =
                   WS-TR-POINTS-VALUE(WS-TR-IDX)
                   + WS-TR-CERT-CLOSE(WS-TR-IDX)
                   - WS-TR-BREAKAGE(WS-TR-IDX)
               ADD WS-TR-CUSTOMERS(WS-TR-IDX)  TO WS-CT-CUSTOMERS
               ADD WS-TR-OPEN-POINTS(WS-TR-IDX) TO WS-CT-OPEN-POINTS
               ADD WS-TR-EARNED-POINTS(WS-TR-IDX) TO
                   WS-CT-EARNED-POINTS
               ADD WS-TR-REDEEMED-POINTS(WS-TR-IDX) TO
                   WS-CT-REDEEMED-POINTS
               ADD WS-TR-EXPIRED-POINTS(WS-TR-IDX) TO
                   WS-CT-EXPIRED-POINTS
               ADD WS-TR-CLOSE-POINTS(WS-TR-IDX) TO WS-CT-CLOSE-POINTS
               ADD WS-TR-CERT-ISSUED(WS-TR-IDX) TO WS-CT-CERT-ISSUED
               ADD WS-TR-CERT-USED(WS-TR-IDX)   TO WS-CT-CERT-USED
               ADD WS-TR-CERT-LAPSED(WS-TR-IDX) TO WS-CT-CERT-LAPSED
               ADD WS-TR-CERT-CLOSE(WS-TR-IDX)  TO WS-CT-CERT-CLOSE
               ADD WS-TR-POINTS-VALUE(WS-TR-IDX) TO WS-CT-POINTS-VALUE
               ADD WS-TR-BREAKAGE(WS-TR-IDX)   TO WS-CT-BREAKAGE
               ADD WS-TR-LIABILITY(WS-TR-IDX)  TO WS-CT-LIABILITY
           END-PERFORM
           COMPUTE WS-TRUE-UP-AMOUNT =
               WS-CT-LIABILITY - WS-BOOKED-LIABILITY
           IF WS-PRIOR-VALUATION
               COMPUTE WS-POINTS-DIFFERENCE =
                   WS-CT-OPEN-POINTS - WS-BOOKED-POINTS
           END-IF
           .

      *> ----------------------------------------------------------
      *> 5000-POST-TRUE-UP - a rise in the liability is an expense
      *> (DR LOYALTDR, CR LOYALTCR); a fall releases it, the same
      *> two accounts with the sides reversed.  The extract carries
      *> the GLEXTRCT trailer and goes out only if the debits and
      *> credits written prove; an unproven extract is left empty.
      *> ----------------------------------------------------------
       5000-POST-TRUE-UP.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-TRUE-UP-AMOUNT < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - WS-TRUE-UP-AMOUNT
           ELSE
               MOVE WS-TRUE-UP-AMOUNT TO WS-POST-AMOUNT
           END-IF
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           IF WS-POST-AMOUNT NOT = ZERO
               IF WS-TRUE-UP-AMOUNT > ZERO
                   MOVE "LOYALTDR" TO WS-LOOKUP-POSTING-KEY
                   MOVE "DR" TO GJ-DR-CR
                   PERFORM 5100-WRITE-JOURNAL-LINE
                   MOVE "LOYALTCR" TO WS-LOOKUP-POSTING-KEY
                   MOVE "CR" TO GJ-DR-CR
                   PERFORM 5100-WRITE-JOURNAL-LINE
               ELSE
                   MOVE "LOYALTCR" TO WS-LOOKUP-POSTING-KEY
                   MOVE "DR" TO GJ-DR-CR
                   PERFORM 5100-WRITE-JOURNAL-LINE
                   MOVE "LOYALTDR" TO WS-LOOKUP-POSTING-KEY
                   MOVE "CR" TO GJ-DR-CR
                   PERFORM 5100-WRITE-JOURNAL-LINE
               END-IF
           END-IF
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               SET WS-VALUATION-BALANCED TO TRUE
           ELSE
               CLOSE GL-EXTRACT-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               GO TO 5000-POST-TRUE-UP-EXIT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "T" TO GJ-RECORD-TYPE
           MOVE WS-FEED-DATE TO GJ-BUSINESS-DATE
           MOVE WS-TOTAL-DEBITS  TO GJ-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-EXTRACT-FILE
           .
       5000-POST-TRUE-UP-EXIT.
           EXIT.

      *> 5100 expects GJ-DR-CR and WS-LOOKUP-POSTING-KEY set by the
      *> caller and the line amount in WS-POST-AMOUNT
       5100-WRITE-JOURNAL-LINE.
           PERFORM 8100-LOOKUP-ACCOUNT
           MOVE "J" TO GJ-RECORD-TYPE
           MOVE WS-FEED-DATE TO GJ-BUSINESS-DATE
           MOVE WS-RESOLVED-ACCOUNT TO GJ-ACCOUNT-NUMBER
           MOVE WS-COST-CENTER TO GJ-COST-CENTER
           MOVE WS-POST-AMOUNT TO GJ-AMOUNT
           MOVE WS-LOOKUP-POSTING-KEY TO GJ-POSTING-KEY
           MOVE SPACES TO GJ-ORIGINAL-DATE
           MOVE SPACE TO GJ-SIGNOFF-FLAG
           IF GJ-DR-CR = "DR"
               ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD GJ-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           .

      *> ----------------------------------------------------------
      *> 6000-WRITE-CARRIED-FILES - next month's breakage history
      *> and the liability now booked, by tier and in total
      *> ----------------------------------------------------------
       6000-WRITE-CARRIED-FILES.
           OPEN OUTPUT BREAKAGE-NEW-FILE
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HST-PERIOD-ID(WS-HST-IDX) TO LB-PERIOD-ID
               MOVE WS-HST-EARNED(WS-HST-IDX)    TO LB-EARNED-POINTS
               MOVE WS-HST-REDEEMED(WS-HST-IDX)  TO LB-REDEEMED-POINTS
               MOVE WS-HST-EXPIRED(WS-HST-IDX)   TO LB-EXPIRED-POINTS
               WRITE LOYALTY-BREAKAGE-RECORD
           END-PERFORM
           CLOSE BREAKAGE-NEW-FILE

           OPEN OUTPUT VALUATION-NEW-FILE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TIER-COUNT
               MOVE WS-PERIOD-ID TO LV-PERIOD-ID
               MOVE WS-FEED-DATE TO LV-VALUATION-DATE
               MOVE WS-TR-TIER-NAME(WS-TR-IDX)    TO LV-TIER-NAME
               MOVE WS-TR-CLOSE-POINTS(WS-TR-IDX) TO LV-POINTS-BALANCE
               MOVE WS-TR-POINTS-VALUE(WS-TR-IDX) TO LV-POINTS-VALUE
               MOVE WS-TR-CERT-CLOSE(WS-TR-IDX)   TO LV-CERT-VALUE
               MOVE WS-TR-BREAKAGE(WS-TR-IDX)     TO LV-BREAKAGE-AMOUNT
               MOVE WS-TR-LIABILITY(WS-TR-IDX)    TO LV-LIABILITY-AMOUNT
               WRITE LOYALTY-VALUATION-RECORD
           END-PERFORM
           MOVE WS-PERIOD-ID       TO LV-PERIOD-ID
           MOVE WS-FEED-DATE       TO LV-VALUATION-DATE
           MOVE "*TOTAL*"          TO LV-TIER-NAME
           MOVE WS-CT-CLOSE-POINTS TO LV-POINTS-BALANCE
           MOVE WS-CT-POINTS-VALUE TO LV-POINTS-VALUE
           MOVE WS-CT-CERT-CLOSE   TO LV-CERT-VALUE
           MOVE WS-CT-BREAKAGE     TO LV-BREAKAGE-AMOUNT
           MOVE WS-CT-LIABILITY    TO LV-LIABILITY-AMOUNT
           WRITE LOYALTY-VALUATION-RECORD
           CLOSE VALUATION-NEW-FILE
           .

      *> ----------------------------------------------------------
      *> 7000-WRITE-VALUATION-REPORT - basis, points roll-forward,
      *> liability roll-forward and the true-up posted
      *> ----------------------------------------------------------
       7000-WRITE-VALUATION-REPORT.
           OPEN OUTPUT VALUATION-RPT-FILE
           MOVE WS-FEED-DATE TO WS-RH-FEED-DATE
           MOVE WS-RPT-HEADING-1 TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE SPACES TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           PERFORM 7100-WRITE-BASIS-LINES
           PERFORM 7200-WRITE-POINTS-ROLL-FORWARD
           PERFORM 7300-WRITE-VALUE-ROLL-FORWARD
           PERFORM 7400-WRITE-TRUE-UP-LINES
           CLOSE VALUATION-RPT-FILE
           .

       7100-WRITE-BASIS-LINES.
           MOVE "VALUATION PERIOD . . . . . . . . . ." TO WS-RP-LABEL
           MOVE WS-PERIOD-ID TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "POINTS-TO-CURRENCY RATE. . . . . . ." TO WS-RP-LABEL
           MOVE WS-POINT-VALUE TO WS-RPT-RATE-EDIT
           MOVE WS-RPT-RATE-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "BREAKAGE HISTORY MONTHS USED . . . ." TO WS-RP-LABEL
           MOVE WS-HISTORY-USED TO WS-RPT-COUNT-EDIT
           MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "  POINTS REDEEMED IN HISTORY . . . ." TO WS-RP-LABEL
           MOVE WS-HT-REDEEMED TO WS-RPT-COUNT-EDIT
           MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "  POINTS EXPIRED IN HISTORY. . . . ." TO WS-RP-LABEL
           MOVE WS-HT-EXPIRED TO WS-RPT-COUNT-EDIT
           MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "BREAKAGE PERCENT . . . . . . . . . ." TO WS-RP-LABEL
           MOVE WS-BREAKAGE-PCT TO WS-RPT-PCT-EDIT
           MOVE SPACES TO WS-RP-TEXT
           STRING WS-RPT-PCT-EDIT DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  WS-BREAKAGE-SOURCE DELIMITED BY SIZE
               INTO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "CERTIFICATES OUTSTANDING . . . . . ." TO WS-RP-LABEL
           MOVE WS-CERTS-OUTSTANDING TO WS-RPT-COUNT-EDIT
           MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           .

       7200-WRITE-POINTS-ROLL-FORWARD.
           MOVE SPACES TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE "POINTS ROLL-FORWARD BY TIER" TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE WS-POINTS-COLS TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           PERFORM VARYING WS-PRINT-LEVEL FROM 0 BY 1
                   UNTIL WS-PRINT-LEVEL > 9
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TIER-COUNT
                   IF WS-TR-TIER-LEVEL(WS-TR-IDX) = WS-PRINT-LEVEL
                       MOVE WS-TR-TIER-NAME(WS-TR-IDX) TO
                           WS-PL-TIER-NAME
                       MOVE WS-TR-CUSTOMERS(WS-TR-IDX) TO
                           WS-PL-CUSTOMERS
                       MOVE WS-TR-OPEN-POINTS(WS-TR-IDX) TO
                           WS-PL-OPEN-POINTS
                       MOVE WS-TR-EARNED-POINTS(WS-TR-IDX) TO
                           WS-PL-EARNED-POINTS
                       MOVE WS-TR-REDEEMED-POINTS(WS-TR-IDX) TO
                           WS-PL-REDEEMED-POINTS
                       MOVE WS-TR-EXPIRED-POINTS(WS-TR-IDX) TO
                           WS-PL-EXPIRED-POINTS
                       MOVE WS-TR-CLOSE-POINTS(WS-TR-IDX) TO
                           WS-PL-CLOSE-POINTS
                       MOVE WS-POINTS-LINE TO VALUATION-RPT-RECORD
                       WRITE VALUATION-RPT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "TOTAL"               TO WS-PL-TIER-NAME
           MOVE WS-CT-CUSTOMERS       TO WS-PL-CUSTOMERS
           MOVE WS-CT-OPEN-POINTS     TO WS-PL-OPEN-POINTS
           MOVE WS-CT-EARNED-POINTS   TO WS-PL-EARNED-POINTS
           MOVE WS-CT-REDEEMED-POINTS TO WS-PL-REDEEMED-POINTS
           MOVE WS-CT-EXPIRED-POINTS  TO WS-PL-EXPIRED-POINTS
           MOVE WS-CT-CLOSE-POINTS    TO WS-PL-CLOSE-POINTS
           MOVE WS-POINTS-LINE TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           IF WS-PRIOR-VALUATION
               MOVE SPACES TO WS-RP-TEXT
               STRING WS-BOOKED-PERIOD-ID DELIMITED BY SIZE
                      " CLOSING POINTS" DELIMITED BY SIZE
                   INTO WS-RP-TEXT
               MOVE "OPENING CHECKED AGAINST. . . . . . ." TO
                   WS-RP-LABEL
               PERFORM 7900-WRITE-PARM-LINE
               MOVE "  POINTS AT LAST VALUATION . . . . ." TO
                   WS-RP-LABEL
               MOVE WS-BOOKED-POINTS TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
               PERFORM 7900-WRITE-PARM-LINE
               MOVE "  UNEXPLAINED DIFFERENCE . . . . . ." TO
                   WS-RP-LABEL
               MOVE WS-POINTS-DIFFERENCE TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RP-TEXT
               PERFORM 7900-WRITE-PARM-LINE
           END-IF
           .

      *> opening and the month's movements are valued at this
      *> month's rate, so a rate change shows in the true-up rather
      *> than in the roll-forward
       7300-WRITE-VALUE-ROLL-FORWARD.
           MOVE SPACES TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE "LIABILITY ROLL-FORWARD BY TIER" TO
               VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE WS-VALUE-COLS TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE ZERO TO WS-CT-OPEN-VALUE
           MOVE ZERO TO WS-CT-EARNED-VALUE
           MOVE ZERO TO WS-CT-REDEEMED-VALUE
           MOVE ZERO TO WS-CT-EXPIRED-VALUE
           PERFORM VARYING WS-PRINT-LEVEL FROM 0 BY 1
                   UNTIL WS-PRINT-LEVEL > 9
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TIER-COUNT
                   IF WS-TR-TIER-LEVEL(WS-TR-IDX) = WS-PRINT-LEVEL
                       PERFORM 7350-WRITE-ONE-VALUE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "TOTAL"              TO WS-VL-TIER-NAME
           MOVE WS-CT-OPEN-VALUE     TO WS-VL-OPEN
           MOVE WS-CT-EARNED-VALUE   TO WS-VL-ACCRUED
           MOVE WS-CT-REDEEMED-VALUE TO WS-VL-REDEEMED
           MOVE WS-CT-EXPIRED-VALUE  TO WS-VL-EXPIRED
           MOVE WS-CT-CERT-ISSUED    TO WS-VL-CERT-ISSUED
           MOVE WS-CT-CERT-USED      TO WS-VL-CERT-USED
           MOVE WS-CT-CERT-LAPSED    TO WS-VL-CERT-LAPSED
           MOVE WS-CT-BREAKAGE       TO WS-VL-BREAKAGE
           MOVE WS-CT-LIABILITY      TO WS-VL-CLOSE
           MOVE WS-VALUE-LINE TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           .

      *> the movement columns are each valued and rounded on their
      *> own, so opening is closing less the valued movements and
      *> every line foots to the cent
       7350-WRITE-ONE-VALUE-LINE.
           COMPUTE WS-LV-EARNED-VALUE ROUNDED =
               WS-TR-EARNED-POINTS(WS-TR-IDX) * WS-POINT-VALUE
           COMPUTE WS-LV-REDEEMED-VALUE ROUNDED =
               WS-TR-REDEEMED-POINTS(WS-TR-IDX) * WS-POINT-VALUE
           COMPUTE WS-LV-EXPIRED-VALUE ROUNDED =
               WS-TR-EXPIRED-POINTS(WS-TR-IDX) * WS-POINT-VALUE
           COMPUTE WS-LV-OPEN-VALUE =
               WS-TR-LIABILITY(WS-TR-IDX)
               + WS-TR-BREAKAGE(WS-TR-IDX)
               - WS-LV-EARNED-VALUE
               + WS-LV-REDEEMED-VALUE
               + WS-LV-EXPIRED-VALUE
               - WS-TR-CERT-ISSUED(WS-TR-IDX)
               + WS-TR-CERT-USED(WS-TR-IDX)
               + WS-TR-CERT-LAPSED(WS-TR-IDX)
           ADD WS-LV-OPEN-VALUE     TO WS-CT-OPEN-VALUE
           ADD WS-LV-EARNED-VALUE   TO WS-CT-EARNED-VALUE
           ADD WS-LV-REDEEMED-VALUE TO WS-CT-REDEEMED-VALUE
           ADD WS-LV-EXPIRED-VALUE  TO WS-CT-EXPIRED-VALUE
           MOVE WS-TR-TIER-NAME(WS-TR-IDX)   TO WS-VL-TIER-NAME
           MOVE WS-LV-OPEN-VALUE             TO WS-VL-OPEN
           MOVE WS-LV-EARNED-VALUE           TO WS-VL-ACCRUED
           MOVE WS-LV-REDEEMED-VALUE         TO WS-VL-REDEEMED
           MOVE WS-LV-EXPIRED-VALUE          TO WS-VL-EXPIRED
           MOVE WS-TR-CERT-ISSUED(WS-TR-IDX) TO WS-VL-CERT-ISSUED
           MOVE WS-TR-CERT-USED(WS-TR-IDX)   TO WS-VL-CERT-USED
           MOVE WS-TR-CERT-LAPSED(WS-TR-IDX) TO WS-VL-CERT-LAPSED
           MOVE WS-TR-BREAKAGE(WS-TR-IDX)    TO WS-VL-BREAKAGE
           MOVE WS-TR-LIABILITY(WS-TR-IDX)   TO WS-VL-CLOSE
           MOVE WS-VALUE-LINE TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           .

       7400-WRITE-TRUE-UP-LINES.
           MOVE SPACES TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE "GL TRUE-UP" TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           MOVE "POINTS VALUE AT RATE . . . . . . . ." TO WS-RP-LABEL
           MOVE WS-CT-POINTS-VALUE TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "CERTIFICATES AT FACE VALUE . . . . ." TO WS-RP-LABEL
           MOVE WS-CT-CERT-CLOSE TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "LESS BREAKAGE. . . . . . . . . . . ." TO WS-RP-LABEL
           MOVE WS-CT-BREAKAGE TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "CLOSING LIABILITY. . . . . . . . . ." TO WS-RP-LABEL
           MOVE WS-CT-LIABILITY TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "LIABILITY BOOKED AT LAST VALUATION ." TO WS-RP-LABEL
           MOVE WS-BOOKED-LIABILITY TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           MOVE "TRUE-UP (RISE + / RELEASE -) . . . ." TO WS-RP-LABEL
           MOVE WS-TRUE-UP-AMOUNT TO WS-RPT-AMOUNT-EDIT
           MOVE WS-RPT-AMOUNT-EDIT TO WS-RP-TEXT
           PERFORM 7900-WRITE-PARM-LINE
           IF WS-POST-AMOUNT = ZERO
               MOVE "  NO JOURNAL - LIABILITY UNCHANGED" TO
                   VALUATION-RPT-RECORD
               WRITE VALUATION-RPT-RECORD
           ELSE
               IF WS-TRUE-UP-AMOUNT > ZERO
                   MOVE "DR" TO WS-JR-DR-CR
                   MOVE "LOYALTDR" TO WS-LOOKUP-POSTING-KEY
                   PERFORM 7450-WRITE-JOURNAL-REPORT-LINE
                   MOVE "CR" TO WS-JR-DR-CR
                   MOVE "LOYALTCR" TO WS-LOOKUP-POSTING-KEY
                   PERFORM 7450-WRITE-JOURNAL-REPORT-LINE
               ELSE
                   MOVE "DR" TO WS-JR-DR-CR
                   MOVE "LOYALTCR" TO WS-LOOKUP-POSTING-KEY
                   PERFORM 7450-WRITE-JOURNAL-REPORT-LINE
                   MOVE "CR" TO WS-JR-DR-CR
                   MOVE "LOYALTDR" TO WS-LOOKUP-POSTING-KEY
                   PERFORM 7450-WRITE-JOURNAL-REPORT-LINE
               END-IF
           END-IF
           IF WS-VALUATION-BALANCED
               MOVE "  BALANCED - LOYGLEXT RELEASED" TO
                   VALUATION-RPT-RECORD
           ELSE
               MOVE "  *** OUT OF BALANCE - NOT POSTED ***" TO
                   VALUATION-RPT-RECORD
           END-IF
           WRITE VALUATION-RPT-RECORD
           .

       7450-WRITE-JOURNAL-REPORT-LINE.
           PERFORM 8100-LOOKUP-ACCOUNT
           MOVE WS-LOOKUP-POSTING-KEY TO WS-JR-POSTING-KEY
           MOVE WS-RESOLVED-ACCOUNT   TO WS-JR-ACCOUNT
           MOVE WS-COST-CENTER        TO WS-JR-COST-CENTER
           MOVE WS-POST-AMOUNT        TO WS-JR-AMOUNT
           MOVE WS-JOURNAL-LINE TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           .

       7900-WRITE-PARM-LINE.
           MOVE WS-RPT-PARM-LINE TO VALUATION-RPT-RECORD
           WRITE VALUATION-RPT-RECORD
           .

      *> ----------------------------------------------------------
      *> 8000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
      *> date comes back as zero
      *> ----------------------------------------------------------
       8000-CONVERT-DATE-TO-INTEGER.
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

       8100-LOOKUP-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SWITCH
           MOVE SPACES TO WS-RESOLVED-ACCOUNT
           IF WS-COA-ROW-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY VARYING WS-COA-IDX
                   AT END
                       CONTINUE
                   WHEN WS-COA-IDX > WS-COA-ROW-COUNT
                       CONTINUE
                   WHEN WS-COA-POSTING-KEY(WS-COA-IDX) =
                           WS-LOOKUP-POSTING-KEY
                       SET WS-COA-FOUND TO TRUE
                       MOVE WS-COA-ACCOUNT(WS-COA-IDX) TO
                           WS-RESOLVED-ACCOUNT
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 8200-FIND-OR-ADD-TIER - leaves WS-TR-IDX on the tier named
      *> in WS-LOOKUP-TIER-NAME, adding it at level 9 if new
      *> ----------------------------------------------------------
       8200-FIND-OR-ADD-TIER.
           IF WS-LOOKUP-TIER-NAME = SPACES
               MOVE WS-NONE-TIER-NAME TO WS-LOOKUP-TIER-NAME
           END-IF
           MOVE "N" TO WS-TIER-FOUND-SWITCH
           IF WS-TIER-COUNT > 0
               SET WS-TR-IDX TO 1
               SEARCH WS-TR-ENTRY VARYING WS-TR-IDX
                   AT END
                       CONTINUE
                   WHEN WS-TR-IDX > WS-TIER-COUNT
                       CONTINUE
                   WHEN WS-TR-TIER-NAME(WS-TR-IDX) =
                           WS-LOOKUP-TIER-NAME
                       SET WS-TIER-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-TIER-FOUND
               IF WS-TIER-COUNT NOT < 12
                   DISPLAY "POSLYVAL: MORE THAN 12 TIER NAMES"
                       " - WS-TIER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TIER-COUNT
               SET WS-TR-IDX TO WS-TIER-COUNT
               INITIALIZE WS-TR-ENTRY(WS-TR-IDX)
               MOVE WS-LOOKUP-TIER-NAME TO WS-TR-TIER-NAME(WS-TR-IDX)
               MOVE 9 TO WS-TR-TIER-LEVEL(WS-TR-IDX)
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
           MOVE "POSLYVAL" TO RL-PROGRAM-ID
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
               WS-CUSTOMERS-READ
               + WS-CERTIFICATES-READ
           MOVE WS-JOURNAL-LINES TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY "POSLYVAL: VALUATION DATE      = " WS-FEED-DATE
           DISPLAY "POSLYVAL: CUSTOMERS READ      = " WS-CUSTOMERS-READ
           DISPLAY "POSLYVAL: CUSTOMERS NO TIER   = "
               WS-CUSTOMERS-NO-TIER
           DISPLAY "POSLYVAL: MTD ROWS OTHER MONTH= "
               WS-MTD-ROWS-OTHER-MONTH
           DISPLAY "POSLYVAL: CERTIFICATES READ   = "
               WS-CERTIFICATES-READ
           DISPLAY "POSLYVAL: CERTS OUTSTANDING   = "
               WS-CERTS-OUTSTANDING
           DISPLAY "POSLYVAL: BREAKAGE PERCENT    = " WS-BREAKAGE-PCT
           DISPLAY "POSLYVAL: JOURNAL LINES       = " WS-JOURNAL-LINES
           DISPLAY "POSLYVAL: TOTAL DEBITS        = " WS-TOTAL-DEBITS
           DISPLAY "POSLYVAL: TOTAL CREDITS       = " WS-TOTAL-CREDITS
           MOVE ZERO TO RETURN-CODE
           IF NOT WS-VALUATION-BALANCED
               DISPLAY "POSLYVAL: DEBITS DO NOT EQUAL CREDITS - "
                   "LOYGLEXT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .
