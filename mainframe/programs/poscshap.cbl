      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSCSHAP - Bank remittance cash application and forecast
      *> accuracy
      *>
      *> POSBKACK tracks what each partner bank says about an item
      *> and POSTRFCT projects when its cash should land, but neither
      *> looks at the money that actually reaches our account.  The
      *> banks pay in lump-sum deposits followed by a remittance
      *> detail itemising each deposit by transaction; this job
      *> reads that inbound statement (BANKREMT) and applies every
      *> remittance line to the BANK-OUTSTANDING-RECORD item it
      *> covers on tonight's outstanding master (OUTSTND2).  An item
      *> whose cash is now in full is retired; an item paid short
      *> stays on the master with the cash applied so far, and an
      *> item paid over is retired and reported.  Cash that matches
      *> no outstanding item, or a deposit the detail does not fully
      *> itemise, is reported as unapplied, and an item the bank has
      *> reported PAID whose cash is overdue by its BNKTERMS lag is
      *> reported as paid with no money behind it.
      *>
      *> The same run compares the cash that landed on each value
      *> date, per bank, against the CASH-FORECAST-RECORD rows
      *> POSTRFCT scheduled for that date and bank (FCSTIN), and
      *> measures the actual settlement lag of every item cashed
      *> tonight against its bank's contractual BNKTERMS lag, so
      *> treasury can see both how far the forecast was out and
      *> which banks' terms no longer match how they pay.
      *>
      *> The updated master is written to OUTSTND3, which becomes
      *> the next night's OUTSTND1 in place of POSBKACK's OUTSTND2.
      *>
      *> Must run after POSBKACK, and after POSTRFCT and POSTARCH
      *> which read the same OUTSTND2 and FCSTIN.
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
       PROGRAM-ID. POSCSHAP.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSTANDING-IN-FILE ASSIGN TO "OUTSTND2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OIN-FILE-STATUS.

           SELECT BANK-REMIT-FILE ASSIGN TO "BANKREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.

           SELECT BANK-TERMS-FILE ASSIGN TO "BNKTERMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT FORECAST-IN-FILE ASSIGN TO "FCSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCI-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT CASH-SORT-FILE ASSIGN TO "CSHPSORT".

           SELECT OUTSTANDING-OUT-FILE ASSIGN TO "OUTSTND3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOT-FILE-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO "CASHAPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-IN-FILE
           RECORDING MODE IS F.
       01  OUTSTANDING-IN-RECORD.
           05 OI-PARTNER-BANK          PIC X(15).
           05 OI-TXN-ID                PIC X(12).
           05 OI-BUSINESS-DATE         PIC X(10).
           05 OI-AMOUNT-PAID           PIC 9(7)V99.
           05 OI-ITEM-STATUS           PIC X(10).
           05 OI-ACK-DATE              PIC X(10).
           05 OI-CASH-APPLIED          PIC 9(7)V99.
           05 OI-CASH-DATE             PIC X(10).

       FD  BANK-REMIT-FILE
           RECORDING MODE IS F.
           COPY "bank_remittance.cpy".

       FD  BANK-TERMS-FILE
           RECORDING MODE IS F.
           COPY "bank_terms.cpy".

       FD  FORECAST-IN-FILE
           RECORDING MODE IS F.
           COPY "cash_forecast.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       SD  CASH-SORT-FILE.
       01  CASH-SORT-RECORD.
           05 CK-SECTION               PIC 9(1).
           05 CK-SORT-KEY              PIC X(27).
           05 CK-SEQUENCE              PIC 9(7).
           05 CK-LINE                  PIC X(132).

       FD  OUTSTANDING-OUT-FILE
           RECORDING MODE IS F.
           COPY "bank_outstanding.cpy".

       FD  CASH-REPORT-FILE
           RECORDING MODE IS F.
       01  CASH-REPORT-RECORD          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OIN-FILE-STATUS          PIC X(2).
           88 WS-OIN-OK                VALUE "00".

       01  WS-RMT-FILE-STATUS          PIC X(2).
           88 WS-RMT-OK                VALUE "00".

       01  WS-TRM-FILE-STATUS          PIC X(2).
           88 WS-TRM-OK                VALUE "00".

       01  WS-FCI-FILE-STATUS          PIC X(2).
           88 WS-FCI-OK                VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-OOT-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-OIN-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-OIN-EOF               VALUE "Y".

       01  WS-RMT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-RMT-EOF               VALUE "Y".

       01  WS-TRM-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-TRM-EOF               VALUE "Y".

       01  WS-FCI-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-FCI-EOF               VALUE "Y".

       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-SORT-EOF              VALUE "Y".

       01  WS-CTL-PRESENT-SWITCH       PIC X(01) VALUE "N".
           88 WS-CTL-PRESENT           VALUE "Y".

       01  WS-COUNTERS.
           05 WS-ITEMS-CARRIED-IN      PIC 9(09) COMP VALUE ZERO.
           05 WS-DEPOSITS-READ         PIC 9(09) COMP VALUE ZERO.
           05 WS-REMITS-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-REMITS-APPLIED        PIC 9(09) COMP VALUE ZERO.
           05 WS-REMITS-UNAPPLIED      PIC 9(09) COMP VALUE ZERO.
           05 WS-REMIT-REJECTS         PIC 9(09) COMP VALUE ZERO.
           05 WS-ITEMS-SETTLED         PIC 9(09) COMP VALUE ZERO.
           05 WS-SHORT-PAYMENTS        PIC 9(09) COMP VALUE ZERO.
           05 WS-OVER-PAYMENTS         PIC 9(09) COMP VALUE ZERO.
           05 WS-PAID-NO-CASH          PIC 9(09) COMP VALUE ZERO.
           05 WS-FORECAST-ROWS-READ    PIC 9(09) COMP VALUE ZERO.
           05 WS-TERMS-DEFAULTED       PIC 9(09) COMP VALUE ZERO.
           05 WS-TERMS-ROW-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 WS-ITEMS-CARRIED-OUT     PIC 9(09) COMP VALUE ZERO.

      *> tonight's outstanding master, one row per unsettled item;
      *> WS-OUT-TOUCHED marks an item cash was applied to tonight
       01  WS-OUTSTANDING-TABLE.
           05 WS-OUT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-OUT-IDX.
               10 WS-OUT-PARTNER-BANK   PIC X(15).
               10 WS-OUT-TXN-ID         PIC X(12).
               10 WS-OUT-BUSINESS-DATE  PIC X(10).
               10 WS-OUT-AMOUNT-PAID    PIC S9(7)V99 COMP-3.
               10 WS-OUT-ITEM-STATUS    PIC X(10).
               10 WS-OUT-ACK-DATE       PIC X(10).
               10 WS-OUT-CASH-APPLIED   PIC S9(7)V99 COMP-3.
               10 WS-OUT-CASH-DATE      PIC X(10).
               10 WS-OUT-TOUCHED-SWITCH PIC X(01).
                   88 WS-OUT-TOUCHED    VALUE "Y".
               10 WS-OUT-DROP-SWITCH    PIC X(01).
                   88 WS-OUT-DROPPED    VALUE "Y".

       01  WS-OUTSTANDING-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-ITEM-FOUND            VALUE "Y".
       01  WS-PAID-STATUS              PIC X(10) VALUE "PAID".

      *> per-bank contractual terms off BNKTERMS, defaulted the same
      *> way POSTRFCT defaults them so the lag check measures the
      *> banks against the lag the forecast actually used
       01  WS-TERMS-TABLE.
           05 WS-TRM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TRM-IDX.
               10 WS-TRM-PARTNER-BANK   PIC X(15).
               10 WS-TRM-LAG-DAYS       PIC 9(3).
               10 WS-TRM-CUTOFF-CODE    PIC X(1).

       01  WS-TERMS-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-TERMS-FOUND           VALUE "Y".
       01  WS-DEFAULT-LAG-DAYS         PIC 9(3) VALUE 3.
       01  WS-APPLY-LAG-DAYS           PIC 9(3).
       01  WS-LOOKUP-BANK              PIC X(15).

      *> the deposit being itemised - remittance detail lines follow
      *> their deposit record on the statement
       01  WS-DEPOSIT-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-DEPOSIT-OPEN          VALUE "Y".
       01  WS-DEP-PARTNER-BANK         PIC X(15).
       01  WS-DEP-DEPOSIT-ID           PIC X(12).
       01  WS-DEP-VALUE-DATE           PIC X(10).
       01  WS-DEP-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-DEP-ITEMISED             PIC S9(11)V99 COMP-3.
       01  WS-DEP-APPLIED              PIC S9(11)V99 COMP-3.
       01  WS-DEP-DIFFERENCE           PIC S9(11)V99 COMP-3.
       01  WS-REMIT-IN-DEPOSIT-SWITCH  PIC X(01) VALUE "N".
           88 WS-REMIT-IN-DEPOSIT      VALUE "Y".

      *> cash landed against cash forecast, one row per value date
      *> and bank
       01  WS-CASH-DATE-TABLE.
           05 WS-CSD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CSD-IDX.
               10 WS-CSD-VALUE-DATE     PIC X(10).
               10 WS-CSD-PARTNER-BANK   PIC X(15).
               10 WS-CSD-PROJECTED-AMT  PIC S9(11)V99 COMP-3.
               10 WS-CSD-AT-RISK-AMT    PIC S9(11)V99 COMP-3.
               10 WS-CSD-ACTUAL-AMT     PIC S9(11)V99 COMP-3.

       01  WS-CASH-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-CSD-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-CSD-FOUND             VALUE "Y".
       01  WS-LOOKUP-VALUE-DATE        PIC X(10).

      *> per-bank forecast totals and settlement-lag tally
       01  WS-BANK-TABLE.
           05 WS-BNK-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BNK-IDX.
               10 WS-BNK-PARTNER-BANK   PIC X(15).
               10 WS-BNK-CONTRACT-LAG   PIC 9(3).
               10 WS-BNK-FORECAST-AMT   PIC S9(11)V99 COMP-3.
               10 WS-BNK-ACTUAL-AMT     PIC S9(11)V99 COMP-3.
               10 WS-BNK-ITEMS-TIMED    PIC S9(07) COMP-3.
               10 WS-BNK-EARLY-COUNT    PIC S9(07) COMP-3.
               10 WS-BNK-ON-TIME-COUNT  PIC S9(07) COMP-3.
               10 WS-BNK-LATE-COUNT     PIC S9(07) COMP-3.
               10 WS-BNK-TOTAL-LAG      PIC S9(09) COMP-3.

       01  WS-BANK-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-BNK-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-BNK-FOUND             VALUE "Y".

       01  WS-GRAND-TOTALS.
           05 WS-GT-FORECAST-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-ACTUAL-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-ITEMS-TIMED        PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-EARLY-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-ON-TIME-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-LATE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-TOTAL-LAG          PIC S9(09) COMP-3 VALUE ZERO.

      *> per-section line counts and totals for the report footers
       01  WS-SECTION-TOTALS.
           05 WS-SEC-ENTRY OCCURS 7 TIMES.
               10 WS-SEC-LINES          PIC 9(07) COMP.
               10 WS-SEC-AMOUNT         PIC S9(11)V99 COMP-3.

       01  WS-CURRENT-SECTION          PIC 9(1) VALUE ZERO.
       01  WS-RELEASE-SECTION          PIC 9(1).
       01  WS-RELEASE-KEY              PIC X(27).
       01  WS-RELEASE-SEQUENCE         PIC 9(07) VALUE ZERO.
       01  WS-RELEASE-LINE             PIC X(132).

       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-BUSINESS-INTEGER         PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-BASE-INTEGER             PIC S9(09) COMP.
       01  WS-VALUE-INTEGER            PIC S9(09) COMP.
       01  WS-WEEKDAY-NUMBER           PIC S9(01) COMP.
       01  WS-DAYS-COUNTED             PIC S9(05) COMP.
       01  WS-DAYS-OVERDUE             PIC S9(05) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).
       01  WS-VALUE-DATE               PIC X(10).
       01  WS-WORK-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-WORK-PERCENT             PIC S9(05)V9 COMP-3.
       01  WS-WORK-AVERAGE             PIC S9(05)V9 COMP-3.

       01  WS-REPORT-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "BANK REMITTANCE CASH APPLICATION AND FORECAST ACCURACY".

       01  WS-REPORT-HEADING-2.
           05 FILLER                   PIC X(21)
               VALUE "BUSINESS DATE . . . .".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RH-BUSINESS-DATE      PIC X(10).

       01  WS-SECTION-TITLE            PIC X(80).

       01  WS-DEPOSIT-COLS.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK     DEPOSIT-ID    VALUE-DATE     DEPOSIT-AMT     APPLIED-AMT   UNAPPLIED-AMT".

       01  WS-PAYMENT-COLS.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK     TXN-ID        BUSINESS-DT  ACK-DATE      AMOUNT-DUE  CASH-APPLIED     DIFFERENCE".

       01  WS-UNAPPLIED-COLS.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK     DEPOSIT-ID    VALUE-DATE  TXN-ID                AMOUNT  REASON".

       01  WS-NO-CASH-COLS.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK     TXN-ID        ACK-DATE    EXPECTED-DT   AMOUNT-DUE  DAYS-OVERDUE".

       01  WS-FORECAST-COLS.
           05 FILLER PIC X(132) VALUE
              "VALUE-DATE  PARTNER-BANK           FORECAST        AT-RISK         ACTUAL        VARIANCE  ACCURACY%".

       01  WS-BANK-COLS-1.
           05 FILLER PIC X(132) VALUE
              "                                FORECAST ACCURACY                    SETTLEMENT LAG IN BUSINESS DAYS".

       01  WS-BANK-COLS-2.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK          FORECAST         ACTUAL        VARIANCE  ACCY% CONTR  ITEMS  EARLY ON-TIME   LATE  AVG".

       01  WS-DEPOSIT-LINE.
           05 WS-DL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-DEPOSIT-ID         PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-VALUE-DATE         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-DEPOSIT-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-APPLIED-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DL-UNAPPLIED-AMT      PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-PAYMENT-LINE.
           05 WS-PL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PL-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PL-BUSINESS-DATE      PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-PL-ACK-DATE           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PL-AMOUNT-DUE         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PL-CASH-APPLIED       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PL-DIFFERENCE         PIC -Z,ZZZ,ZZ9.99.

       01  WS-UNAPPLIED-LINE.
           05 WS-UL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-UL-DEPOSIT-ID         PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-UL-VALUE-DATE         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-UL-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-UL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-UL-REASON             PIC X(40).

       01  WS-NO-CASH-LINE.
           05 WS-NL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-ACK-DATE           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-EXPECTED-DATE      PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-NL-AMOUNT-DUE         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WS-NL-DAYS-OVERDUE       PIC ZZZZ9.

       01  WS-FORECAST-LINE.
           05 WS-FL-VALUE-DATE         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-FL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-FL-PROJECTED-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-FL-AT-RISK-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-FL-ACTUAL-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-FL-VARIANCE-AMT       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-FL-ACCURACY           PIC ZZZ9.9.
           05 WS-FL-ACCURACY-NA REDEFINES WS-FL-ACCURACY
                                       PIC X(06).

       01  WS-BANK-LINE.
           05 WS-BL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-FORECAST-AMT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-ACTUAL-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-VARIANCE-AMT       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-ACCURACY           PIC ZZZ9.9.
           05 WS-BL-ACCURACY-NA REDEFINES WS-BL-ACCURACY
                                       PIC X(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-BL-CONTRACT-LAG       PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-ITEMS-TIMED        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-EARLY-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BL-ON-TIME-COUNT      PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-LATE-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BL-AVERAGE-LAG        PIC ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BL-FLAG               PIC X(20).

       01  WS-SECTION-FOOTER.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-SF-LABEL              PIC X(20).
           05 WS-SF-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-SF-AMOUNT-LABEL       PIC X(08).
           05 WS-SF-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           SORT CASH-SORT-FILE
               ON ASCENDING KEY CK-SECTION CK-SORT-KEY CK-SEQUENCE
               INPUT PROCEDURE IS 2000-BUILD-REPORT-INPUT
                   THRU 2000-BUILD-REPORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 6000-WRITE-REPORT
                   THRU 6000-WRITE-REPORT-EXIT
           PERFORM 4000-WRITE-NEW-MASTER
               THRU 4000-WRITE-NEW-MASTER-EXIT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1300-RESOLVE-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-BUSINESS-INTEGER
           PERFORM VARYING WS-CURRENT-SECTION FROM 1 BY 1
                   UNTIL WS-CURRENT-SECTION > 7
               MOVE ZERO TO WS-SEC-LINES(WS-CURRENT-SECTION)
               MOVE ZERO TO WS-SEC-AMOUNT(WS-CURRENT-SECTION)
           END-PERFORM
           MOVE ZERO TO WS-CURRENT-SECTION

           OPEN INPUT BANK-TERMS-FILE
           IF WS-TRM-OK
               PERFORM 1200-LOAD-BANK-TERMS
                   THRU 1200-LOAD-BANK-TERMS-EXIT
               CLOSE BANK-TERMS-FILE
           ELSE
               DISPLAY "POSCSHAP: NO BNKTERMS ON FILE - STATUS "
                   WS-TRM-FILE-STATUS
                   " - EVERY BANK MEASURED ON THE DEFAULT LAG"
           END-IF

           OPEN INPUT OUTSTANDING-IN-FILE
           IF NOT WS-OIN-OK
               DISPLAY "POSCSHAP: UNABLE TO OPEN OUTSTND2 - STATUS "
                   WS-OIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-OUTSTANDING-ITEMS
               THRU 1100-LOAD-OUTSTANDING-ITEMS-EXIT
           CLOSE OUTSTANDING-IN-FILE

           OPEN OUTPUT OUTSTANDING-OUT-FILE
           OPEN OUTPUT CASH-REPORT-FILE
           .

       1100-LOAD-OUTSTANDING-ITEMS.
           PERFORM UNTIL WS-OIN-EOF
               READ OUTSTANDING-IN-FILE
                   AT END
                       SET WS-OIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-CHECK-TABLE-FULL
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       ADD 1 TO WS-ITEMS-CARRIED-IN
                       SET WS-OUT-IDX TO WS-OUTSTANDING-COUNT
                       MOVE OI-PARTNER-BANK TO
                           WS-OUT-PARTNER-BANK(WS-OUT-IDX)
                       MOVE OI-TXN-ID TO WS-OUT-TXN-ID(WS-OUT-IDX)
                       MOVE OI-BUSINESS-DATE TO
                           WS-OUT-BUSINESS-DATE(WS-OUT-IDX)
                       MOVE OI-AMOUNT-PAID TO
                           WS-OUT-AMOUNT-PAID(WS-OUT-IDX)
                       MOVE OI-ITEM-STATUS TO
                           WS-OUT-ITEM-STATUS(WS-OUT-IDX)
                       MOVE OI-ACK-DATE TO WS-OUT-ACK-DATE(WS-OUT-IDX)
                       IF OI-CASH-APPLIED IS NUMERIC
                           MOVE OI-CASH-APPLIED TO
                               WS-OUT-CASH-APPLIED(WS-OUT-IDX)
                       ELSE
                           MOVE ZERO TO WS-OUT-CASH-APPLIED(WS-OUT-IDX)
                       END-IF
                       MOVE OI-CASH-DATE TO WS-OUT-CASH-DATE(WS-OUT-IDX)
                       MOVE "N" TO WS-OUT-TOUCHED-SWITCH(WS-OUT-IDX)
                       MOVE "N" TO WS-OUT-DROP-SWITCH(WS-OUT-IDX)
               END-READ
           END-PERFORM
           .
       1100-LOAD-OUTSTANDING-ITEMS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1150-CHECK-TABLE-FULL - WS-OUTSTANDING-TABLE is sized the
      *> same as POSBKACK's, which has already refused a master any
      *> bigger than this
      *> ----------------------------------------------------------
       1150-CHECK-TABLE-FULL.
           IF WS-OUTSTANDING-COUNT NOT < 10000
               DISPLAY "POSCSHAP: MORE THAN 10000 OUTSTANDING ITEMS"
                   " - WS-OUTSTANDING-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

       1200-LOAD-BANK-TERMS.
           PERFORM UNTIL WS-TRM-EOF
               READ BANK-TERMS-FILE
                   AT END
                       SET WS-TRM-EOF TO TRUE
                   NOT AT END
                       IF WS-TERMS-ROW-COUNT NOT < 50
                           DISPLAY "POSCSHAP: MORE THAN 50 BNKTERMS "
                               "ROWS - WS-TERMS-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TERMS-ROW-COUNT
                       MOVE BT-PARTNER-BANK TO
                           WS-TRM-PARTNER-BANK(WS-TERMS-ROW-COUNT)
                       MOVE BT-SETTLE-LAG-DAYS TO
                           WS-TRM-LAG-DAYS(WS-TERMS-ROW-COUNT)
                       MOVE BT-CUTOFF-CODE TO
                           WS-TRM-CUTOFF-CODE(WS-TERMS-ROW-COUNT)
               END-READ
           END-PERFORM
           .
       1200-LOAD-BANK-TERMS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1300-RESOLVE-BUSINESS-DATE - the run-control record names
      *> the business date cash is being applied for; without one
      *> the job falls back to today's date
      *> ----------------------------------------------------------
       1300-RESOLVE-BUSINESS-DATE.
           PERFORM 8100-READ-RUN-CONTROL
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSCSHAP: NO RUNCTL ON FILE - USING TODAY'S "
                   "DATE AS THE BUSINESS DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
               STRING WS-CURRENT-DATE-AREA(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(7:2) DELIMITED BY SIZE
                   INTO WS-BUSINESS-DATE
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2000-BUILD-REPORT-INPUT - apply tonight's cash, classify
      *> every item it touched, then measure the forecast, releasing
      *> each report line to the sort by section as it is produced
      *> ----------------------------------------------------------
       2000-BUILD-REPORT-INPUT.
           PERFORM 2100-APPLY-REMITTANCE
               THRU 2100-APPLY-REMITTANCE-EXIT
           PERFORM 3000-CLASSIFY-ITEMS
               THRU 3000-CLASSIFY-ITEMS-EXIT
           PERFORM 5000-COMPARE-FORECAST
               THRU 5000-COMPARE-FORECAST-EXIT
           .
       2000-BUILD-REPORT-INPUT-EXIT.
           EXIT.

       2100-APPLY-REMITTANCE.
           OPEN INPUT BANK-REMIT-FILE
           IF NOT WS-RMT-OK
               DISPLAY "POSCSHAP: NO BANKREMT ON FILE - STATUS "
                   WS-RMT-FILE-STATUS
                   " - NO CASH APPLIED TONIGHT"
               GO TO 2100-APPLY-REMITTANCE-EXIT
           END-IF
           PERFORM UNTIL WS-RMT-EOF
               READ BANK-REMIT-FILE
                   AT END
                       SET WS-RMT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-PROCESS-REMIT-RECORD
               END-READ
           END-PERFORM
           IF WS-DEPOSIT-OPEN
               PERFORM 2300-CLOSE-DEPOSIT
           END-IF
           CLOSE BANK-REMIT-FILE
           .
       2100-APPLY-REMITTANCE-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-PROCESS-REMIT-RECORD - a deposit record closes the
      *> deposit before it and opens its own; a remittance detail
      *> line belongs to the open deposit when it names the same
      *> bank and deposit, and otherwise stands as cash on its own
      *> ----------------------------------------------------------
       2200-PROCESS-REMIT-RECORD.
           EVALUATE TRUE
               WHEN BR-DEPOSIT
                   ADD 1 TO WS-DEPOSITS-READ
                   IF WS-DEPOSIT-OPEN
                       PERFORM 2300-CLOSE-DEPOSIT
                   END-IF
                   SET WS-DEPOSIT-OPEN TO TRUE
                   MOVE BR-PARTNER-BANK   TO WS-DEP-PARTNER-BANK
                   MOVE BR-DEPOSIT-ID     TO WS-DEP-DEPOSIT-ID
                   MOVE BR-VALUE-DATE     TO WS-DEP-VALUE-DATE
                   MOVE BR-DEPOSIT-AMOUNT TO WS-DEP-AMOUNT
                   MOVE ZERO TO WS-DEP-ITEMISED
                   MOVE ZERO TO WS-DEP-APPLIED
                   MOVE BR-PARTNER-BANK TO WS-LOOKUP-BANK
                   MOVE BR-VALUE-DATE   TO WS-LOOKUP-VALUE-DATE
                   PERFORM 7400-FIND-CASH-DATE-ENTRY
                   ADD BR-DEPOSIT-AMOUNT TO WS-CSD-ACTUAL-AMT(WS-CSD-IDX)
               WHEN BR-REMIT-DETAIL
                   ADD 1 TO WS-REMITS-READ
                   MOVE "N" TO WS-REMIT-IN-DEPOSIT-SWITCH
                   IF WS-DEPOSIT-OPEN
                       AND BR-PARTNER-BANK = WS-DEP-PARTNER-BANK
                       AND BR-DEPOSIT-ID = WS-DEP-DEPOSIT-ID
                       SET WS-REMIT-IN-DEPOSIT TO TRUE
                       ADD BR-REMIT-AMOUNT TO WS-DEP-ITEMISED
                   ELSE
                       MOVE BR-PARTNER-BANK TO WS-LOOKUP-BANK
                       MOVE BR-VALUE-DATE   TO WS-LOOKUP-VALUE-DATE
                       PERFORM 7400-FIND-CASH-DATE-ENTRY
                       ADD BR-REMIT-AMOUNT TO
                           WS-CSD-ACTUAL-AMT(WS-CSD-IDX)
                   END-IF
                   PERFORM 2400-APPLY-ONE-REMITTANCE
               WHEN OTHER
                   ADD 1 TO WS-REMIT-REJECTS
                   MOVE ZERO TO WS-WORK-AMOUNT
                   MOVE BR-TXN-ID TO WS-UL-TXN-ID
                   MOVE "UNRECOGNIZED REMITTANCE RECORD TYPE" TO
                       WS-UL-REASON
                   PERFORM 2600-RELEASE-UNAPPLIED-LINE
           END-EVALUATE
           .

      *> ----------------------------------------------------------
      *> 2300-CLOSE-DEPOSIT - report the deposit and what was
      *> applied from it; whatever the detail did not itemise is
      *> unapplied cash, and detail running past the deposit is
      *> reported the same way as a negative amount
      *> ----------------------------------------------------------
       2300-CLOSE-DEPOSIT.
           MOVE SPACES TO WS-DEPOSIT-LINE
           MOVE WS-DEP-PARTNER-BANK TO WS-DL-PARTNER-BANK
           MOVE WS-DEP-DEPOSIT-ID   TO WS-DL-DEPOSIT-ID
           MOVE WS-DEP-VALUE-DATE   TO WS-DL-VALUE-DATE
           MOVE WS-DEP-AMOUNT       TO WS-DL-DEPOSIT-AMT
           MOVE WS-DEP-APPLIED      TO WS-DL-APPLIED-AMT
           COMPUTE WS-DEP-DIFFERENCE = WS-DEP-AMOUNT - WS-DEP-APPLIED
           MOVE WS-DEP-DIFFERENCE   TO WS-DL-UNAPPLIED-AMT
           MOVE 1 TO WS-RELEASE-SECTION
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-DEP-PARTNER-BANK TO WS-RELEASE-KEY(1:15)
           MOVE WS-DEP-VALUE-DATE   TO WS-RELEASE-KEY(16:10)
           MOVE WS-DEPOSIT-LINE TO WS-RELEASE-LINE
           ADD WS-DEP-AMOUNT TO WS-SEC-AMOUNT(1)
           PERFORM 2900-RELEASE-REPORT-LINE

           COMPUTE WS-DEP-DIFFERENCE = WS-DEP-AMOUNT - WS-DEP-ITEMISED
           IF WS-DEP-DIFFERENCE NOT = ZERO
               MOVE WS-DEP-DIFFERENCE TO WS-WORK-AMOUNT
               MOVE SPACES TO WS-UL-TXN-ID
               IF WS-DEP-DIFFERENCE > ZERO
                   MOVE "DEPOSIT NOT FULLY ITEMISED" TO WS-UL-REASON
               ELSE
                   MOVE "REMITTANCE DETAIL EXCEEDS DEPOSIT" TO
                       WS-UL-REASON
               END-IF
               PERFORM 2650-RELEASE-DEPOSIT-UNAPPLIED
           END-IF
           MOVE "N" TO WS-DEPOSIT-OPEN-SWITCH
           .

      *> ----------------------------------------------------------
      *> 2400-APPLY-ONE-REMITTANCE - post the remitted amount to the
      *> item it names; cash for an item no longer on the master
      *> (retired earlier, or never transmitted) is unapplied
      *> ----------------------------------------------------------
       2400-APPLY-ONE-REMITTANCE.
           PERFORM 2450-FIND-OUTSTANDING-ITEM
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-REMITS-UNAPPLIED
               MOVE BR-REMIT-AMOUNT TO WS-WORK-AMOUNT
               MOVE BR-TXN-ID TO WS-UL-TXN-ID
               MOVE "NO OUTSTANDING ITEM FOR REMITTANCE" TO
                   WS-UL-REASON
               PERFORM 2600-RELEASE-UNAPPLIED-LINE
           ELSE
               ADD 1 TO WS-REMITS-APPLIED
               IF WS-REMIT-IN-DEPOSIT
                   ADD BR-REMIT-AMOUNT TO WS-DEP-APPLIED
               END-IF
               IF WS-OUT-CASH-APPLIED(WS-OUT-IDX) = ZERO
                   PERFORM 2500-TIME-SETTLEMENT
               END-IF
               ADD BR-REMIT-AMOUNT TO WS-OUT-CASH-APPLIED(WS-OUT-IDX)
               MOVE BR-VALUE-DATE TO WS-OUT-CASH-DATE(WS-OUT-IDX)
               SET WS-OUT-TOUCHED(WS-OUT-IDX) TO TRUE
           END-IF
           .

       2450-FIND-OUTSTANDING-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           IF WS-OUTSTANDING-COUNT > 0
               SET WS-OUT-IDX TO 1
               SEARCH WS-OUT-ENTRY VARYING WS-OUT-IDX
                   AT END
                       CONTINUE
                   WHEN WS-OUT-PARTNER-BANK(WS-OUT-IDX) = BR-PARTNER-BANK
                       AND WS-OUT-TXN-ID(WS-OUT-IDX) = BR-TXN-ID
                       SET WS-ITEM-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2500-TIME-SETTLEMENT - the first cash against an item
      *> settles it for lag purposes: business days from the bank's
      *> acceptance (or the transmission date, for an item never
      *> acknowledged) to the value date, against the contract lag
      *> POSTRFCT forecast it on
      *> ----------------------------------------------------------
       2500-TIME-SETTLEMENT.
           MOVE BR-PARTNER-BANK TO WS-LOOKUP-BANK
           PERFORM 7100-LOOKUP-BANK-TERMS
           PERFORM 7500-FIND-BANK-ENTRY
           IF WS-OUT-ACK-DATE(WS-OUT-IDX) = SPACES
               MOVE WS-OUT-BUSINESS-DATE(WS-OUT-IDX) TO WS-CONVERT-DATE
           ELSE
               MOVE WS-OUT-ACK-DATE(WS-OUT-IDX) TO WS-CONVERT-DATE
           END-IF
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-BASE-INTEGER
           MOVE BR-VALUE-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           IF WS-BASE-INTEGER = ZERO OR WS-ITEM-INTEGER = ZERO
               GO TO 2500-TIME-SETTLEMENT-EXIT
           END-IF
           MOVE WS-BASE-INTEGER TO WS-VALUE-INTEGER
           MOVE ZERO TO WS-DAYS-COUNTED
           PERFORM 7260-COUNT-ONE-BUSINESS-DAY
               UNTIL WS-VALUE-INTEGER NOT < WS-ITEM-INTEGER
           ADD 1 TO WS-BNK-ITEMS-TIMED(WS-BNK-IDX)
           ADD WS-DAYS-COUNTED TO WS-BNK-TOTAL-LAG(WS-BNK-IDX)
           EVALUATE TRUE
               WHEN WS-DAYS-COUNTED < WS-APPLY-LAG-DAYS
                   ADD 1 TO WS-BNK-EARLY-COUNT(WS-BNK-IDX)
               WHEN WS-DAYS-COUNTED = WS-APPLY-LAG-DAYS
                   ADD 1 TO WS-BNK-ON-TIME-COUNT(WS-BNK-IDX)
               WHEN OTHER
                   ADD 1 TO WS-BNK-LATE-COUNT(WS-BNK-IDX)
           END-EVALUATE
           .
       2500-TIME-SETTLEMENT-EXIT.
           EXIT.

       2600-RELEASE-UNAPPLIED-LINE.
           MOVE BR-PARTNER-BANK TO WS-UL-PARTNER-BANK
           MOVE BR-DEPOSIT-ID   TO WS-UL-DEPOSIT-ID
           MOVE BR-VALUE-DATE   TO WS-UL-VALUE-DATE
           PERFORM 2700-RELEASE-UNAPPLIED-COMMON
           .

       2650-RELEASE-DEPOSIT-UNAPPLIED.
           MOVE WS-DEP-PARTNER-BANK TO WS-UL-PARTNER-BANK
           MOVE WS-DEP-DEPOSIT-ID   TO WS-UL-DEPOSIT-ID
           MOVE WS-DEP-VALUE-DATE   TO WS-UL-VALUE-DATE
           PERFORM 2700-RELEASE-UNAPPLIED-COMMON
           .

       2700-RELEASE-UNAPPLIED-COMMON.
           MOVE WS-WORK-AMOUNT TO WS-UL-AMOUNT
           MOVE 4 TO WS-RELEASE-SECTION
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-UL-PARTNER-BANK TO WS-RELEASE-KEY(1:15)
           MOVE WS-UNAPPLIED-LINE TO WS-RELEASE-LINE
           ADD WS-WORK-AMOUNT TO WS-SEC-AMOUNT(4)
           PERFORM 2900-RELEASE-REPORT-LINE
           .

      *> ----------------------------------------------------------
      *> 2900-RELEASE-REPORT-LINE - hand WS-RELEASE-LINE to the sort
      *> under WS-RELEASE-SECTION and WS-RELEASE-KEY; the running
      *> sequence keeps lines with equal keys in production order
      *> ----------------------------------------------------------
       2900-RELEASE-REPORT-LINE.
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE WS-RELEASE-SECTION  TO CK-SECTION
           MOVE WS-RELEASE-KEY      TO CK-SORT-KEY
           MOVE WS-RELEASE-SEQUENCE TO CK-SEQUENCE
           MOVE WS-RELEASE-LINE     TO CK-LINE
           RELEASE CASH-SORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 3000-CLASSIFY-ITEMS - an item cash reached tonight is
      *> settled, short or over; an item the bank reported PAID
      *> that has seen no cash at all is chased once its contract
      *> lag has run out
      *> ----------------------------------------------------------
       3000-CLASSIFY-ITEMS.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUTSTANDING-COUNT
               IF WS-OUT-TOUCHED(WS-OUT-IDX)
                   PERFORM 3100-SETTLE-CASHED-ITEM
               ELSE
                   IF WS-OUT-ITEM-STATUS(WS-OUT-IDX) = WS-PAID-STATUS
                       AND WS-OUT-CASH-APPLIED(WS-OUT-IDX) = ZERO
                       PERFORM 3300-CHECK-PAID-NO-CASH
                           THRU 3300-CHECK-PAID-NO-CASH-EXIT
                   END-IF
               END-IF
           END-PERFORM
           .
       3000-CLASSIFY-ITEMS-EXIT.
           EXIT.

       3100-SETTLE-CASHED-ITEM.
           EVALUATE TRUE
               WHEN WS-OUT-CASH-APPLIED(WS-OUT-IDX) =
                       WS-OUT-AMOUNT-PAID(WS-OUT-IDX)
                   ADD 1 TO WS-ITEMS-SETTLED
                   SET WS-OUT-DROPPED(WS-OUT-IDX) TO TRUE
               WHEN WS-OUT-CASH-APPLIED(WS-OUT-IDX) >
                       WS-OUT-AMOUNT-PAID(WS-OUT-IDX)
                   ADD 1 TO WS-OVER-PAYMENTS
                   ADD 1 TO WS-ITEMS-SETTLED
                   SET WS-OUT-DROPPED(WS-OUT-IDX) TO TRUE
                   COMPUTE WS-WORK-AMOUNT =
                       WS-OUT-CASH-APPLIED(WS-OUT-IDX)
                       - WS-OUT-AMOUNT-PAID(WS-OUT-IDX)
                   MOVE 3 TO WS-RELEASE-SECTION
                   PERFORM 3200-RELEASE-PAYMENT-LINE
               WHEN OTHER
                   ADD 1 TO WS-SHORT-PAYMENTS
                   COMPUTE WS-WORK-AMOUNT =
                       WS-OUT-AMOUNT-PAID(WS-OUT-IDX)
                       - WS-OUT-CASH-APPLIED(WS-OUT-IDX)
                   MOVE 2 TO WS-RELEASE-SECTION
                   PERFORM 3200-RELEASE-PAYMENT-LINE
           END-EVALUATE
           .

       3200-RELEASE-PAYMENT-LINE.
           MOVE SPACES TO WS-PAYMENT-LINE
           MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX)  TO WS-PL-PARTNER-BANK
           MOVE WS-OUT-TXN-ID(WS-OUT-IDX)        TO WS-PL-TXN-ID
           MOVE WS-OUT-BUSINESS-DATE(WS-OUT-IDX) TO WS-PL-BUSINESS-DATE
           MOVE WS-OUT-ACK-DATE(WS-OUT-IDX)      TO WS-PL-ACK-DATE
           MOVE WS-OUT-AMOUNT-PAID(WS-OUT-IDX)   TO WS-PL-AMOUNT-DUE
           MOVE WS-OUT-CASH-APPLIED(WS-OUT-IDX)  TO WS-PL-CASH-APPLIED
           MOVE WS-WORK-AMOUNT                   TO WS-PL-DIFFERENCE
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX) TO WS-RELEASE-KEY(1:15)
           MOVE WS-OUT-TXN-ID(WS-OUT-IDX)       TO WS-RELEASE-KEY(16:12)
           MOVE WS-PAYMENT-LINE TO WS-RELEASE-LINE
           ADD WS-WORK-AMOUNT TO WS-SEC-AMOUNT(WS-RELEASE-SECTION)
           PERFORM 2900-RELEASE-REPORT-LINE
           .

      *> ----------------------------------------------------------
      *> 3300-CHECK-PAID-NO-CASH - cash for a PAID item is due on
      *> the value date its bank's terms give from the PAID answer;
      *> from that date on, with nothing applied, it is chased
      *> ----------------------------------------------------------
       3300-CHECK-PAID-NO-CASH.
           MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX) TO WS-LOOKUP-BANK
           PERFORM 7100-LOOKUP-BANK-TERMS
           IF WS-OUT-ACK-DATE(WS-OUT-IDX) = SPACES
               MOVE WS-OUT-BUSINESS-DATE(WS-OUT-IDX) TO WS-CONVERT-DATE
           ELSE
               MOVE WS-OUT-ACK-DATE(WS-OUT-IDX) TO WS-CONVERT-DATE
           END-IF
           PERFORM 7200-ADD-BUSINESS-DAYS
           IF WS-VALUE-DATE > WS-BUSINESS-DATE
               GO TO 3300-CHECK-PAID-NO-CASH-EXIT
           END-IF
           ADD 1 TO WS-PAID-NO-CASH
           COMPUTE WS-DAYS-OVERDUE =
               WS-BUSINESS-INTEGER - WS-VALUE-INTEGER
           MOVE SPACES TO WS-NO-CASH-LINE
           MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX) TO WS-NL-PARTNER-BANK
           MOVE WS-OUT-TXN-ID(WS-OUT-IDX)       TO WS-NL-TXN-ID
           MOVE WS-OUT-ACK-DATE(WS-OUT-IDX)     TO WS-NL-ACK-DATE
           MOVE WS-VALUE-DATE                   TO WS-NL-EXPECTED-DATE
           MOVE WS-OUT-AMOUNT-PAID(WS-OUT-IDX)  TO WS-NL-AMOUNT-DUE
           MOVE WS-DAYS-OVERDUE                 TO WS-NL-DAYS-OVERDUE
           MOVE 5 TO WS-RELEASE-SECTION
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX) TO WS-RELEASE-KEY(1:15)
           MOVE WS-OUT-TXN-ID(WS-OUT-IDX)       TO WS-RELEASE-KEY(16:12)
           MOVE WS-NO-CASH-LINE TO WS-RELEASE-LINE
           ADD WS-OUT-AMOUNT-PAID(WS-OUT-IDX) TO WS-SEC-AMOUNT(5)
           PERFORM 2900-RELEASE-REPORT-LINE
           .
       3300-CHECK-PAID-NO-CASH-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-WRITE-NEW-MASTER - every item not settled tonight is
      *> carried to OUTSTND3 with the cash applied so far
      *> ----------------------------------------------------------
       4000-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUTSTANDING-COUNT
               IF NOT WS-OUT-DROPPED(WS-OUT-IDX)
                   MOVE WS-OUT-PARTNER-BANK(WS-OUT-IDX) TO
                       BO-PARTNER-BANK
                   MOVE WS-OUT-TXN-ID(WS-OUT-IDX) TO BO-TXN-ID
                   MOVE WS-OUT-BUSINESS-DATE(WS-OUT-IDX) TO
                       BO-BUSINESS-DATE
                   MOVE WS-OUT-AMOUNT-PAID(WS-OUT-IDX) TO BO-AMOUNT-PAID
                   MOVE WS-OUT-ITEM-STATUS(WS-OUT-IDX) TO BO-ITEM-STATUS
                   MOVE WS-OUT-ACK-DATE(WS-OUT-IDX) TO BO-ACK-DATE
                   MOVE WS-OUT-CASH-APPLIED(WS-OUT-IDX) TO
                       BO-CASH-APPLIED
                   MOVE WS-OUT-CASH-DATE(WS-OUT-IDX) TO BO-CASH-DATE
                   WRITE BANK-OUTSTANDING-RECORD
                   ADD 1 TO WS-ITEMS-CARRIED-OUT
               END-IF
           END-PERFORM
           CLOSE OUTSTANDING-OUT-FILE
           .
       4000-WRITE-NEW-MASTER-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-COMPARE-FORECAST - the schedule POSTRFCT carried in on
      *> FCSTIN is matched to tonight's cash: every row for tonight's
      *> business date is reported, along with any earlier value
      *> date cash actually landed on
      *> ----------------------------------------------------------
       5000-COMPARE-FORECAST.
           OPEN INPUT FORECAST-IN-FILE
           IF NOT WS-FCI-OK
               DISPLAY "POSCSHAP: NO FCSTIN ON FILE - STATUS "
                   WS-FCI-FILE-STATUS
                   " - CASH MEASURED AGAINST A ZERO FORECAST"
           ELSE
               PERFORM UNTIL WS-FCI-EOF
                   READ FORECAST-IN-FILE
                       AT END
                           SET WS-FCI-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FORECAST-ROWS-READ
                           PERFORM 5100-MATCH-FORECAST-ROW
                   END-READ
               END-PERFORM
               CLOSE FORECAST-IN-FILE
           END-IF

           PERFORM VARYING WS-CSD-IDX FROM 1 BY 1
                   UNTIL WS-CSD-IDX > WS-CASH-DATE-COUNT
               PERFORM 5200-RELEASE-CASH-DATE-LINE
           END-PERFORM
           PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                   UNTIL WS-BNK-IDX > WS-BANK-COUNT
               PERFORM 5300-RELEASE-BANK-LINE
           END-PERFORM
           IF WS-BANK-COUNT > 0
               PERFORM 5400-RELEASE-TOTAL-LINE
           END-IF
           .
       5000-COMPARE-FORECAST-EXIT.
           EXIT.

       5100-MATCH-FORECAST-ROW.
           MOVE CF-PARTNER-BANK TO WS-LOOKUP-BANK
           MOVE CF-VALUE-DATE   TO WS-LOOKUP-VALUE-DATE
           IF CF-VALUE-DATE = WS-BUSINESS-DATE
               PERFORM 7400-FIND-CASH-DATE-ENTRY
           ELSE
               PERFORM 7450-SEARCH-CASH-DATE-ENTRY
           END-IF
           IF WS-CSD-FOUND
               IF CF-AT-RISK
                   ADD CF-AMOUNT TO WS-CSD-AT-RISK-AMT(WS-CSD-IDX)
               ELSE
                   ADD CF-AMOUNT TO WS-CSD-PROJECTED-AMT(WS-CSD-IDX)
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 5200-RELEASE-CASH-DATE-LINE - accuracy is actual cash as a
      *> percentage of the projected (accepted) amount; at-risk
      *> items are shown but not counted against the forecast
      *> ----------------------------------------------------------
       5200-RELEASE-CASH-DATE-LINE.
           MOVE WS-CSD-PARTNER-BANK(WS-CSD-IDX) TO WS-LOOKUP-BANK
           PERFORM 7100-LOOKUP-BANK-TERMS
           PERFORM 7500-FIND-BANK-ENTRY
           ADD WS-CSD-PROJECTED-AMT(WS-CSD-IDX) TO
               WS-BNK-FORECAST-AMT(WS-BNK-IDX)
           ADD WS-CSD-ACTUAL-AMT(WS-CSD-IDX) TO
               WS-BNK-ACTUAL-AMT(WS-BNK-IDX)

           MOVE SPACES TO WS-FORECAST-LINE
           MOVE WS-CSD-VALUE-DATE(WS-CSD-IDX)    TO WS-FL-VALUE-DATE
           MOVE WS-CSD-PARTNER-BANK(WS-CSD-IDX)  TO WS-FL-PARTNER-BANK
           MOVE WS-CSD-PROJECTED-AMT(WS-CSD-IDX) TO WS-FL-PROJECTED-AMT
           MOVE WS-CSD-AT-RISK-AMT(WS-CSD-IDX)   TO WS-FL-AT-RISK-AMT
           MOVE WS-CSD-ACTUAL-AMT(WS-CSD-IDX)    TO WS-FL-ACTUAL-AMT
           COMPUTE WS-WORK-AMOUNT = WS-CSD-ACTUAL-AMT(WS-CSD-IDX)
               - WS-CSD-PROJECTED-AMT(WS-CSD-IDX)
           MOVE WS-WORK-AMOUNT TO WS-FL-VARIANCE-AMT
           IF WS-CSD-PROJECTED-AMT(WS-CSD-IDX) > ZERO
               PERFORM 7600-COMPUTE-ACCURACY
               MOVE WS-WORK-PERCENT TO WS-FL-ACCURACY
           ELSE
               MOVE "   N/A" TO WS-FL-ACCURACY-NA
           END-IF
           MOVE 6 TO WS-RELEASE-SECTION
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-CSD-VALUE-DATE(WS-CSD-IDX)   TO WS-RELEASE-KEY(1:10)
           MOVE WS-CSD-PARTNER-BANK(WS-CSD-IDX) TO WS-RELEASE-KEY(11:15)
           MOVE WS-FORECAST-LINE TO WS-RELEASE-LINE
           PERFORM 2900-RELEASE-REPORT-LINE
           .

      *> ----------------------------------------------------------
      *> 5300-RELEASE-BANK-LINE - a bank whose cash tonight arrived
      *> off its contract lag more often than on it is flagged for
      *> a BNKTERMS review, with the average lag it actually paid on
      *> ----------------------------------------------------------
       5300-RELEASE-BANK-LINE.
           MOVE SPACES TO WS-BANK-LINE
           MOVE WS-BNK-PARTNER-BANK(WS-BNK-IDX) TO WS-BL-PARTNER-BANK
           MOVE WS-BNK-FORECAST-AMT(WS-BNK-IDX) TO WS-BL-FORECAST-AMT
           MOVE WS-BNK-ACTUAL-AMT(WS-BNK-IDX)   TO WS-BL-ACTUAL-AMT
           COMPUTE WS-WORK-AMOUNT = WS-BNK-ACTUAL-AMT(WS-BNK-IDX)
               - WS-BNK-FORECAST-AMT(WS-BNK-IDX)
           MOVE WS-WORK-AMOUNT TO WS-BL-VARIANCE-AMT
           IF WS-BNK-FORECAST-AMT(WS-BNK-IDX) > ZERO
               COMPUTE WS-WORK-PERCENT ROUNDED =
                   WS-BNK-ACTUAL-AMT(WS-BNK-IDX) * 100
                   / WS-BNK-FORECAST-AMT(WS-BNK-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-WORK-PERCENT
               END-COMPUTE
               MOVE WS-WORK-PERCENT TO WS-BL-ACCURACY
           ELSE
               MOVE "   N/A" TO WS-BL-ACCURACY-NA
           END-IF
           MOVE WS-BNK-CONTRACT-LAG(WS-BNK-IDX)  TO WS-BL-CONTRACT-LAG
           MOVE WS-BNK-ITEMS-TIMED(WS-BNK-IDX)   TO WS-BL-ITEMS-TIMED
           MOVE WS-BNK-EARLY-COUNT(WS-BNK-IDX)   TO WS-BL-EARLY-COUNT
           MOVE WS-BNK-ON-TIME-COUNT(WS-BNK-IDX) TO WS-BL-ON-TIME-COUNT
           MOVE WS-BNK-LATE-COUNT(WS-BNK-IDX)    TO WS-BL-LATE-COUNT
           IF WS-BNK-ITEMS-TIMED(WS-BNK-IDX) > ZERO
               COMPUTE WS-WORK-AVERAGE ROUNDED =
                   WS-BNK-TOTAL-LAG(WS-BNK-IDX)
                   / WS-BNK-ITEMS-TIMED(WS-BNK-IDX)
               MOVE WS-WORK-AVERAGE TO WS-BL-AVERAGE-LAG
               IF WS-BNK-EARLY-COUNT(WS-BNK-IDX)
                       + WS-BNK-LATE-COUNT(WS-BNK-IDX) >
                       WS-BNK-ON-TIME-COUNT(WS-BNK-IDX)
                   MOVE "*** CHECK BNKTERMS" TO WS-BL-FLAG
               END-IF
           END-IF
           MOVE 7 TO WS-RELEASE-SECTION
           MOVE SPACES TO WS-RELEASE-KEY
           MOVE WS-BNK-PARTNER-BANK(WS-BNK-IDX) TO WS-RELEASE-KEY(1:15)
           MOVE WS-BANK-LINE TO WS-RELEASE-LINE
           PERFORM 2900-RELEASE-REPORT-LINE

           ADD WS-BNK-FORECAST-AMT(WS-BNK-IDX)  TO WS-GT-FORECAST-AMT
           ADD WS-BNK-ACTUAL-AMT(WS-BNK-IDX)    TO WS-GT-ACTUAL-AMT
           ADD WS-BNK-ITEMS-TIMED(WS-BNK-IDX)   TO WS-GT-ITEMS-TIMED
           ADD WS-BNK-EARLY-COUNT(WS-BNK-IDX)   TO WS-GT-EARLY-COUNT
           ADD WS-BNK-ON-TIME-COUNT(WS-BNK-IDX) TO WS-GT-ON-TIME-COUNT
           ADD WS-BNK-LATE-COUNT(WS-BNK-IDX)    TO WS-GT-LATE-COUNT
           ADD WS-BNK-TOTAL-LAG(WS-BNK-IDX)     TO WS-GT-TOTAL-LAG
           .

       5400-RELEASE-TOTAL-LINE.
           MOVE SPACES TO WS-BANK-LINE
           MOVE "ALL BANKS"          TO WS-BL-PARTNER-BANK
           MOVE WS-GT-FORECAST-AMT   TO WS-BL-FORECAST-AMT
           MOVE WS-GT-ACTUAL-AMT     TO WS-BL-ACTUAL-AMT
           COMPUTE WS-WORK-AMOUNT = WS-GT-ACTUAL-AMT - WS-GT-FORECAST-AMT
           MOVE WS-WORK-AMOUNT TO WS-BL-VARIANCE-AMT
           IF WS-GT-FORECAST-AMT > ZERO
               COMPUTE WS-WORK-PERCENT ROUNDED =
                   WS-GT-ACTUAL-AMT * 100 / WS-GT-FORECAST-AMT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-WORK-PERCENT
               END-COMPUTE
               MOVE WS-WORK-PERCENT TO WS-BL-ACCURACY
           ELSE
               MOVE "   N/A" TO WS-BL-ACCURACY-NA
           END-IF
           MOVE WS-GT-ITEMS-TIMED    TO WS-BL-ITEMS-TIMED
           MOVE WS-GT-EARLY-COUNT    TO WS-BL-EARLY-COUNT
           MOVE WS-GT-ON-TIME-COUNT  TO WS-BL-ON-TIME-COUNT
           MOVE WS-GT-LATE-COUNT     TO WS-BL-LATE-COUNT
           IF WS-GT-ITEMS-TIMED > ZERO
               COMPUTE WS-WORK-AVERAGE ROUNDED =
                   WS-GT-TOTAL-LAG / WS-GT-ITEMS-TIMED
               MOVE WS-WORK-AVERAGE TO WS-BL-AVERAGE-LAG
           END-IF
           MOVE 7 TO WS-RELEASE-SECTION
           MOVE HIGH-VALUES TO WS-RELEASE-KEY
           MOVE WS-BANK-LINE TO WS-RELEASE-LINE
           PERFORM 2900-RELEASE-REPORT-LINE
           .

      *> ----------------------------------------------------------
      *> 6000-WRITE-REPORT - sections come back from the sort in
      *> order; every section is headed, and one with nothing in
      *> it says so rather than disappearing from the report
      *> ----------------------------------------------------------
       6000-WRITE-REPORT.
           MOVE WS-REPORT-HEADING-1 TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD
           MOVE WS-BUSINESS-DATE TO WS-RH-BUSINESS-DATE
           MOVE WS-REPORT-HEADING-2 TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD
           PERFORM UNTIL WS-SORT-EOF
               RETURN CASH-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-ADVANCE-SECTION
                           UNTIL WS-CURRENT-SECTION = CK-SECTION
                       MOVE CK-LINE TO CASH-REPORT-RECORD
                       WRITE CASH-REPORT-RECORD
                       ADD 1 TO WS-SEC-LINES(WS-CURRENT-SECTION)
               END-RETURN
           END-PERFORM
           PERFORM 6100-ADVANCE-SECTION
               UNTIL WS-CURRENT-SECTION NOT < 7
           PERFORM 6300-WRITE-SECTION-FOOTER
           CLOSE CASH-REPORT-FILE
           .
       6000-WRITE-REPORT-EXIT.
           EXIT.

       6100-ADVANCE-SECTION.
           IF WS-CURRENT-SECTION > 0
               PERFORM 6300-WRITE-SECTION-FOOTER
           END-IF
           ADD 1 TO WS-CURRENT-SECTION
           PERFORM 6200-WRITE-SECTION-HEADING
           .

       6200-WRITE-SECTION-HEADING.
           EVALUATE WS-CURRENT-SECTION
               WHEN 1
                   MOVE "DEPOSITS RECEIVED" TO WS-SECTION-TITLE
               WHEN 2
                   MOVE "SHORT PAYMENTS - BALANCE CARRIED ON OUTSTANDING"
                       TO WS-SECTION-TITLE
               WHEN 3
                   MOVE "OVER PAYMENTS - ITEM RETIRED" TO
                       WS-SECTION-TITLE
               WHEN 4
                   MOVE "UNAPPLIED CASH" TO WS-SECTION-TITLE
               WHEN 5
                   MOVE "PAID BY BANK - NO CASH RECEIVED BY DUE DATE" TO
                       WS-SECTION-TITLE
               WHEN 6
                   MOVE "FORECAST ACCURACY BY VALUE DATE AND BANK" TO
                       WS-SECTION-TITLE
               WHEN OTHER
                   MOVE "FORECAST ACCURACY AND SETTLEMENT LAG BY BANK" TO
                       WS-SECTION-TITLE
           END-EVALUATE
           MOVE SPACES TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD
           MOVE WS-SECTION-TITLE TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD
           EVALUATE WS-CURRENT-SECTION
               WHEN 1
                   MOVE WS-DEPOSIT-COLS TO CASH-REPORT-RECORD
               WHEN 2
               WHEN 3
                   MOVE WS-PAYMENT-COLS TO CASH-REPORT-RECORD
               WHEN 4
                   MOVE WS-UNAPPLIED-COLS TO CASH-REPORT-RECORD
               WHEN 5
                   MOVE WS-NO-CASH-COLS TO CASH-REPORT-RECORD
               WHEN 6
                   MOVE WS-FORECAST-COLS TO CASH-REPORT-RECORD
               WHEN OTHER
                   MOVE WS-BANK-COLS-1 TO CASH-REPORT-RECORD
                   WRITE CASH-REPORT-RECORD
                   MOVE WS-BANK-COLS-2 TO CASH-REPORT-RECORD
           END-EVALUATE
           WRITE CASH-REPORT-RECORD
           .

       6300-WRITE-SECTION-FOOTER.
           IF WS-SEC-LINES(WS-CURRENT-SECTION) = ZERO
               MOVE "    NONE" TO CASH-REPORT-RECORD
               WRITE CASH-REPORT-RECORD
           ELSE
               IF WS-CURRENT-SECTION < 6
                   MOVE SPACES TO WS-SECTION-FOOTER
                   MOVE "LINES REPORTED . . ." TO WS-SF-LABEL
                   MOVE WS-SEC-LINES(WS-CURRENT-SECTION) TO WS-SF-COUNT
                   MOVE "TOTAL  ." TO WS-SF-AMOUNT-LABEL
                   MOVE WS-SEC-AMOUNT(WS-CURRENT-SECTION) TO WS-SF-AMOUNT
                   MOVE WS-SECTION-FOOTER TO CASH-REPORT-RECORD
                   WRITE CASH-REPORT-RECORD
               END-IF
           END-IF
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

      *> ----------------------------------------------------------
      *> 7100-LOOKUP-BANK-TERMS - resolve WS-LOOKUP-BANK to its
      *> contractual lag, falling back to the house default when
      *> the bank has no BNKTERMS row
      *> ----------------------------------------------------------
       7100-LOOKUP-BANK-TERMS.
           MOVE "N" TO WS-TERMS-FOUND-SWITCH
           IF WS-TERMS-ROW-COUNT > 0
               SET WS-TRM-IDX TO 1
               SEARCH WS-TRM-ENTRY VARYING WS-TRM-IDX
                   AT END
                       CONTINUE
                   WHEN WS-TRM-PARTNER-BANK(WS-TRM-IDX) =
                           WS-LOOKUP-BANK
                       SET WS-TERMS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-TERMS-FOUND
               MOVE WS-TRM-LAG-DAYS(WS-TRM-IDX) TO WS-APPLY-LAG-DAYS
               IF WS-TRM-CUTOFF-CODE(WS-TRM-IDX) = "N"
                   ADD 1 TO WS-APPLY-LAG-DAYS
               END-IF
           ELSE
               ADD 1 TO WS-TERMS-DEFAULTED
               MOVE WS-DEFAULT-LAG-DAYS TO WS-APPLY-LAG-DAYS
           END-IF
           .

      *> ----------------------------------------------------------
      *> 7200-ADD-BUSINESS-DAYS - WS-CONVERT-DATE plus WS-APPLY-LAG-
      *> DAYS business days into WS-VALUE-DATE and WS-VALUE-INTEGER,
      *> the same weekday arithmetic POSTRFCT projects with; an
      *> unparseable base date falls due on the business date
      *> ----------------------------------------------------------
       7200-ADD-BUSINESS-DAYS.
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           IF WS-ITEM-INTEGER = ZERO
               MOVE WS-BUSINESS-DATE TO WS-VALUE-DATE
               MOVE WS-BUSINESS-INTEGER TO WS-VALUE-INTEGER
           ELSE
               MOVE WS-ITEM-INTEGER TO WS-VALUE-INTEGER
               MOVE ZERO TO WS-DAYS-COUNTED
               PERFORM 7260-COUNT-ONE-BUSINESS-DAY
                   UNTIL WS-DAYS-COUNTED NOT < WS-APPLY-LAG-DAYS
               COMPUTE WS-WEEKDAY-NUMBER =
                   FUNCTION MOD(WS-VALUE-INTEGER - 1, 7)
               PERFORM 7270-ROLL-OFF-WEEKEND
                   UNTIL WS-WEEKDAY-NUMBER < 5
               COMPUTE WS-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(WS-VALUE-INTEGER)
               STRING WS-DN-CCYY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DN-MM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-DN-DD DELIMITED BY SIZE
                   INTO WS-VALUE-DATE
           END-IF
           .

       7260-COUNT-ONE-BUSINESS-DAY.
           ADD 1 TO WS-VALUE-INTEGER
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(WS-VALUE-INTEGER - 1, 7)
           IF WS-WEEKDAY-NUMBER < 5
               ADD 1 TO WS-DAYS-COUNTED
           END-IF
           .

       7270-ROLL-OFF-WEEKEND.
           ADD 1 TO WS-VALUE-INTEGER
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(WS-VALUE-INTEGER - 1, 7)
           .

      *> ----------------------------------------------------------
      *> 7400-FIND-CASH-DATE-ENTRY - find or add the row for
      *> WS-LOOKUP-VALUE-DATE and WS-LOOKUP-BANK, leaving WS-CSD-IDX
      *> on it; 7450 only finds
      *> ----------------------------------------------------------
       7400-FIND-CASH-DATE-ENTRY.
           PERFORM 7450-SEARCH-CASH-DATE-ENTRY
           IF NOT WS-CSD-FOUND
               IF WS-CASH-DATE-COUNT NOT < 500
                   DISPLAY "POSCSHAP: MORE THAN 500 VALUE DATE/BANK "
                       "ROWS - WS-CASH-DATE-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-CASH-DATE-COUNT
               SET WS-CSD-IDX TO WS-CASH-DATE-COUNT
               MOVE WS-LOOKUP-VALUE-DATE TO WS-CSD-VALUE-DATE(WS-CSD-IDX)
               MOVE WS-LOOKUP-BANK TO WS-CSD-PARTNER-BANK(WS-CSD-IDX)
               MOVE ZERO TO WS-CSD-PROJECTED-AMT(WS-CSD-IDX)
               MOVE ZERO TO WS-CSD-AT-RISK-AMT(WS-CSD-IDX)
               MOVE ZERO TO WS-CSD-ACTUAL-AMT(WS-CSD-IDX)
               SET WS-CSD-FOUND TO TRUE
           END-IF
           .

       7450-SEARCH-CASH-DATE-ENTRY.
           MOVE "N" TO WS-CSD-FOUND-SWITCH
           IF WS-CASH-DATE-COUNT > 0
               SET WS-CSD-IDX TO 1
               SEARCH WS-CSD-ENTRY VARYING WS-CSD-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CSD-VALUE-DATE(WS-CSD-IDX) =
                           WS-LOOKUP-VALUE-DATE
                       AND WS-CSD-PARTNER-BANK(WS-CSD-IDX) =
                           WS-LOOKUP-BANK
                       SET WS-CSD-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 7500-FIND-BANK-ENTRY - find or add the per-bank row for
      *> WS-LOOKUP-BANK, leaving WS-BNK-IDX on it; callers have
      *> already resolved the bank's terms into WS-APPLY-LAG-DAYS
      *> ----------------------------------------------------------
       7500-FIND-BANK-ENTRY.
           MOVE "N" TO WS-BNK-FOUND-SWITCH
           IF WS-BANK-COUNT > 0
               SET WS-BNK-IDX TO 1
               SEARCH WS-BNK-ENTRY VARYING WS-BNK-IDX
                   AT END
                       CONTINUE
                   WHEN WS-BNK-PARTNER-BANK(WS-BNK-IDX) = WS-LOOKUP-BANK
                       SET WS-BNK-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-BNK-FOUND
               IF WS-BANK-COUNT NOT < 50
                   DISPLAY "POSCSHAP: MORE THAN 50 PARTNER BANKS"
                       " - WS-BANK-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-BANK-COUNT
               SET WS-BNK-IDX TO WS-BANK-COUNT
               MOVE WS-LOOKUP-BANK TO WS-BNK-PARTNER-BANK(WS-BNK-IDX)
               MOVE WS-APPLY-LAG-DAYS TO WS-BNK-CONTRACT-LAG(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-FORECAST-AMT(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-ACTUAL-AMT(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-ITEMS-TIMED(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-EARLY-COUNT(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-ON-TIME-COUNT(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-LATE-COUNT(WS-BNK-IDX)
               MOVE ZERO TO WS-BNK-TOTAL-LAG(WS-BNK-IDX)
           END-IF
           .

       7600-COMPUTE-ACCURACY.
           COMPUTE WS-WORK-PERCENT ROUNDED =
               WS-CSD-ACTUAL-AMT(WS-CSD-IDX) * 100
               / WS-CSD-PROJECTED-AMT(WS-CSD-IDX)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-WORK-PERCENT
           END-COMPUTE
           .

       8100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CTL-PRESENT TO TRUE
                       MOVE RC-FEED-DATE TO WS-BUSINESS-DATE
               END-READ
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
           MOVE "POSCSHAP" TO RL-PROGRAM-ID
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
               WS-ITEMS-CARRIED-IN
               + WS-DEPOSITS-READ
               + WS-REMITS-READ
           MOVE WS-ITEMS-CARRIED-OUT TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY "POSCSHAP: ITEMS CARRIED IN    = " WS-ITEMS-CARRIED-IN
           DISPLAY "POSCSHAP: DEPOSITS READ       = " WS-DEPOSITS-READ
           DISPLAY "POSCSHAP: REMITTANCES READ    = " WS-REMITS-READ
           DISPLAY "POSCSHAP: REMITTANCES APPLIED = " WS-REMITS-APPLIED
           DISPLAY "POSCSHAP: REMITTANCES UNAPPL. = " WS-REMITS-UNAPPLIED
           DISPLAY "POSCSHAP: REMITTANCE REJECTS  = " WS-REMIT-REJECTS
           DISPLAY "POSCSHAP: ITEMS SETTLED       = " WS-ITEMS-SETTLED
           DISPLAY "POSCSHAP: SHORT PAYMENTS      = " WS-SHORT-PAYMENTS
           DISPLAY "POSCSHAP: OVER PAYMENTS       = " WS-OVER-PAYMENTS
           DISPLAY "POSCSHAP: PAID WITH NO CASH   = " WS-PAID-NO-CASH
           DISPLAY "POSCSHAP: FORECAST ROWS READ  = " WS-FORECAST-ROWS-READ
           DISPLAY "POSCSHAP: TERMS DEFAULTED     = " WS-TERMS-DEFAULTED
           DISPLAY "POSCSHAP: ITEMS CARRIED OUT   = " WS-ITEMS-CARRIED-OUT
           MOVE ZERO TO RETURN-CODE
           .
