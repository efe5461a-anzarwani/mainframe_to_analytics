      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSFECLM - Partner-bank fee overcharge recovery claims
      *>
      *> POSFEEVF finds every transaction where a bank took more fee
      *> than its contract allows, but until now the report was the
      *> end of it - nobody went back to the bank for the money.
      *> This job turns tonight's overcharges on the FEEVARNC
      *> variance file into recovery claims, one claim per partner
      *> bank and business date, and writes them to a dynamically
      *> named claim file per bank (FEECLAIM.nnn, numbered the same
      *> way POSBANKS numbers its BANKOUT extracts) ready to send.
      *> Undercharges are the bank's problem, not ours, and are not
      *> claimed.
      *>
      *> Every claimed item is carried on an open-claims master run
      *> to run (FEECLM1 in, FEECLM2 out, the same old/new pattern
      *> POSBKACK uses for OUTSTND1/OUTSTND2).  The banks' answers
      *> arrive on the FEECLMRS response file: a CREDITED answer
      *> records the recovery (a part credit leaves the remainder
      *> denied), a DENIED answer records the denial and the bank's
      *> reason, and an answer that matches no open claim item goes
      *> to the FEECLMEX exception file for the settlement team.
      *> Resolved items stay on the master through the month of the
      *> run that applied the answer (not the date the bank put on
      *> it, which can fall in the month before), so the month-to-date aged report - claimed,
      *> recovered, denied and still open per bank, with the open
      *> amount aged from the claim date - is complete on the
      *> month-end run; they are retired on the first run of the
      *> following month.
      *>
      *> Must run after POSFEEVF.
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
      *> 2026-10-15 DE  Date a resolution by the business date of the
      *>                run that applied it, keeping the bank's own
      *>                response date in FC-RESPONSE-DATE, so a late
      *>                answer is reported before it is retired.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFECLM.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-VARIANCE-FILE ASSIGN TO "FEEVARNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT CLAIM-OLD-FILE ASSIGN TO "FEECLM1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT CLAIM-RESPONSE-FILE ASSIGN TO "FEECLMRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT CLAIM-SORT-FILE ASSIGN TO "FCLMSORT".

           SELECT CLAIM-OUT-FILE ASSIGN TO WS-CLAIM-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLAIM-NEW-FILE ASSIGN TO "FEECLM2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT CLAIM-EXCEPTION-FILE ASSIGN TO "FEECLMEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CLAIM-REPORT-FILE ASSIGN TO "FEECLMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-VARIANCE-FILE
           RECORDING MODE IS F.
           COPY "fee_variance.cpy".

       FD  CLAIM-OLD-FILE
           RECORDING MODE IS F.
       01  CLAIM-OLD-RECORD.
           05 FO-CLAIM-NUMBER          PIC X(12).
           05 FO-PARTNER-BANK          PIC X(15).
           05 FO-BUSINESS-DATE         PIC X(10).
           05 FO-TXN-ID                PIC X(12).
           05 FO-PAYMENT-MODE          PIC X(10).
           05 FO-CAPTURED-FEE          PIC 9(7)V99.
           05 FO-CONTRACT-FEE          PIC 9(7)V99.
           05 FO-CLAIM-AMOUNT          PIC 9(7)V99.
           05 FO-RECOVERED-AMOUNT      PIC 9(7)V99.
           05 FO-DENIED-AMOUNT         PIC 9(7)V99.
           05 FO-CLAIM-STATUS          PIC X(10).
           05 FO-CLAIM-DATE            PIC X(10).
           05 FO-RESOLVED-DATE         PIC X(10).
           05 FO-REASON-TEXT           PIC X(40).
           05 FO-RESPONSE-DATE         PIC X(10).

       FD  CLAIM-RESPONSE-FILE
           RECORDING MODE IS F.
           COPY "fee_claim_resp.cpy".

       SD  CLAIM-SORT-FILE.
       01  CLAIM-SORT-RECORD.
           05 KS-PARTNER-BANK          PIC X(15).
           05 KS-BUSINESS-DATE         PIC X(10).
           05 KS-TXN-ID                PIC X(12).
           05 KS-PAYMENT-MODE          PIC X(10).
           05 KS-AMOUNT-PAID           PIC 9(7)V99.
           05 KS-CAPTURED-FEE          PIC 9(7)V99.
           05 KS-CONTRACT-FEE          PIC 9(7)V99.
           05 KS-CLAIM-AMOUNT          PIC 9(7)V99.

       FD  CLAIM-OUT-FILE
           RECORDING MODE IS F.
           COPY "fee_claim_out.cpy".

       FD  CLAIM-NEW-FILE
           RECORDING MODE IS F.
           COPY "fee_claim.cpy".

       FD  CLAIM-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  CLAIM-EXCEPTION-RECORD      PIC X(120).

       FD  CLAIM-REPORT-FILE
           RECORDING MODE IS F.
       01  CLAIM-REPORT-RECORD         PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VAR-FILE-STATUS          PIC X(2).
           88 WS-VAR-OK                VALUE "00".

       01  WS-OLD-FILE-STATUS          PIC X(2).
           88 WS-OLD-OK                VALUE "00".

       01  WS-RSP-FILE-STATUS          PIC X(2).
           88 WS-RSP-OK                VALUE "00".

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-NEW-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-VAR-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-VAR-EOF               VALUE "Y".

       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-OLD-EOF               VALUE "Y".

       01  WS-RSP-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-RSP-EOF               VALUE "Y".

       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-SORT-EOF              VALUE "Y".

       01  WS-RSP-OPEN-SWITCH          PIC X(01) VALUE "N".
           88 WS-RSP-OPENED            VALUE "Y".

       01  WS-CTL-PRESENT-SWITCH       PIC X(01) VALUE "N".
           88 WS-CTL-PRESENT           VALUE "Y".

       01  WS-COUNTERS.
           05 WS-CLAIMS-CARRIED-IN     PIC 9(09) COMP VALUE ZERO.
           05 WS-VARIANCES-READ        PIC 9(09) COMP VALUE ZERO.
           05 WS-UNDERCHARGES-SKIPPED  PIC 9(09) COMP VALUE ZERO.
           05 WS-ALREADY-CLAIMED       PIC 9(09) COMP VALUE ZERO.
           05 WS-ITEMS-CLAIMED         PIC 9(09) COMP VALUE ZERO.
           05 WS-CLAIMS-RAISED         PIC 9(09) COMP VALUE ZERO.
           05 WS-RESPONSES-READ        PIC 9(09) COMP VALUE ZERO.
           05 WS-ITEMS-CREDITED        PIC 9(09) COMP VALUE ZERO.
           05 WS-ITEMS-DENIED          PIC 9(09) COMP VALUE ZERO.
           05 WS-RESPONSE-EXCEPTIONS   PIC 9(09) COMP VALUE ZERO.
           05 WS-CLAIMS-RETIRED        PIC 9(09) COMP VALUE ZERO.
           05 WS-CLAIMS-CARRIED-OUT    PIC 9(09) COMP VALUE ZERO.

      *> claim master accumulator - one row per claimed transaction,
      *> carried until the month after the bank answers for it
       01  WS-CLAIM-TABLE.
           05 WS-CLM-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-CLM-IDX.
               10 WS-CLM-NUMBER         PIC X(12).
               10 WS-CLM-PARTNER-BANK   PIC X(15).
               10 WS-CLM-BUSINESS-DATE  PIC X(10).
               10 WS-CLM-TXN-ID         PIC X(12).
               10 WS-CLM-PAYMENT-MODE   PIC X(10).
               10 WS-CLM-CAPTURED-FEE   PIC S9(7)V99 COMP-3.
               10 WS-CLM-CONTRACT-FEE   PIC S9(7)V99 COMP-3.
               10 WS-CLM-CLAIM-AMOUNT   PIC S9(7)V99 COMP-3.
               10 WS-CLM-RECOVERED      PIC S9(7)V99 COMP-3.
               10 WS-CLM-DENIED         PIC S9(7)V99 COMP-3.
               10 WS-CLM-STATUS         PIC X(10).
               10 WS-CLM-CLAIM-DATE     PIC X(10).
               10 WS-CLM-RESOLVED-DATE  PIC X(10).
               10 WS-CLM-REASON-TEXT    PIC X(40).
               10 WS-CLM-RESPONSE-DATE  PIC X(10).
               10 WS-CLM-DROP-SWITCH    PIC X(01).
                   88 WS-CLM-DROPPED    VALUE "Y".

       01  WS-CLAIM-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-CLAIM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-CLAIM-FOUND           VALUE "Y".
       01  WS-LOOKUP-BANK              PIC X(15).
       01  WS-LOOKUP-TXN-ID            PIC X(12).
       01  WS-LOOKUP-CLAIM-NUMBER      PIC X(12).

       01  WS-OPEN-STATUS              PIC X(10) VALUE "OPEN".
       01  WS-CREDITED-STATUS          PIC X(10) VALUE "CREDITED".
       01  WS-PARTIAL-STATUS           PIC X(10) VALUE "PARTIAL".
       01  WS-DENIED-STATUS            PIC X(10) VALUE "DENIED".

      *> claim-file control break - the claim in progress for the
      *> current bank and business date and the bank file it is
      *> being written to
       01  WS-CLAIM-OUT-NAME           PIC X(23).
       01  WS-CLAIM-FILE-SEQUENCE      PIC 9(03) VALUE ZERO.
       01  WS-CLAIM-FILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88 WS-CLAIM-FILE-OPEN       VALUE "Y".
       01  WS-CLAIM-IN-PROGRESS-SWITCH PIC X(01) VALUE "N".
           88 WS-CLAIM-IN-PROGRESS     VALUE "Y".
       01  WS-PRIOR-PARTNER-BANK       PIC X(15) VALUE SPACES.
       01  WS-PRIOR-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-CURRENT-CLAIM-NUMBER     PIC X(12).
       01  WS-CURRENT-CLAIM-ITEMS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CURRENT-CLAIM-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CLAIM-FILE-RECORDS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CLAIM-SEQUENCE           PIC 9(03).
       01  WS-HIGH-SEQUENCE            PIC 9(03).
       01  WS-ENTRY-SEQUENCE           PIC 9(03).

      *> monthly aged report accumulator - one row per partner bank
       01  WS-BANK-SUMMARY-TABLE.
           05 WS-BKS-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BKS-IDX.
               10 WS-BKS-PARTNER-BANK   PIC X(15).
               10 WS-BKS-CLAIMED-COUNT  PIC S9(07) COMP-3.
               10 WS-BKS-CLAIMED-AMT    PIC S9(11)V99 COMP-3.
               10 WS-BKS-RECOVERED-AMT  PIC S9(11)V99 COMP-3.
               10 WS-BKS-DENIED-AMT     PIC S9(11)V99 COMP-3.
               10 WS-BKS-OPEN-COUNT     PIC S9(07) COMP-3.
               10 WS-BKS-OPEN-AMT       PIC S9(11)V99 COMP-3.
               10 WS-BKS-AGE-AMT        PIC S9(11)V99 COMP-3
                       OCCURS 4 TIMES.

       01  WS-BANK-SUMMARY-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-BANK-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-BANK-FOUND            VALUE "Y".
       01  WS-AGE-BUCKET               PIC 9(01).

       01  WS-GRAND-TOTALS.
           05 WS-GT-CLAIMED-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-CLAIMED-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-RECOVERED-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-DENIED-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-OPEN-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-GT-OPEN-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-AGE-AMT            PIC S9(11)V99 COMP-3
                   OCCURS 4 TIMES.

       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-REPORT-MONTH             PIC X(07).
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-BUSINESS-INTEGER         PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-DAYS-OPEN                PIC S9(05) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).

       01  WS-EXCEPTION-LINE.
           05 WS-EX-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-CLAIM-NUMBER       PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-RESPONSE-DATE      PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-RESPONSE-STATUS    PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-REASON             PIC X(40).

       01  WS-REPORT-HEADING-1.
           05 FILLER                   PIC X(50)
               VALUE "FEE OVERCHARGE RECOVERY - AGED CLAIM REPORT".

       01  WS-REPORT-HEADING-2.
           05 FILLER                   PIC X(21)
               VALUE "REPORT MONTH. . . . .".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RH-REPORT-MONTH       PIC X(07).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(21)
               VALUE "BUSINESS DATE . . . .".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RH-BUSINESS-DATE      PIC X(10).

       01  WS-REPORT-HEADING-3.
           05 FILLER PIC X(132) VALUE
              "                 MONTH-TO-DATE ACTIVITY                   STILL OPEN           OPEN AMOUNT AGED FROM CLAIM DATE".

       01  WS-REPORT-HEADING-4.
           05 FILLER PIC X(132) VALUE
              "PARTNER-BANK    CLAIMED  CLAIMED-AMT    RECOVERED       DENIED    OPEN     OPEN-AMT  0-30 DAYS 31-60 DAYS 61-90 DAYS    OVER 90".

       01  WS-REPORT-LINE.
           05 WS-RL-PARTNER-BANK       PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-CLAIMED-COUNT      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-CLAIMED-AMT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-RECOVERED-AMT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-DENIED-AMT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-OPEN-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RL-OPEN-AMT           PIC Z,ZZZ,ZZ9.99.
           05 WS-RL-AGE-GROUP OCCURS 4 TIMES.
               10 FILLER               PIC X(01).
               10 WS-RL-AGE-AMT        PIC ZZZ,ZZ9.99.

       01  WS-REPORT-SUMMARY-LINE.
           05 WS-RS-LABEL              PIC X(30).
           05 WS-RS-COUNT              PIC ZZZ,ZZ9.

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RAISE-NEW-CLAIMS
               THRU 2000-RAISE-NEW-CLAIMS-EXIT
           PERFORM 3000-APPLY-BANK-RESPONSES
               THRU 3000-APPLY-BANK-RESPONSES-EXIT
               UNTIL WS-RSP-EOF
           PERFORM 4000-WRITE-NEW-MASTER
               THRU 4000-WRITE-NEW-MASTER-EXIT
           PERFORM 5000-PRODUCE-AGED-REPORT
               THRU 5000-PRODUCE-AGED-REPORT-EXIT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1300-RESOLVE-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:7) TO WS-REPORT-MONTH
           MOVE WS-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-BUSINESS-INTEGER

           OPEN INPUT  CLAIM-OLD-FILE
           OPEN INPUT  CLAIM-RESPONSE-FILE
           OPEN OUTPUT CLAIM-NEW-FILE
           OPEN OUTPUT CLAIM-EXCEPTION-FILE
           OPEN OUTPUT CLAIM-REPORT-FILE

           IF WS-OLD-OK
               PERFORM 1100-LOAD-OLD-MASTER
                   THRU 1100-LOAD-OLD-MASTER-EXIT
               CLOSE CLAIM-OLD-FILE
           ELSE
               DISPLAY "POSFECLM: NO FEECLM1 ON FILE - STATUS "
                   WS-OLD-FILE-STATUS
                   " - STARTING WITH AN EMPTY CLAIM MASTER"
           END-IF

           IF WS-RSP-OK
               SET WS-RSP-OPENED TO TRUE
           ELSE
               DISPLAY "POSFECLM: NO FEECLMRS ON FILE - STATUS "
                   WS-RSP-FILE-STATUS
                   " - NO BANK ANSWERS APPLIED TONIGHT"
               SET WS-RSP-EOF TO TRUE
           END-IF
           .

       1100-LOAD-OLD-MASTER.
           PERFORM UNTIL WS-OLD-EOF
               READ CLAIM-OLD-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-CHECK-TABLE-FULL
                       ADD 1 TO WS-CLAIM-COUNT
                       ADD 1 TO WS-CLAIMS-CARRIED-IN
                       SET WS-CLM-IDX TO WS-CLAIM-COUNT
                       MOVE FO-CLAIM-NUMBER TO WS-CLM-NUMBER(WS-CLM-IDX)
                       MOVE FO-PARTNER-BANK TO
                           WS-CLM-PARTNER-BANK(WS-CLM-IDX)
                       MOVE FO-BUSINESS-DATE TO
                           WS-CLM-BUSINESS-DATE(WS-CLM-IDX)
                       MOVE FO-TXN-ID TO WS-CLM-TXN-ID(WS-CLM-IDX)
                       MOVE FO-PAYMENT-MODE TO
                           WS-CLM-PAYMENT-MODE(WS-CLM-IDX)
                       MOVE FO-CAPTURED-FEE TO
                           WS-CLM-CAPTURED-FEE(WS-CLM-IDX)
                       MOVE FO-CONTRACT-FEE TO
                           WS-CLM-CONTRACT-FEE(WS-CLM-IDX)
                       MOVE FO-CLAIM-AMOUNT TO
                           WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX)
                       MOVE FO-RECOVERED-AMOUNT TO
                           WS-CLM-RECOVERED(WS-CLM-IDX)
                       MOVE FO-DENIED-AMOUNT TO
                           WS-CLM-DENIED(WS-CLM-IDX)
                       MOVE FO-CLAIM-STATUS TO WS-CLM-STATUS(WS-CLM-IDX)
                       MOVE FO-CLAIM-DATE TO
                           WS-CLM-CLAIM-DATE(WS-CLM-IDX)
                       MOVE FO-RESOLVED-DATE TO
                           WS-CLM-RESOLVED-DATE(WS-CLM-IDX)
                       MOVE FO-REASON-TEXT TO
                           WS-CLM-REASON-TEXT(WS-CLM-IDX)
                       MOVE FO-RESPONSE-DATE TO
                           WS-CLM-RESPONSE-DATE(WS-CLM-IDX)
                       MOVE "N" TO WS-CLM-DROP-SWITCH(WS-CLM-IDX)
               END-READ
           END-PERFORM
           .
       1100-LOAD-OLD-MASTER-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1150-CHECK-TABLE-FULL - WS-CLAIM-TABLE holds every claimed
      *> item not yet retired across every partner bank; filling it
      *> means the banks have stopped answering claims altogether,
      *> not a limit to silently work around
      *> ----------------------------------------------------------
       1150-CHECK-TABLE-FULL.
           IF WS-CLAIM-COUNT NOT < 20000
               DISPLAY "POSFECLM: MORE THAN 20000 CLAIM ITEMS"
                   " - WS-CLAIM-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1250-FIND-CLAIM-ITEM - a transaction is claimed from its
      *> bank at most once; callers set WS-LOOKUP-BANK and
      *> WS-LOOKUP-TXN-ID before performing this lookup
      *> ----------------------------------------------------------
       1250-FIND-CLAIM-ITEM.
           MOVE "N" TO WS-CLAIM-FOUND-SWITCH
           IF WS-CLAIM-COUNT > 0
               SET WS-CLM-IDX TO 1
               SEARCH WS-CLM-ENTRY VARYING WS-CLM-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CLM-PARTNER-BANK(WS-CLM-IDX) =
                           WS-LOOKUP-BANK
                       AND WS-CLM-TXN-ID(WS-CLM-IDX) =
                           WS-LOOKUP-TXN-ID
                       SET WS-CLAIM-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1300-RESOLVE-BUSINESS-DATE - the run-control record names
      *> the business date being claimed for; without one the job
      *> falls back to today's date
      *> ----------------------------------------------------------
       1300-RESOLVE-BUSINESS-DATE.
           PERFORM 8100-READ-RUN-CONTROL
           IF NOT WS-CTL-PRESENT
               DISPLAY "POSFECLM: NO RUNCTL ON FILE - USING TODAY'S "
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
      *> 2000-RAISE-NEW-CLAIMS - tonight's overcharges, ordered by
      *> bank and business date so each claim is one control break
      *> and each bank's claim file one sequential pass
      *> ----------------------------------------------------------
       2000-RAISE-NEW-CLAIMS.
           OPEN INPUT FEE-VARIANCE-FILE
           IF NOT WS-VAR-OK
               DISPLAY "POSFECLM: NO FEEVARNC ON FILE - STATUS "
                   WS-VAR-FILE-STATUS
                   " - NO NEW CLAIMS RAISED TONIGHT"
               GO TO 2000-RAISE-NEW-CLAIMS-EXIT
           END-IF
           SORT CLAIM-SORT-FILE
               ON ASCENDING KEY KS-PARTNER-BANK KS-BUSINESS-DATE
                                KS-TXN-ID
               INPUT PROCEDURE IS 2100-BUILD-SORT-INPUT
                   THRU 2100-BUILD-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 2500-CONSUME-SORT-OUTPUT
                   THRU 2500-CONSUME-SORT-OUTPUT-EXIT
           CLOSE FEE-VARIANCE-FILE
           .
       2000-RAISE-NEW-CLAIMS-EXIT.
           EXIT.

      *> only an overcharge is claimable - a bank that took less
      *> than its contract owes us nothing back
       2100-BUILD-SORT-INPUT.
           PERFORM UNTIL WS-VAR-EOF
               READ FEE-VARIANCE-FILE
                   AT END
                       SET WS-VAR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VARIANCES-READ
                       IF FV-VARIANCE-AMT > ZERO
                           MOVE FV-PARTNER-BANK  TO KS-PARTNER-BANK
                           MOVE FV-BUSINESS-DATE TO KS-BUSINESS-DATE
                           MOVE FV-TXN-ID        TO KS-TXN-ID
                           MOVE FV-PAYMENT-MODE  TO KS-PAYMENT-MODE
                           MOVE FV-AMOUNT-PAID   TO KS-AMOUNT-PAID
                           MOVE FV-CAPTURED-FEE  TO KS-CAPTURED-FEE
                           MOVE FV-CONTRACT-FEE  TO KS-CONTRACT-FEE
                           MOVE FV-VARIANCE-AMT  TO KS-CLAIM-AMOUNT
                           RELEASE CLAIM-SORT-RECORD
                       ELSE
                           ADD 1 TO WS-UNDERCHARGES-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           .
       2100-BUILD-SORT-INPUT-EXIT.
           EXIT.

       2500-CONSUME-SORT-OUTPUT.
           PERFORM UNTIL WS-SORT-EOF
               RETURN CLAIM-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-CLAIM-ONE-ITEM
               END-RETURN
           END-PERFORM
           IF WS-CLAIM-IN-PROGRESS
               PERFORM 2800-WRITE-CLAIM-TRAILER
           END-IF
           IF WS-CLAIM-FILE-OPEN
               PERFORM 2900-CLOSE-CURRENT-CLAIM-FILE
           END-IF
           .
       2500-CONSUME-SORT-OUTPUT-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2600-CLAIM-ONE-ITEM - an item already on the claim master
      *> (a rerun, or a variance reported twice) is not claimed a
      *> second time; otherwise a new bank opens a new claim file
      *> and a new bank or business date starts a new claim
      *> ----------------------------------------------------------
       2600-CLAIM-ONE-ITEM.
           MOVE KS-PARTNER-BANK TO WS-LOOKUP-BANK
           MOVE KS-TXN-ID       TO WS-LOOKUP-TXN-ID
           PERFORM 1250-FIND-CLAIM-ITEM
           IF WS-CLAIM-FOUND
               ADD 1 TO WS-ALREADY-CLAIMED
           ELSE
               IF KS-PARTNER-BANK NOT = WS-PRIOR-PARTNER-BANK
                   IF WS-CLAIM-IN-PROGRESS
                       PERFORM 2800-WRITE-CLAIM-TRAILER
                   END-IF
                   IF WS-CLAIM-FILE-OPEN
                       PERFORM 2900-CLOSE-CURRENT-CLAIM-FILE
                   END-IF
                   PERFORM 2200-OPEN-NEXT-CLAIM-FILE
                   MOVE KS-PARTNER-BANK TO WS-PRIOR-PARTNER-BANK
                   MOVE SPACES TO WS-PRIOR-BUSINESS-DATE
               END-IF
               IF KS-BUSINESS-DATE NOT = WS-PRIOR-BUSINESS-DATE
                   IF WS-CLAIM-IN-PROGRESS
                       PERFORM 2800-WRITE-CLAIM-TRAILER
                   END-IF
                   PERFORM 2700-ASSIGN-CLAIM-NUMBER
                   MOVE KS-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
               END-IF
               PERFORM 2650-ADD-CLAIM-ITEM
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2200-OPEN-NEXT-CLAIM-FILE - named from a sequence number,
      *> not the bank name, for the same reason POSBANKS names its
      *> extracts that way: a bank name with embedded spaces cannot
      *> be trusted to build a file name
      *> ----------------------------------------------------------
       2200-OPEN-NEXT-CLAIM-FILE.
           ADD 1 TO WS-CLAIM-FILE-SEQUENCE
           MOVE ZERO TO WS-CLAIM-FILE-RECORDS
           MOVE SPACES TO WS-CLAIM-OUT-NAME
           STRING "FEECLAIM." DELIMITED BY SIZE
                  WS-CLAIM-FILE-SEQUENCE DELIMITED BY SIZE
               INTO WS-CLAIM-OUT-NAME
           OPEN OUTPUT CLAIM-OUT-FILE
           SET WS-CLAIM-FILE-OPEN TO TRUE
           .

       2650-ADD-CLAIM-ITEM.
           PERFORM 1150-CHECK-TABLE-FULL
           ADD 1 TO WS-CLAIM-COUNT
           SET WS-CLM-IDX TO WS-CLAIM-COUNT
           MOVE WS-CURRENT-CLAIM-NUMBER TO WS-CLM-NUMBER(WS-CLM-IDX)
           MOVE KS-PARTNER-BANK  TO WS-CLM-PARTNER-BANK(WS-CLM-IDX)
           MOVE KS-BUSINESS-DATE TO WS-CLM-BUSINESS-DATE(WS-CLM-IDX)
           MOVE KS-TXN-ID        TO WS-CLM-TXN-ID(WS-CLM-IDX)
           MOVE KS-PAYMENT-MODE  TO WS-CLM-PAYMENT-MODE(WS-CLM-IDX)
           MOVE KS-CAPTURED-FEE  TO WS-CLM-CAPTURED-FEE(WS-CLM-IDX)
           MOVE KS-CONTRACT-FEE  TO WS-CLM-CONTRACT-FEE(WS-CLM-IDX)
           MOVE KS-CLAIM-AMOUNT  TO WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX)
           MOVE ZERO             TO WS-CLM-RECOVERED(WS-CLM-IDX)
           MOVE ZERO             TO WS-CLM-DENIED(WS-CLM-IDX)
           MOVE WS-OPEN-STATUS   TO WS-CLM-STATUS(WS-CLM-IDX)
           MOVE WS-BUSINESS-DATE TO WS-CLM-CLAIM-DATE(WS-CLM-IDX)
           MOVE SPACES           TO WS-CLM-RESOLVED-DATE(WS-CLM-IDX)
           MOVE SPACES           TO WS-CLM-RESPONSE-DATE(WS-CLM-IDX)
           MOVE SPACES           TO WS-CLM-REASON-TEXT(WS-CLM-IDX)
           MOVE "N"              TO WS-CLM-DROP-SWITCH(WS-CLM-IDX)
           ADD 1 TO WS-ITEMS-CLAIMED

           MOVE SPACES TO FEE-CLAIM-OUT-RECORD
           SET CO-CLAIM-ITEM TO TRUE
           MOVE WS-CURRENT-CLAIM-NUMBER TO CO-CLAIM-NUMBER
           MOVE KS-PARTNER-BANK  TO CO-PARTNER-BANK
           MOVE KS-BUSINESS-DATE TO CO-BUSINESS-DATE
           MOVE KS-TXN-ID        TO CO-TXN-ID
           MOVE KS-PAYMENT-MODE  TO CO-PAYMENT-MODE
           MOVE KS-AMOUNT-PAID   TO CO-AMOUNT-PAID
           MOVE KS-CAPTURED-FEE  TO CO-CAPTURED-FEE
           MOVE KS-CONTRACT-FEE  TO CO-CONTRACT-FEE
           MOVE KS-CLAIM-AMOUNT  TO CO-CLAIM-AMOUNT
           WRITE FEE-CLAIM-OUT-RECORD
           ADD 1 TO WS-CLAIM-FILE-RECORDS
           ADD 1 TO WS-CURRENT-CLAIM-ITEMS
           ADD KS-CLAIM-AMOUNT TO WS-CURRENT-CLAIM-TOTAL
           .

      *> ----------------------------------------------------------
      *> 2700-ASSIGN-CLAIM-NUMBER - an overcharge for a bank and
      *> business date already under claim (a prior-period item
      *> re-entered late) joins that claim; otherwise the claim
      *> takes the next sequence for its business date across all
      *> banks, so the number is unique without a counter file
      *> ----------------------------------------------------------
       2700-ASSIGN-CLAIM-NUMBER.
           MOVE "N" TO WS-CLAIM-FOUND-SWITCH
           MOVE ZERO TO WS-HIGH-SEQUENCE
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
                      OR WS-CLAIM-FOUND
               IF WS-CLM-BUSINESS-DATE(WS-CLM-IDX) = KS-BUSINESS-DATE
                   IF WS-CLM-PARTNER-BANK(WS-CLM-IDX) = KS-PARTNER-BANK
                       SET WS-CLAIM-FOUND TO TRUE
                       MOVE WS-CLM-NUMBER(WS-CLM-IDX) TO
                           WS-CURRENT-CLAIM-NUMBER
                   ELSE
                       IF WS-CLM-NUMBER(WS-CLM-IDX)(10:3) IS NUMERIC
                           MOVE WS-CLM-NUMBER(WS-CLM-IDX)(10:3) TO
                               WS-ENTRY-SEQUENCE
                           IF WS-ENTRY-SEQUENCE > WS-HIGH-SEQUENCE
                               MOVE WS-ENTRY-SEQUENCE TO
                                   WS-HIGH-SEQUENCE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CLAIM-FOUND
               COMPUTE WS-CLAIM-SEQUENCE = WS-HIGH-SEQUENCE + 1
               MOVE SPACES TO WS-CURRENT-CLAIM-NUMBER
               STRING KS-BUSINESS-DATE(1:4) DELIMITED BY SIZE
                      KS-BUSINESS-DATE(6:2) DELIMITED BY SIZE
                      KS-BUSINESS-DATE(9:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CLAIM-SEQUENCE DELIMITED BY SIZE
                   INTO WS-CURRENT-CLAIM-NUMBER
               ADD 1 TO WS-CLAIMS-RAISED
           END-IF
           MOVE ZERO TO WS-CURRENT-CLAIM-ITEMS
           MOVE ZERO TO WS-CURRENT-CLAIM-TOTAL
           SET WS-CLAIM-IN-PROGRESS TO TRUE
           .

      *> ----------------------------------------------------------
      *> 2800-WRITE-CLAIM-TRAILER - each claim on a bank's file
      *> closes with a trailer carrying its item count and total,
      *> so the bank can prove the claim the way GLEXTRCT is proved
      *> ----------------------------------------------------------
       2800-WRITE-CLAIM-TRAILER.
           MOVE SPACES TO FEE-CLAIM-OUT-RECORD
           SET CO-CLAIM-TRAILER TO TRUE
           MOVE WS-CURRENT-CLAIM-NUMBER TO CO-CLAIM-NUMBER
           MOVE WS-PRIOR-PARTNER-BANK   TO CO-PARTNER-BANK
           MOVE WS-PRIOR-BUSINESS-DATE  TO CO-BUSINESS-DATE
           MOVE WS-CURRENT-CLAIM-ITEMS  TO CO-ITEM-COUNT
           MOVE WS-CURRENT-CLAIM-TOTAL  TO CO-CLAIM-TOTAL
           WRITE FEE-CLAIM-OUT-RECORD
           ADD 1 TO WS-CLAIM-FILE-RECORDS
           MOVE "N" TO WS-CLAIM-IN-PROGRESS-SWITCH
           .

       2900-CLOSE-CURRENT-CLAIM-FILE.
           CLOSE CLAIM-OUT-FILE
           MOVE "N" TO WS-CLAIM-FILE-OPEN-SWITCH
           DISPLAY "POSFECLM: WROTE " WS-CLAIM-FILE-RECORDS
               " RECORDS TO " WS-CLAIM-OUT-NAME
               " FOR BANK " WS-PRIOR-PARTNER-BANK
           .

      *> ----------------------------------------------------------
      *> 3000-APPLY-BANK-RESPONSES - run the banks' claim answers
      *> against the claim master
      *> ----------------------------------------------------------
       3000-APPLY-BANK-RESPONSES.
           READ CLAIM-RESPONSE-FILE
               AT END
                   SET WS-RSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   PERFORM 3100-APPLY-ONE-RESPONSE
           END-READ
           .
       3000-APPLY-BANK-RESPONSES-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-APPLY-ONE-RESPONSE - an item answer resolves the one
      *> claimed transaction; a claim answer (blank TXN-ID) resolves
      *> every item of the claim still open
      *> ----------------------------------------------------------
       3100-APPLY-ONE-RESPONSE.
           IF NOT CR-CREDITED AND NOT CR-DENIED
               MOVE "UNRECOGNIZED CLAIM RESPONSE STATUS" TO
                   WS-EX-REASON
               PERFORM 3400-WRITE-RESPONSE-EXCEPTION
           ELSE
               IF CR-TXN-ID = SPACES
                   PERFORM 3300-APPLY-CLAIM-RESPONSE
               ELSE
                   PERFORM 3150-APPLY-ITEM-RESPONSE
               END-IF
           END-IF
           .

       3150-APPLY-ITEM-RESPONSE.
           MOVE "N" TO WS-CLAIM-FOUND-SWITCH
           IF WS-CLAIM-COUNT > 0
               SET WS-CLM-IDX TO 1
               SEARCH WS-CLM-ENTRY VARYING WS-CLM-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CLM-NUMBER(WS-CLM-IDX) = CR-CLAIM-NUMBER
                       AND WS-CLM-PARTNER-BANK(WS-CLM-IDX) =
                           CR-PARTNER-BANK
                       AND WS-CLM-TXN-ID(WS-CLM-IDX) = CR-TXN-ID
                       SET WS-CLAIM-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-CLAIM-FOUND
               MOVE "RESPONSE MATCHES NO CLAIMED ITEM" TO WS-EX-REASON
               PERFORM 3400-WRITE-RESPONSE-EXCEPTION
           ELSE
               IF WS-CLM-STATUS(WS-CLM-IDX) NOT = WS-OPEN-STATUS
                   MOVE "CLAIM ITEM ALREADY RESOLVED" TO WS-EX-REASON
                   PERFORM 3400-WRITE-RESPONSE-EXCEPTION
               ELSE
                   PERFORM 3200-RESOLVE-CLAIM-ITEM
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3200-RESOLVE-CLAIM-ITEM - record the bank's answer on the
      *> item at WS-CLM-IDX.  A credit short of the claim amount is
      *> a part recovery and the shortfall counts as denied; a zero
      *> credit amount, or a whole-claim answer, is a full credit.
      *> ----------------------------------------------------------
       3200-RESOLVE-CLAIM-ITEM.
           IF CR-CREDITED
               ADD 1 TO WS-ITEMS-CREDITED
               IF CR-TXN-ID = SPACES
                   OR CR-CREDIT-AMOUNT = ZERO
                   OR CR-CREDIT-AMOUNT NOT <
                       WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX)
                   MOVE WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO
                       WS-CLM-RECOVERED(WS-CLM-IDX)
                   MOVE ZERO TO WS-CLM-DENIED(WS-CLM-IDX)
                   MOVE WS-CREDITED-STATUS TO WS-CLM-STATUS(WS-CLM-IDX)
               ELSE
                   MOVE CR-CREDIT-AMOUNT TO WS-CLM-RECOVERED(WS-CLM-IDX)
                   COMPUTE WS-CLM-DENIED(WS-CLM-IDX) =
                       WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) - CR-CREDIT-AMOUNT
                   MOVE WS-PARTIAL-STATUS TO WS-CLM-STATUS(WS-CLM-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-DENIED
               MOVE ZERO TO WS-CLM-RECOVERED(WS-CLM-IDX)
               MOVE WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO
                   WS-CLM-DENIED(WS-CLM-IDX)
               MOVE WS-DENIED-STATUS TO WS-CLM-STATUS(WS-CLM-IDX)
           END-IF
      *> resolved in this run's month whatever date the bank put on
      *> its answer, so 5000 reports it before 4000 can retire it
           MOVE WS-BUSINESS-DATE TO WS-CLM-RESOLVED-DATE(WS-CLM-IDX)
           MOVE CR-RESPONSE-DATE TO WS-CLM-RESPONSE-DATE(WS-CLM-IDX)
           MOVE CR-REASON-TEXT   TO WS-CLM-REASON-TEXT(WS-CLM-IDX)
           .

       3300-APPLY-CLAIM-RESPONSE.
           MOVE "N" TO WS-CLAIM-FOUND-SWITCH
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-NUMBER(WS-CLM-IDX) = CR-CLAIM-NUMBER
                   AND WS-CLM-PARTNER-BANK(WS-CLM-IDX) = CR-PARTNER-BANK
                   AND WS-CLM-STATUS(WS-CLM-IDX) = WS-OPEN-STATUS
                   SET WS-CLAIM-FOUND TO TRUE
                   PERFORM 3200-RESOLVE-CLAIM-ITEM
               END-IF
           END-PERFORM
           IF NOT WS-CLAIM-FOUND
               MOVE "RESPONSE MATCHES NO OPEN CLAIM" TO WS-EX-REASON
               PERFORM 3400-WRITE-RESPONSE-EXCEPTION
           END-IF
           .

       3400-WRITE-RESPONSE-EXCEPTION.
           ADD 1 TO WS-RESPONSE-EXCEPTIONS
           MOVE CR-PARTNER-BANK    TO WS-EX-PARTNER-BANK
           MOVE CR-CLAIM-NUMBER    TO WS-EX-CLAIM-NUMBER
           MOVE CR-TXN-ID          TO WS-EX-TXN-ID
           MOVE CR-RESPONSE-DATE   TO WS-EX-RESPONSE-DATE
           MOVE CR-RESPONSE-STATUS TO WS-EX-RESPONSE-STATUS
           MOVE WS-EXCEPTION-LINE TO CLAIM-EXCEPTION-RECORD
           WRITE CLAIM-EXCEPTION-RECORD
           .

      *> ----------------------------------------------------------
      *> 4000-WRITE-NEW-MASTER - open items and items resolved this
      *> month are carried forward; an item resolved in an earlier
      *> month has already appeared on that month's final report
      *> and is retired
      *> ----------------------------------------------------------
       4000-WRITE-NEW-MASTER.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-STATUS(WS-CLM-IDX) NOT = WS-OPEN-STATUS
                   AND WS-CLM-RESOLVED-DATE(WS-CLM-IDX)(1:7) <
                       WS-REPORT-MONTH
                   SET WS-CLM-DROPPED(WS-CLM-IDX) TO TRUE
                   ADD 1 TO WS-CLAIMS-RETIRED
               ELSE
                   PERFORM 4100-WRITE-CLAIM-RECORD
               END-IF
           END-PERFORM
           CLOSE CLAIM-NEW-FILE
           .
       4000-WRITE-NEW-MASTER-EXIT.
           EXIT.

       4100-WRITE-CLAIM-RECORD.
           MOVE WS-CLM-NUMBER(WS-CLM-IDX)        TO FC-CLAIM-NUMBER
           MOVE WS-CLM-PARTNER-BANK(WS-CLM-IDX)  TO FC-PARTNER-BANK
           MOVE WS-CLM-BUSINESS-DATE(WS-CLM-IDX) TO FC-BUSINESS-DATE
           MOVE WS-CLM-TXN-ID(WS-CLM-IDX)        TO FC-TXN-ID
           MOVE WS-CLM-PAYMENT-MODE(WS-CLM-IDX)  TO FC-PAYMENT-MODE
           MOVE WS-CLM-CAPTURED-FEE(WS-CLM-IDX)  TO FC-CAPTURED-FEE
           MOVE WS-CLM-CONTRACT-FEE(WS-CLM-IDX)  TO FC-CONTRACT-FEE
           MOVE WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX)  TO FC-CLAIM-AMOUNT
           MOVE WS-CLM-RECOVERED(WS-CLM-IDX)     TO FC-RECOVERED-AMOUNT
           MOVE WS-CLM-DENIED(WS-CLM-IDX)        TO FC-DENIED-AMOUNT
           MOVE WS-CLM-STATUS(WS-CLM-IDX)        TO FC-CLAIM-STATUS
           MOVE WS-CLM-CLAIM-DATE(WS-CLM-IDX)    TO FC-CLAIM-DATE
           MOVE WS-CLM-RESOLVED-DATE(WS-CLM-IDX) TO FC-RESOLVED-DATE
           MOVE WS-CLM-REASON-TEXT(WS-CLM-IDX)   TO FC-REASON-TEXT
           MOVE WS-CLM-RESPONSE-DATE(WS-CLM-IDX) TO FC-RESPONSE-DATE
           WRITE FEE-CLAIM-RECORD
           ADD 1 TO WS-CLAIMS-CARRIED-OUT
           .

      *> ----------------------------------------------------------
      *> 5000-PRODUCE-AGED-REPORT - month-to-date claimed, recovered
      *> and denied per bank, with everything still open aged from
      *> its claim date into 0-30, 31-60, 61-90 and over-90 days
      *> ----------------------------------------------------------
       5000-PRODUCE-AGED-REPORT.
           MOVE ZERO TO WS-GT-AGE-AMT(1)
           MOVE ZERO TO WS-GT-AGE-AMT(2)
           MOVE ZERO TO WS-GT-AGE-AMT(3)
           MOVE ZERO TO WS-GT-AGE-AMT(4)
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF NOT WS-CLM-DROPPED(WS-CLM-IDX)
                   PERFORM 5100-ACCUMULATE-CLAIM-ITEM
               END-IF
           END-PERFORM

           MOVE WS-REPORT-HEADING-1 TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE WS-REPORT-MONTH  TO WS-RH-REPORT-MONTH
           MOVE WS-BUSINESS-DATE TO WS-RH-BUSINESS-DATE
           MOVE WS-REPORT-HEADING-2 TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE SPACES TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE WS-REPORT-HEADING-3 TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE WS-REPORT-HEADING-4 TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD

           PERFORM VARYING WS-BKS-IDX FROM 1 BY 1
                   UNTIL WS-BKS-IDX > WS-BANK-SUMMARY-COUNT
               PERFORM 5300-WRITE-BANK-LINE
           END-PERFORM

           MOVE SPACES TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           PERFORM 5400-WRITE-TOTAL-LINE

           MOVE SPACES TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE "CLAIMS RAISED TONIGHT . . . ." TO WS-RS-LABEL
           MOVE WS-CLAIMS-RAISED TO WS-RS-COUNT
           MOVE WS-REPORT-SUMMARY-LINE TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE "ITEMS CLAIMED TONIGHT . . . ." TO WS-RS-LABEL
           MOVE WS-ITEMS-CLAIMED TO WS-RS-COUNT
           MOVE WS-REPORT-SUMMARY-LINE TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           MOVE "RESPONSE EXCEPTIONS . . . . ." TO WS-RS-LABEL
           MOVE WS-RESPONSE-EXCEPTIONS TO WS-RS-COUNT
           MOVE WS-REPORT-SUMMARY-LINE TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           CLOSE CLAIM-REPORT-FILE
           .
       5000-PRODUCE-AGED-REPORT-EXIT.
           EXIT.

       5100-ACCUMULATE-CLAIM-ITEM.
           PERFORM 5200-FIND-BANK-SUMMARY-ENTRY
           IF WS-CLM-CLAIM-DATE(WS-CLM-IDX)(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-BKS-CLAIMED-COUNT(WS-BKS-IDX)
               ADD WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO
                   WS-BKS-CLAIMED-AMT(WS-BKS-IDX)
           END-IF
           IF WS-CLM-STATUS(WS-CLM-IDX) = WS-OPEN-STATUS
               ADD 1 TO WS-BKS-OPEN-COUNT(WS-BKS-IDX)
               ADD WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO
                   WS-BKS-OPEN-AMT(WS-BKS-IDX)
               MOVE WS-CLM-CLAIM-DATE(WS-CLM-IDX) TO WS-CONVERT-DATE
               PERFORM 7000-CONVERT-DATE-TO-INTEGER
               IF WS-ITEM-INTEGER = ZERO
                   MOVE 99999 TO WS-DAYS-OPEN
               ELSE
                   COMPUTE WS-DAYS-OPEN =
                       WS-BUSINESS-INTEGER - WS-ITEM-INTEGER
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN NOT > 30
                       MOVE 1 TO WS-AGE-BUCKET
                   WHEN WS-DAYS-OPEN NOT > 60
                       MOVE 2 TO WS-AGE-BUCKET
                   WHEN WS-DAYS-OPEN NOT > 90
                       MOVE 3 TO WS-AGE-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-BUCKET
               END-EVALUATE
               ADD WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO
                   WS-BKS-AGE-AMT(WS-BKS-IDX WS-AGE-BUCKET)
           ELSE
               IF WS-CLM-RESOLVED-DATE(WS-CLM-IDX)(1:7) =
                       WS-REPORT-MONTH
                   ADD WS-CLM-RECOVERED(WS-CLM-IDX) TO
                       WS-BKS-RECOVERED-AMT(WS-BKS-IDX)
                   ADD WS-CLM-DENIED(WS-CLM-IDX) TO
                       WS-BKS-DENIED-AMT(WS-BKS-IDX)
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 5200-FIND-BANK-SUMMARY-ENTRY - find or add this item's bank
      *> in the report accumulator, leaving WS-BKS-IDX set on it
      *> ----------------------------------------------------------
       5200-FIND-BANK-SUMMARY-ENTRY.
           MOVE "N" TO WS-BANK-FOUND-SWITCH
           IF WS-BANK-SUMMARY-COUNT > 0
               SET WS-BKS-IDX TO 1
               SEARCH WS-BKS-ENTRY VARYING WS-BKS-IDX
                   AT END
                       CONTINUE
                   WHEN WS-BKS-PARTNER-BANK(WS-BKS-IDX) =
                           WS-CLM-PARTNER-BANK(WS-CLM-IDX)
                       SET WS-BANK-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-BANK-FOUND
               IF WS-BANK-SUMMARY-COUNT NOT < 50
                   DISPLAY "POSFECLM: MORE THAN 50 PARTNER BANKS"
                       " - WS-BANK-SUMMARY-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-BANK-SUMMARY-COUNT
               SET WS-BKS-IDX TO WS-BANK-SUMMARY-COUNT
               MOVE WS-CLM-PARTNER-BANK(WS-CLM-IDX) TO
                   WS-BKS-PARTNER-BANK(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-CLAIMED-COUNT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-CLAIMED-AMT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-RECOVERED-AMT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-DENIED-AMT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-OPEN-COUNT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-OPEN-AMT(WS-BKS-IDX)
               MOVE ZERO TO WS-BKS-AGE-AMT(WS-BKS-IDX 1)
               MOVE ZERO TO WS-BKS-AGE-AMT(WS-BKS-IDX 2)
               MOVE ZERO TO WS-BKS-AGE-AMT(WS-BKS-IDX 3)
               MOVE ZERO TO WS-BKS-AGE-AMT(WS-BKS-IDX 4)
           END-IF
           .

       5300-WRITE-BANK-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BKS-PARTNER-BANK(WS-BKS-IDX)  TO WS-RL-PARTNER-BANK
           MOVE WS-BKS-CLAIMED-COUNT(WS-BKS-IDX) TO WS-RL-CLAIMED-COUNT
           MOVE WS-BKS-CLAIMED-AMT(WS-BKS-IDX)   TO WS-RL-CLAIMED-AMT
           MOVE WS-BKS-RECOVERED-AMT(WS-BKS-IDX) TO WS-RL-RECOVERED-AMT
           MOVE WS-BKS-DENIED-AMT(WS-BKS-IDX)    TO WS-RL-DENIED-AMT
           MOVE WS-BKS-OPEN-COUNT(WS-BKS-IDX)    TO WS-RL-OPEN-COUNT
           MOVE WS-BKS-OPEN-AMT(WS-BKS-IDX)      TO WS-RL-OPEN-AMT
           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                   UNTIL WS-AGE-BUCKET > 4
               MOVE WS-BKS-AGE-AMT(WS-BKS-IDX WS-AGE-BUCKET) TO
                   WS-RL-AGE-AMT(WS-AGE-BUCKET)
               ADD WS-BKS-AGE-AMT(WS-BKS-IDX WS-AGE-BUCKET) TO
                   WS-GT-AGE-AMT(WS-AGE-BUCKET)
           END-PERFORM
           MOVE WS-REPORT-LINE TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           ADD WS-BKS-CLAIMED-COUNT(WS-BKS-IDX) TO WS-GT-CLAIMED-COUNT
           ADD WS-BKS-CLAIMED-AMT(WS-BKS-IDX)   TO WS-GT-CLAIMED-AMT
           ADD WS-BKS-RECOVERED-AMT(WS-BKS-IDX) TO WS-GT-RECOVERED-AMT
           ADD WS-BKS-DENIED-AMT(WS-BKS-IDX)    TO WS-GT-DENIED-AMT
           ADD WS-BKS-OPEN-COUNT(WS-BKS-IDX)    TO WS-GT-OPEN-COUNT
           ADD WS-BKS-OPEN-AMT(WS-BKS-IDX)      TO WS-GT-OPEN-AMT
           .

       5400-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "ALL BANKS"          TO WS-RL-PARTNER-BANK
           MOVE WS-GT-CLAIMED-COUNT  TO WS-RL-CLAIMED-COUNT
           MOVE WS-GT-CLAIMED-AMT    TO WS-RL-CLAIMED-AMT
           MOVE WS-GT-RECOVERED-AMT  TO WS-RL-RECOVERED-AMT
           MOVE WS-GT-DENIED-AMT     TO WS-RL-DENIED-AMT
           MOVE WS-GT-OPEN-COUNT     TO WS-RL-OPEN-COUNT
           MOVE WS-GT-OPEN-AMT       TO WS-RL-OPEN-AMT
           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                   UNTIL WS-AGE-BUCKET > 4
               MOVE WS-GT-AGE-AMT(WS-AGE-BUCKET) TO
                   WS-RL-AGE-AMT(WS-AGE-BUCKET)
           END-PERFORM
           MOVE WS-REPORT-LINE TO CLAIM-REPORT-RECORD
           WRITE CLAIM-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 7000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
      *> date comes back as zero and ages as an over-90 item
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
           MOVE "POSFECLM" TO RL-PROGRAM-ID
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
               WS-CLAIMS-CARRIED-IN
               + WS-VARIANCES-READ
               + WS-RESPONSES-READ
           MOVE WS-CLAIMS-CARRIED-OUT TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           IF WS-RSP-OPENED
               CLOSE CLAIM-RESPONSE-FILE
           END-IF
           CLOSE CLAIM-EXCEPTION-FILE
           DISPLAY "POSFECLM: ITEMS CARRIED IN    = " WS-CLAIMS-CARRIED-IN
           DISPLAY "POSFECLM: VARIANCES READ      = " WS-VARIANCES-READ
           DISPLAY "POSFECLM: UNDERCHARGES        = "
               WS-UNDERCHARGES-SKIPPED
           DISPLAY "POSFECLM: ALREADY CLAIMED     = " WS-ALREADY-CLAIMED
           DISPLAY "POSFECLM: CLAIMS RAISED       = " WS-CLAIMS-RAISED
           DISPLAY "POSFECLM: ITEMS CLAIMED       = " WS-ITEMS-CLAIMED
           DISPLAY "POSFECLM: RESPONSES READ      = " WS-RESPONSES-READ
           DISPLAY "POSFECLM: ITEMS CREDITED      = " WS-ITEMS-CREDITED
           DISPLAY "POSFECLM: ITEMS DENIED        = " WS-ITEMS-DENIED
           DISPLAY "POSFECLM: RESPONSE EXCEPTIONS = "
               WS-RESPONSE-EXCEPTIONS
           DISPLAY "POSFECLM: ITEMS RETIRED       = " WS-CLAIMS-RETIRED
           DISPLAY "POSFECLM: ITEMS CARRIED OUT   = "
               WS-CLAIMS-CARRIED-OUT
           MOVE ZERO TO RETURN-CODE
           .
