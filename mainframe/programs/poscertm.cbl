      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSCERTM - Reward certificate lifecycle master
      *>
      *> POSLTIER writes a reward certificate to TIERCERT at each
      *> promotion and, until now, that was the last the system knew
      *> of it: nobody could say whether a certificate was used, used
      *> twice or simply lapsed.  This job carries every certificate
      *> on a master run to run (CERTMST1 in, CERTMST2 out, the same
      *> old/new pattern POSCHGBK uses for dispute cases), adds
      *> tonight's TIERCERT issues by the number POSLTIER gave them,
      *> and matches the tills' certificate-redemption feed
      *> (CERTRDMP: certificate number, TXN-ID, store, amount
      *> applied) against it.
      *>
      *> A redemption is honored only if the certificate is on the
      *> master and still ISSUED, the sale is on the lifecycle master
      *> (the same keyed read POSTXNIQ uses), the sale was rung at
      *> the store the till says and on or before the expiry date,
      *> the sale's customer is the certificate's customer (same
      *> trailing-six-digit suffix, the canonical-customer rule
      *> POSCUSTL applies), the sale carries no other certificate,
      *> and the amount applied is within the face value.  Anything
      *> else - unknown, already used, expired, wrong customer -
      *> goes to the CERTEXCP exception file for loss prevention.
      *> An honored redemption marks the certificate REDEEMED and
      *> stamps the certificate number and amount on the sale's
      *> lifecycle row so a POSTXNIQ inquiry shows it.
      *>
      *> Once the redemptions are in, a certificate still ISSUED
      *> past its RW-EXPIRY-DATE is EXPIRED.  A certificate leaves
      *> the master WS-MASTER-KEEP-DAYS after it was redeemed or
      *> expired.  The CERTRPT report shows certificates issued,
      *> redeemed and expired tonight and outstanding after the run,
      *> by tier, with the exceptions counted by reason.
      *>
      *> Runs after POSLTIER (TIERCERT) and POSLOAD (tonight's sales
      *> on TXNMASTR).
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
      *> 2026-10-15 DE  A sale already stamped with the certificate
      *>                being redeemed is the same redemption taken
      *>                again on a rerun, not a second certificate.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCERTM.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT CERT-OLD-FILE ASSIGN TO "CERTMST1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT CERT-NEW-FILE ASSIGN TO "CERTMST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT CERT-ISSUE-FILE ASSIGN TO "TIERCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FILE-STATUS.

           SELECT CERT-REDEMPTION-FILE ASSIGN TO "CERTRDMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDM-FILE-STATUS.

           SELECT TXN-MASTER-FILE ASSIGN TO "TXNMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TXN-ID
               FILE STATUS IS WS-TXM-FILE-STATUS.

           SELECT CERT-EXCEPT-FILE ASSIGN TO "CERTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  CERT-OLD-FILE
           RECORDING MODE IS F.
       01  CERT-OLD-RECORD             PIC X(104).

       FD  CERT-NEW-FILE
           RECORDING MODE IS F.
           COPY "cert_master.cpy".

       FD  CERT-ISSUE-FILE
           RECORDING MODE IS F.
           COPY "reward_certificate.cpy".

       FD  CERT-REDEMPTION-FILE
           RECORDING MODE IS F.
           COPY "cert_redemption.cpy".

       FD  TXN-MASTER-FILE.
           COPY "txn_lifecycle.cpy".

       FD  CERT-EXCEPT-FILE
           RECORDING MODE IS F.
       01  CERT-EXCEPT-RECORD          PIC X(120).

       FD  CERT-REPORT-FILE
           RECORDING MODE IS F.
       01  CERT-REPORT-RECORD          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-OLD-FILE-STATUS          PIC X(2).
           88 WS-OLD-OK                VALUE "00".

       01  WS-ISS-FILE-STATUS          PIC X(2).
           88 WS-ISS-OK                VALUE "00".

       01  WS-RDM-FILE-STATUS          PIC X(2).
           88 WS-RDM-OK                VALUE "00".

       01  WS-TXM-FILE-STATUS          PIC X(2).
           88 WS-TXM-OK                VALUE "00".

       01  WS-TXM-AVAILABLE-SWITCH     PIC X(01) VALUE "N".
           88 WS-TXM-AVAILABLE         VALUE "Y".

       01  WS-NEW-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-OLD-EOF               VALUE "Y".

       01  WS-ISS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-ISS-EOF               VALUE "Y".

       01  WS-RDM-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-RDM-EOF               VALUE "Y".

       01  WS-RDM-OPEN-SWITCH          PIC X(01) VALUE "N".
           88 WS-RDM-OPENED            VALUE "Y".

      *> a redeemed or expired certificate stays on the master this
      *> many days so a late or repeated presentation still reads as
      *> already used or expired rather than unknown
       01  WS-MASTER-KEEP-DAYS         PIC 9(03) VALUE 400.

       01  WS-COUNTERS.
           05 WS-CERTS-CARRIED-IN      PIC 9(09) COMP VALUE ZERO.
           05 WS-CERTS-RETIRED         PIC 9(09) COMP VALUE ZERO.
           05 WS-ISSUES-READ           PIC 9(09) COMP VALUE ZERO.
           05 WS-ISSUES-ADDED          PIC 9(09) COMP VALUE ZERO.
           05 WS-ISSUES-ALREADY-HELD   PIC 9(09) COMP VALUE ZERO.
           05 WS-REDEMPTIONS-READ      PIC 9(09) COMP VALUE ZERO.
           05 WS-REDEMPTIONS-MATCHED   PIC 9(09) COMP VALUE ZERO.
           05 WS-EXCEPTIONS-WRITTEN    PIC 9(09) COMP VALUE ZERO.
           05 WS-CERTS-EXPIRED         PIC 9(09) COMP VALUE ZERO.
           05 WS-CERTS-CARRIED-OUT     PIC 9(09) COMP VALUE ZERO.
           05 WS-MASTER-UPDATES        PIC 9(09) COMP VALUE ZERO.

      *> certificate accumulator - every certificate on the master,
      *> keyed on the certificate number
       01  WS-CERT-TABLE.
           05 WS-CRT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CRT-IDX.
               10 WS-CRT-CERT-NUMBER    PIC X(12).
               10 WS-CRT-CUST-ID        PIC X(10).
               10 WS-CRT-TIER-NAME      PIC X(10).
               10 WS-CRT-CERT-VALUE     PIC 9(5)V99.
               10 WS-CRT-ISSUE-DATE     PIC X(10).
               10 WS-CRT-EXPIRY-DATE    PIC X(10).
               10 WS-CRT-STATUS         PIC X(10).
                   88 WS-CRT-ISSUED     VALUE "ISSUED".
                   88 WS-CRT-REDEEMED   VALUE "REDEEMED".
                   88 WS-CRT-EXPIRED    VALUE "EXPIRED".
               10 WS-CRT-STATUS-DATE    PIC X(10).
               10 WS-CRT-TXN-ID         PIC X(12).
               10 WS-CRT-STORE-ID       PIC X(6).
               10 WS-CRT-AMOUNT-APPLIED PIC 9(5)V99.

       01  WS-CERT-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-CERT-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-CERT-FOUND            VALUE "Y".
       01  WS-LOOKUP-CERT-NUMBER       PIC X(12).

      *> tonight's movement and the outstanding book, by tier
       01  WS-TIER-TABLE.
           05 WS-TR-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-TR-IDX.
               10 WS-TR-TIER-NAME       PIC X(10).
               10 WS-TR-ISSUED-COUNT    PIC S9(07) COMP-3.
               10 WS-TR-ISSUED-VALUE    PIC S9(9)V99 COMP-3.
               10 WS-TR-REDEEMED-COUNT  PIC S9(07) COMP-3.
               10 WS-TR-REDEEMED-VALUE  PIC S9(9)V99 COMP-3.
               10 WS-TR-EXPIRED-COUNT   PIC S9(07) COMP-3.
               10 WS-TR-EXPIRED-VALUE   PIC S9(9)V99 COMP-3.
               10 WS-TR-OUTSTAND-COUNT  PIC S9(07) COMP-3.
               10 WS-TR-OUTSTAND-VALUE  PIC S9(9)V99 COMP-3.

       01  WS-TIER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-TIER-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-TIER-FOUND            VALUE "Y".
       01  WS-LOOKUP-TIER-NAME         PIC X(10).

       01  WS-TIER-TOTALS.
           05 WS-TT-ISSUED-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-TT-ISSUED-VALUE       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TT-REDEEMED-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-TT-REDEEMED-VALUE     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TT-EXPIRED-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-TT-EXPIRED-VALUE      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-TT-OUTSTAND-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-TT-OUTSTAND-VALUE     PIC S9(9)V99 COMP-3 VALUE ZERO.

      *> exceptions counted by reason for the report
       01  WS-REASON-TABLE.
           05 WS-RSN-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-RSN-IDX.
               10 WS-RSN-TEXT           PIC X(40).
               10 WS-RSN-COUNT          PIC 9(07) COMP.

       01  WS-REASON-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-REASON-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 WS-REASON-FOUND          VALUE "Y".

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-FEED-INTEGER             PIC S9(09) COMP.
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).

       01  WS-EXCEPTION-LINE.
           05 WS-EX-CERT-NUMBER        PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-TXN-ID             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-STORE-ID           PIC X(6).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-CERT-CUST-ID       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-SALE-CUST-ID       PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EX-REASON             PIC X(40).

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "REWARD CERTIFICATE LIFECYCLE REPORT".
           05 FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-RH-FEED-DATE          PIC X(10).

       01  WS-RPT-HEADING-2.
           05 FILLER PIC X(60) VALUE
              "TIER       ISSUED        VALUE  REDEEMED      APPLIED  EXPIR".
           05 FILLER PIC X(41) VALUE
              "ED        VALUE  OUTSTANDING        VALUE".

       01  WS-RPT-TIER-LINE.
           05 WS-RT-TIER-NAME          PIC X(10).
           05 WS-RT-ISSUED-COUNT       PIC ZZZ,ZZ9.
           05 WS-RT-ISSUED-VALUE       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-RT-REDEEMED-COUNT     PIC ZZZ,ZZ9.
           05 WS-RT-REDEEMED-VALUE     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RT-EXPIRED-COUNT      PIC ZZZ,ZZ9.
           05 WS-RT-EXPIRED-VALUE      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 WS-RT-OUTSTAND-COUNT     PIC ZZZ,ZZ9.
           05 WS-RT-OUTSTAND-VALUE     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RPT-REASON-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RR-REASON             PIC X(40).
           05 WS-RR-COUNT              PIC ZZZ,ZZ9.

       01  WS-RPT-SUMMARY-LINE.
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
           PERFORM 1200-ADD-TONIGHTS-ISSUES
               THRU 1200-ADD-TONIGHTS-ISSUES-EXIT
           PERFORM 2000-PROCESS-REDEMPTIONS
               THRU 2000-PROCESS-REDEMPTIONS-EXIT
               UNTIL WS-RDM-EOF
           PERFORM 3000-EXPIRE-CERTIFICATES
           PERFORM 4000-WRITE-NEW-MASTER
               THRU 4000-WRITE-NEW-MASTER-EXIT
           PERFORM 5000-WRITE-LIFECYCLE-REPORT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-BUSINESS-DATE
           OPEN INPUT  CERT-REDEMPTION-FILE
           OPEN INPUT  CERT-OLD-FILE
           OPEN OUTPUT CERT-NEW-FILE
           OPEN OUTPUT CERT-EXCEPT-FILE
           OPEN I-O TXN-MASTER-FILE

           IF WS-TXM-OK
               SET WS-TXM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "POSCERTM: UNABLE TO OPEN TXNMASTR - STATUS "
                   WS-TXM-FILE-STATUS
                   " - EVERY REDEMPTION WILL ROUTE TO EXCEPTION"
           END-IF

           IF WS-OLD-OK
               PERFORM 1100-LOAD-OLD-MASTER
                   THRU 1100-LOAD-OLD-MASTER-EXIT
               CLOSE CERT-OLD-FILE
           ELSE
               DISPLAY "POSCERTM: NO CERTMST1 ON FILE - STATUS "
                   WS-OLD-FILE-STATUS
                   " - STARTING WITH AN EMPTY CERTIFICATE MASTER"
           END-IF

           IF WS-RDM-OK
               SET WS-RDM-OPENED TO TRUE
           ELSE
               DISPLAY "POSCERTM: NO CERTRDMP ON FILE - STATUS "
                   WS-RDM-FILE-STATUS
                   " - NO CERTIFICATES REDEEMED TONIGHT"
               SET WS-RDM-EOF TO TRUE
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1050-RESOLVE-BUSINESS-DATE - the business date on the
      *> run-control record decides what has expired; without one
      *> the run falls back to today's date
      *> ----------------------------------------------------------
       1050-RESOLVE-BUSINESS-DATE.
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
               DISPLAY "POSCERTM: NO RUNCTL ON FILE - USING TODAY'S "
                   "DATE AS THE BUSINESS DATE"
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
           .

      *> a certificate redeemed or expired longer ago than the keep
      *> period is retired here instead of being carried
       1100-LOAD-OLD-MASTER.
           PERFORM UNTIL WS-OLD-EOF
               READ CERT-OLD-FILE INTO CERT-MASTER-RECORD
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CERTS-CARRIED-IN
                       PERFORM 1110-CARRY-ONE-CERTIFICATE
               END-READ
           END-PERFORM
           .
       1100-LOAD-OLD-MASTER-EXIT.
           EXIT.

       1110-CARRY-ONE-CERTIFICATE.
           IF NOT CM-CERT-ISSUED
               MOVE CM-STATUS-DATE TO WS-CONVERT-DATE
               PERFORM 7000-CONVERT-DATE-TO-INTEGER
               IF WS-ITEM-INTEGER NOT = ZERO
                   AND WS-FEED-INTEGER - WS-ITEM-INTEGER
                       > WS-MASTER-KEEP-DAYS
                   ADD 1 TO WS-CERTS-RETIRED
               ELSE
                   PERFORM 1150-ADD-CERT-ENTRY
               END-IF
           ELSE
               PERFORM 1150-ADD-CERT-ENTRY
           END-IF
           .

       1150-ADD-CERT-ENTRY.
           IF WS-CERT-COUNT NOT < 10000
               DISPLAY "POSCERTM: MORE THAN 10000 CERTIFICATES"
                   " - WS-CERT-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-CERT-COUNT
           SET WS-CRT-IDX TO WS-CERT-COUNT
           MOVE CM-CERT-NUMBER    TO WS-CRT-CERT-NUMBER(WS-CRT-IDX)
           MOVE CM-CUST-ID        TO WS-CRT-CUST-ID(WS-CRT-IDX)
           MOVE CM-TIER-NAME      TO WS-CRT-TIER-NAME(WS-CRT-IDX)
           MOVE CM-CERT-VALUE     TO WS-CRT-CERT-VALUE(WS-CRT-IDX)
           MOVE CM-ISSUE-DATE     TO WS-CRT-ISSUE-DATE(WS-CRT-IDX)
           MOVE CM-EXPIRY-DATE    TO WS-CRT-EXPIRY-DATE(WS-CRT-IDX)
           MOVE CM-CERT-STATUS    TO WS-CRT-STATUS(WS-CRT-IDX)
           MOVE CM-STATUS-DATE    TO WS-CRT-STATUS-DATE(WS-CRT-IDX)
           MOVE CM-REDEEM-TXN-ID  TO WS-CRT-TXN-ID(WS-CRT-IDX)
           MOVE CM-REDEEM-STORE-ID TO WS-CRT-STORE-ID(WS-CRT-IDX)
           MOVE CM-AMOUNT-APPLIED TO WS-CRT-AMOUNT-APPLIED(WS-CRT-IDX)
           .

      *> ----------------------------------------------------------
      *> 1200-ADD-TONIGHTS-ISSUES - each TIERCERT certificate joins
      *> the master as ISSUED.  A number already held for the same
      *> customer is a repeat of an issue already taken in; held for
      *> another customer it is a numbering fault and goes to the
      *> exception file rather than overwriting the certificate.
      *> ----------------------------------------------------------
       1200-ADD-TONIGHTS-ISSUES.
           OPEN INPUT CERT-ISSUE-FILE
           IF NOT WS-ISS-OK
               DISPLAY "POSCERTM: NO TIERCERT ON FILE - STATUS "
                   WS-ISS-FILE-STATUS
                   " - NO CERTIFICATES ISSUED TONIGHT"
               GO TO 1200-ADD-TONIGHTS-ISSUES-EXIT
           END-IF
           PERFORM UNTIL WS-ISS-EOF
               READ CERT-ISSUE-FILE
                   AT END
                       SET WS-ISS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ISSUES-READ
                       PERFORM 1250-ADD-ONE-ISSUE
               END-READ
           END-PERFORM
           CLOSE CERT-ISSUE-FILE
           .
       1200-ADD-TONIGHTS-ISSUES-EXIT.
           EXIT.

       1250-ADD-ONE-ISSUE.
           MOVE RW-CERT-NUMBER TO WS-LOOKUP-CERT-NUMBER
           PERFORM 2300-FIND-CERTIFICATE
           IF WS-CERT-FOUND
               IF WS-CRT-CUST-ID(WS-CRT-IDX) = RW-CUST-ID
                   ADD 1 TO WS-ISSUES-ALREADY-HELD
               ELSE
                   MOVE RW-CERT-NUMBER TO WS-EX-CERT-NUMBER
                   MOVE SPACES         TO WS-EX-TXN-ID
                   MOVE SPACES         TO WS-EX-STORE-ID
                   MOVE RW-CERT-VALUE  TO WS-EX-AMOUNT
                   MOVE WS-CRT-CUST-ID(WS-CRT-IDX) TO WS-EX-CERT-CUST-ID
                   MOVE RW-CUST-ID     TO WS-EX-SALE-CUST-ID
                   MOVE "CERTIFICATE NUMBER ISSUED TWICE" TO
                       WS-EX-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               MOVE RW-CERT-NUMBER TO CM-CERT-NUMBER
               MOVE RW-CUST-ID     TO CM-CUST-ID
               MOVE RW-TIER-NAME   TO CM-TIER-NAME
               MOVE RW-CERT-VALUE  TO CM-CERT-VALUE
               MOVE RW-ISSUE-DATE  TO CM-ISSUE-DATE
               MOVE RW-EXPIRY-DATE TO CM-EXPIRY-DATE
               MOVE "ISSUED"       TO CM-CERT-STATUS
               MOVE RW-ISSUE-DATE  TO CM-STATUS-DATE
               MOVE SPACES         TO CM-REDEEM-TXN-ID
               MOVE SPACES         TO CM-REDEEM-STORE-ID
               MOVE ZERO           TO CM-AMOUNT-APPLIED
               PERFORM 1150-ADD-CERT-ENTRY
               ADD 1 TO WS-ISSUES-ADDED
               MOVE RW-TIER-NAME TO WS-LOOKUP-TIER-NAME
               PERFORM 8200-FIND-OR-ADD-TIER
               ADD 1 TO WS-TR-ISSUED-COUNT(WS-TR-IDX)
               ADD RW-CERT-VALUE TO WS-TR-ISSUED-VALUE(WS-TR-IDX)
           END-IF
           .

       2000-PROCESS-REDEMPTIONS.
           READ CERT-REDEMPTION-FILE
               AT END
                   SET WS-RDM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REDEMPTIONS-READ
                   PERFORM 2100-MATCH-ONE-REDEMPTION
                       THRU 2100-MATCH-ONE-REDEMPTION-EXIT
           END-READ
           .
       2000-PROCESS-REDEMPTIONS-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-MATCH-ONE-REDEMPTION - the certificate first, then the
      *> sale it was tendered against; the first check that fails
      *> names the exception
      *> ----------------------------------------------------------
       2100-MATCH-ONE-REDEMPTION.
           MOVE SPACES TO TL-CUST-ID
           MOVE CX-CERT-NUMBER TO WS-LOOKUP-CERT-NUMBER
           PERFORM 2300-FIND-CERTIFICATE
           IF NOT WS-CERT-FOUND
               MOVE "UNKNOWN CERTIFICATE NUMBER" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF WS-CRT-REDEEMED(WS-CRT-IDX)
               MOVE "CERTIFICATE ALREADY USED" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF WS-CRT-EXPIRED(WS-CRT-IDX)
               MOVE "CERTIFICATE EXPIRED" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF NOT WS-TXM-AVAILABLE
               MOVE "LIFECYCLE MASTER NOT AVAILABLE" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           MOVE CX-TXN-ID TO TL-TXN-ID
           READ TXN-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO TL-CUST-ID
                   MOVE "TXN-ID NOT ON THE TRANSACTION MASTER" TO
                       WS-EX-REASON
                   PERFORM 2900-WRITE-EXCEPTION
                   GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-READ
           IF TL-TXN-DATE > WS-CRT-EXPIRY-DATE(WS-CRT-IDX)
               MOVE "CERTIFICATE EXPIRED" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF TL-CUST-ID(5:6) NOT = WS-CRT-CUST-ID(WS-CRT-IDX)(5:6)
               MOVE "WRONG CUSTOMER FOR CERTIFICATE" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF TL-STORE-ID NOT = CX-STORE-ID
               MOVE "SALE NOT RUNG AT THE REDEEMING STORE" TO
                   WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
      *> a sale stamped with this same certificate was redeemed by
      *> an earlier run of tonight's feed; it is applied again
           IF TL-CERT-NUMBER NOT = SPACES
                   AND TL-CERT-NUMBER NOT = CX-CERT-NUMBER
               MOVE "SALE ALREADY CARRIES A CERTIFICATE" TO
                   WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           IF CX-AMOUNT-APPLIED > WS-CRT-CERT-VALUE(WS-CRT-IDX)
               MOVE "AMOUNT APPLIED OVER FACE VALUE" TO WS-EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2100-MATCH-ONE-REDEMPTION-EXIT
           END-IF
           PERFORM 2200-REDEEM-CERTIFICATE
           .
       2100-MATCH-ONE-REDEMPTION-EXIT.
           EXIT.

      *> the certificate is used whole whatever part of its value the
      *> sale took; the sale's lifecycle row carries the number and
      *> the amount taken off it
       2200-REDEEM-CERTIFICATE.
           MOVE "REDEEMED"         TO WS-CRT-STATUS(WS-CRT-IDX)
           MOVE WS-FEED-DATE       TO WS-CRT-STATUS-DATE(WS-CRT-IDX)
           MOVE CX-TXN-ID          TO WS-CRT-TXN-ID(WS-CRT-IDX)
           MOVE CX-STORE-ID        TO WS-CRT-STORE-ID(WS-CRT-IDX)
           MOVE CX-AMOUNT-APPLIED  TO WS-CRT-AMOUNT-APPLIED(WS-CRT-IDX)
           ADD 1 TO WS-REDEMPTIONS-MATCHED
           MOVE WS-CRT-TIER-NAME(WS-CRT-IDX) TO WS-LOOKUP-TIER-NAME
           PERFORM 8200-FIND-OR-ADD-TIER
           ADD 1 TO WS-TR-REDEEMED-COUNT(WS-TR-IDX)
           ADD CX-AMOUNT-APPLIED TO WS-TR-REDEEMED-VALUE(WS-TR-IDX)
           MOVE CX-CERT-NUMBER    TO TL-CERT-NUMBER
           MOVE CX-AMOUNT-APPLIED TO TL-CERT-AMOUNT
           REWRITE TXN-LIFECYCLE-RECORD
           ADD 1 TO WS-MASTER-UPDATES
           .

      *> ----------------------------------------------------------
      *> 2300-FIND-CERTIFICATE - the certificate table is keyed on
      *> the certificate number; callers set WS-LOOKUP-CERT-NUMBER
      *> ----------------------------------------------------------
       2300-FIND-CERTIFICATE.
           MOVE "N" TO WS-CERT-FOUND-SWITCH
           IF WS-CERT-COUNT > 0
               SET WS-CRT-IDX TO 1
               SEARCH WS-CRT-ENTRY VARYING WS-CRT-IDX
                   AT END
                       CONTINUE
                   WHEN WS-CRT-IDX > WS-CERT-COUNT
                       CONTINUE
                   WHEN WS-CRT-CERT-NUMBER(WS-CRT-IDX) =
                           WS-LOOKUP-CERT-NUMBER
                       SET WS-CERT-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *> 2900 writes a rejected redemption; the certificate's
      *> customer is shown when the certificate was found and the
      *> sale's customer when the sale was read
       2900-WRITE-EXCEPTION.
           MOVE CX-CERT-NUMBER    TO WS-EX-CERT-NUMBER
           MOVE CX-TXN-ID         TO WS-EX-TXN-ID
           MOVE CX-STORE-ID       TO WS-EX-STORE-ID
           MOVE CX-AMOUNT-APPLIED TO WS-EX-AMOUNT
           IF WS-CERT-FOUND
               MOVE WS-CRT-CUST-ID(WS-CRT-IDX) TO WS-EX-CERT-CUST-ID
           ELSE
               MOVE SPACES TO WS-EX-CERT-CUST-ID
           END-IF
           MOVE TL-CUST-ID TO WS-EX-SALE-CUST-ID
           PERFORM 2950-WRITE-EXCEPTION-LINE
           .

       2950-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
           MOVE WS-EXCEPTION-LINE TO CERT-EXCEPT-RECORD
           WRITE CERT-EXCEPT-RECORD
           MOVE "N" TO WS-REASON-FOUND-SWITCH
           IF WS-REASON-COUNT > 0
               SET WS-RSN-IDX TO 1
               SEARCH WS-RSN-ENTRY VARYING WS-RSN-IDX
                   AT END
                       CONTINUE
                   WHEN WS-RSN-IDX > WS-REASON-COUNT
                       CONTINUE
                   WHEN WS-RSN-TEXT(WS-RSN-IDX) = WS-EX-REASON
                       SET WS-REASON-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-REASON-FOUND
               ADD 1 TO WS-REASON-COUNT
               SET WS-RSN-IDX TO WS-REASON-COUNT
               MOVE WS-EX-REASON TO WS-RSN-TEXT(WS-RSN-IDX)
               MOVE ZERO TO WS-RSN-COUNT(WS-RSN-IDX)
           END-IF
           ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX)
           .

      *> ----------------------------------------------------------
      *> 3000-EXPIRE-CERTIFICATES - with tonight's redemptions in, a
      *> certificate still ISSUED whose expiry date is before the
      *> business date has lapsed
      *> ----------------------------------------------------------
       3000-EXPIRE-CERTIFICATES.
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-ISSUED(WS-CRT-IDX)
                   AND WS-CRT-EXPIRY-DATE(WS-CRT-IDX) < WS-FEED-DATE
                   MOVE "EXPIRED"    TO WS-CRT-STATUS(WS-CRT-IDX)
                   MOVE WS-FEED-DATE TO WS-CRT-STATUS-DATE(WS-CRT-IDX)
                   ADD 1 TO WS-CERTS-EXPIRED
                   MOVE WS-CRT-TIER-NAME(WS-CRT-IDX) TO
                       WS-LOOKUP-TIER-NAME
                   PERFORM 8200-FIND-OR-ADD-TIER
                   ADD 1 TO WS-TR-EXPIRED-COUNT(WS-TR-IDX)
                   ADD WS-CRT-CERT-VALUE(WS-CRT-IDX) TO
                       WS-TR-EXPIRED-VALUE(WS-TR-IDX)
               END-IF
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 4000-WRITE-NEW-MASTER - every certificate carried forward
      *> for tomorrow's run; what is still ISSUED is the outstanding
      *> book the report closes on
      *> ----------------------------------------------------------
       4000-WRITE-NEW-MASTER.
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CERT-COUNT
               MOVE WS-CRT-CERT-NUMBER(WS-CRT-IDX) TO CM-CERT-NUMBER
               MOVE WS-CRT-CUST-ID(WS-CRT-IDX)     TO CM-CUST-ID
               MOVE WS-CRT-TIER-NAME(WS-CRT-IDX)   TO CM-TIER-NAME
               MOVE WS-CRT-CERT-VALUE(WS-CRT-IDX)  TO CM-CERT-VALUE
               MOVE WS-CRT-ISSUE-DATE(WS-CRT-IDX)  TO CM-ISSUE-DATE
               MOVE WS-CRT-EXPIRY-DATE(WS-CRT-IDX) TO CM-EXPIRY-DATE
               MOVE WS-CRT-STATUS(WS-CRT-IDX)      TO CM-CERT-STATUS
               MOVE WS-CRT-STATUS-DATE(WS-CRT-IDX) TO CM-STATUS-DATE
               MOVE WS-CRT-TXN-ID(WS-CRT-IDX)      TO CM-REDEEM-TXN-ID
               MOVE WS-CRT-STORE-ID(WS-CRT-IDX)    TO CM-REDEEM-STORE-ID
               MOVE WS-CRT-AMOUNT-APPLIED(WS-CRT-IDX) TO
                   CM-AMOUNT-APPLIED
               WRITE CERT-MASTER-RECORD
               ADD 1 TO WS-CERTS-CARRIED-OUT
               IF WS-CRT-ISSUED(WS-CRT-IDX)
                   MOVE WS-CRT-TIER-NAME(WS-CRT-IDX) TO
                       WS-LOOKUP-TIER-NAME
                   PERFORM 8200-FIND-OR-ADD-TIER
                   ADD 1 TO WS-TR-OUTSTAND-COUNT(WS-TR-IDX)
                   ADD WS-CRT-CERT-VALUE(WS-CRT-IDX) TO
                       WS-TR-OUTSTAND-VALUE(WS-TR-IDX)
               END-IF
           END-PERFORM
           CLOSE CERT-NEW-FILE
           .
       4000-WRITE-NEW-MASTER-EXIT.
           EXIT.

       5000-WRITE-LIFECYCLE-REPORT.
           OPEN OUTPUT CERT-REPORT-FILE
           MOVE WS-FEED-DATE TO WS-RH-FEED-DATE
           MOVE WS-RPT-HEADING-1 TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE WS-RPT-HEADING-2 TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TIER-COUNT
               MOVE WS-TR-TIER-NAME(WS-TR-IDX)     TO WS-RT-TIER-NAME
               MOVE WS-TR-ISSUED-COUNT(WS-TR-IDX)  TO WS-RT-ISSUED-COUNT
               MOVE WS-TR-ISSUED-VALUE(WS-TR-IDX)  TO WS-RT-ISSUED-VALUE
               MOVE WS-TR-REDEEMED-COUNT(WS-TR-IDX) TO
                   WS-RT-REDEEMED-COUNT
               MOVE WS-TR-REDEEMED-VALUE(WS-TR-IDX) TO
                   WS-RT-REDEEMED-VALUE
               MOVE WS-TR-EXPIRED-COUNT(WS-TR-IDX) TO
                   WS-RT-EXPIRED-COUNT
               MOVE WS-TR-EXPIRED-VALUE(WS-TR-IDX) TO
                   WS-RT-EXPIRED-VALUE
               MOVE WS-TR-OUTSTAND-COUNT(WS-TR-IDX) TO
                   WS-RT-OUTSTAND-COUNT
               MOVE WS-TR-OUTSTAND-VALUE(WS-TR-IDX) TO
                   WS-RT-OUTSTAND-VALUE
               MOVE WS-RPT-TIER-LINE TO CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               ADD WS-TR-ISSUED-COUNT(WS-TR-IDX)   TO WS-TT-ISSUED-COUNT
               ADD WS-TR-ISSUED-VALUE(WS-TR-IDX)   TO WS-TT-ISSUED-VALUE
               ADD WS-TR-REDEEMED-COUNT(WS-TR-IDX) TO
                   WS-TT-REDEEMED-COUNT
               ADD WS-TR-REDEEMED-VALUE(WS-TR-IDX) TO
                   WS-TT-REDEEMED-VALUE
               ADD WS-TR-EXPIRED-COUNT(WS-TR-IDX)  TO
                   WS-TT-EXPIRED-COUNT
               ADD WS-TR-EXPIRED-VALUE(WS-TR-IDX)  TO
                   WS-TT-EXPIRED-VALUE
               ADD WS-TR-OUTSTAND-COUNT(WS-TR-IDX) TO
                   WS-TT-OUTSTAND-COUNT
               ADD WS-TR-OUTSTAND-VALUE(WS-TR-IDX) TO
                   WS-TT-OUTSTAND-VALUE
           END-PERFORM
           MOVE "TOTAL"              TO WS-RT-TIER-NAME
           MOVE WS-TT-ISSUED-COUNT   TO WS-RT-ISSUED-COUNT
           MOVE WS-TT-ISSUED-VALUE   TO WS-RT-ISSUED-VALUE
           MOVE WS-TT-REDEEMED-COUNT TO WS-RT-REDEEMED-COUNT
           MOVE WS-TT-REDEEMED-VALUE TO WS-RT-REDEEMED-VALUE
           MOVE WS-TT-EXPIRED-COUNT  TO WS-RT-EXPIRED-COUNT
           MOVE WS-TT-EXPIRED-VALUE  TO WS-RT-EXPIRED-VALUE
           MOVE WS-TT-OUTSTAND-COUNT TO WS-RT-OUTSTAND-COUNT
           MOVE WS-TT-OUTSTAND-VALUE TO WS-RT-OUTSTAND-VALUE
           MOVE WS-RPT-TIER-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE "REDEMPTIONS READ . . . . . . " TO WS-RS-LABEL
           MOVE WS-REDEMPTIONS-READ TO WS-RS-COUNT
           PERFORM 5900-WRITE-SUMMARY-LINE
           MOVE "REDEMPTIONS MATCHED. . . . . " TO WS-RS-LABEL
           MOVE WS-REDEMPTIONS-MATCHED TO WS-RS-COUNT
           PERFORM 5900-WRITE-SUMMARY-LINE
           MOVE "EXCEPTIONS (CERTEXCP). . . . " TO WS-RS-LABEL
           MOVE WS-EXCEPTIONS-WRITTEN TO WS-RS-COUNT
           PERFORM 5900-WRITE-SUMMARY-LINE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
               MOVE WS-RSN-TEXT(WS-RSN-IDX)  TO WS-RR-REASON
               MOVE WS-RSN-COUNT(WS-RSN-IDX) TO WS-RR-COUNT
               MOVE WS-RPT-REASON-LINE TO CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
           END-PERFORM
           MOVE "CERTIFICATES RETIRED . . . . " TO WS-RS-LABEL
           MOVE WS-CERTS-RETIRED TO WS-RS-COUNT
           PERFORM 5900-WRITE-SUMMARY-LINE
           MOVE "CERTIFICATES ON MASTER . . . " TO WS-RS-LABEL
           MOVE WS-CERTS-CARRIED-OUT TO WS-RS-COUNT
           PERFORM 5900-WRITE-SUMMARY-LINE
           CLOSE CERT-REPORT-FILE
           .

       5900-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 7000-CONVERT-DATE-TO-INTEGER - CCYY-MM-DD in WS-CONVERT-
      *> DATE to a day number in WS-ITEM-INTEGER; an unparseable
      *> date comes back as zero and keeps the certificate
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
      *> 8200-FIND-OR-ADD-TIER - leaves WS-TR-IDX on the tier named
      *> in WS-LOOKUP-TIER-NAME, adding it if new
      *> ----------------------------------------------------------
       8200-FIND-OR-ADD-TIER.
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
                   DISPLAY "POSCERTM: MORE THAN 12 TIER NAMES"
                       " - WS-TIER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-TIER-COUNT
               SET WS-TR-IDX TO WS-TIER-COUNT
               INITIALIZE WS-TR-ENTRY(WS-TR-IDX)
               MOVE WS-LOOKUP-TIER-NAME TO WS-TR-TIER-NAME(WS-TR-IDX)
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
           MOVE "POSCERTM" TO RL-PROGRAM-ID
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
               WS-CERTS-CARRIED-IN
               + WS-ISSUES-READ
               + WS-REDEMPTIONS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-CERTS-CARRIED-OUT
               + WS-EXCEPTIONS-WRITTEN
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
               CLOSE CERT-REDEMPTION-FILE
           END-IF
           CLOSE CERT-EXCEPT-FILE
           IF WS-TXM-AVAILABLE
               CLOSE TXN-MASTER-FILE
           END-IF
           DISPLAY "POSCERTM: CERTS CARRIED IN   = " WS-CERTS-CARRIED-IN
           DISPLAY "POSCERTM: CERTS RETIRED      = " WS-CERTS-RETIRED
           DISPLAY "POSCERTM: ISSUES READ        = " WS-ISSUES-READ
           DISPLAY "POSCERTM: ISSUES ADDED       = " WS-ISSUES-ADDED
           DISPLAY "POSCERTM: ISSUES ALREADY HELD= "
               WS-ISSUES-ALREADY-HELD
           DISPLAY "POSCERTM: REDEMPTIONS READ   = " WS-REDEMPTIONS-READ
           DISPLAY "POSCERTM: REDEMPTIONS MATCHED= "
               WS-REDEMPTIONS-MATCHED
           DISPLAY "POSCERTM: EXCEPTIONS         = "
               WS-EXCEPTIONS-WRITTEN
           DISPLAY "POSCERTM: CERTS EXPIRED      = " WS-CERTS-EXPIRED
           DISPLAY "POSCERTM: CERTS CARRIED OUT  = "
               WS-CERTS-CARRIED-OUT
           DISPLAY "POSCERTM: LIFECYCLE UPDATES  = " WS-MASTER-UPDATES
           MOVE ZERO TO RETURN-CODE
           .
