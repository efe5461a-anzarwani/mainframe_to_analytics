      *> customer ledger), folds in tonight's transmitted items from
      *> the BANKXMIT log POSBANKS writes, and applies the banks'
      *> acknowledgment/return files: an accepted item is marked and
      *> kept until paid, a paid item is marked PAID and kept until
      *> POSCSHAP has applied the bank's cash against it, and a
      *> rejected item goes to the chase file for the settlement team
      *> along with any acknowledgment that matches no transmitted
      *> item.  Whatever is
      *> still unacknowledged is aged from its business date onto the
      *> aging report so an item transmitted days ago with no answer
      *> is visible now instead of at month-end.
      *>
      *> MODIFICATION HISTORY
      *> 2026-08-21 DE  Initial version.
      *> 2026-10-15 DE  A PAID acknowledgment marks the item PAID
      *>                instead of retiring it; the item is retired by
      *>                POSCSHAP once the bank's cash is applied.
      *>                Carry the cash-applied amount and date.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSBKACK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-OLD-FILE
           05 OO-AMOUNT-PAID           PIC 9(7)V99.
           05 OO-ITEM-STATUS           PIC X(10).
           05 OO-ACK-DATE              PIC X(10).
           05 OO-CASH-APPLIED          PIC 9(7)V99.
           05 OO-CASH-DATE             PIC X(10).

       FD  BANK-XMIT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD         PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(2).
           88 WS-OLD-OK                VALUE "00".
           05 WS-ITEMS-AGED            PIC 9(09) COMP VALUE ZERO.

      *> outstanding-items accumulator - every item transmitted to a
      *> bank and not yet retired by a REJECTED answer or by cash
       01  WS-OUTSTANDING-TABLE.
           05 WS-OUT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-OUT-IDX.
               10 WS-OUT-AMOUNT-PAID    PIC S9(7)V99 COMP-3.
               10 WS-OUT-ITEM-STATUS    PIC X(10).
               10 WS-OUT-ACK-DATE       PIC X(10).
               10 WS-OUT-CASH-APPLIED   PIC S9(7)V99 COMP-3.
               10 WS-OUT-CASH-DATE      PIC X(10).
               10 WS-OUT-DROP-SWITCH    PIC X(01).
                   88 WS-OUT-DROPPED    VALUE "Y".


       01  WS-XMITTED-STATUS           PIC X(10) VALUE "XMITTED".
       01  WS-ACCEPTED-STATUS          PIC X(10) VALUE "ACCEPTED".
       01  WS-PAID-STATUS              PIC X(10) VALUE "PAID".

       01  WS-TODAY-DATE               PIC X(10).
       01  WS-CURRENT-DATE-AREA        PIC X(21).
               VALUE "ITEMS AWAITING ACK . . . . . ".
           05 WS-AS-COUNT              PIC ZZZ,ZZ9.

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS
               THRU 2000-APPLY-ACKNOWLEDGMENTS-EXIT
           PERFORM 4000-PRODUCE-AGING-REPORT
               THRU 4000-PRODUCE-AGING-REPORT-EXIT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
                           WS-OUT-ITEM-STATUS(WS-OUTSTANDING-COUNT)
                       MOVE OO-ACK-DATE TO
                           WS-OUT-ACK-DATE(WS-OUTSTANDING-COUNT)
                       IF OO-CASH-APPLIED IS NUMERIC
                           MOVE OO-CASH-APPLIED TO
                               WS-OUT-CASH-APPLIED(WS-OUTSTANDING-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-OUT-CASH-APPLIED(WS-OUTSTANDING-COUNT)
                       END-IF
                       MOVE OO-CASH-DATE TO
                           WS-OUT-CASH-DATE(WS-OUTSTANDING-COUNT)
                       MOVE "N" TO
                           WS-OUT-DROP-SWITCH(WS-OUTSTANDING-COUNT)
               END-READ
               DISPLAY "POSBKACK: MORE THAN 10000 OUTSTANDING ITEMS"
                   " - WS-OUTSTANDING-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
                           MOVE BX-PARTNER-BANK TO
                               WS-OUT-PARTNER-BANK(WS-OUT-IDX)
                           MOVE BX-TXN-ID TO WS-OUT-TXN-ID(WS-OUT-IDX)
                           MOVE ZERO TO WS-OUT-CASH-APPLIED(WS-OUT-IDX)
                           MOVE SPACES TO WS-OUT-CASH-DATE(WS-OUT-IDX)
                       END-IF
                       MOVE BX-BUSINESS-DATE TO
                           WS-OUT-BUSINESS-DATE(WS-OUT-IDX)
               EVALUATE TRUE
                   WHEN BA-PAID
                       ADD 1 TO WS-ITEMS-PAID
                       PERFORM 2150-MARK-ITEM-PAID
                   WHEN BA-REJECTED
                       ADD 1 TO WS-ITEMS-REJECTED
                       SET WS-OUT-DROPPED(WS-OUT-IDX) TO TRUE
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2150-MARK-ITEM-PAID - the bank says it has paid, but the
      *> item stays on the master until the cash is seen; the
      *> acceptance date is kept where there is one, since the
      *> contractual settlement lag POSTRFCT and POSCSHAP measure
      *> runs from acceptance
      *> ----------------------------------------------------------
       2150-MARK-ITEM-PAID.
           MOVE WS-PAID-STATUS TO WS-OUT-ITEM-STATUS(WS-OUT-IDX)
           IF WS-OUT-ACK-DATE(WS-OUT-IDX) = SPACES
               MOVE BA-ACK-DATE TO WS-OUT-ACK-DATE(WS-OUT-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2200-WRITE-CHASE-RECORD - a rejected settlement item goes
      *> to the settlement team with the bank's stated reason
                   MOVE WS-OUT-ITEM-STATUS(WS-OUT-IDX) TO
                       BO-ITEM-STATUS
                   MOVE WS-OUT-ACK-DATE(WS-OUT-IDX) TO BO-ACK-DATE
                   MOVE WS-OUT-CASH-APPLIED(WS-OUT-IDX) TO
                       BO-CASH-APPLIED
                   MOVE WS-OUT-CASH-DATE(WS-OUT-IDX) TO BO-CASH-DATE
                   WRITE BANK-OUTSTANDING-RECORD
                   ADD 1 TO WS-ITEMS-CARRIED-OUT
               END-IF
           ADD 1 TO WS-ITEMS-AGED
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
           MOVE "POSBKACK" TO RL-PROGRAM-ID
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
               + WS-ITEMS-TRANSMITTED
               + WS-ACKS-READ
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
           IF WS-ACK-OPENED
               CLOSE BANK-ACK-FILE
