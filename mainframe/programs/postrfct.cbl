      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Project PAID items until POSCSHAP applies
      *>                their cash, and only the balance still due on
      *>                an item with cash part-applied against it.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTRFCT.
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
       FD  OUTSTANDING-FILE
           05 OP-AMOUNT-PAID           PIC 9(7)V99.
           05 OP-ITEM-STATUS           PIC X(10).
           05 OP-ACK-DATE              PIC X(10).
           05 OP-CASH-APPLIED          PIC 9(7)V99.
           05 OP-CASH-DATE             PIC X(10).

       FD  BANK-TERMS-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FORECAST-RPT-RECORD         PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OUT-FILE-STATUS          PIC X(2).
           88 WS-OUT-OK                VALUE "00".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-VL-VARIANCE           PIC -ZZ,ZZZ,ZZ9.99.

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
           PERFORM 2000-BUILD-FORECAST
           PERFORM 5000-WRITE-VARIANCE-SECTION
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
               DISPLAY "POSTRFCT: UNABLE TO OPEN OUTSTND2 - STATUS "
                   WS-OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .
                               "ROWS - WS-TERMS-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TERMS-ROW-COUNT
                               "ITEMS - WS-PRIOR-ITEM-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PRIOR-ITEM-COUNT
      *> business day under a next-day cutoff); an unacknowledged
      *> item projects the same way from its transmission business
      *> date but lands on the at-risk side of the schedule, since
      *> a bank that has not answered has not promised anything.
      *> An item the bank has reported PAID stays on the master
      *> until its cash is applied, and projects like an accepted
      *> item from the date of that answer.
      *> ----------------------------------------------------------
       2200-PROJECT-ONE-ITEM.
           PERFORM 7100-LOOKUP-BANK-TERMS
           EVALUATE TRUE
               WHEN BO-ACK-ACCEPTED
               WHEN BO-ACK-PAID
                   ADD 1 TO WS-ITEMS-PROJECTED
                   IF BO-ACK-DATE = SPACES
                       MOVE BO-BUSINESS-DATE TO WS-CONVERT-DATE
       2300-RELEASE-PROJECTION.
           MOVE WS-VALUE-DATE   TO FS-VALUE-DATE
           MOVE BO-PARTNER-BANK TO FS-PARTNER-BANK
           IF BO-CASH-APPLIED NUMERIC
               AND BO-CASH-APPLIED < BO-AMOUNT-PAID
               COMPUTE FS-AMOUNT = BO-AMOUNT-PAID - BO-CASH-APPLIED
           ELSE
               MOVE BO-AMOUNT-PAID TO FS-AMOUNT
           END-IF
           RELEASE FORECAST-SORT-RECORD
           .

                   DISPLAY "POSTRFCT: MORE THAN 50 PARTNER BANKS"
                       " - WS-VARIANCE-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-WRITE-STEP-STATUS
                   GOBACK
               END-IF
               ADD 1 TO WS-VARIANCE-BANKS
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
           MOVE "POSTRFCT" TO RL-PROGRAM-ID
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
           MOVE WS-ITEMS-READ TO RL-RECORDS-READ
           MOVE WS-SCHEDULE-LINES TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY "POSTRFCT: ITEMS READ        = " WS-ITEMS-READ
           DISPLAY "POSTRFCT: ITEMS PROJECTED   = " WS-ITEMS-PROJECTED
