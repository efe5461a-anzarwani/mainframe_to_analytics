      *> RECORD layout with the repaired TXN-DATE/TXN-TIME), re-runs
      *> the same calendar and clock validation POSDTVAL applies,
      *> appends records that now pass onto the day's validated feed
      *> ahead of POSREFVL, and bounces records that still fail back
      *> to suspense with their pass count incremented.  Every repaired
      *> field is written to a correction audit file - old value, new
      *> value, correction date - because re-entered transactions
      *> trail.  The run-control record is re-written with the merged
      *> records added so the chain downstream still balances.
      *>
      *> Records POSREFVL suspended for an unknown partner bank,
      *> payment mode or currency come back through the same feed with
      *> the reference field repaired; they re-enter the validated feed
      *> here and are checked against the reference data again by
      *> POSREFVL on the way to POSSTREN.
      *>
      *> Must run after POSDTVAL and before POSREFVL.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *> 2026-08-21 DE  Initial version.
      *> 2026-10-15 DE  Audit repaired PAYMENT-MODE, PARTNER-BANK and
      *>                CURRENCY-CODE as well as TXN-DATE/TXN-TIME, now
      *>                that POSREFVL suspends records on reference
      *>                data; audit value columns widened to 15.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSSUSPR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-CORRECTED-FILE
           05 SO-STORE-ID            PIC X(6).
           05 SO-TERMINAL-ID         PIC X(4).
           05 SO-TXN-ID              PIC X(12).
           05 SO-CUST-ID             PIC X(10).
           05 SO-PAYMENT-MODE        PIC X(10).
           05 SO-PARTNER-BANK        PIC X(15).
           05 FILLER                 PIC X(27).
           05 SO-CURRENCY-CODE       PIC X(3).
           05 FILLER                 PIC X(54).

       FD  POS-VALID-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COR-FILE-STATUS         PIC X(2).
           88 WS-COR-OK               VALUE "00".
               10 WS-ORIG-TXN-ID        PIC X(12).
               10 WS-ORIG-TXN-DATE      PIC X(10).
               10 WS-ORIG-TXN-TIME      PIC X(8).
               10 WS-ORIG-PAYMENT-MODE  PIC X(10).
               10 WS-ORIG-PARTNER-BANK  PIC X(15).
               10 WS-ORIG-CURRENCY-CODE PIC X(3).

       01  WS-ORIGINAL-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-ORIG-FOUND-SWITCH       PIC X(01) VALUE "N".

       01  WS-OLD-TXN-DATE            PIC X(10).
       01  WS-OLD-TXN-TIME            PIC X(8).
       01  WS-OLD-PAYMENT-MODE        PIC X(10).
       01  WS-OLD-PARTNER-BANK        PIC X(15).
       01  WS-OLD-CURRENCY-CODE       PIC X(3).

       01  WS-CORRECTION-DATE         PIC X(10).
       01  WS-CURRENT-DATE-AREA       PIC X(21).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-AU-FIELD-NAME        PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-AU-OLD-VALUE         PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-AU-NEW-VALUE         PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-AU-CORRECTION-DATE   PIC X(10).

       01  WS-LEAP-YEAR-SWITCH         PIC X(01) VALUE "N".
           88 WS-LEAP-YEAR             VALUE "Y".

      *> step-status record for the shared run log
       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".
       01  WS-STEP-START-STAMP         PIC X(21).
       01  WS-STEP-END-STAMP           PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-STAMP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CORRECTIONS
               THRU 2000-PROCESS-CORRECTIONS-EXIT
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
                           WS-ORIG-TXN-DATE(WS-ORIGINAL-COUNT)
                       MOVE SO-TXN-TIME TO
                           WS-ORIG-TXN-TIME(WS-ORIGINAL-COUNT)
                       MOVE SO-PAYMENT-MODE TO
                           WS-ORIG-PAYMENT-MODE(WS-ORIGINAL-COUNT)
                       MOVE SO-PARTNER-BANK TO
                           WS-ORIG-PARTNER-BANK(WS-ORIGINAL-COUNT)
                       MOVE SO-CURRENCY-CODE TO
                           WS-ORIG-CURRENCY-CODE(WS-ORIGINAL-COUNT)
               END-READ
           END-PERFORM
           .
               DISPLAY "POSSUSPR: MORE THAN 5000 RECORDS ON POSSUSP"
                   " - WS-ORIGINAL-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2300-MERGE-TO-VALID - rebuild the RAW-POS-RECORD image and
      *> append it to the day's validated feed ahead of POSREFVL
      *> ----------------------------------------------------------
       2300-MERGE-TO-VALID.
           MOVE SPACES TO RAW-POS-RECORD
               MOVE WS-AUDIT-LINE TO CORRECTION-AUDIT-RECORD
               WRITE CORRECTION-AUDIT-RECORD
           END-IF
           IF WS-OLD-PAYMENT-MODE NOT = SR-PAYMENT-MODE
               MOVE SR-TXN-ID           TO WS-AU-TXN-ID
               MOVE "PAY-MODE"          TO WS-AU-FIELD-NAME
               MOVE WS-OLD-PAYMENT-MODE TO WS-AU-OLD-VALUE
               MOVE SR-PAYMENT-MODE     TO WS-AU-NEW-VALUE
               MOVE WS-CORRECTION-DATE  TO WS-AU-CORRECTION-DATE
               MOVE WS-AUDIT-LINE TO CORRECTION-AUDIT-RECORD
               WRITE CORRECTION-AUDIT-RECORD
           END-IF
           IF WS-OLD-PARTNER-BANK NOT = SR-PARTNER-BANK
               MOVE SR-TXN-ID           TO WS-AU-TXN-ID
               MOVE "PART-BANK"         TO WS-AU-FIELD-NAME
               MOVE WS-OLD-PARTNER-BANK TO WS-AU-OLD-VALUE
               MOVE SR-PARTNER-BANK     TO WS-AU-NEW-VALUE
               MOVE WS-CORRECTION-DATE  TO WS-AU-CORRECTION-DATE
               MOVE WS-AUDIT-LINE TO CORRECTION-AUDIT-RECORD
               WRITE CORRECTION-AUDIT-RECORD
           END-IF
           IF WS-OLD-CURRENCY-CODE NOT = SR-CURRENCY-CODE
               MOVE SR-TXN-ID            TO WS-AU-TXN-ID
               MOVE "CURRENCY"           TO WS-AU-FIELD-NAME
               MOVE WS-OLD-CURRENCY-CODE TO WS-AU-OLD-VALUE
               MOVE SR-CURRENCY-CODE     TO WS-AU-NEW-VALUE
               MOVE WS-CORRECTION-DATE   TO WS-AU-CORRECTION-DATE
               MOVE WS-AUDIT-LINE TO CORRECTION-AUDIT-RECORD
               WRITE CORRECTION-AUDIT-RECORD
           END-IF
           .

      *> ----------------------------------------------------------
           IF WS-ORIG-FOUND
               MOVE WS-ORIG-TXN-DATE(WS-ORIG-IDX) TO WS-OLD-TXN-DATE
               MOVE WS-ORIG-TXN-TIME(WS-ORIG-IDX) TO WS-OLD-TXN-TIME
               MOVE WS-ORIG-PAYMENT-MODE(WS-ORIG-IDX) TO
                   WS-OLD-PAYMENT-MODE
               MOVE WS-ORIG-PARTNER-BANK(WS-ORIG-IDX) TO
                   WS-OLD-PARTNER-BANK
               MOVE WS-ORIG-CURRENCY-CODE(WS-ORIG-IDX) TO
                   WS-OLD-CURRENCY-CODE
           ELSE
               MOVE "*UNKNOWN*" TO WS-OLD-TXN-DATE
               MOVE "*UNKNOWN" TO WS-OLD-TXN-TIME
               MOVE "*UNKNOWN*" TO WS-OLD-PAYMENT-MODE
               MOVE "*UNKNOWN*" TO WS-OLD-PARTNER-BANK
               MOVE "***" TO WS-OLD-CURRENCY-CODE
           END-IF
           .

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
           MOVE "POSSUSPR" TO RL-PROGRAM-ID
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
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-RECORDS-MERGED
               + WS-RECORDS-BOUNCED
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           IF WS-COR-OPENED
               CLOSE SUSP-CORRECTED-FILE
