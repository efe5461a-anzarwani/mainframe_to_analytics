      *> promotion writes a reward certificate (customer, value,
      *> expiry) to the issuance file the stores load.
      *>
      *> Each certificate is numbered at issue - the RUNCTL business
      *> date and a four-digit sequence within the run - so the till,
      *> the certificate master POSCERTM carries and the transaction
      *> master all name the same certificate.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-09-01.
      *>
      *> MODIFICATION HISTORY
      *> 2026-09-01 DE  Initial version.
      *> 2026-10-15 DE  Number every certificate at issue
      *>                (RW-CERT-NUMBER) for the certificate master.
      *> 2026-10-15 DE  Append a standard step-status record to the
      *>                shared RUNLOG run log on every way out of the
      *>                job for the morning batch health report.
      *> 2026-10-15 DE  Number certificates by the RUNCTL business
      *>                date rather than the machine date so two
      *>                business dates run on one day cannot repeat
      *>                a number.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSLTIER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-LEDGER-FILE
           RECORDING MODE IS F.
           COPY "reward_certificate.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LDG-FILE-STATUS          PIC X(2).
           88 WS-LDG-OK                VALUE "00".
           05 WS-TIER-ROW-COUNT        PIC 9(02) COMP VALUE ZERO.
           05 WS-PRIOR-TIER-COUNT      PIC 9(05) COMP VALUE ZERO.

      *> certificate number: business date CCYYMMDD off RUNCTL and
      *> the sequence within tonight's run; a rerun of the same
      *> business date gives the same numbers again
       01  WS-CERT-NUMBER.
           05 WS-CN-ISSUE-DATE         PIC X(8).
           05 WS-CN-SEQUENCE           PIC 9(4) VALUE ZERO.

      *> tier thresholds, one row per tier off TIERPARM; a customer
      *> takes the highest level whose threshold the lifetime spend
      *> clears, and a customer clearing none is tier 0 (NONE)
           05 WS-RS-LABEL              PIC X(30).
           05 WS-RS-COUNT              PIC ZZZ,ZZ9.

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
           PERFORM 2000-ASSIGN-TIERS
               THRU 2000-ASSIGN-TIERS-EXIT
               UNTIL WS-LDG-EOF
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
                   WS-PRM-FILE-STATUS
                   " - NO THRESHOLDS, NO TIERS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1100-LOAD-TIER-PARMS
               DISPLAY "POSLTIER: TIERPARM IS EMPTY - NO THRESHOLDS, "
                   "NO TIERS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

               DISPLAY "POSLTIER: UNABLE TO OPEN CUSTLDG3 - STATUS "
                   WS-LDG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-DATE-NUMERIC
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           PERFORM 1050-RESOLVE-NUMBERING-DATE
           .

      *> ----------------------------------------------------------
      *> 1050-RESOLVE-NUMBERING-DATE - certificates are numbered by
      *> the business date on the run-control record; without one
      *> the run falls back to today's date
      *> ----------------------------------------------------------
       1050-RESOLVE-NUMBERING-DATE.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-CN-ISSUE-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-FEED-DATE(1:4) IS NUMERIC
                               AND RC-FEED-DATE(6:2) IS NUMERIC
                               AND RC-FEED-DATE(9:2) IS NUMERIC
                           STRING RC-FEED-DATE(1:4) DELIMITED BY SIZE
                                  RC-FEED-DATE(6:2) DELIMITED BY SIZE
                                  RC-FEED-DATE(9:2) DELIMITED BY SIZE
                               INTO WS-CN-ISSUE-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "POSLTIER: NO RUNCTL ON FILE - NUMBERING "
                   "CERTIFICATES BY TODAY'S DATE"
           END-IF
           .

       1100-LOAD-TIER-PARMS.
                           DISPLAY "POSLTIER: MORE THAN 9 TIERPARM "
                               "ROWS - WS-TIER-TABLE IS FULL - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TIER-ROW-COUNT
                               "ROWS - WS-PRIOR-TIER-TABLE IS FULL - "
                               "ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PRIOR-TIER-COUNT
      *> load TIERCERT at their tills
      *> ----------------------------------------------------------
       2500-ISSUE-CERTIFICATE.
           IF WS-CN-SEQUENCE NOT < 9999
               DISPLAY "POSLTIER: MORE THAN 9999 CERTIFICATES IN ONE "
                   "RUN - CERTIFICATE NUMBERS EXHAUSTED - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-CN-SEQUENCE
           COMPUTE WS-EXPIRY-INTEGER = WS-TODAY-INTEGER +
               WS-TIE-EXPIRY-DAYS(WS-NEW-TIER-ENTRY)
           COMPUTE WS-DATE-NUMERIC =
                  "-" DELIMITED BY SIZE
                  WS-DN-DD DELIMITED BY SIZE
               INTO WS-EXPIRY-DATE
           MOVE WS-CERT-NUMBER    TO RW-CERT-NUMBER
           MOVE CL-CUST-ID        TO RW-CUST-ID
           MOVE WS-NEW-TIER-NAME  TO RW-TIER-NAME
           MOVE WS-TIE-CERT-VALUE(WS-NEW-TIER-ENTRY) TO RW-CERT-VALUE
           WRITE CUSTOMER-TIER-RECORD
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
           MOVE "POSLTIER" TO RL-PROGRAM-ID
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
           MOVE WS-CUSTOMERS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-CUSTOMERS-READ
               + WS-CERTIFICATES-ISSUED
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           CLOSE CUST-LEDGER-FILE
           CLOSE TIER-NEW-FILE
