      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSGENCT - Generation catalog for the carry-forward masters
      *>
      *> Most of the suite runs on old/new master pairs (CUSTLDG1/2/3,
      *> TIERMST1/2, OUTSTND1/2/3, DSPCASE1/2, SALSHST1/2, RFHIST1/2,
      *> STORMST1/2, FEECLM1/2), and when one night's input proved bad
      *> each master had to be found and restored by hand.  This job
      *> runs last in the nightly chain, before operations promote the
      *> new masters, and records on the generation catalog (GENCATLG)
      *> for the business date which dataset every job read and wrote,
      *> with its record count and a hash total, and saves a dated
      *> generation copy of each one (dataset.CCYYMMDD, the naming
      *> POSTARCH uses for its archive volumes).  The released
      *> downstream outputs - the BANKOUT.nnn and FEECLAIM.nnn bank
      *> files, TIERCERT and GLEXTRCT - are cataloged the same way so
      *> a backout knows what already left the building.  POSBACKO
      *> restores a night from these generations.
      *>
      *> Which job reads and writes which dataset comes from the
      *> GENMSTRS parameter file (gen_master_list.cpy), one row per
      *> job and dataset, so a new master is cataloged by adding its
      *> rows there.  No job in the chain ever rewrites a dataset it
      *> reads, so at end of night the old masters still hold the
      *> state the night started from.
      *>
      *> The catalog is append-only: a rerun of a business date adds
      *> a later run of entries and the latest run answers for that
      *> date, and a backout is itself recorded as an entry.  A
      *> master dataset missing at end of night is reported and ends
      *> the job RETURN-CODE 8; a released output not on file simply
      *> was not released tonight.
      *>
      *> Must run after every job that reads or writes a carry-forward
      *> master - last in the nightly chain.
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
       PROGRAM-ID. POSGENCT.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-LIST-FILE ASSIGN TO "GENMSTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT DATASET-IN-FILE ASSIGN TO WS-DATASET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSI-FILE-STATUS.

           SELECT GENERATION-OUT-FILE ASSIGN TO WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GNO-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "GENCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT CATALOG-REPORT-FILE ASSIGN TO "GENCATRP"
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
       FD  MASTER-LIST-FILE
           RECORDING MODE IS F.
           COPY "gen_master_list.cpy".

       FD  DATASET-IN-FILE
           RECORDING MODE IS F.
       01  DATASET-IN-RECORD           PIC X(400).

       FD  GENERATION-OUT-FILE
           RECORDING MODE IS F.
       01  GENERATION-OUT-RECORD       PIC X(400).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY "gen_catalog.cpy".

       FD  CATALOG-REPORT-FILE
           RECORDING MODE IS F.
       01  CATALOG-REPORT-RECORD       PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "run_control.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LST-FILE-STATUS          PIC X(2).
           88 WS-LST-OK                VALUE "00".

       01  WS-DSI-FILE-STATUS          PIC X(2).
           88 WS-DSI-OK                VALUE "00".

       01  WS-GNO-FILE-STATUS          PIC X(2).
           88 WS-GNO-OK                VALUE "00".

       01  WS-CAT-FILE-STATUS          PIC X(2).
           88 WS-CAT-OK                VALUE "00".
           88 WS-CAT-NOT-FOUND         VALUE "35".

       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-RCT-FILE-STATUS          PIC X(2).
           88 WS-RCT-OK                VALUE "00".

       01  WS-LST-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-LST-EOF               VALUE "Y".

       01  WS-DSI-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-DSI-EOF               VALUE "Y".

       01  WS-SERIES-DONE-SWITCH       PIC X(01) VALUE "N".
           88 WS-SERIES-DONE           VALUE "Y".

       01  WS-DATASET-FOUND-SWITCH     PIC X(01) VALUE "N".
           88 WS-DATASET-FOUND         VALUE "Y".

       01  WS-SAVED-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-SAVED-FOUND           VALUE "Y".

       01  WS-COUNTERS.
           05 WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
           05 WS-SAVED-COUNT           PIC 9(05) COMP VALUE ZERO.
           05 WS-ENTRIES-CATALOGED     PIC 9(09) COMP VALUE ZERO.
           05 WS-MASTERS-MISSING       PIC 9(09) COMP VALUE ZERO.
           05 WS-OUTPUTS-RELEASED      PIC 9(09) COMP VALUE ZERO.
           05 WS-RECORDS-COPIED        PIC 9(09) COMP VALUE ZERO.

      *> tonight's job/dataset rows off GENMSTRS
       01  WS-LIST-TABLE.
           05 WS-LST-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LST-IDX.
               10 WS-LST-PROGRAM-ID     PIC X(8).
               10 WS-LST-DATASET-NAME   PIC X(12).
               10 WS-LST-IO-ROLE        PIC X(1).
               10 WS-LST-SERIES-FLAG    PIC X(1).

      *> datasets already saved tonight - a dataset one job writes
      *> and the next reads is copied and hashed once
       01  WS-SAVED-TABLE.
           05 WS-SAV-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-SAV-IDX.
               10 WS-SAV-DATASET-NAME   PIC X(12).
               10 WS-SAV-GENERATION     PIC X(21).
               10 WS-SAV-RECORD-COUNT   PIC 9(9) COMP.
               10 WS-SAV-HASH-TOTAL     PIC 9(15) COMP-3.

       01  WS-DATASET-NAME             PIC X(12).
       01  WS-GENERATION-NAME          PIC X(21).
       01  WS-SERIES-SEQUENCE          PIC 9(03).
       01  WS-DATASET-COUNT            PIC 9(9) COMP.
       01  WS-DATASET-HASH             PIC 9(15) COMP-3.
       01  WS-RECORD-HASH              PIC 9(9) COMP.
       01  WS-CHAR-IDX                 PIC 9(4) COMP.

       01  WS-FEED-DATE                PIC X(10) VALUE SPACES.
       01  WS-FEED-DIGITS              PIC X(8).
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-CURRENT-DATE-AREA        PIC X(21).

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(40)
               VALUE "GENERATION CATALOG - NIGHTLY MASTERS".

       01  WS-RPT-HEADING-2.
           05 FILLER                   PIC X(15)
               VALUE "BUSINESS DATE: ".
           05 WS-H2-FEED-DATE          PIC X(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "RUN STAMP: ".
           05 WS-H2-RUN-STAMP          PIC X(14).

       01  WS-RPT-COLUMN-HEADING.
           05 FILLER PIC X(60) VALUE
              "PROGRAM   ROLE      DATASET       GENERATION              ".
           05 FILLER PIC X(50) VALUE
              "    RECORDS         HASH TOTAL  STATUS".

       01  WS-RPT-DETAIL-LINE.
           05 WS-DL-PROGRAM-ID         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-ROLE               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-DATASET-NAME       PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-GENERATION         PIC X(21).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-RECORD-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-HASH-TOTAL         PIC Z(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-STATUS             PIC X(30).

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
           PERFORM 2000-CATALOG-ONE-ROW
               THRU 2000-CATALOG-ONE-ROW-EXIT
               VARYING WS-LST-IDX FROM 1 BY 1
               UNTIL WS-LST-IDX > WS-LIST-COUNT
           PERFORM 9999-TERMINATE
           PERFORM 9900-WRITE-STEP-STATUS
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-BUSINESS-DATE

           OPEN INPUT MASTER-LIST-FILE
           IF NOT WS-LST-OK
               DISPLAY "POSGENCT: UNABLE TO OPEN GENMSTRS - STATUS "
                   WS-LST-FILE-STATUS
                   " - NOTHING CAN BE CATALOGED WITHOUT THE LIST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           PERFORM 1200-LOAD-MASTER-LIST
               THRU 1200-LOAD-MASTER-LIST-EXIT
           CLOSE MASTER-LIST-FILE
           IF WS-LIST-COUNT = ZERO
               DISPLAY "POSGENCT: GENMSTRS IS EMPTY - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

      *> the catalog accumulates across runs; a first-ever run
      *> creates it
           OPEN EXTEND CATALOG-FILE
           IF WS-CAT-NOT-FOUND
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF NOT WS-CAT-OK
               DISPLAY "POSGENCT: UNABLE TO OPEN GENCATLG - STATUS "
                   WS-CAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT CATALOG-REPORT-FILE
           MOVE WS-RPT-HEADING-1 TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE WS-FEED-DATE TO WS-H2-FEED-DATE
           MOVE WS-RUN-STAMP TO WS-H2-RUN-STAMP
           MOVE WS-RPT-HEADING-2 TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE SPACES TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE WS-RPT-COLUMN-HEADING TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 1100-RESOLVE-BUSINESS-DATE - the run-control record names
      *> the business date being cataloged; without one the machine
      *> date stands in.  The run stamp is always the machine clock
      *> ----------------------------------------------------------
       1100-RESOLVE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:14) TO WS-RUN-STAMP
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
               DISPLAY "POSGENCT: NO RUNCTL ON FILE - USING TODAY'S "
                   "MACHINE DATE AS THE BUSINESS DATE"
               STRING WS-CURRENT-DATE-AREA(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE-AREA(7:2) DELIMITED BY SIZE
                   INTO WS-FEED-DATE
           END-IF
           STRING WS-FEED-DATE(1:4) DELIMITED BY SIZE
                  WS-FEED-DATE(6:2) DELIMITED BY SIZE
                  WS-FEED-DATE(9:2) DELIMITED BY SIZE
               INTO WS-FEED-DIGITS
           .

       1200-LOAD-MASTER-LIST.
           PERFORM UNTIL WS-LST-EOF
               READ MASTER-LIST-FILE
                   AT END
                       SET WS-LST-EOF TO TRUE
                   NOT AT END
                       IF WS-LIST-COUNT NOT < 200
                           DISPLAY "POSGENCT: MORE THAN 200 GENMSTRS "
                               "ROWS - WS-LIST-TABLE IS FULL - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-WRITE-STEP-STATUS
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                       SET WS-LST-IDX TO WS-LIST-COUNT
                       MOVE GX-PROGRAM-ID TO
                           WS-LST-PROGRAM-ID(WS-LST-IDX)
                       MOVE GX-DATASET-NAME TO
                           WS-LST-DATASET-NAME(WS-LST-IDX)
                       MOVE GX-IO-ROLE TO WS-LST-IO-ROLE(WS-LST-IDX)
                       MOVE GX-SERIES-FLAG TO
                           WS-LST-SERIES-FLAG(WS-LST-IDX)
               END-READ
           END-PERFORM
           .
       1200-LOAD-MASTER-LIST-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-CATALOG-ONE-ROW - a plain dataset is cataloged once;
      *> a numbered series is walked from .001 until the first
      *> member not on file
      *> ----------------------------------------------------------
       2000-CATALOG-ONE-ROW.
           IF WS-LST-SERIES-FLAG(WS-LST-IDX) NOT = "Y"
               MOVE WS-LST-DATASET-NAME(WS-LST-IDX) TO WS-DATASET-NAME
               PERFORM 2100-CATALOG-ONE-DATASET
               GO TO 2000-CATALOG-ONE-ROW-EXIT
           END-IF

           MOVE "N" TO WS-SERIES-DONE-SWITCH
           MOVE ZERO TO WS-SERIES-SEQUENCE
           PERFORM UNTIL WS-SERIES-DONE
               ADD 1 TO WS-SERIES-SEQUENCE
               MOVE SPACES TO WS-DATASET-NAME
               STRING WS-LST-DATASET-NAME(WS-LST-IDX)
                          DELIMITED BY SPACE
                      WS-SERIES-SEQUENCE DELIMITED BY SIZE
                   INTO WS-DATASET-NAME
               PERFORM 2100-CATALOG-ONE-DATASET
               IF NOT WS-DATASET-FOUND
                       OR WS-SERIES-SEQUENCE = 999
                   SET WS-SERIES-DONE TO TRUE
               END-IF
           END-PERFORM
           .
       2000-CATALOG-ONE-ROW-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-CATALOG-ONE-DATASET - save (or reuse tonight's save
      *> of) WS-DATASET-NAME and write its catalog entry; sets
      *> WS-DATASET-FOUND for the series walk
      *> ----------------------------------------------------------
       2100-CATALOG-ONE-DATASET.
           MOVE "N" TO WS-SAVED-FOUND-SWITCH
           IF WS-SAVED-COUNT > 0
               SET WS-SAV-IDX TO 1
               SEARCH WS-SAV-ENTRY VARYING WS-SAV-IDX
                   AT END
                       CONTINUE
                   WHEN WS-SAV-DATASET-NAME(WS-SAV-IDX) =
                           WS-DATASET-NAME
                       SET WS-SAVED-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-SAVED-FOUND
               SET WS-DATASET-FOUND TO TRUE
           ELSE
               PERFORM 2200-SAVE-GENERATION
                   THRU 2200-SAVE-GENERATION-EXIT
           END-IF

           MOVE WS-LST-PROGRAM-ID(WS-LST-IDX) TO WS-DL-PROGRAM-ID
           EVALUATE WS-LST-IO-ROLE(WS-LST-IDX)
               WHEN "R"
                   MOVE "READ"     TO WS-DL-ROLE
               WHEN "W"
                   MOVE "WRITTEN"  TO WS-DL-ROLE
               WHEN OTHER
                   MOVE "RELEASED" TO WS-DL-ROLE
           END-EVALUATE
           MOVE WS-DATASET-NAME TO WS-DL-DATASET-NAME

           IF NOT WS-DATASET-FOUND
               PERFORM 2150-REPORT-NOT-ON-FILE
           ELSE
               PERFORM 2300-WRITE-CATALOG-ENTRY
           END-IF
           .

      *> a series member past the last one released is the normal
      *> end of the series and is not reported
       2150-REPORT-NOT-ON-FILE.
           IF WS-LST-SERIES-FLAG(WS-LST-IDX) = "Y"
                   AND WS-SERIES-SEQUENCE > 1
               CONTINUE
           ELSE
               MOVE SPACES TO WS-DL-GENERATION
               MOVE ZERO TO WS-DL-RECORD-COUNT
               MOVE ZERO TO WS-DL-HASH-TOTAL
               IF WS-LST-IO-ROLE(WS-LST-IDX) = "O"
                   MOVE "NOT RELEASED TONIGHT" TO WS-DL-STATUS
               ELSE
                   MOVE "*** NOT ON FILE ***" TO WS-DL-STATUS
                   ADD 1 TO WS-MASTERS-MISSING
                   DISPLAY "POSGENCT: " WS-DATASET-NAME
                       " NOT ON FILE - STATUS " WS-DSI-FILE-STATUS
                       " - NOT CATALOGED FOR "
                       WS-LST-PROGRAM-ID(WS-LST-IDX)
               END-IF
               MOVE WS-RPT-DETAIL-LINE TO CATALOG-REPORT-RECORD
               WRITE CATALOG-REPORT-RECORD
           END-IF
           .

      *> ----------------------------------------------------------
      *> 2200-SAVE-GENERATION - copy the dataset to its dated
      *> generation, counting and hashing every record on the way;
      *> a generation that cannot be written leaves the night with
      *> no way back, so that aborts the job
      *> ----------------------------------------------------------
       2200-SAVE-GENERATION.
           MOVE "N" TO WS-DATASET-FOUND-SWITCH
           OPEN INPUT DATASET-IN-FILE
           IF NOT WS-DSI-OK
               GO TO 2200-SAVE-GENERATION-EXIT
           END-IF
           SET WS-DATASET-FOUND TO TRUE

           MOVE SPACES TO WS-GENERATION-NAME
           STRING WS-DATASET-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-FEED-DIGITS DELIMITED BY SIZE
               INTO WS-GENERATION-NAME
           OPEN OUTPUT GENERATION-OUT-FILE
           IF NOT WS-GNO-OK
               DISPLAY "POSGENCT: UNABLE TO OPEN GENERATION "
                   WS-GENERATION-NAME " - STATUS " WS-GNO-FILE-STATUS
                   " - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF

           MOVE ZERO TO WS-DATASET-COUNT
           MOVE ZERO TO WS-DATASET-HASH
           MOVE "N" TO WS-DSI-EOF-SWITCH
           PERFORM UNTIL WS-DSI-EOF
               READ DATASET-IN-FILE
                   AT END
                       SET WS-DSI-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DATASET-COUNT
                       PERFORM 7100-HASH-ONE-RECORD
                       MOVE DATASET-IN-RECORD TO GENERATION-OUT-RECORD
                       WRITE GENERATION-OUT-RECORD
                       ADD 1 TO WS-RECORDS-COPIED
               END-READ
           END-PERFORM
           CLOSE DATASET-IN-FILE
           CLOSE GENERATION-OUT-FILE

           IF WS-SAVED-COUNT NOT < 300
               DISPLAY "POSGENCT: MORE THAN 300 DATASETS SAVED"
                   " - WS-SAVED-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-STEP-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-SAVED-COUNT
           SET WS-SAV-IDX TO WS-SAVED-COUNT
           MOVE WS-DATASET-NAME    TO WS-SAV-DATASET-NAME(WS-SAV-IDX)
           MOVE WS-GENERATION-NAME TO WS-SAV-GENERATION(WS-SAV-IDX)
           MOVE WS-DATASET-COUNT   TO WS-SAV-RECORD-COUNT(WS-SAV-IDX)
           MOVE WS-DATASET-HASH    TO WS-SAV-HASH-TOTAL(WS-SAV-IDX)
           .
       2200-SAVE-GENERATION-EXIT.
           EXIT.

      *> 2300 expects WS-SAV-IDX on the saved dataset
       2300-WRITE-CATALOG-ENTRY.
           MOVE SPACES TO GENERATION-CATALOG-RECORD
           MOVE WS-FEED-DATE TO GC-BUSINESS-DATE
           MOVE WS-RUN-STAMP TO GC-RUN-STAMP
           SET GC-GENERATION-ENTRY TO TRUE
           MOVE WS-LST-PROGRAM-ID(WS-LST-IDX) TO GC-PROGRAM-ID
           MOVE WS-DATASET-NAME TO GC-DATASET-NAME
           MOVE WS-LST-IO-ROLE(WS-LST-IDX) TO GC-IO-ROLE
           MOVE WS-SAV-GENERATION(WS-SAV-IDX) TO GC-GENERATION-NAME
           MOVE WS-SAV-RECORD-COUNT(WS-SAV-IDX) TO GC-RECORD-COUNT
           MOVE WS-SAV-HASH-TOTAL(WS-SAV-IDX) TO GC-HASH-TOTAL
           WRITE GENERATION-CATALOG-RECORD
           ADD 1 TO WS-ENTRIES-CATALOGED
           IF GC-RELEASED-OUTPUT
               ADD 1 TO WS-OUTPUTS-RELEASED
           END-IF

           MOVE GC-GENERATION-NAME TO WS-DL-GENERATION
           MOVE GC-RECORD-COUNT TO WS-DL-RECORD-COUNT
           MOVE GC-HASH-TOTAL TO WS-DL-HASH-TOTAL
           MOVE "CATALOGED" TO WS-DL-STATUS
           MOVE WS-RPT-DETAIL-LINE TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 7100-HASH-ONE-RECORD - position-weighted sum of the
      *> record's non-blank characters, so the same bytes in a
      *> different order or place hash differently; POSBACKO hashes
      *> a restored dataset the same way
      *> ----------------------------------------------------------
       7100-HASH-ONE-RECORD.
           MOVE ZERO TO WS-RECORD-HASH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 400
               IF DATASET-IN-RECORD(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-RECORD-HASH = WS-RECORD-HASH +
                       FUNCTION ORD(DATASET-IN-RECORD(WS-CHAR-IDX:1))
                       * WS-CHAR-IDX
               END-IF
           END-PERFORM
           ADD WS-RECORD-HASH TO WS-DATASET-HASH
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
           MOVE "POSGENCT" TO RL-PROGRAM-ID
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
           MOVE WS-RECORDS-COPIED TO RL-RECORDS-READ
           MOVE WS-RECORDS-COPIED TO RL-RECORDS-WRITTEN
           SET RL-NOT-BALANCED TO TRUE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RLG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           MOVE SPACES TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE "ENTRIES CATALOGED . . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-ENTRIES-CATALOGED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE "GENERATIONS SAVED . . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-SAVED-COUNT TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE "OUTPUTS RELEASED TONIGHT. . . " TO WS-RP-COUNT-LABEL
           MOVE WS-OUTPUTS-RELEASED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE "MASTERS NOT ON FILE . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-MASTERS-MISSING TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           CLOSE CATALOG-REPORT-FILE
           CLOSE CATALOG-FILE

           DISPLAY "POSGENCT: BUSINESS DATE      = " WS-FEED-DATE
           DISPLAY "POSGENCT: ENTRIES CATALOGED  = "
               WS-ENTRIES-CATALOGED
           DISPLAY "POSGENCT: GENERATIONS SAVED  = " WS-SAVED-COUNT
           DISPLAY "POSGENCT: RECORDS COPIED     = " WS-RECORDS-COPIED
           DISPLAY "POSGENCT: OUTPUTS RELEASED   = " WS-OUTPUTS-RELEASED
           DISPLAY "POSGENCT: MASTERS NOT ON FILE= " WS-MASTERS-MISSING
           MOVE ZERO TO RETURN-CODE
           IF WS-MASTERS-MISSING > 0
               DISPLAY "POSGENCT: NOT EVERY MASTER COULD BE CATALOGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .
