      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSBACKO - One-command backout of a night's master updates
      *>
      *> When a night's input turns out to be bad every carry-forward
      *> master it touched has to go back to where it stood before
      *> that night, and doing it by hand is how a master gets missed
      *> (TIERMST was, the last time LOYREDMP had to be backed out).
      *> Given a business date on the BACKPARM parameter file, this
      *> job reads the generation catalog POSGENCT keeps (GENCATLG)
      *> and restores every master that night touched:
      *>
      *>   - a dataset the night only read (CUSTLDG1, TIERMST1,
      *>     OUTSTND1, ...) is restored from that night's generation
      *>     of it, which is exactly what the night started from;
      *>   - a dataset the night wrote (CUSTLDG2, SALSHST2, OUTSTND3,
      *>     ...) is restored from the latest earlier night's
      *>     generation of it, so no output of the bad night is left
      *>     where a rerun or a later job could pick it up.
      *>
      *> Each restored dataset is then read back and its record count
      *> and hash total proven against the catalog.  Restoring to the
      *> state before the night also rolls back any later nights
      *> already run on top of it, so those are listed for rerun, and
      *> every downstream output those nights released (bank files,
      *> TIERCERT, GLEXTRCT) is listed for manual recall.  The backout
      *> is recorded on the catalog so those nights are no longer
      *> offered as generations to restore from - but only once every
      *> dataset has restored and proven; a partial backout is left
      *> unrecorded so the same command can simply be run again.
      *>
      *> Any dataset that could not be restored or does not prove
      *> against the catalog, and a date with nothing current on the
      *> catalog, end the job RETURN-CODE 16.
      *>
      *> Run on demand, outside the nightly chain, before the rerun.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *> 2026-10-15 DE  Initial version.
      *> 2026-10-15 DE  Record the backout on the catalog only when
      *>                every dataset restored and proved, and end a
      *>                partial backout RC 16 for the operator to
      *>                correct and rerun; a restored dataset that
      *>                cannot be reopened to prove counts as failed.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSBACKO.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARM-FILE ASSIGN TO "BACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "GENCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT GENERATION-IN-FILE ASSIGN TO WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GNI-FILE-STATUS.

           SELECT DATASET-FILE ASSIGN TO WS-DATASET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSF-FILE-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKOUTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE
           RECORDING MODE IS F.
       01  BACKOUT-PARM-RECORD.
           05 BK-BUSINESS-DATE         PIC X(10).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY "gen_catalog.cpy".

       FD  GENERATION-IN-FILE
           RECORDING MODE IS F.
       01  GENERATION-IN-RECORD        PIC X(400).

       FD  DATASET-FILE
           RECORDING MODE IS F.
       01  DATASET-RECORD              PIC X(400).

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-FILE-STATUS          PIC X(2).
           88 WS-PRM-OK                VALUE "00".

       01  WS-CAT-FILE-STATUS          PIC X(2).
           88 WS-CAT-OK                VALUE "00".

       01  WS-GNI-FILE-STATUS          PIC X(2).
           88 WS-GNI-OK                VALUE "00".

       01  WS-DSF-FILE-STATUS          PIC X(2).
           88 WS-DSF-OK                VALUE "00".

       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-CAT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-CAT-EOF               VALUE "Y".

       01  WS-GNI-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-GNI-EOF               VALUE "Y".

       01  WS-DSF-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-DSF-EOF               VALUE "Y".

       01  WS-RST-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-RST-FOUND             VALUE "Y".

       01  WS-LATER-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-LATER-FOUND           VALUE "Y".

       01  WS-COUNTERS.
           05 WS-CATALOG-READ          PIC 9(09) COMP VALUE ZERO.
           05 WS-CATALOG-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-RESTORE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-LATER-COUNT           PIC 9(05) COMP VALUE ZERO.
           05 WS-NIGHT-ENTRIES         PIC 9(09) COMP VALUE ZERO.
           05 WS-DATASETS-RESTORED     PIC 9(09) COMP VALUE ZERO.
           05 WS-DATASETS-VALIDATED    PIC 9(09) COMP VALUE ZERO.
           05 WS-DATASETS-FAILED       PIC 9(09) COMP VALUE ZERO.
           05 WS-DATASETS-NO-EARLIER   PIC 9(09) COMP VALUE ZERO.
           05 WS-OUTPUTS-TO-RECALL     PIC 9(09) COMP VALUE ZERO.

      *> catalog entries inside the look-back window; an entry is
      *> current when no backout recorded after it covers its date
      *> and no later run re-cataloged the same date
       01  WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CAT-IDX WS-CMP-IDX.
               10 WS-CAT-BUSINESS-DATE  PIC X(10).
               10 WS-CAT-RUN-STAMP      PIC X(14).
               10 WS-CAT-ENTRY-TYPE     PIC X(1).
               10 WS-CAT-PROGRAM-ID     PIC X(8).
               10 WS-CAT-DATASET-NAME   PIC X(12).
               10 WS-CAT-IO-ROLE        PIC X(1).
               10 WS-CAT-GENERATION     PIC X(21).
               10 WS-CAT-RECORD-COUNT   PIC 9(9) COMP.
               10 WS-CAT-HASH-TOTAL     PIC 9(15) COMP-3.
               10 WS-CAT-CURRENT-FLAG   PIC X(1).
                   88 WS-CAT-CURRENT    VALUE "Y".

      *> one row per dataset the night touched and what it goes
      *> back to
       01  WS-RESTORE-TABLE.
           05 WS-RST-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-RST-IDX.
               10 WS-RST-DATASET-NAME   PIC X(12).
               10 WS-RST-WRITTEN-FLAG   PIC X(1).
                   88 WS-RST-WRITTEN    VALUE "Y".
               10 WS-RST-READ-GEN       PIC X(21).
               10 WS-RST-READ-COUNT     PIC 9(9) COMP.
               10 WS-RST-READ-HASH      PIC 9(15) COMP-3.
               10 WS-RST-SOURCE-GEN     PIC X(21).
               10 WS-RST-SOURCE-DATE    PIC X(10).
               10 WS-RST-EXPECT-COUNT   PIC 9(9) COMP.
               10 WS-RST-EXPECT-HASH    PIC 9(15) COMP-3.
               10 WS-RST-ACTUAL-COUNT   PIC 9(9) COMP.
               10 WS-RST-ACTUAL-HASH    PIC 9(15) COMP-3.
               10 WS-RST-STATUS-TEXT    PIC X(40).

      *> later nights rolled back along with the one requested
       01  WS-LATER-TABLE.
           05 WS-LTR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-LTR-IDX.
               10 WS-LTR-BUSINESS-DATE  PIC X(10).

       01  WS-BACKOUT-DATE             PIC X(10) VALUE SPACES.
       01  WS-WINDOW-START-DATE        PIC X(10).
       01  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 45.
       01  WS-BEST-DATE                PIC X(10).
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-CURRENT-DATE-AREA        PIC X(21).

       01  WS-DATASET-NAME             PIC X(12).
       01  WS-GENERATION-NAME          PIC X(21).
       01  WS-DATASET-COUNT            PIC 9(9) COMP.
       01  WS-DATASET-HASH             PIC 9(15) COMP-3.
       01  WS-RECORD-HASH              PIC 9(9) COMP.
       01  WS-CHAR-IDX                 PIC 9(4) COMP.

       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(40)
               VALUE "NIGHT BACKOUT REPORT".

       01  WS-RPT-HEADING-2.
           05 FILLER                   PIC X(26)
               VALUE "BUSINESS DATE BACKED OUT: ".
           05 WS-H2-BACKOUT-DATE       PIC X(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "RUN STAMP: ".
           05 WS-H2-RUN-STAMP          PIC X(14).

       01  WS-RPT-SECTION-LINE         PIC X(60).

       01  WS-RPT-RESTORE-HEADING.
           05 FILLER PIC X(60) VALUE
              "DATASET       RESTORED FROM          AS OF          EXPECTED".
           05 FILLER PIC X(60) VALUE
              "     RESTORED  STATUS".

       01  WS-RPT-RESTORE-LINE.
           05 WS-RL-DATASET-NAME       PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-SOURCE-GEN         PIC X(21).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-SOURCE-DATE        PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-EXPECT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-ACTUAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-STATUS-TEXT        PIC X(40).

       01  WS-RPT-LATER-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LL-BUSINESS-DATE      PIC X(10).
           05 FILLER                   PIC X(40)
               VALUE "  ALSO ROLLED BACK - RERUN REQUIRED".

       01  WS-RPT-RECALL-HEADING.
           05 FILLER PIC X(60) VALUE
              "BUS DATE    PROGRAM   DATASET           RECORDS       HASH T".
           05 FILLER PIC X(30) VALUE
              "OTAL  ACTION".

       01  WS-RPT-RECALL-LINE.
           05 WS-CL-BUSINESS-DATE      PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-PROGRAM-ID         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-DATASET-NAME       PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-RECORD-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-HASH-TOTAL         PIC Z(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(26)
               VALUE "RELEASED - RECALL REQUIRED".

       01  WS-RPT-NONE-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(60).

       01  WS-RPT-COUNT-LINE.
           05 WS-RP-COUNT-LABEL        PIC X(30).
           05 WS-RP-COUNT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESOLVE-CURRENT-ENTRIES
           PERFORM 3000-BUILD-RESTORE-LIST
           PERFORM 4000-RESTORE-DATASETS
               THRU 4000-RESTORE-DATASETS-EXIT
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RESTORE-COUNT
           PERFORM 5000-WRITE-BACKOUT-REPORT
           PERFORM 6000-RECORD-BACKOUT THRU 6000-RECORD-BACKOUT-EXIT
           PERFORM 9999-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-PRM-OK
               READ BACKOUT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-BUSINESS-DATE TO WS-BACKOUT-DATE
               END-READ
               CLOSE BACKOUT-PARM-FILE
           END-IF
           MOVE WS-BACKOUT-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           IF WS-ITEM-INTEGER = ZERO
               DISPLAY "POSBACKO: NO USABLE BUSINESS DATE ON BACKPARM"
                   " - STATUS " WS-PRM-FILE-STATUS
                   " - NOTHING BACKED OUT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> the earlier generation of a written master is looked for
      *> no further back than the window operations keeps them
           SUBTRACT WS-LOOKBACK-DAYS FROM WS-ITEM-INTEGER
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER)
           STRING WS-DN-CCYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DN-DD DELIMITED BY SIZE
               INTO WS-WINDOW-START-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:14) TO WS-RUN-STAMP

           OPEN INPUT CATALOG-FILE
           IF NOT WS-CAT-OK
               DISPLAY "POSBACKO: UNABLE TO OPEN GENCATLG - STATUS "
                   WS-CAT-FILE-STATUS
                   " - NOTHING BACKED OUT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-CATALOG
               THRU 1100-LOAD-CATALOG-EXIT
           CLOSE CATALOG-FILE
           .

       1100-LOAD-CATALOG.
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOG-READ
                       IF GC-BUSINESS-DATE NOT < WS-WINDOW-START-DATE
                           PERFORM 1150-ADD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .
       1100-LOAD-CATALOG-EXIT.
           EXIT.

       1150-ADD-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT NOT < 5000
               DISPLAY "POSBACKO: MORE THAN 5000 CATALOG ENTRIES IN "
                   "WINDOW - WS-CATALOG-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CATALOG-COUNT
           SET WS-CAT-IDX TO WS-CATALOG-COUNT
           MOVE GC-BUSINESS-DATE   TO WS-CAT-BUSINESS-DATE(WS-CAT-IDX)
           MOVE GC-RUN-STAMP       TO WS-CAT-RUN-STAMP(WS-CAT-IDX)
           MOVE GC-ENTRY-TYPE      TO WS-CAT-ENTRY-TYPE(WS-CAT-IDX)
           MOVE GC-PROGRAM-ID      TO WS-CAT-PROGRAM-ID(WS-CAT-IDX)
           MOVE GC-DATASET-NAME    TO WS-CAT-DATASET-NAME(WS-CAT-IDX)
           MOVE GC-IO-ROLE         TO WS-CAT-IO-ROLE(WS-CAT-IDX)
           MOVE GC-GENERATION-NAME TO WS-CAT-GENERATION(WS-CAT-IDX)
           MOVE GC-RECORD-COUNT    TO WS-CAT-RECORD-COUNT(WS-CAT-IDX)
           MOVE GC-HASH-TOTAL      TO WS-CAT-HASH-TOTAL(WS-CAT-IDX)
           MOVE "N" TO WS-CAT-CURRENT-FLAG(WS-CAT-IDX)
           .

      *> ----------------------------------------------------------
      *> 2000-RESOLVE-CURRENT-ENTRIES - a generation entry is current
      *> unless a backout recorded after it covers its date (the
      *> backout of an earlier or the same night) or a later run
      *> re-cataloged the same date.  The catalog is only ever
      *> appended to, so "after" is its position on the file.
      *> ----------------------------------------------------------
       2000-RESOLVE-CURRENT-ENTRIES.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-ENTRY-TYPE(WS-CAT-IDX) = "G"
                   MOVE "Y" TO WS-CAT-CURRENT-FLAG(WS-CAT-IDX)
                   PERFORM 2100-CHECK-SUPERSEDED
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-CURRENT(WS-CAT-IDX)
                   IF WS-CAT-BUSINESS-DATE(WS-CAT-IDX) =
                           WS-BACKOUT-DATE
                       ADD 1 TO WS-NIGHT-ENTRIES
                   END-IF
                   IF WS-CAT-BUSINESS-DATE(WS-CAT-IDX) >
                           WS-BACKOUT-DATE
                       PERFORM 2200-NOTE-LATER-NIGHT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NIGHT-ENTRIES = ZERO
               DISPLAY "POSBACKO: NOTHING CURRENT ON GENCATLG FOR "
                   WS-BACKOUT-DATE
                   " - NEVER CATALOGED OR ALREADY BACKED OUT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2100-CHECK-SUPERSEDED.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CATALOG-COUNT
               IF WS-CMP-IDX > WS-CAT-IDX
                   IF WS-CAT-ENTRY-TYPE(WS-CMP-IDX) = "B"
                           AND WS-CAT-BUSINESS-DATE(WS-CMP-IDX) NOT >
                               WS-CAT-BUSINESS-DATE(WS-CAT-IDX)
                       MOVE "N" TO WS-CAT-CURRENT-FLAG(WS-CAT-IDX)
                   END-IF
                   IF WS-CAT-ENTRY-TYPE(WS-CMP-IDX) = "G"
                           AND WS-CAT-BUSINESS-DATE(WS-CMP-IDX) =
                               WS-CAT-BUSINESS-DATE(WS-CAT-IDX)
                           AND WS-CAT-RUN-STAMP(WS-CMP-IDX) NOT =
                               WS-CAT-RUN-STAMP(WS-CAT-IDX)
                       MOVE "N" TO WS-CAT-CURRENT-FLAG(WS-CAT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       2200-NOTE-LATER-NIGHT.
           MOVE "N" TO WS-LATER-FOUND-SWITCH
           IF WS-LATER-COUNT > 0
               SET WS-LTR-IDX TO 1
               SEARCH WS-LTR-ENTRY VARYING WS-LTR-IDX
                   AT END
                       CONTINUE
                   WHEN WS-LTR-BUSINESS-DATE(WS-LTR-IDX) =
                           WS-CAT-BUSINESS-DATE(WS-CAT-IDX)
                       SET WS-LATER-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-LATER-FOUND
               IF WS-LATER-COUNT NOT < 100
                   DISPLAY "POSBACKO: MORE THAN 100 LATER NIGHTS"
                       " - WS-LATER-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LATER-COUNT
               SET WS-LTR-IDX TO WS-LATER-COUNT
               MOVE WS-CAT-BUSINESS-DATE(WS-CAT-IDX) TO
                   WS-LTR-BUSINESS-DATE(WS-LTR-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3000-BUILD-RESTORE-LIST - one row per master dataset the
      *> night read or wrote; a dataset written that night goes back
      *> to the latest earlier night's generation of it, one only
      *> read goes back to that night's own generation
      *> ----------------------------------------------------------
       3000-BUILD-RESTORE-LIST.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-CURRENT(WS-CAT-IDX)
                       AND WS-CAT-BUSINESS-DATE(WS-CAT-IDX) =
                           WS-BACKOUT-DATE
                       AND WS-CAT-IO-ROLE(WS-CAT-IDX) NOT = "O"
                   PERFORM 3100-FIND-OR-ADD-RESTORE-ROW
                   IF WS-CAT-IO-ROLE(WS-CAT-IDX) = "W"
                       MOVE "Y" TO WS-RST-WRITTEN-FLAG(WS-RST-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RESTORE-COUNT
               IF WS-RST-WRITTEN(WS-RST-IDX)
                   PERFORM 3200-FIND-EARLIER-GENERATION
               ELSE
                   MOVE WS-RST-READ-GEN(WS-RST-IDX) TO
                       WS-RST-SOURCE-GEN(WS-RST-IDX)
                   MOVE WS-BACKOUT-DATE TO
                       WS-RST-SOURCE-DATE(WS-RST-IDX)
                   MOVE WS-RST-READ-COUNT(WS-RST-IDX) TO
                       WS-RST-EXPECT-COUNT(WS-RST-IDX)
                   MOVE WS-RST-READ-HASH(WS-RST-IDX) TO
                       WS-RST-EXPECT-HASH(WS-RST-IDX)
               END-IF
           END-PERFORM
           .

       3100-FIND-OR-ADD-RESTORE-ROW.
           MOVE "N" TO WS-RST-FOUND-SWITCH
           IF WS-RESTORE-COUNT > 0
               SET WS-RST-IDX TO 1
               SEARCH WS-RST-ENTRY VARYING WS-RST-IDX
                   AT END
                       CONTINUE
                   WHEN WS-RST-DATASET-NAME(WS-RST-IDX) =
                           WS-CAT-DATASET-NAME(WS-CAT-IDX)
                       SET WS-RST-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-RST-FOUND
               IF WS-RESTORE-COUNT NOT < 300
                   DISPLAY "POSBACKO: MORE THAN 300 DATASETS TO RESTORE"
                       " - WS-RESTORE-TABLE IS FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RESTORE-COUNT
               SET WS-RST-IDX TO WS-RESTORE-COUNT
               MOVE WS-CAT-DATASET-NAME(WS-CAT-IDX) TO
                   WS-RST-DATASET-NAME(WS-RST-IDX)
               MOVE "N" TO WS-RST-WRITTEN-FLAG(WS-RST-IDX)
               MOVE WS-CAT-GENERATION(WS-CAT-IDX) TO
                   WS-RST-READ-GEN(WS-RST-IDX)
               MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX) TO
                   WS-RST-READ-COUNT(WS-RST-IDX)
               MOVE WS-CAT-HASH-TOTAL(WS-CAT-IDX) TO
                   WS-RST-READ-HASH(WS-RST-IDX)
               MOVE SPACES TO WS-RST-SOURCE-GEN(WS-RST-IDX)
               MOVE SPACES TO WS-RST-SOURCE-DATE(WS-RST-IDX)
               MOVE ZERO TO WS-RST-EXPECT-COUNT(WS-RST-IDX)
               MOVE ZERO TO WS-RST-EXPECT-HASH(WS-RST-IDX)
               MOVE ZERO TO WS-RST-ACTUAL-COUNT(WS-RST-IDX)
               MOVE ZERO TO WS-RST-ACTUAL-HASH(WS-RST-IDX)
               MOVE SPACES TO WS-RST-STATUS-TEXT(WS-RST-IDX)
           END-IF
           .

      *> the latest current night before the backout date that
      *> cataloged this dataset; every entry for one dataset on one
      *> night names the same generation
       3200-FIND-EARLIER-GENERATION.
           MOVE SPACES TO WS-BEST-DATE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-CURRENT(WS-CAT-IDX)
                       AND WS-CAT-DATASET-NAME(WS-CAT-IDX) =
                           WS-RST-DATASET-NAME(WS-RST-IDX)
                       AND WS-CAT-BUSINESS-DATE(WS-CAT-IDX) <
                           WS-BACKOUT-DATE
                       AND WS-CAT-BUSINESS-DATE(WS-CAT-IDX) >
                           WS-BEST-DATE
                   MOVE WS-CAT-BUSINESS-DATE(WS-CAT-IDX) TO
                       WS-BEST-DATE
                   MOVE WS-CAT-BUSINESS-DATE(WS-CAT-IDX) TO
                       WS-RST-SOURCE-DATE(WS-RST-IDX)
                   MOVE WS-CAT-GENERATION(WS-CAT-IDX) TO
                       WS-RST-SOURCE-GEN(WS-RST-IDX)
                   MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX) TO
                       WS-RST-EXPECT-COUNT(WS-RST-IDX)
                   MOVE WS-CAT-HASH-TOTAL(WS-CAT-IDX) TO
                       WS-RST-EXPECT-HASH(WS-RST-IDX)
               END-IF
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 4000-RESTORE-DATASETS - copy the chosen generation over
      *> the dataset, then read the dataset back and prove its count
      *> and hash against the catalog
      *> ----------------------------------------------------------
       4000-RESTORE-DATASETS.
           IF WS-RST-SOURCE-GEN(WS-RST-IDX) = SPACES
               MOVE "NO EARLIER GENERATION - NOT RESTORED" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-NO-EARLIER
               ADD 1 TO WS-DATASETS-FAILED
               GO TO 4000-RESTORE-DATASETS-EXIT
           END-IF

           MOVE WS-RST-SOURCE-GEN(WS-RST-IDX) TO WS-GENERATION-NAME
           MOVE WS-RST-DATASET-NAME(WS-RST-IDX) TO WS-DATASET-NAME
           OPEN INPUT GENERATION-IN-FILE
           IF NOT WS-GNI-OK
               MOVE "*** GENERATION NOT ON FILE ***" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-FAILED
               GO TO 4000-RESTORE-DATASETS-EXIT
           END-IF
           OPEN OUTPUT DATASET-FILE
           IF NOT WS-DSF-OK
               CLOSE GENERATION-IN-FILE
               MOVE "*** DATASET COULD NOT BE OPENED ***" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-FAILED
               GO TO 4000-RESTORE-DATASETS-EXIT
           END-IF
           MOVE "N" TO WS-GNI-EOF-SWITCH
           PERFORM UNTIL WS-GNI-EOF
               READ GENERATION-IN-FILE
                   AT END
                       SET WS-GNI-EOF TO TRUE
                   NOT AT END
                       MOVE GENERATION-IN-RECORD TO DATASET-RECORD
                       WRITE DATASET-RECORD
               END-READ
           END-PERFORM
           CLOSE GENERATION-IN-FILE
           CLOSE DATASET-FILE
           ADD 1 TO WS-DATASETS-RESTORED

           PERFORM 4100-VALIDATE-RESTORED-DATASET
               THRU 4100-VALIDATE-RESTORED-EXIT
           .
       4000-RESTORE-DATASETS-EXIT.
           EXIT.

       4100-VALIDATE-RESTORED-DATASET.
           MOVE ZERO TO WS-DATASET-COUNT
           MOVE ZERO TO WS-DATASET-HASH
           OPEN INPUT DATASET-FILE
           IF NOT WS-DSF-OK
               MOVE "*** RESTORED - COULD NOT BE REOPENED ***" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-FAILED
               GO TO 4100-VALIDATE-RESTORED-EXIT
           END-IF
           MOVE "N" TO WS-DSF-EOF-SWITCH
           PERFORM UNTIL WS-DSF-EOF
               READ DATASET-FILE
                   AT END
                       SET WS-DSF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DATASET-COUNT
                       PERFORM 7100-HASH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DATASET-FILE
           MOVE WS-DATASET-COUNT TO WS-RST-ACTUAL-COUNT(WS-RST-IDX)
           MOVE WS-DATASET-HASH  TO WS-RST-ACTUAL-HASH(WS-RST-IDX)
           IF WS-DATASET-COUNT = WS-RST-EXPECT-COUNT(WS-RST-IDX)
                   AND WS-DATASET-HASH = WS-RST-EXPECT-HASH(WS-RST-IDX)
               MOVE "RESTORED - PROVES TO CATALOG" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-VALIDATED
           ELSE
               MOVE "*** RESTORED - DOES NOT MATCH CATALOG ***" TO
                   WS-RST-STATUS-TEXT(WS-RST-IDX)
               ADD 1 TO WS-DATASETS-FAILED
           END-IF
           .
       4100-VALIDATE-RESTORED-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-WRITE-BACKOUT-REPORT - what was restored and how it
      *> proved, the later nights rolled back with it, and every
      *> output those nights released that now has to be recalled
      *> ----------------------------------------------------------
       5000-WRITE-BACKOUT-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           MOVE WS-RPT-HEADING-1 TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE WS-BACKOUT-DATE TO WS-H2-BACKOUT-DATE
           MOVE WS-RUN-STAMP TO WS-H2-RUN-STAMP
           MOVE WS-RPT-HEADING-2 TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD

           MOVE "MASTERS RESTORED TO THEIR STATE BEFORE THE NIGHT" TO
               WS-RPT-SECTION-LINE
           PERFORM 5900-WRITE-SECTION-HEADING
           MOVE WS-RPT-RESTORE-HEADING TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RESTORE-COUNT
               MOVE WS-RST-DATASET-NAME(WS-RST-IDX) TO
                   WS-RL-DATASET-NAME
               MOVE WS-RST-SOURCE-GEN(WS-RST-IDX) TO WS-RL-SOURCE-GEN
               MOVE WS-RST-SOURCE-DATE(WS-RST-IDX) TO
                   WS-RL-SOURCE-DATE
               MOVE WS-RST-EXPECT-COUNT(WS-RST-IDX) TO
                   WS-RL-EXPECT-COUNT
               MOVE WS-RST-ACTUAL-COUNT(WS-RST-IDX) TO
                   WS-RL-ACTUAL-COUNT
               MOVE WS-RST-STATUS-TEXT(WS-RST-IDX) TO
                   WS-RL-STATUS-TEXT
               MOVE WS-RPT-RESTORE-LINE TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-PERFORM

           MOVE "LATER NIGHTS ROLLED BACK WITH IT" TO
               WS-RPT-SECTION-LINE
           PERFORM 5900-WRITE-SECTION-HEADING
           IF WS-LATER-COUNT = ZERO
               MOVE "NONE" TO WS-NL-TEXT
               MOVE WS-RPT-NONE-LINE TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > WS-LATER-COUNT
               MOVE WS-LTR-BUSINESS-DATE(WS-LTR-IDX) TO
                   WS-LL-BUSINESS-DATE
               MOVE WS-RPT-LATER-LINE TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-PERFORM

           MOVE "RELEASED OUTPUTS NEEDING MANUAL RECALL" TO
               WS-RPT-SECTION-LINE
           PERFORM 5900-WRITE-SECTION-HEADING
           MOVE WS-RPT-RECALL-HEADING TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-CURRENT(WS-CAT-IDX)
                       AND WS-CAT-IO-ROLE(WS-CAT-IDX) = "O"
                       AND WS-CAT-BUSINESS-DATE(WS-CAT-IDX) NOT <
                           WS-BACKOUT-DATE
                   PERFORM 5100-WRITE-RECALL-LINE
               END-IF
           END-PERFORM
           IF WS-OUTPUTS-TO-RECALL = ZERO
               MOVE "NONE - NOTHING WAS RELEASED" TO WS-NL-TEXT
               MOVE WS-RPT-NONE-LINE TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-IF

           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "DATASETS RESTORED . . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-DATASETS-RESTORED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "PROVED TO CATALOG . . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-DATASETS-VALIDATED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "NOT RESTORED OR NOT PROVED. . " TO WS-RP-COUNT-LABEL
           MOVE WS-DATASETS-FAILED TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "OUTPUTS TO RECALL . . . . . . " TO WS-RP-COUNT-LABEL
           MOVE WS-OUTPUTS-TO-RECALL TO WS-RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           CLOSE BACKOUT-REPORT-FILE
           .

       5100-WRITE-RECALL-LINE.
           MOVE WS-CAT-BUSINESS-DATE(WS-CAT-IDX) TO
               WS-CL-BUSINESS-DATE
           MOVE WS-CAT-PROGRAM-ID(WS-CAT-IDX) TO WS-CL-PROGRAM-ID
           MOVE WS-CAT-DATASET-NAME(WS-CAT-IDX) TO WS-CL-DATASET-NAME
           MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX) TO WS-CL-RECORD-COUNT
           MOVE WS-CAT-HASH-TOTAL(WS-CAT-IDX) TO WS-CL-HASH-TOTAL
           MOVE WS-RPT-RECALL-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           ADD 1 TO WS-OUTPUTS-TO-RECALL
           .

       5900-WRITE-SECTION-HEADING.
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 6000-RECORD-BACKOUT - the backout entry retires the night
      *> and every later night cataloged before it, so none of them
      *> is offered as a generation to restore from again
      *> ----------------------------------------------------------
       6000-RECORD-BACKOUT.
      *> the catalog is left as it was so a rerun of the same date
      *> resolves the same generations and restores them again
           IF WS-DATASETS-FAILED > 0
               DISPLAY "POSBACKO: BACKOUT NOT RECORDED ON GENCATLG - "
                   "NOT EVERY MASTER RESTORED AND PROVED"
               GO TO 6000-RECORD-BACKOUT-EXIT
           END-IF
           OPEN EXTEND CATALOG-FILE
           IF NOT WS-CAT-OK
               DISPLAY "POSBACKO: UNABLE TO EXTEND GENCATLG - STATUS "
                   WS-CAT-FILE-STATUS
                   " - BACKOUT NOT RECORDED ON THE CATALOG"
               ADD 1 TO WS-DATASETS-FAILED
           ELSE
               MOVE SPACES TO GENERATION-CATALOG-RECORD
               MOVE WS-BACKOUT-DATE TO GC-BUSINESS-DATE
               MOVE WS-RUN-STAMP TO GC-RUN-STAMP
               SET GC-BACKOUT-ENTRY TO TRUE
               MOVE "POSBACKO" TO GC-PROGRAM-ID
               MOVE ZERO TO GC-RECORD-COUNT
               MOVE ZERO TO GC-HASH-TOTAL
               WRITE GENERATION-CATALOG-RECORD
               CLOSE CATALOG-FILE
           END-IF
           .
       6000-RECORD-BACKOUT-EXIT.
           EXIT.

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
      *> 7100-HASH-ONE-RECORD - the same position-weighted sum of
      *> non-blank characters POSGENCT cataloged the dataset with
      *> ----------------------------------------------------------
       7100-HASH-ONE-RECORD.
           MOVE ZERO TO WS-RECORD-HASH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 400
               IF DATASET-RECORD(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-RECORD-HASH = WS-RECORD-HASH +
                       FUNCTION ORD(DATASET-RECORD(WS-CHAR-IDX:1))
                       * WS-CHAR-IDX
               END-IF
           END-PERFORM
           ADD WS-RECORD-HASH TO WS-DATASET-HASH
           .

       9999-TERMINATE.
           DISPLAY "POSBACKO: BUSINESS DATE      = " WS-BACKOUT-DATE
           DISPLAY "POSBACKO: CATALOG READ       = " WS-CATALOG-READ
           DISPLAY "POSBACKO: DATASETS RESTORED  = "
               WS-DATASETS-RESTORED
           DISPLAY "POSBACKO: PROVED TO CATALOG  = "
               WS-DATASETS-VALIDATED
           DISPLAY "POSBACKO: NOT RESTORED/PROVED= " WS-DATASETS-FAILED
           DISPLAY "POSBACKO: LATER NIGHTS       = " WS-LATER-COUNT
           DISPLAY "POSBACKO: OUTPUTS TO RECALL  = "
               WS-OUTPUTS-TO-RECALL
           MOVE ZERO TO RETURN-CODE
           IF WS-DATASETS-FAILED > 0
               DISPLAY "POSBACKO: NOT EVERY MASTER WAS RESTORED AND "
                   "PROVED - SEE BACKOUTR"
               DISPLAY "POSBACKO: CORRECT THE FAILED DATASETS AND RERUN "
                   "POSBACKO FOR " WS-BACKOUT-DATE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
