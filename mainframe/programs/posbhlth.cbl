      >>SOURCE FORMAT FREE
      *> --------------------------------------------------------------
      *> POSBHLTH - Morning batch health report
      *>
      *> Every job in the nightly chain appends one standard
      *> step-status record to the shared RUNLOG run log on its way
      *> out (run_log.cpy: program, business date, cycle, start and
      *> end stamps, return code, records read and written, and
      *> whether it balanced to RUNCTL).  This job is run by the
      *> operator first thing in the morning in place of opening
      *> every balancing report in turn.
      *>
      *> The run-log history is carried run to run (RUNHIST1 in,
      *> RUNHIST2 out, the old/new pattern of the other masters).
      *> Tonight's RUNLOG records not already on the history are
      *> added to it and anything older than WS-HISTORY-KEEP-DAYS
      *> behind the latest business date is dropped.  RUNLOG itself
      *> is never emptied here, so a rerun sees the same log; it
      *> may be reset once RUNHIST2 has been promoted.
      *>
      *> The expected chain comes from the CHAINPRM parameter file
      *> (chain_step.cpy), one row per step in running order with
      *> its scope (per cycle or whole day), SLA minutes, whether it
      *> must run every night and the file it releases, if any.
      *>
      *> For each business date that gained records tonight the
      *> BHLTHRPT report shows, in chain order:
      *>   - every run of every step with start, end, elapsed time
      *>     against its SLA, return code, counts and balance flag;
      *>   - required steps with no record for the date, or for one
      *>     of the date's cycles, as NOT RUN (skipped, or abended
      *>     before it could log);
      *>   - steps on RUNLOG that CHAINPRM does not know;
      *>   - steps that started before an earlier step of the chain
      *>     had ended (POSBANKS before POSCYCON wrote cycle 00);
      *>   - released outputs (bank files, GLEXTRCT ...) written
      *>     while the latest earlier run of an upstream step was
      *>     out of balance or failed.
      *> A closing section compares each step's average elapsed
      *> time over the last WS-TREND-RECENT-DAYS days with its
      *> earlier history and its SLA to show jobs creeping toward
      *> the batch window.
      *>
      *> RETURN-CODE is 8 when any date reported is not clean and 16
      *> when CHAINPRM is missing.  This job reads the log rather
      *> than being a step of the chain, so it does not log itself.
      *>
      *> AUTHOR.       DATA-ENGINEERING.
      *> INSTALLATION. HOME OFFICE DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *> 2026-10-15 DE  Initial version.
      *> 2026-10-15 DE  A per-cycle step that logs cycle 00 is taken
      *>                as a whole-day run - not missed in the cycles
      *>                and ordered against every cycle.
      *> 2026-10-15 DE  Order a run only against earlier-step runs
      *>                that started before it, so an upstream rerun
      *>                later in the night is not reported; a run
      *>                ahead of every run of an earlier step still is.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSBHLTH.
       AUTHOR. DATA-ENGINEERING.
       INSTALLATION. HOME OFFICE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-PARM-FILE ASSIGN TO "CHAINPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.

           SELECT HIST-OLD-FILE ASSIGN TO "RUNHIST1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT HIST-NEW-FILE ASSIGN TO "RUNHIST2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT HEALTH-REPORT-FILE ASSIGN TO "BHLTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-PARM-FILE
           RECORDING MODE IS F.
           COPY "chain_step.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-LINE                PIC X(75).

       FD  HIST-OLD-FILE
           RECORDING MODE IS F.
       01  HIST-OLD-RECORD             PIC X(75).

       FD  HIST-NEW-FILE
           RECORDING MODE IS F.
           COPY "run_log.cpy".

       FD  HEALTH-REPORT-FILE
           RECORDING MODE IS F.
       01  HEALTH-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-FILE-STATUS          PIC X(2).
           88 WS-PRM-OK                VALUE "00".

       01  WS-RLG-FILE-STATUS          PIC X(2).
           88 WS-RLG-OK                VALUE "00".

       01  WS-OLD-FILE-STATUS          PIC X(2).
           88 WS-OLD-OK                VALUE "00".

       01  WS-NEW-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-PRM-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-PRM-EOF               VALUE "Y".

       01  WS-RLG-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-RLG-EOF               VALUE "Y".

       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-OLD-EOF               VALUE "Y".

      *> run-log entries stay on the history this many days behind
      *> the latest business date on it
       01  WS-HISTORY-KEEP-DAYS        PIC 9(03) VALUE 90.

      *> the trend section averages the last this-many days against
      *> the rest of the history; a step is CREEPING when the recent
      *> average is WS-CREEP-PERCENT above the earlier one and NEAR
      *> SLA when it takes WS-NEAR-SLA-PERCENT of its SLA or more
       01  WS-TREND-RECENT-DAYS        PIC 9(03) VALUE 7.
       01  WS-CREEP-PERCENT            PIC 9(03) VALUE 10.
       01  WS-NEAR-SLA-PERCENT         PIC 9(03) VALUE 80.

       01  WS-COUNTERS.
           05 WS-PARM-ROWS-READ        PIC 9(09) COMP VALUE ZERO.
           05 WS-HISTORY-CARRIED-IN    PIC 9(09) COMP VALUE ZERO.
           05 WS-LOG-RECORDS-READ      PIC 9(09) COMP VALUE ZERO.
           05 WS-LOG-ALREADY-HELD      PIC 9(09) COMP VALUE ZERO.
           05 WS-LOG-TOO-OLD           PIC 9(09) COMP VALUE ZERO.
           05 WS-LOG-RECORDS-ADDED     PIC 9(09) COMP VALUE ZERO.
           05 WS-ENTRIES-RETIRED       PIC 9(09) COMP VALUE ZERO.
           05 WS-HISTORY-CARRIED-OUT   PIC 9(09) COMP VALUE ZERO.
           05 WS-DATES-REPORTED        PIC 9(09) COMP VALUE ZERO.
           05 WS-DATES-NOT-CLEAN       PIC 9(09) COMP VALUE ZERO.

      *> the expected chain, in running order, off CHAINPRM
       01  WS-PARM-TABLE.
           05 WS-PRM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PRM-IDX WS-PRM-IDX2.
               10 WS-PRM-STEP-SEQUENCE  PIC 9(3).
               10 WS-PRM-PROGRAM-ID     PIC X(8).
               10 WS-PRM-STEP-SCOPE     PIC X(1).
                   88 WS-PRM-PER-CYCLE  VALUE "C".
               10 WS-PRM-SLA-MINUTES    PIC 9(4).
               10 WS-PRM-REQUIRED-FLAG  PIC X(1).
                   88 WS-PRM-REQUIRED   VALUE "Y".
               10 WS-PRM-RELEASED-OUTPUT PIC X(8).

       01  WS-PARM-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-LOOKUP-PROGRAM-ID        PIC X(8).
       01  WS-FOUND-PARM-POS           PIC 9(05) COMP VALUE ZERO.

      *> every step-status record on the history and tonight's log
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-RUN-IDX WS-RUN-IDX2 WS-RUN-IDX3.
               10 WS-RN-PROGRAM-ID      PIC X(8).
               10 WS-RN-BUSINESS-DATE   PIC X(10).
               10 WS-RN-CYCLE-NUMBER    PIC 9(2).
               10 WS-RN-START-STAMP     PIC X(16).
               10 WS-RN-END-STAMP       PIC X(16).
               10 WS-RN-RETURN-CODE     PIC 9(4).
               10 WS-RN-RECORDS-READ    PIC 9(9).
               10 WS-RN-RECORDS-WRITTEN PIC 9(9).
               10 WS-RN-BALANCE-FLAG    PIC X(1).
                   88 WS-RN-OUT-OF-BALANCE VALUE "N".
               10 WS-RN-DATE-INTEGER    PIC S9(09) COMP.
               10 WS-RN-ELAPSED-SECONDS PIC S9(09) COMP.
               10 WS-RN-NEW-SWITCH      PIC X(01).
                   88 WS-RN-NEW-TONIGHT VALUE "Y".
               10 WS-RN-RETIRED-SWITCH  PIC X(01).
                   88 WS-RN-RETIRED     VALUE "Y".

       01  WS-RUN-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 WS-RUN-FOUND             VALUE "Y".

      *> the business dates reported, oldest first
       01  WS-REPORT-DATE-TABLE.
           05 WS-RDT-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-RDT-IDX.
               10 WS-RDT-BUSINESS-DATE  PIC X(10).

       01  WS-REPORT-DATE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-RDT-SUB                  PIC 9(05) COMP.
       01  WS-SHIFT-SUB                PIC 9(05) COMP.
       01  WS-REPORT-DATE              PIC X(10).
       01  WS-LATEST-DATE-INTEGER      PIC S9(09) COMP VALUE ZERO.
       01  WS-LATEST-BUSINESS-DATE     PIC X(10) VALUE SPACES.
       01  WS-HISTORY-LATEST-INTEGER   PIC S9(09) COMP VALUE ZERO.

      *> the runs of the business date being reported
       01  WS-DAY-TABLE.
           05 WS-DY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DY-IDX WS-DY-IDX2 WS-DY-IDX3.
               10 WS-DY-RUN-POS         PIC 9(05) COMP.
               10 WS-DY-PARM-POS        PIC 9(05) COMP.
               10 WS-DY-SUPERSEDED-SWITCH PIC X(01).
                   88 WS-DY-SUPERSEDED  VALUE "Y".

       01  WS-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.

      *> the intra-day cycles any per-cycle step logged for the date
       01  WS-CYCLE-SEEN-TABLE.
           05 WS-CYCLE-SEEN OCCURS 99 TIMES PIC X(01).
       01  WS-CYCLE-SUB                PIC 9(03) COMP.
       01  WS-CYCLES-SEEN-COUNT        PIC 9(03) COMP VALUE ZERO.

       01  WS-CUR-PARM-POS             PIC 9(05) COMP.
       01  WS-STEP-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 WS-STEP-FOUND            VALUE "Y".
       01  WS-STEP-WHOLE-DAY-SWITCH    PIC X(01) VALUE "N".
           88 WS-STEP-RAN-WHOLE-DAY    VALUE "Y".
       01  WS-CYCLE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 WS-CYCLE-FOUND           VALUE "Y".
       01  WS-UNLISTED-SWITCH          PIC X(01) VALUE "N".
           88 WS-UNLISTED-SEEN         VALUE "Y".
       01  WS-ORDER-FLAGGED-SWITCH     PIC X(01) VALUE "N".
           88 WS-ORDER-FLAGGED         VALUE "Y".
       01  WS-SCOPES-MATCH-SWITCH      PIC X(01) VALUE "N".
           88 WS-SCOPES-MATCH          VALUE "Y".
       01  WS-UPSTREAM-BEFORE-SWITCH   PIC X(01) VALUE "N".
           88 WS-UPSTREAM-BEFORE       VALUE "Y".
      *> E the run overlapped an earlier step still running, S it
      *> started before any run of the earlier step had started
       01  WS-ORDER-KIND               PIC X(01) VALUE "E".
           88 WS-ORDER-OVERLAP         VALUE "E".
           88 WS-ORDER-AHEAD           VALUE "S".
       01  WS-ORDER-VERB               PIC X(11).
       01  WS-LATER-RUN-SWITCH         PIC X(01) VALUE "N".
           88 WS-LATER-RUN-FOUND       VALUE "Y".

      *> the run being checked (X) and the earlier step it is
      *> checked against (Y)
       01  WS-X-PARM-POS               PIC 9(05) COMP.
       01  WS-Y-PARM-POS               PIC 9(05) COMP.

       01  WS-DATE-COUNTERS.
           05 WS-DT-RUNS               PIC 9(07) COMP.
           05 WS-DT-FAILED             PIC 9(07) COMP.
           05 WS-DT-NOT-RUN            PIC 9(07) COMP.
           05 WS-DT-UNLISTED           PIC 9(07) COMP.
           05 WS-DT-OUT-OF-ORDER       PIC 9(07) COMP.
           05 WS-DT-UNBALANCED-RELEASE PIC 9(07) COMP.
           05 WS-DT-OVER-SLA           PIC 9(07) COMP.
       01  WS-DT-FIRST-START           PIC X(16).
       01  WS-DT-LAST-END              PIC X(16).

      *> elapsed-time trend for one step
       01  WS-TREND-WORK.
           05 WS-TW-RECENT-COUNT       PIC 9(07) COMP.
           05 WS-TW-RECENT-SECONDS     PIC 9(11) COMP.
           05 WS-TW-PRIOR-COUNT        PIC 9(07) COMP.
           05 WS-TW-PRIOR-SECONDS      PIC 9(11) COMP.
           05 WS-TW-RECENT-AVERAGE     PIC 9(09) COMP.
           05 WS-TW-PRIOR-AVERAGE      PIC 9(09) COMP.
           05 WS-TW-LATEST-STAMP       PIC X(16).
           05 WS-TW-LATEST-SECONDS     PIC 9(09) COMP.
           05 WS-TW-PERCENT-OF-SLA     PIC 9(05) COMP.
       01  WS-STEPS-CREEPING           PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-NEAR-SLA           PIC 9(05) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-AREA        PIC X(21).
       01  WS-RUN-STAMP                PIC X(16).
       01  WS-ITEM-INTEGER             PIC S9(09) COMP.
       01  WS-DATE-NUMERIC             PIC 9(08).
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUMERIC.
           05 WS-DN-CCYY               PIC X(4).
           05 WS-DN-MM                 PIC X(2).
           05 WS-DN-DD                 PIC X(2).
       01  WS-CONVERT-DATE             PIC X(10).

      *> CCYYMMDDHHMMSScc stamp to seconds since day one
       01  WS-CONVERT-STAMP            PIC X(16).
       01  WS-STAMP-SECONDS            PIC S9(11) COMP.
       01  WS-START-SECONDS            PIC S9(11) COMP.
       01  WS-TIME-NUMERIC             PIC 9(06).
       01  WS-TIME-DIGITS REDEFINES WS-TIME-NUMERIC.
           05 WS-TN-HH                 PIC 9(2).
           05 WS-TN-MM                 PIC 9(2).
           05 WS-TN-SS                 PIC 9(2).

       01  WS-ELAPSED-SECONDS          PIC S9(09) COMP.
       01  WS-ELAPSED-EDIT.
           05 WS-EE-MINUTES            PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-EE-SECONDS            PIC 99.
       01  WS-ELAPSED-MINUTES          PIC 9(05) COMP.

       01  WS-TIME-EDIT.
           05 WS-TE-HH                 PIC X(2).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-TE-MM                 PIC X(2).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-TE-SS                 PIC X(2).
       01  WS-EDIT-STAMP               PIC X(16).

       01  WS-FIRST-TIME               PIC X(8).
       01  WS-FIRST-CYCLE              PIC 9(02).
       01  WS-RC-EDIT                  PIC 9(04).
       01  WS-CYCLE-EDIT               PIC 9(02).

       01  WS-RPT-HEADING-1.
           05 FILLER                   PIC X(60)
               VALUE "POS NIGHTLY BATCH HEALTH REPORT".
           05 FILLER                   PIC X(04) VALUE "RUN ".
           05 WS-H1-RUN-DATE           PIC X(8).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-H1-RUN-TIME           PIC X(8).

       01  WS-RPT-DATE-HEADING.
           05 FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-DH-BUSINESS-DATE      PIC X(10).

       01  WS-RPT-STEP-HEADING.
           05 FILLER PIC X(60) VALUE
              "SEQ  PROGRAM   CY  START     END       ELAPSED  SLA MIN     ".
           05 FILLER PIC X(49) VALUE
              " RC         READ      WRITTEN  BAL  STATUS   NOTE".

       01  WS-RPT-STEP-LINE.
           05 WS-SL-SEQUENCE           PIC X(3).
           05 FILLER                   PIC X(02).
           05 WS-SL-PROGRAM-ID         PIC X(8).
           05 FILLER                   PIC X(02).
           05 WS-SL-CYCLE              PIC X(2).
           05 FILLER                   PIC X(02).
           05 WS-SL-START-TIME         PIC X(8).
           05 FILLER                   PIC X(02).
           05 WS-SL-END-TIME           PIC X(8).
           05 FILLER                   PIC X(02).
           05 WS-SL-ELAPSED            PIC X(7).
           05 FILLER                   PIC X(02).
           05 WS-SL-SLA-MINUTES        PIC ZZZ9.
           05 FILLER                   PIC X(01).
           05 WS-SL-SLA-FLAG           PIC X(4).
           05 FILLER                   PIC X(02).
           05 WS-SL-RETURN-CODE        PIC ZZZ9.
           05 FILLER                   PIC X(02).
           05 WS-SL-RECORDS-READ       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02).
           05 WS-SL-RECORDS-WRITTEN    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(03).
           05 WS-SL-BALANCE-FLAG       PIC X(1).
           05 FILLER                   PIC X(03).
           05 WS-SL-STATUS             PIC X(7).
           05 FILLER                   PIC X(02).
           05 WS-SL-NOTE               PIC X(24).

       01  WS-RPT-UNLISTED-HEADING.
           05 FILLER                   PIC X(60)
               VALUE "STEPS ON RUNLOG THAT CHAINPRM DOES NOT LIST".

       01  WS-RPT-ORDER-HEADING.
           05 FILLER                   PIC X(60)
               VALUE "STEPS STARTED BEFORE AN EARLIER STEP OF THE CHAIN HAD ENDED".

       01  WS-RPT-RELEASE-HEADING.
           05 FILLER                   PIC X(60)
               VALUE "OUTPUTS RELEASED ON AN UNBALANCED OR FAILED UPSTREAM STEP".

       01  WS-RPT-NO-LOG-MESSAGE.
           05 FILLER                   PIC X(60)
               VALUE "NO STEP-STATUS RECORDS ON RUNLOG OR RUNHIST1 - NO STEP OF TH".
           05 FILLER                   PIC X(22)
               VALUE "E CHAIN HAS LOGGED".

       01  WS-RPT-MESSAGE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RM-TEXT               PIC X(130).

       01  WS-RPT-SUMMARY-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RS-LABEL              PIC X(40).
           05 WS-RS-COUNT              PIC ZZZ,ZZ9.

       01  WS-RPT-TREND-HEADING-1.
           05 FILLER                   PIC X(28)
               VALUE "ELAPSED TIME AGAINST SLA TO ".
           05 WS-TH-LATEST-DATE        PIC X(10).
           05 FILLER                   PIC X(16)
               VALUE " - RECENT = LAST".
           05 WS-TH-RECENT-DAYS        PIC ZZ9.
           05 FILLER                   PIC X(05)
               VALUE " DAYS".

       01  WS-RPT-TREND-HEADING-2.
           05 FILLER PIC X(60) VALUE
              "PROGRAM    SLA    RUNS  RECENT    EARLIER   LATEST    %SLA  ".
           05 FILLER PIC X(07) VALUE
              "  TREND".

       01  WS-RPT-TREND-LINE.
           05 WS-TL-PROGRAM-ID         PIC X(8).
           05 FILLER                   PIC X(02).
           05 WS-TL-SLA-MINUTES        PIC ZZZ9.
           05 FILLER                   PIC X(02).
           05 WS-TL-RUNS               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02).
           05 WS-TL-RECENT-AVERAGE     PIC X(7).
           05 FILLER                   PIC X(03).
           05 WS-TL-PRIOR-AVERAGE      PIC X(7).
           05 FILLER                   PIC X(03).
           05 WS-TL-LATEST-ELAPSED     PIC X(7).
           05 FILLER                   PIC X(03).
           05 WS-TL-PERCENT-OF-SLA     PIC ZZZ9.
           05 WS-TL-PERCENT-SIGN       PIC X(1).
           05 FILLER                   PIC X(03).
           05 WS-TL-TREND-FLAG         PIC X(10).
           05 FILLER                   PIC X(01).
           05 WS-TL-SLA-FLAG           PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-HISTORY
               THRU 1400-LOAD-HISTORY-EXIT
           PERFORM 1600-MERGE-RUN-LOG
               THRU 1600-MERGE-RUN-LOG-EXIT
           PERFORM 1800-RETIRE-OLD-ENTRIES
           PERFORM 2000-WRITE-NEW-HISTORY
           PERFORM 2200-CHOOSE-REPORT-DATES
           PERFORM 2500-WRITE-REPORT-HEADING
           PERFORM 3000-REPORT-ONE-DATE
               VARYING WS-RDT-IDX FROM 1 BY 1
               UNTIL WS-RDT-IDX > WS-REPORT-DATE-COUNT
           PERFORM 4000-REPORT-ELAPSED-TREND
               THRU 4000-REPORT-ELAPSED-TREND-EXIT
           PERFORM 9999-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:16) TO WS-RUN-STAMP

           OPEN INPUT CHAIN-PARM-FILE
           IF NOT WS-PRM-OK
               DISPLAY "POSBHLTH: UNABLE TO OPEN CHAINPRM - STATUS "
                   WS-PRM-FILE-STATUS
                   " - NO EXPECTED CHAIN TO REPORT AGAINST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-CHAIN-PARMS
               THRU 1200-LOAD-CHAIN-PARMS-EXIT
           CLOSE CHAIN-PARM-FILE
           IF WS-PARM-COUNT = ZERO
               DISPLAY "POSBHLTH: CHAINPRM IS EMPTY - ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HIST-NEW-FILE
           OPEN OUTPUT HEALTH-REPORT-FILE
           .

      *> ----------------------------------------------------------
      *> 1200-LOAD-CHAIN-PARMS - the rows must come in step order;
      *> the order checks depend on it
      *> ----------------------------------------------------------
       1200-LOAD-CHAIN-PARMS.
           PERFORM UNTIL WS-PRM-EOF
               READ CHAIN-PARM-FILE
                   AT END
                       SET WS-PRM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PARM-ROWS-READ
                       IF WS-PARM-COUNT NOT < 100
                           DISPLAY "POSBHLTH: MORE THAN 100 CHAINPRM "
                               "ROWS - WS-PARM-TABLE IS FULL - ABORTING"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF WS-PARM-COUNT > ZERO
                           IF CS-STEP-SEQUENCE NOT >
                                   WS-PRM-STEP-SEQUENCE(WS-PRM-IDX)
                               DISPLAY "POSBHLTH: CHAINPRM ROW "
                                   CS-PROGRAM-ID " IS OUT OF STEP "
                                   "SEQUENCE - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
                       ADD 1 TO WS-PARM-COUNT
                       SET WS-PRM-IDX TO WS-PARM-COUNT
                       MOVE CS-STEP-SEQUENCE TO
                           WS-PRM-STEP-SEQUENCE(WS-PRM-IDX)
                       MOVE CS-PROGRAM-ID TO WS-PRM-PROGRAM-ID(WS-PRM-IDX)
                       MOVE CS-STEP-SCOPE TO WS-PRM-STEP-SCOPE(WS-PRM-IDX)
                       MOVE CS-SLA-MINUTES TO
                           WS-PRM-SLA-MINUTES(WS-PRM-IDX)
                       MOVE CS-REQUIRED-FLAG TO
                           WS-PRM-REQUIRED-FLAG(WS-PRM-IDX)
                       MOVE CS-RELEASED-OUTPUT TO
                           WS-PRM-RELEASED-OUTPUT(WS-PRM-IDX)
               END-READ
           END-PERFORM
           .
       1200-LOAD-CHAIN-PARMS-EXIT.
           EXIT.

       1400-LOAD-HISTORY.
           OPEN INPUT HIST-OLD-FILE
           IF NOT WS-OLD-OK
               DISPLAY "POSBHLTH: NO RUNHIST1 ON FILE - STATUS "
                   WS-OLD-FILE-STATUS
                   " - STARTING WITH AN EMPTY RUN-LOG HISTORY"
               GO TO 1400-LOAD-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-OLD-EOF
               READ HIST-OLD-FILE INTO RUN-LOG-RECORD
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-CARRIED-IN
                       PERFORM 1500-ADD-RUN-ENTRY
                       IF WS-RN-DATE-INTEGER(WS-RUN-IDX) >
                               WS-HISTORY-LATEST-INTEGER
                           MOVE WS-RN-DATE-INTEGER(WS-RUN-IDX) TO
                               WS-HISTORY-LATEST-INTEGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-OLD-FILE
           MOVE WS-RUN-COUNT TO WS-HISTORY-COUNT
           .
       1400-LOAD-HISTORY-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-ADD-RUN-ENTRY - RUN-LOG-RECORD onto the run table,
      *> leaving WS-RUN-IDX on the new entry
      *> ----------------------------------------------------------
       1500-ADD-RUN-ENTRY.
           IF WS-RUN-COUNT NOT < 20000
               DISPLAY "POSBHLTH: MORE THAN 20000 STEP-STATUS RECORDS"
                   " - WS-RUN-TABLE IS FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-RUN-COUNT
           SET WS-RUN-IDX TO WS-RUN-COUNT
           MOVE RL-PROGRAM-ID      TO WS-RN-PROGRAM-ID(WS-RUN-IDX)
           MOVE RL-BUSINESS-DATE   TO WS-RN-BUSINESS-DATE(WS-RUN-IDX)
           MOVE RL-CYCLE-NUMBER    TO WS-RN-CYCLE-NUMBER(WS-RUN-IDX)
           MOVE RL-START-STAMP     TO WS-RN-START-STAMP(WS-RUN-IDX)
           MOVE RL-END-STAMP       TO WS-RN-END-STAMP(WS-RUN-IDX)
           MOVE RL-RETURN-CODE     TO WS-RN-RETURN-CODE(WS-RUN-IDX)
           MOVE RL-RECORDS-READ    TO WS-RN-RECORDS-READ(WS-RUN-IDX)
           MOVE RL-RECORDS-WRITTEN TO WS-RN-RECORDS-WRITTEN(WS-RUN-IDX)
           MOVE RL-BALANCE-FLAG    TO WS-RN-BALANCE-FLAG(WS-RUN-IDX)
           MOVE "N" TO WS-RN-NEW-SWITCH(WS-RUN-IDX)
           MOVE "N" TO WS-RN-RETIRED-SWITCH(WS-RUN-IDX)
           MOVE RL-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           MOVE WS-ITEM-INTEGER TO WS-RN-DATE-INTEGER(WS-RUN-IDX)
           MOVE RL-START-STAMP TO WS-CONVERT-STAMP
           PERFORM 7100-CONVERT-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE RL-END-STAMP TO WS-CONVERT-STAMP
           PERFORM 7100-CONVERT-STAMP-TO-SECONDS
           IF WS-START-SECONDS > ZERO
                   AND WS-STAMP-SECONDS > WS-START-SECONDS
               COMPUTE WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) =
                   WS-STAMP-SECONDS - WS-START-SECONDS
           ELSE
               MOVE ZERO TO WS-RN-ELAPSED-SECONDS(WS-RUN-IDX)
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1600-MERGE-RUN-LOG - a RUNLOG record already carried on the
      *> history (same step, date, cycle and start) was taken in by
      *> an earlier morning; one already past the keep period is
      *> not taken in again
      *> ----------------------------------------------------------
       1600-MERGE-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF NOT WS-RLG-OK
               DISPLAY "POSBHLTH: NO RUNLOG ON FILE - STATUS "
                   WS-RLG-FILE-STATUS
                   " - NO STEP HAS LOGGED SINCE THE LAST RESET"
               GO TO 1600-MERGE-RUN-LOG-EXIT
           END-IF
           PERFORM UNTIL WS-RLG-EOF
               READ RUN-LOG-FILE INTO RUN-LOG-RECORD
                   AT END
                       SET WS-RLG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-RECORDS-READ
                       PERFORM 1650-MERGE-ONE-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .
       1600-MERGE-RUN-LOG-EXIT.
           EXIT.

       1650-MERGE-ONE-LOG-RECORD.
           MOVE RL-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 7000-CONVERT-DATE-TO-INTEGER
           IF WS-HISTORY-LATEST-INTEGER > ZERO
                   AND WS-HISTORY-LATEST-INTEGER - WS-ITEM-INTEGER
                       NOT < WS-HISTORY-KEEP-DAYS
               ADD 1 TO WS-LOG-TOO-OLD
           ELSE
               MOVE "N" TO WS-RUN-FOUND-SWITCH
               IF WS-HISTORY-COUNT > ZERO
                   SET WS-RUN-IDX TO 1
                   SEARCH WS-RUN-ENTRY VARYING WS-RUN-IDX
                       AT END
                           CONTINUE
                       WHEN WS-RUN-IDX > WS-HISTORY-COUNT
                           CONTINUE
                       WHEN WS-RN-PROGRAM-ID(WS-RUN-IDX) = RL-PROGRAM-ID
                           AND WS-RN-BUSINESS-DATE(WS-RUN-IDX) =
                               RL-BUSINESS-DATE
                           AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX) =
                               RL-CYCLE-NUMBER
                           AND WS-RN-START-STAMP(WS-RUN-IDX) =
                               RL-START-STAMP
                           SET WS-RUN-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF WS-RUN-FOUND
                   ADD 1 TO WS-LOG-ALREADY-HELD
               ELSE
                   PERFORM 1500-ADD-RUN-ENTRY
                   SET WS-RN-NEW-TONIGHT(WS-RUN-IDX) TO TRUE
                   ADD 1 TO WS-LOG-RECORDS-ADDED
               END-IF
           END-IF
           .

      *> ----------------------------------------------------------
      *> 1800-RETIRE-OLD-ENTRIES - the keep period runs back from
      *> the latest business date on the merged history
      *> ----------------------------------------------------------
       1800-RETIRE-OLD-ENTRIES.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-DATE-INTEGER(WS-RUN-IDX) > WS-LATEST-DATE-INTEGER
                   MOVE WS-RN-DATE-INTEGER(WS-RUN-IDX) TO
                       WS-LATEST-DATE-INTEGER
                   MOVE WS-RN-BUSINESS-DATE(WS-RUN-IDX) TO
                       WS-LATEST-BUSINESS-DATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-DATE-INTEGER(WS-RUN-IDX) = ZERO
                       OR WS-LATEST-DATE-INTEGER -
                          WS-RN-DATE-INTEGER(WS-RUN-IDX)
                          NOT < WS-HISTORY-KEEP-DAYS
                   SET WS-RN-RETIRED(WS-RUN-IDX) TO TRUE
                   ADD 1 TO WS-ENTRIES-RETIRED
               END-IF
           END-PERFORM
           .

       2000-WRITE-NEW-HISTORY.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF NOT WS-RN-RETIRED(WS-RUN-IDX)
                   MOVE SPACES TO RUN-LOG-RECORD
                   MOVE WS-RN-PROGRAM-ID(WS-RUN-IDX) TO RL-PROGRAM-ID
                   MOVE WS-RN-BUSINESS-DATE(WS-RUN-IDX) TO
                       RL-BUSINESS-DATE
                   MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX) TO
                       RL-CYCLE-NUMBER
                   MOVE WS-RN-START-STAMP(WS-RUN-IDX) TO RL-START-STAMP
                   MOVE WS-RN-END-STAMP(WS-RUN-IDX) TO RL-END-STAMP
                   MOVE WS-RN-RETURN-CODE(WS-RUN-IDX) TO RL-RETURN-CODE
                   MOVE WS-RN-RECORDS-READ(WS-RUN-IDX) TO
                       RL-RECORDS-READ
                   MOVE WS-RN-RECORDS-WRITTEN(WS-RUN-IDX) TO
                       RL-RECORDS-WRITTEN
                   MOVE WS-RN-BALANCE-FLAG(WS-RUN-IDX) TO
                       RL-BALANCE-FLAG
                   WRITE RUN-LOG-RECORD
                   ADD 1 TO WS-HISTORY-CARRIED-OUT
               END-IF
           END-PERFORM
           CLOSE HIST-NEW-FILE
           .

      *> ----------------------------------------------------------
      *> 2200-CHOOSE-REPORT-DATES - every business date tonight's
      *> log added to, oldest first; a morning with nothing new
      *> reports the latest date on the history again
      *> ----------------------------------------------------------
       2200-CHOOSE-REPORT-DATES.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-NEW-TONIGHT(WS-RUN-IDX)
                       AND NOT WS-RN-RETIRED(WS-RUN-IDX)
                   MOVE WS-RN-BUSINESS-DATE(WS-RUN-IDX) TO
                       WS-REPORT-DATE
                   PERFORM 2300-ADD-REPORT-DATE
                       THRU 2300-ADD-REPORT-DATE-EXIT
               END-IF
           END-PERFORM
           IF WS-REPORT-DATE-COUNT = ZERO
                   AND WS-LATEST-BUSINESS-DATE NOT = SPACES
               DISPLAY "POSBHLTH: NOTHING NEW ON RUNLOG - REPORTING "
                   "THE LATEST DATE ON THE HISTORY AGAIN"
               MOVE WS-LATEST-BUSINESS-DATE TO WS-REPORT-DATE
               PERFORM 2300-ADD-REPORT-DATE
                   THRU 2300-ADD-REPORT-DATE-EXIT
           END-IF
           .

       2300-ADD-REPORT-DATE.
           MOVE 1 TO WS-RDT-SUB
           PERFORM UNTIL WS-RDT-SUB > WS-REPORT-DATE-COUNT
                   OR WS-RDT-BUSINESS-DATE(WS-RDT-SUB) NOT <
                      WS-REPORT-DATE
               ADD 1 TO WS-RDT-SUB
           END-PERFORM
           IF WS-RDT-SUB NOT > WS-REPORT-DATE-COUNT
               IF WS-RDT-BUSINESS-DATE(WS-RDT-SUB) = WS-REPORT-DATE
                   GO TO 2300-ADD-REPORT-DATE-EXIT
               END-IF
           END-IF
           IF WS-REPORT-DATE-COUNT NOT < 60
               DISPLAY "POSBHLTH: MORE THAN 60 BUSINESS DATES ON "
                   "RUNLOG - ONLY THE FIRST 60 ARE REPORTED"
               GO TO 2300-ADD-REPORT-DATE-EXIT
           END-IF
      *> open a slot at WS-RDT-SUB to keep the list in date order
           MOVE WS-REPORT-DATE-COUNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB < WS-RDT-SUB
               MOVE WS-RDT-BUSINESS-DATE(WS-SHIFT-SUB) TO
                   WS-RDT-BUSINESS-DATE(WS-SHIFT-SUB + 1)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE WS-REPORT-DATE TO WS-RDT-BUSINESS-DATE(WS-RDT-SUB)
           ADD 1 TO WS-REPORT-DATE-COUNT
           .
       2300-ADD-REPORT-DATE-EXIT.
           EXIT.

       2500-WRITE-REPORT-HEADING.
           MOVE WS-RUN-STAMP(1:8) TO WS-H1-RUN-DATE
           MOVE WS-RUN-STAMP TO WS-EDIT-STAMP
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-TIME-EDIT TO WS-H1-RUN-TIME
           MOVE WS-RPT-HEADING-1 TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           IF WS-REPORT-DATE-COUNT = ZERO
               MOVE SPACES TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
               MOVE WS-RPT-NO-LOG-MESSAGE TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3000-REPORT-ONE-DATE - the business date at WS-RDT-IDX
      *> ----------------------------------------------------------
       3000-REPORT-ONE-DATE.
           MOVE WS-RDT-BUSINESS-DATE(WS-RDT-IDX) TO WS-REPORT-DATE
           INITIALIZE WS-DATE-COUNTERS
           ADD 1 TO WS-DATES-REPORTED
           PERFORM 3100-BUILD-DAY-TABLE
           PERFORM 3150-MARK-SUPERSEDED-RUNS
           PERFORM 3180-BUILD-CYCLE-LIST

           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-REPORT-DATE TO WS-DH-BUSINESS-DATE
           MOVE WS-RPT-DATE-HEADING TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-RPT-STEP-HEADING TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD

           PERFORM 3200-REPORT-CHAIN-STEP
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PARM-COUNT
           PERFORM 3400-REPORT-UNLISTED-STEPS
           PERFORM 3500-CHECK-STEP-ORDER
           PERFORM 3600-CHECK-RELEASES
           PERFORM 3800-WRITE-DATE-SUMMARY
           .

       3100-BUILD-DAY-TABLE.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE HIGH-VALUES TO WS-DT-FIRST-START
           MOVE LOW-VALUES TO WS-DT-LAST-END
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF NOT WS-RN-RETIRED(WS-RUN-IDX)
                       AND WS-RN-BUSINESS-DATE(WS-RUN-IDX) =
                           WS-REPORT-DATE
                   IF WS-DAY-COUNT NOT < 2000
                       DISPLAY "POSBHLTH: MORE THAN 2000 STEP RUNS ON "
                           WS-REPORT-DATE
                           " - WS-DAY-TABLE IS FULL - ABORTING"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-DAY-COUNT
                   SET WS-DY-IDX TO WS-DAY-COUNT
                   SET WS-DY-RUN-POS(WS-DY-IDX) TO WS-RUN-IDX
                   MOVE WS-RN-PROGRAM-ID(WS-RUN-IDX) TO
                       WS-LOOKUP-PROGRAM-ID
                   PERFORM 8100-FIND-CHAIN-STEP
                   MOVE WS-FOUND-PARM-POS TO WS-DY-PARM-POS(WS-DY-IDX)
                   MOVE "N" TO WS-DY-SUPERSEDED-SWITCH(WS-DY-IDX)
                   IF WS-RN-START-STAMP(WS-RUN-IDX) < WS-DT-FIRST-START
                       MOVE WS-RN-START-STAMP(WS-RUN-IDX) TO
                           WS-DT-FIRST-START
                   END-IF
                   IF WS-RN-END-STAMP(WS-RUN-IDX) > WS-DT-LAST-END
                       MOVE WS-RN-END-STAMP(WS-RUN-IDX) TO
                           WS-DT-LAST-END
                   END-IF
               END-IF
           END-PERFORM
           .

      *> a run followed by a later run of the same step and cycle
      *> is a failed attempt the rerun replaced
       3150-MARK-SUPERSEDED-RUNS.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
               PERFORM VARYING WS-DY-IDX2 FROM 1 BY 1
                       UNTIL WS-DY-IDX2 > WS-DAY-COUNT
                   SET WS-RUN-IDX2 TO WS-DY-RUN-POS(WS-DY-IDX2)
                   IF WS-RN-PROGRAM-ID(WS-RUN-IDX2) =
                           WS-RN-PROGRAM-ID(WS-RUN-IDX)
                       AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX2) =
                           WS-RN-CYCLE-NUMBER(WS-RUN-IDX)
                       AND WS-RN-START-STAMP(WS-RUN-IDX2) >
                           WS-RN-START-STAMP(WS-RUN-IDX)
                       SET WS-DY-SUPERSEDED(WS-DY-IDX) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> the cycles the per-cycle front of the chain ran tonight;
      *> every required per-cycle step is expected in each of them
       3180-BUILD-CYCLE-LIST.
           MOVE ALL "N" TO WS-CYCLE-SEEN-TABLE
           MOVE ZERO TO WS-CYCLES-SEEN-COUNT
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) > ZERO
                   SET WS-PRM-IDX2 TO WS-DY-PARM-POS(WS-DY-IDX)
                   SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
                   IF WS-PRM-PER-CYCLE(WS-PRM-IDX2)
                           AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX) > ZERO
                       MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX) TO
                           WS-CYCLE-SUB
                       IF WS-CYCLE-SEEN(WS-CYCLE-SUB) = "N"
                           MOVE "Y" TO WS-CYCLE-SEEN(WS-CYCLE-SUB)
                           ADD 1 TO WS-CYCLES-SEEN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 3200-REPORT-CHAIN-STEP - every run of the CHAINPRM step at
      *> WS-PRM-IDX, or why there is none
      *> ----------------------------------------------------------
       3200-REPORT-CHAIN-STEP.
           SET WS-CUR-PARM-POS TO WS-PRM-IDX
           MOVE "N" TO WS-STEP-FOUND-SWITCH
           MOVE "N" TO WS-STEP-WHOLE-DAY-SWITCH
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) = WS-CUR-PARM-POS
                   SET WS-STEP-FOUND TO TRUE
                   SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
                   IF WS-RN-CYCLE-NUMBER(WS-RUN-IDX) = ZERO
                       SET WS-STEP-RAN-WHOLE-DAY TO TRUE
                   END-IF
                   PERFORM 3300-WRITE-RUN-LINE
               END-IF
           END-PERFORM

      *> a per-cycle step that ran on the merged cycle 00 ran for
      *> the whole day, so it is not missing from the single cycles
           IF WS-PRM-PER-CYCLE(WS-PRM-IDX)
                   AND WS-PRM-REQUIRED(WS-PRM-IDX)
                   AND NOT WS-STEP-RAN-WHOLE-DAY
               PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
                   IF WS-CYCLE-SEEN(WS-CYCLE-SUB) = "Y"
                       PERFORM 3250-CHECK-STEP-CYCLE
                   END-IF
               END-PERFORM
           END-IF

           IF NOT WS-STEP-FOUND
               IF WS-PRM-REQUIRED(WS-PRM-IDX)
                   IF NOT WS-PRM-PER-CYCLE(WS-PRM-IDX)
                           OR WS-CYCLES-SEEN-COUNT = ZERO
                       MOVE SPACES TO WS-RPT-STEP-LINE
                       PERFORM 3350-FILL-STEP-COLUMNS
                       MOVE "NOT RUN" TO WS-SL-STATUS
                       MOVE "SKIPPED OR ABENDED" TO WS-SL-NOTE
                       MOVE WS-RPT-STEP-LINE TO HEALTH-REPORT-RECORD
                       WRITE HEALTH-REPORT-RECORD
                       ADD 1 TO WS-DT-NOT-RUN
                   END-IF
               ELSE
                   MOVE SPACES TO WS-RPT-STEP-LINE
                   PERFORM 3350-FILL-STEP-COLUMNS
                   MOVE "NOT SCHEDULED TONIGHT" TO WS-SL-NOTE
                   MOVE WS-RPT-STEP-LINE TO HEALTH-REPORT-RECORD
                   WRITE HEALTH-REPORT-RECORD
               END-IF
           END-IF
           .

       3250-CHECK-STEP-CYCLE.
           MOVE "N" TO WS-CYCLE-FOUND-SWITCH
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) = WS-CUR-PARM-POS
                   SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
                   IF WS-RN-CYCLE-NUMBER(WS-RUN-IDX) = WS-CYCLE-SUB
                       SET WS-CYCLE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CYCLE-FOUND
               MOVE SPACES TO WS-RPT-STEP-LINE
               PERFORM 3350-FILL-STEP-COLUMNS
               MOVE WS-CYCLE-SUB TO WS-CYCLE-EDIT
               MOVE WS-CYCLE-EDIT TO WS-SL-CYCLE
               MOVE "NOT RUN" TO WS-SL-STATUS
               MOVE "SKIPPED OR ABENDED" TO WS-SL-NOTE
               MOVE WS-RPT-STEP-LINE TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
               ADD 1 TO WS-DT-NOT-RUN
           END-IF
           .

      *> ----------------------------------------------------------
      *> 3300-WRITE-RUN-LINE - one line for the run at WS-DY-IDX; a
      *> run a rerun replaced is shown but not counted as failed
      *> ----------------------------------------------------------
       3300-WRITE-RUN-LINE.
           SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
           MOVE SPACES TO WS-RPT-STEP-LINE
           IF WS-DY-PARM-POS(WS-DY-IDX) > ZERO
               SET WS-PRM-IDX2 TO WS-DY-PARM-POS(WS-DY-IDX)
               MOVE WS-PRM-STEP-SEQUENCE(WS-PRM-IDX2) TO WS-SL-SEQUENCE
               MOVE WS-PRM-SLA-MINUTES(WS-PRM-IDX2) TO WS-SL-SLA-MINUTES
           END-IF
           MOVE WS-RN-PROGRAM-ID(WS-RUN-IDX) TO WS-SL-PROGRAM-ID
           MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX) TO WS-CYCLE-EDIT
           MOVE WS-CYCLE-EDIT TO WS-SL-CYCLE
           MOVE WS-RN-START-STAMP(WS-RUN-IDX) TO WS-EDIT-STAMP
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-TIME-EDIT TO WS-SL-START-TIME
           MOVE WS-RN-END-STAMP(WS-RUN-IDX) TO WS-EDIT-STAMP
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-TIME-EDIT TO WS-SL-END-TIME
           MOVE WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) TO WS-ELAPSED-SECONDS
           PERFORM 7300-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT TO WS-SL-ELAPSED
           MOVE WS-RN-RETURN-CODE(WS-RUN-IDX) TO WS-SL-RETURN-CODE
           MOVE WS-RN-RECORDS-READ(WS-RUN-IDX) TO WS-SL-RECORDS-READ
           MOVE WS-RN-RECORDS-WRITTEN(WS-RUN-IDX) TO
               WS-SL-RECORDS-WRITTEN
           MOVE WS-RN-BALANCE-FLAG(WS-RUN-IDX) TO WS-SL-BALANCE-FLAG
           ADD 1 TO WS-DT-RUNS

           EVALUATE TRUE
               WHEN WS-RN-RETURN-CODE(WS-RUN-IDX) NOT < 16
                   MOVE "ABORTED" TO WS-SL-STATUS
               WHEN WS-RN-RETURN-CODE(WS-RUN-IDX) NOT < 8
                   MOVE "FAILED" TO WS-SL-STATUS
               WHEN WS-RN-RETURN-CODE(WS-RUN-IDX) > ZERO
                   MOVE "WARNING" TO WS-SL-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-SL-STATUS
           END-EVALUATE

           IF WS-DY-PARM-POS(WS-DY-IDX) > ZERO
               IF WS-PRM-SLA-MINUTES(WS-PRM-IDX2) > ZERO
                       AND WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) >
                           WS-PRM-SLA-MINUTES(WS-PRM-IDX2) * 60
                   MOVE "OVER" TO WS-SL-SLA-FLAG
                   ADD 1 TO WS-DT-OVER-SLA
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DY-SUPERSEDED(WS-DY-IDX)
                   MOVE "RERUN FOLLOWS" TO WS-SL-NOTE
               WHEN WS-RN-OUT-OF-BALANCE(WS-RUN-IDX)
                   MOVE "OUT OF BALANCE TO RUNCTL" TO WS-SL-NOTE
               WHEN WS-DY-PARM-POS(WS-DY-IDX) = ZERO
                   MOVE "NOT ON CHAINPRM" TO WS-SL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-DY-SUPERSEDED(WS-DY-IDX)
               IF WS-RN-RETURN-CODE(WS-RUN-IDX) NOT < 8
                       OR WS-RN-OUT-OF-BALANCE(WS-RUN-IDX)
                   ADD 1 TO WS-DT-FAILED
               END-IF
           END-IF
           MOVE WS-RPT-STEP-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           .

      *> sequence, program and SLA of the step at WS-PRM-IDX for a
      *> step with no run to show
       3350-FILL-STEP-COLUMNS.
           MOVE WS-PRM-STEP-SEQUENCE(WS-PRM-IDX) TO WS-SL-SEQUENCE
           MOVE WS-PRM-PROGRAM-ID(WS-PRM-IDX) TO WS-SL-PROGRAM-ID
           MOVE WS-PRM-SLA-MINUTES(WS-PRM-IDX) TO WS-SL-SLA-MINUTES
           .

       3400-REPORT-UNLISTED-STEPS.
           MOVE "N" TO WS-UNLISTED-SWITCH
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) = ZERO
                   IF NOT WS-UNLISTED-SEEN
                       SET WS-UNLISTED-SEEN TO TRUE
                       MOVE SPACES TO HEALTH-REPORT-RECORD
                       WRITE HEALTH-REPORT-RECORD
                       MOVE WS-RPT-UNLISTED-HEADING TO
                           HEALTH-REPORT-RECORD
                       WRITE HEALTH-REPORT-RECORD
                   END-IF
                   PERFORM 3300-WRITE-RUN-LINE
                   ADD 1 TO WS-DT-UNLISTED
               END-IF
           END-PERFORM
           .

      *> ----------------------------------------------------------
      *> 3500-CHECK-STEP-ORDER - a run that started while a run of
      *> an earlier step of the chain was still running, or before
      *> any run of an earlier step had started, ran out of order;
      *> an earlier step rerun after it is not held against it.
      *> Per-cycle steps are only compared within the same cycle
      *> ----------------------------------------------------------
       3500-CHECK-STEP-ORDER.
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-RPT-ORDER-HEADING TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) > ZERO
                   PERFORM 3550-CHECK-ONE-RUN-ORDER
               END-IF
           END-PERFORM
           IF WS-DT-OUT-OF-ORDER = ZERO
               MOVE "NONE" TO WS-RM-TEXT
               MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
           END-IF
           .

      *> the first earlier step the run at WS-DY-IDX overlapped is
      *> named; one line per run
       3550-CHECK-ONE-RUN-ORDER.
           SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
           MOVE WS-DY-PARM-POS(WS-DY-IDX) TO WS-X-PARM-POS
           MOVE "N" TO WS-ORDER-FLAGGED-SWITCH
           PERFORM VARYING WS-DY-IDX2 FROM 1 BY 1
                   UNTIL WS-DY-IDX2 > WS-DAY-COUNT
                   OR WS-ORDER-FLAGGED
               MOVE WS-DY-PARM-POS(WS-DY-IDX2) TO WS-Y-PARM-POS
               IF WS-Y-PARM-POS > ZERO
                       AND WS-PRM-STEP-SEQUENCE(WS-Y-PARM-POS) <
                           WS-PRM-STEP-SEQUENCE(WS-X-PARM-POS)
                   SET WS-RUN-IDX2 TO WS-DY-RUN-POS(WS-DY-IDX2)
                   PERFORM 3700-CHECK-SCOPES
                   IF WS-SCOPES-MATCH
                       IF WS-RN-START-STAMP(WS-RUN-IDX2) <
                               WS-RN-START-STAMP(WS-RUN-IDX)
                           IF WS-RN-START-STAMP(WS-RUN-IDX) <
                                   WS-RN-END-STAMP(WS-RUN-IDX2)
                               SET WS-ORDER-OVERLAP TO TRUE
                               SET WS-ORDER-FLAGGED TO TRUE
                           END-IF
                       ELSE
                           PERFORM 3560-FIND-EARLIER-UPSTREAM
                           IF NOT WS-UPSTREAM-BEFORE
                               SET WS-ORDER-AHEAD TO TRUE
                               SET WS-ORDER-FLAGGED TO TRUE
                           END-IF
                       END-IF
                       IF WS-ORDER-FLAGGED
                           ADD 1 TO WS-DT-OUT-OF-ORDER
                           PERFORM 3580-WRITE-ORDER-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> an earlier step's run that started after the run at WS-RUN-
      *> IDX only counts against it when no run of that step, in the
      *> same stretch of the chain, had started before it
       3560-FIND-EARLIER-UPSTREAM.
           MOVE "N" TO WS-UPSTREAM-BEFORE-SWITCH
           SET WS-RUN-IDX3 TO WS-RUN-IDX2
           PERFORM VARYING WS-DY-IDX3 FROM 1 BY 1
                   UNTIL WS-DY-IDX3 > WS-DAY-COUNT
                   OR WS-UPSTREAM-BEFORE
               IF WS-DY-PARM-POS(WS-DY-IDX3) = WS-Y-PARM-POS
                   SET WS-RUN-IDX2 TO WS-DY-RUN-POS(WS-DY-IDX3)
                   PERFORM 3700-CHECK-SCOPES
                   IF WS-SCOPES-MATCH
                           AND WS-RN-START-STAMP(WS-RUN-IDX2) <
                               WS-RN-START-STAMP(WS-RUN-IDX)
                       SET WS-UPSTREAM-BEFORE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           SET WS-RUN-IDX2 TO WS-RUN-IDX3
           .

       3580-WRITE-ORDER-LINE.
           MOVE WS-RN-START-STAMP(WS-RUN-IDX) TO WS-EDIT-STAMP
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-TIME-EDIT TO WS-FIRST-TIME
           MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX) TO WS-FIRST-CYCLE
           IF WS-ORDER-OVERLAP
               MOVE WS-RN-END-STAMP(WS-RUN-IDX2) TO WS-EDIT-STAMP
               MOVE " ENDED AT" TO WS-ORDER-VERB
           ELSE
               MOVE WS-RN-START-STAMP(WS-RUN-IDX2) TO WS-EDIT-STAMP
               MOVE " STARTED AT" TO WS-ORDER-VERB
           END-IF
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX2) TO WS-CYCLE-EDIT
           MOVE SPACES TO WS-RM-TEXT
           STRING WS-RN-PROGRAM-ID(WS-RUN-IDX) DELIMITED BY SPACE
                  " CYCLE " DELIMITED BY SIZE
                  WS-FIRST-CYCLE DELIMITED BY SIZE
                  " STARTED " DELIMITED BY SIZE
                  WS-FIRST-TIME DELIMITED BY SIZE
                  " BEFORE " DELIMITED BY SIZE
                  WS-RN-PROGRAM-ID(WS-RUN-IDX2) DELIMITED BY SPACE
                  " CYCLE " DELIMITED BY SIZE
                  WS-CYCLE-EDIT DELIMITED BY SIZE
                  WS-ORDER-VERB DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-TIME-EDIT DELIMITED BY SIZE
                  INTO WS-RM-TEXT
           END-STRING
           MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 3600-CHECK-RELEASES - a step that releases a file outside
      *> the building is checked against the latest run, before it
      *> started, of every earlier step of the chain; an upstream
      *> run out of balance or failed means the file went out on
      *> figures that did not prove
      *> ----------------------------------------------------------
       3600-CHECK-RELEASES.
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-RPT-RELEASE-HEADING TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-PARM-POS(WS-DY-IDX) > ZERO
                   SET WS-RUN-IDX TO WS-DY-RUN-POS(WS-DY-IDX)
                   MOVE WS-DY-PARM-POS(WS-DY-IDX) TO WS-X-PARM-POS
                   IF WS-PRM-RELEASED-OUTPUT(WS-X-PARM-POS) NOT = SPACES
                           AND WS-RN-RETURN-CODE(WS-RUN-IDX) < 16
                       PERFORM 3650-CHECK-ONE-RELEASE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DT-UNBALANCED-RELEASE = ZERO
               MOVE "NONE" TO WS-RM-TEXT
               MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
           END-IF
           .

       3650-CHECK-ONE-RELEASE.
           PERFORM VARYING WS-DY-IDX2 FROM 1 BY 1
                   UNTIL WS-DY-IDX2 > WS-DAY-COUNT
               MOVE WS-DY-PARM-POS(WS-DY-IDX2) TO WS-Y-PARM-POS
               SET WS-RUN-IDX2 TO WS-DY-RUN-POS(WS-DY-IDX2)
               IF WS-Y-PARM-POS > ZERO
                       AND WS-PRM-STEP-SEQUENCE(WS-Y-PARM-POS) <
                           WS-PRM-STEP-SEQUENCE(WS-X-PARM-POS)
                       AND WS-RN-START-STAMP(WS-RUN-IDX2) <
                           WS-RN-START-STAMP(WS-RUN-IDX)
                       AND (WS-RN-OUT-OF-BALANCE(WS-RUN-IDX2)
                           OR WS-RN-RETURN-CODE(WS-RUN-IDX2) NOT < 8)
                   PERFORM 3700-CHECK-SCOPES
                   IF WS-SCOPES-MATCH
                       PERFORM 3670-CHECK-LATER-UPSTREAM-RUN
                       IF NOT WS-LATER-RUN-FOUND
                           ADD 1 TO WS-DT-UNBALANCED-RELEASE
                           PERFORM 3680-WRITE-RELEASE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> a rerun of the upstream step that started after the bad
      *> run and before the release replaced it
       3670-CHECK-LATER-UPSTREAM-RUN.
           MOVE "N" TO WS-LATER-RUN-SWITCH
           PERFORM VARYING WS-DY-IDX3 FROM 1 BY 1
                   UNTIL WS-DY-IDX3 > WS-DAY-COUNT
               SET WS-RUN-IDX3 TO WS-DY-RUN-POS(WS-DY-IDX3)
               IF WS-RN-PROGRAM-ID(WS-RUN-IDX3) =
                       WS-RN-PROGRAM-ID(WS-RUN-IDX2)
                   AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX3) =
                       WS-RN-CYCLE-NUMBER(WS-RUN-IDX2)
                   AND WS-RN-START-STAMP(WS-RUN-IDX3) >
                       WS-RN-START-STAMP(WS-RUN-IDX2)
                   AND WS-RN-START-STAMP(WS-RUN-IDX3) <
                       WS-RN-START-STAMP(WS-RUN-IDX)
                   SET WS-LATER-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       3680-WRITE-RELEASE-LINE.
           MOVE SPACES TO WS-RM-TEXT
           MOVE WS-RN-END-STAMP(WS-RUN-IDX) TO WS-EDIT-STAMP
           PERFORM 7200-FORMAT-STAMP-TIME
           MOVE WS-RN-CYCLE-NUMBER(WS-RUN-IDX2) TO WS-CYCLE-EDIT
           MOVE WS-RN-RETURN-CODE(WS-RUN-IDX2) TO WS-RC-EDIT
           IF WS-RN-OUT-OF-BALANCE(WS-RUN-IDX2)
               STRING WS-RN-PROGRAM-ID(WS-RUN-IDX) DELIMITED BY SPACE
                      " RELEASED " DELIMITED BY SIZE
                      WS-PRM-RELEASED-OUTPUT(WS-X-PARM-POS)
                          DELIMITED BY SPACE
                      " AT " DELIMITED BY SIZE
                      WS-TIME-EDIT DELIMITED BY SIZE
                      " WHILE " DELIMITED BY SIZE
                      WS-RN-PROGRAM-ID(WS-RUN-IDX2) DELIMITED BY SPACE
                      " CYCLE " DELIMITED BY SIZE
                      WS-CYCLE-EDIT DELIMITED BY SIZE
                      " WAS OUT OF BALANCE TO RUNCTL (RC " DELIMITED
                          BY SIZE
                      WS-RC-EDIT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RM-TEXT
               END-STRING
           ELSE
               STRING WS-RN-PROGRAM-ID(WS-RUN-IDX) DELIMITED BY SPACE
                      " RELEASED " DELIMITED BY SIZE
                      WS-PRM-RELEASED-OUTPUT(WS-X-PARM-POS)
                          DELIMITED BY SPACE
                      " AT " DELIMITED BY SIZE
                      WS-TIME-EDIT DELIMITED BY SIZE
                      " WHILE " DELIMITED BY SIZE
                      WS-RN-PROGRAM-ID(WS-RUN-IDX2) DELIMITED BY SPACE
                      " CYCLE " DELIMITED BY SIZE
                      WS-CYCLE-EDIT DELIMITED BY SIZE
                      " HAD FAILED (RC " DELIMITED BY SIZE
                      WS-RC-EDIT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RM-TEXT
               END-STRING
           END-IF
           MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 3700-CHECK-SCOPES - the runs at WS-RUN-IDX (step WS-X-
      *> PARM-POS) and WS-RUN-IDX2 (step WS-Y-PARM-POS) belong to
      *> the same stretch of the chain unless both are per-cycle
      *> steps of different single cycles - a cycle 00 run is a
      *> whole-day run and is ordered against every cycle
      *> ----------------------------------------------------------
       3700-CHECK-SCOPES.
           SET WS-SCOPES-MATCH TO TRUE
           IF WS-PRM-PER-CYCLE(WS-X-PARM-POS)
                   AND WS-PRM-PER-CYCLE(WS-Y-PARM-POS)
                   AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX) > ZERO
                   AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX2) > ZERO
                   AND WS-RN-CYCLE-NUMBER(WS-RUN-IDX) NOT =
                       WS-RN-CYCLE-NUMBER(WS-RUN-IDX2)
               MOVE "N" TO WS-SCOPES-MATCH-SWITCH
           END-IF
           .

       3800-WRITE-DATE-SUMMARY.
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE "STEP RUNS LOGGED" TO WS-RS-LABEL
           MOVE WS-DT-RUNS TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "RUNS FAILED OR OUT OF BALANCE" TO WS-RS-LABEL
           MOVE WS-DT-FAILED TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "REQUIRED STEPS NOT RUN" TO WS-RS-LABEL
           MOVE WS-DT-NOT-RUN TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "RUNS OUT OF ORDER" TO WS-RS-LABEL
           MOVE WS-DT-OUT-OF-ORDER TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "RELEASES ON UNBALANCED UPSTREAM" TO WS-RS-LABEL
           MOVE WS-DT-UNBALANCED-RELEASE TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "RUNS OVER SLA" TO WS-RS-LABEL
           MOVE WS-DT-OVER-SLA TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE
           MOVE "STEPS NOT ON CHAINPRM" TO WS-RS-LABEL
           MOVE WS-DT-UNLISTED TO WS-RS-COUNT
           PERFORM 3850-WRITE-SUMMARY-LINE

           IF WS-DAY-COUNT > ZERO
               MOVE WS-DT-FIRST-START TO WS-CONVERT-STAMP
               PERFORM 7100-CONVERT-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE WS-DT-LAST-END TO WS-CONVERT-STAMP
               PERFORM 7100-CONVERT-STAMP-TO-SECONDS
               MOVE ZERO TO WS-ELAPSED-SECONDS
               IF WS-START-SECONDS > ZERO
                       AND WS-STAMP-SECONDS > WS-START-SECONDS
                   COMPUTE WS-ELAPSED-SECONDS =
                       WS-STAMP-SECONDS - WS-START-SECONDS
               END-IF
               PERFORM 7300-FORMAT-ELAPSED
               MOVE WS-DT-FIRST-START TO WS-EDIT-STAMP
               PERFORM 7200-FORMAT-STAMP-TIME
               MOVE WS-TIME-EDIT TO WS-FIRST-TIME
               MOVE WS-DT-LAST-END TO WS-EDIT-STAMP
               PERFORM 7200-FORMAT-STAMP-TIME
               MOVE SPACES TO WS-RM-TEXT
               STRING "CHAIN RAN FROM " DELIMITED BY SIZE
                      WS-DT-FIRST-START(1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FIRST-TIME DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-DT-LAST-END(1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TIME-EDIT DELIMITED BY SIZE
                      " - ELAPSED " DELIMITED BY SIZE
                      WS-ELAPSED-EDIT DELIMITED BY SIZE
                      INTO WS-RM-TEXT
               END-STRING
               MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
               WRITE HEALTH-REPORT-RECORD
           END-IF

           MOVE SPACES TO WS-RM-TEXT
           IF WS-DT-FAILED > ZERO
                   OR WS-DT-NOT-RUN > ZERO
                   OR WS-DT-OUT-OF-ORDER > ZERO
                   OR WS-DT-UNBALANCED-RELEASE > ZERO
               STRING "NIGHT OF " DELIMITED BY SIZE
                      WS-REPORT-DATE DELIMITED BY SIZE
                      " IS NOT CLEAN" DELIMITED BY SIZE
                      INTO WS-RM-TEXT
               END-STRING
               ADD 1 TO WS-DATES-NOT-CLEAN
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "NIGHT OF " DELIMITED BY SIZE
                      WS-REPORT-DATE DELIMITED BY SIZE
                      " IS CLEAN" DELIMITED BY SIZE
                      INTO WS-RM-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-RPT-MESSAGE-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           .

       3850-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           .

      *> ----------------------------------------------------------
      *> 4000-REPORT-ELAPSED-TREND - per CHAINPRM step, the average
      *> elapsed time of its runs in the recent days against the
      *> rest of the history and against its SLA
      *> ----------------------------------------------------------
       4000-REPORT-ELAPSED-TREND.
           IF WS-LATEST-DATE-INTEGER = ZERO
               GO TO 4000-REPORT-ELAPSED-TREND-EXIT
           END-IF
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-TREND-RECENT-DAYS TO WS-TH-RECENT-DAYS
           MOVE WS-LATEST-BUSINESS-DATE TO WS-TH-LATEST-DATE
           MOVE WS-RPT-TREND-HEADING-1 TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE SPACES TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           MOVE WS-RPT-TREND-HEADING-2 TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
           PERFORM 4100-REPORT-STEP-TREND
               THRU 4100-REPORT-STEP-TREND-EXIT
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PARM-COUNT
           .
       4000-REPORT-ELAPSED-TREND-EXIT.
           EXIT.

       4100-REPORT-STEP-TREND.
           INITIALIZE WS-TREND-WORK
           MOVE LOW-VALUES TO WS-TW-LATEST-STAMP
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF NOT WS-RN-RETIRED(WS-RUN-IDX)
                       AND WS-RN-PROGRAM-ID(WS-RUN-IDX) =
                           WS-PRM-PROGRAM-ID(WS-PRM-IDX)
                   IF WS-LATEST-DATE-INTEGER -
                           WS-RN-DATE-INTEGER(WS-RUN-IDX) <
                           WS-TREND-RECENT-DAYS
                       ADD 1 TO WS-TW-RECENT-COUNT
                       ADD WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) TO
                           WS-TW-RECENT-SECONDS
                   ELSE
                       ADD 1 TO WS-TW-PRIOR-COUNT
                       ADD WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) TO
                           WS-TW-PRIOR-SECONDS
                   END-IF
                   IF WS-RN-START-STAMP(WS-RUN-IDX) > WS-TW-LATEST-STAMP
                       MOVE WS-RN-START-STAMP(WS-RUN-IDX) TO
                           WS-TW-LATEST-STAMP
                       MOVE WS-RN-ELAPSED-SECONDS(WS-RUN-IDX) TO
                           WS-TW-LATEST-SECONDS
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-TREND-LINE
           MOVE WS-PRM-PROGRAM-ID(WS-PRM-IDX) TO WS-TL-PROGRAM-ID
           MOVE WS-PRM-SLA-MINUTES(WS-PRM-IDX) TO WS-TL-SLA-MINUTES
           COMPUTE WS-TL-RUNS = WS-TW-RECENT-COUNT + WS-TW-PRIOR-COUNT
           IF WS-TW-RECENT-COUNT + WS-TW-PRIOR-COUNT = ZERO
               MOVE "NO RUNS" TO WS-TL-TREND-FLAG
               PERFORM 4150-WRITE-TREND-LINE
               GO TO 4100-REPORT-STEP-TREND-EXIT
           END-IF

           IF WS-TW-RECENT-COUNT > ZERO
               COMPUTE WS-TW-RECENT-AVERAGE ROUNDED =
                   WS-TW-RECENT-SECONDS / WS-TW-RECENT-COUNT
               MOVE WS-TW-RECENT-AVERAGE TO WS-ELAPSED-SECONDS
               PERFORM 7300-FORMAT-ELAPSED
               MOVE WS-ELAPSED-EDIT TO WS-TL-RECENT-AVERAGE
           END-IF
           IF WS-TW-PRIOR-COUNT > ZERO
               COMPUTE WS-TW-PRIOR-AVERAGE ROUNDED =
                   WS-TW-PRIOR-SECONDS / WS-TW-PRIOR-COUNT
               MOVE WS-TW-PRIOR-AVERAGE TO WS-ELAPSED-SECONDS
               PERFORM 7300-FORMAT-ELAPSED
               MOVE WS-ELAPSED-EDIT TO WS-TL-PRIOR-AVERAGE
           END-IF
           MOVE WS-TW-LATEST-SECONDS TO WS-ELAPSED-SECONDS
           PERFORM 7300-FORMAT-ELAPSED
           MOVE WS-ELAPSED-EDIT TO WS-TL-LATEST-ELAPSED

           IF WS-TW-RECENT-COUNT > ZERO
                   AND WS-TW-PRIOR-COUNT > ZERO
                   AND WS-TW-RECENT-AVERAGE * 100 NOT <
                       WS-TW-PRIOR-AVERAGE * (100 + WS-CREEP-PERCENT)
                   AND WS-TW-RECENT-AVERAGE > WS-TW-PRIOR-AVERAGE
               MOVE "CREEPING" TO WS-TL-TREND-FLAG
               ADD 1 TO WS-STEPS-CREEPING
           END-IF

           IF WS-PRM-SLA-MINUTES(WS-PRM-IDX) > ZERO
                   AND WS-TW-RECENT-COUNT > ZERO
               COMPUTE WS-TW-PERCENT-OF-SLA ROUNDED =
                   WS-TW-RECENT-AVERAGE * 100 /
                   (WS-PRM-SLA-MINUTES(WS-PRM-IDX) * 60)
               MOVE WS-TW-PERCENT-OF-SLA TO WS-TL-PERCENT-OF-SLA
               MOVE "%" TO WS-TL-PERCENT-SIGN
               EVALUATE TRUE
                   WHEN WS-TW-PERCENT-OF-SLA > 100
                       MOVE "OVER SLA" TO WS-TL-SLA-FLAG
                       ADD 1 TO WS-STEPS-NEAR-SLA
                   WHEN WS-TW-PERCENT-OF-SLA NOT < WS-NEAR-SLA-PERCENT
                       MOVE "NEAR SLA" TO WS-TL-SLA-FLAG
                       ADD 1 TO WS-STEPS-NEAR-SLA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 4150-WRITE-TREND-LINE
           .
       4100-REPORT-STEP-TREND-EXIT.
           EXIT.

       4150-WRITE-TREND-LINE.
           MOVE WS-RPT-TREND-LINE TO HEALTH-REPORT-RECORD
           WRITE HEALTH-REPORT-RECORD
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
      *> 7100-CONVERT-STAMP-TO-SECONDS - CCYYMMDDHHMMSScc in WS-
      *> CONVERT-STAMP to seconds in WS-STAMP-SECONDS, zero when
      *> the stamp is not a clock reading
      *> ----------------------------------------------------------
       7100-CONVERT-STAMP-TO-SECONDS.
           IF WS-CONVERT-STAMP(1:14) IS NUMERIC
               MOVE WS-CONVERT-STAMP(1:8) TO WS-DATE-NUMERIC
               MOVE WS-CONVERT-STAMP(9:6) TO WS-TIME-NUMERIC
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) * 86400
                   + WS-TN-HH * 3600 + WS-TN-MM * 60 + WS-TN-SS
           ELSE
               MOVE ZERO TO WS-STAMP-SECONDS
           END-IF
           .

      *> HH:MM:SS of the stamp in WS-EDIT-STAMP
       7200-FORMAT-STAMP-TIME.
           MOVE WS-EDIT-STAMP(9:2)  TO WS-TE-HH
           MOVE WS-EDIT-STAMP(11:2) TO WS-TE-MM
           MOVE WS-EDIT-STAMP(13:2) TO WS-TE-SS
           .

      *> minutes and seconds of WS-ELAPSED-SECONDS
       7300-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-SECONDS BY 60
               GIVING WS-ELAPSED-MINUTES
               REMAINDER WS-TIME-NUMERIC
           MOVE WS-ELAPSED-MINUTES TO WS-EE-MINUTES
           MOVE WS-TIME-NUMERIC TO WS-EE-SECONDS
           .

      *> ----------------------------------------------------------
      *> 8100-FIND-CHAIN-STEP - WS-FOUND-PARM-POS to the CHAINPRM
      *> row for WS-LOOKUP-PROGRAM-ID, zero if it has none
      *> ----------------------------------------------------------
       8100-FIND-CHAIN-STEP.
           MOVE ZERO TO WS-FOUND-PARM-POS
           SET WS-PRM-IDX2 TO 1
           SEARCH WS-PRM-ENTRY VARYING WS-PRM-IDX2
               AT END
                   CONTINUE
               WHEN WS-PRM-IDX2 > WS-PARM-COUNT
                   CONTINUE
               WHEN WS-PRM-PROGRAM-ID(WS-PRM-IDX2) = WS-LOOKUP-PROGRAM-ID
                   SET WS-FOUND-PARM-POS TO WS-PRM-IDX2
           END-SEARCH
           .

       9999-TERMINATE.
           CLOSE HEALTH-REPORT-FILE
           DISPLAY "POSBHLTH: CHAINPRM STEPS        = " WS-PARM-COUNT
           DISPLAY "POSBHLTH: HISTORY CARRIED IN    = "
               WS-HISTORY-CARRIED-IN
           DISPLAY "POSBHLTH: RUNLOG RECORDS READ   = "
               WS-LOG-RECORDS-READ
           DISPLAY "POSBHLTH: RUNLOG ALREADY HELD   = "
               WS-LOG-ALREADY-HELD
           DISPLAY "POSBHLTH: RUNLOG PAST KEEP      = " WS-LOG-TOO-OLD
           DISPLAY "POSBHLTH: RUNLOG RECORDS ADDED  = "
               WS-LOG-RECORDS-ADDED
           DISPLAY "POSBHLTH: HISTORY RETIRED       = "
               WS-ENTRIES-RETIRED
           DISPLAY "POSBHLTH: HISTORY CARRIED OUT   = "
               WS-HISTORY-CARRIED-OUT
           DISPLAY "POSBHLTH: DATES REPORTED        = " WS-DATES-REPORTED
           DISPLAY "POSBHLTH: DATES NOT CLEAN       = "
               WS-DATES-NOT-CLEAN
           DISPLAY "POSBHLTH: STEPS CREEPING        = " WS-STEPS-CREEPING
           DISPLAY "POSBHLTH: STEPS NEAR OR OVER SLA= "
               WS-STEPS-NEAR-SLA
           .
