      *****************************************************************
      *  BWFCAST.cbl
      *
      *  Batch-window completion forecast for the STARTPROG suite,
      *  launched through the program registry ("BWFCAST" from the
      *  launcher menu or command line). It answers the shift lead's
      *  22:00 question - will tonight's work be done by the time the
      *  online day starts - before it is too late to do anything
      *  about it. The night's plan is built the way the scheduler
      *  will run it:
      *     - the processing calendar decides which schedule entries
      *       apply: D entries on business days, M and Q entries on
      *       (rolled-forward) month-end and quarter-end business
      *       days, judged on the date each window opens
      *     - every step in each applying stream file is costed at
      *       that program's average elapsed seconds from the
      *       run-statistics file; a parallel group costs its longest
      *       member, since the stream waits for all of them
      *     - a stream starts when its window opens, or when the
      *       stream named in its SCH-AFTER-STREAM is projected to
      *       finish if that is later - the same declared ordering
      *       the scheduler's dispatch honors
      *  STARTPROG-BWFCAST.RPT then lists each stream's projected
      *  start and finish, marks the CRITICAL PATH (the chain of
      *  AFTER dependencies that ends in the last stream to finish)
      *  and flags as LATE every stream projected to finish after the
      *  window-close time.
      *
      *  The night runs from the close time on the night's date to
      *  the close time the next morning: a window opening at or
      *  after the close time opens that evening, one opening before
      *  it opens the next morning. Run before the close time in the
      *  morning, the forecast is still for the night in progress.
      *
      *  With "LIVE" the forecast re-projects from where the night
      *  actually stands, reading the run-lock and checkpoint files:
      *     RUNNING   the stream's lock is held; its remaining steps
      *               (after the in-progress checkpoint, if any) are
      *               costed from its last checkpoint, or from when it
      *               took the lock
      *     DONE      its checkpoint completed since its window opened
      *               - the finish is the checkpoint time
      *     STALLED   an in-progress checkpoint written since its
      *               window opened with no lock held - it died
      *               partway and its remaining steps are projected
      *               as if restarted now
      *     NO RUN    its window has closed with nothing on record and
      *               nothing holding it back - projected as if run now
      *  and nothing not yet started is projected to start before the
      *  current time.
      *
      *  The parameter string is "[LIVE] [<hhmm>]" in either order:
      *  the window-close time defaults to 0600. A bad token is
      *  reported and the default kept.
      *  Return codes: 0 everything finishes inside the window,
      *  4 at least one stream is projected LATE (or is STALLED or
      *  NO RUN in a LIVE forecast), 8 the calendar or schedule file
      *  could not be read, or the report could not be written.
      *****************************************************************
       identification division.
       program-id. BWFCAST.
       environment division.
       input-output section.
       file-control.
           select SCHEDULE-FILE assign to WS-SCHEDULE-PATH
               organization line sequential
               file status is WS-SCHEDULE-STATUS.
           select CALENDAR-FILE assign to WS-CALENDAR-PATH
               organization line sequential
               file status is WS-CALENDAR-STATUS.
           select RUN-STATS-FILE assign to WS-RUNSTATS-PATH
               organization line sequential
               file status is WS-RUNSTATS-STATUS.
           select JOB-STREAM-FILE assign to WS-JOB-STREAM-PATH
               organization line sequential
               file status is WS-JOBSTREAM-STATUS.
           select RUN-LOCK-FILE assign to WS-RUNLOCK-PATH
               organization is indexed
               access mode is dynamic
               record key is RLOCK-RESOURCE-NAME
               file status is WS-RUNLOCK-STATUS.
           select CHECKPOINT-FILE assign to WS-CHECKPOINT-PATH
               organization is indexed
               access mode is dynamic
               record key is CKPT-JOB-STREAM-ID
               file status is WS-CHECKPOINT-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  SCHEDULE-FILE.
       copy "ScheduleRecord.cpy".
       fd  CALENDAR-FILE.
       copy "CalendarRecord.cpy".
       fd  RUN-STATS-FILE.
       copy "RunStatsRecord.cpy".
       fd  JOB-STREAM-FILE.
       copy "JobStreamRecord.cpy".
       fd  RUN-LOCK-FILE.
       copy "RunLockRecord.cpy".
       fd  CHECKPOINT-FILE.
       copy "CheckpointRecord.cpy".
       fd  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       working-storage section.
       01 WS-SCHEDULE-PATH   PIC X(200) VALUE "STARTPROG-SCHEDULE.DAT".
       01 WS-SCHEDULE-STATUS PIC X(2)  VALUE "00".
       01 WS-SCHEDULE-EOF    PIC X(1)  VALUE "N".
           88 SCHEDULE-AT-END VALUE "Y".
       01 WS-CALENDAR-PATH   PIC X(200) VALUE "STARTPROG-CALENDAR.DAT".
       01 WS-CALENDAR-STATUS PIC X(2)  VALUE "00".
       01 WS-CALENDAR-EOF    PIC X(1)  VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".
       01 WS-RUNSTATS-PATH   PIC X(200) VALUE "STARTPROG-RUNSTATS.DAT".
       01 WS-RUNSTATS-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNSTATS-EOF    PIC X(1)  VALUE "N".
           88 RUNSTATS-AT-END VALUE "Y".
       01 WS-JOB-STREAM-PATH PIC X(200) VALUE SPACES.
       01 WS-JOBSTREAM-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-JOBSTREAM-EOF   PIC X(1)  VALUE "N".
           88 JOBSTREAM-AT-END VALUE "Y".
       01 WS-RUNLOCK-PATH    PIC X(200) VALUE "STARTPROG-RUNLOCK.DAT".
       01 WS-RUNLOCK-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNLOCK-OPEN    PIC X(1)  VALUE "N".
           88 RUNLOCK-IS-OPEN VALUE "Y".
       01 WS-CHECKPOINT-PATH PIC X(200) VALUE
           "STARTPROG-CHECKPOINT.DAT".
       01 WS-CHECKPOINT-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-CHECKPOINT-OPEN PIC X(1)  VALUE "N".
           88 CHECKPOINT-IS-OPEN VALUE "Y".
       01 WS-CKPT-FOUND      PIC X(1)  VALUE "N".
           88 CHECKPOINT-ON-FILE VALUE "Y".
       01 WS-REPORT-PATH     PIC X(200) VALUE "STARTPROG-BWFCAST.RPT".
       01 WS-REPORT-STATUS   PIC X(2)  VALUE "00".
       01 WS-PARSE-PTR       PIC 9(4)  VALUE 1.
       01 WS-PARM-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-CLOSE-HHMM      PIC X(4)  VALUE "0600".
       01 WS-LIVE-MODE       PIC X(1)  VALUE "N".
           88 LIVE-FORECAST  VALUE "Y".
      *> The night being forecast, and every time of day in it held as
      *> signed minutes from midnight at the start of the night's
      *> date: 1500 is 01:00 the next morning, and a lock taken the
      *> evening before comes out negative.
       01 WS-NOW-STAMP       PIC X(21) VALUE SPACES.
       01 WS-NOW-HHMM        PIC X(4)  VALUE SPACES.
       01 WS-TODAY-DATE      PIC 9(8)  VALUE 0.
       01 WS-NIGHT-DATE      PIC 9(8)  VALUE 0.
       01 WS-MORNING-DATE    PIC 9(8)  VALUE 0.
       01 WS-NIGHT-DAY-NUM   PIC 9(7)  VALUE 0.
       01 WS-STAMP-WORK.
           05 WS-STAMP-DATE  PIC 9(8).
           05 WS-STAMP-HH    PIC 9(2).
           05 WS-STAMP-MI    PIC 9(2).
       01 WS-STAMP-MINUTES   PIC S9(7) VALUE 0.
       01 WS-NOW-MINUTES     PIC S9(7) VALUE 0.
       01 WS-CLOSE-MINUTES   PIC S9(7) VALUE 0.
       01 WS-HHMM-WORK.
           05 WS-HHMM-HH     PIC 9(2).
           05 WS-HHMM-MI     PIC 9(2).
       01 WS-HHMM-MINUTES    PIC S9(7) VALUE 0.
      *> Calendar state for one date, worked out the way the
      *> scheduler's 0510-LOAD-CALENDAR-DAY works it out, then kept
      *> for the evening (the night's date) and the morning after.
       01 WS-CAL-WANT-DATE   PIC X(8)  VALUE SPACES.
       01 WS-CAL-DAY-TYPE    PIC X(1)  VALUE SPACE.
       01 WS-CAL-FOUND       PIC X(1)  VALUE "N".
       01 WS-CAL-EFF-ME      PIC X(1)  VALUE "N".
       01 WS-CAL-EFF-QE      PIC X(1)  VALUE "N".
       01 WS-CAL-CARRY-ME    PIC X(1)  VALUE "N".
       01 WS-CAL-CARRY-QE    PIC X(1)  VALUE "N".
       01 WS-EVE-DAY-TYPE    PIC X(1)  VALUE SPACE.
           88 EVENING-IS-BUSINESS VALUE "B".
       01 WS-EVE-FOUND       PIC X(1)  VALUE "N".
       01 WS-EVE-ME          PIC X(1)  VALUE "N".
       01 WS-EVE-QE          PIC X(1)  VALUE "N".
       01 WS-MORN-DAY-TYPE   PIC X(1)  VALUE SPACE.
           88 MORNING-IS-BUSINESS VALUE "B".
       01 WS-MORN-FOUND      PIC X(1)  VALUE "N".
       01 WS-MORN-ME         PIC X(1)  VALUE "N".
       01 WS-MORN-QE         PIC X(1)  VALUE "N".
       01 WS-OPEN-DAY-TYPE   PIC X(1)  VALUE SPACE.
       01 WS-OPEN-ME         PIC X(1)  VALUE "N".
       01 WS-OPEN-QE         PIC X(1)  VALUE "N".
       01 WS-ENTRY-APPLIES   PIC X(1)  VALUE "N".
           88 SCHED-ENTRY-APPLIES VALUE "Y".
      *> Average elapsed seconds per program over the live
      *> run-statistics file, loaded once.
       01 WS-PROGRAM-AVERAGES.
           05 WS-AVG-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-AVG-IDX.
              10 WS-AVG-NAME          PIC X(50).
              10 WS-AVG-TOTAL         PIC 9(12).
              10 WS-AVG-RUNS          PIC 9(7).
       01 WS-AVG-COUNT       PIC 9(4)  VALUE 0.
       01 WS-FOUND-SLOT      PIC X(1)  VALUE "N".
           88 SLOT-WAS-FOUND VALUE "Y".
       01 WS-STATS-SKIPPED   PIC 9(7)  VALUE 0.
      *> One entry per schedule line that applies tonight.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PLAN-IDX.
              10 WS-PLAN-STREAM       PIC X(200).
              10 WS-PLAN-AFTER        PIC X(200).
              10 WS-PLAN-WIN-START    PIC X(4).
              10 WS-PLAN-WIN-END      PIC X(4).
              10 WS-PLAN-SELECT       PIC X(1).
              10 WS-PLAN-OPEN-MIN     PIC S9(7).
              10 WS-PLAN-CLOSE-MIN    PIC S9(7).
              10 WS-PLAN-STEPS        PIC 9(4).
              10 WS-PLAN-NO-HISTORY   PIC 9(4).
              10 WS-PLAN-RUN-SECS     PIC 9(9).
              10 WS-PLAN-FILE-STATUS  PIC X(2).
              10 WS-PLAN-STATE        PIC X(8).
              10 WS-PLAN-BASE-MIN     PIC S9(7).
              10 WS-PLAN-START-MIN    PIC S9(7).
              10 WS-PLAN-FINISH-MIN   PIC S9(7).
              10 WS-PLAN-DRIVER       PIC 9(4).
              10 WS-PLAN-RESOLVED     PIC X(1).
              10 WS-PLAN-CRITICAL     PIC X(1).
              10 WS-PLAN-LATE         PIC X(1).
              10 WS-PLAN-RESUME-STEP  PIC 9(4).
              10 WS-PLAN-GROUP-START  PIC 9(4).
              10 WS-PLAN-GROUP-DONE   PIC X(20).
       01 WS-PLAN-COUNT      PIC 9(4)  VALUE 0.
       01 WS-PLAN-DROPPED    PIC 9(4)  VALUE 0.
       01 WS-PRED-IDX        PIC 9(4)  VALUE 0.
       01 WS-PRED-WAITING    PIC X(1)  VALUE "N".
           88 PREDECESSOR-UNRESOLVED VALUE "Y".
       01 WS-RESOLVED-COUNT  PIC 9(4)  VALUE 0.
       01 WS-PASS-PROGRESS   PIC 9(4)  VALUE 0.
       01 WS-CANDIDATE-MIN   PIC S9(7) VALUE 0.
       01 WS-RUN-MINUTES     PIC 9(7)  VALUE 0.
      *> Costing one stream file: a parallel group counts once, at its
      *> longest member, and is closed off by the first line with a
      *> different tag (or after 20 members, where the launcher
      *> starts a new group).
       01 WS-MEAS-STEP       PIC 9(4)  VALUE 0.
       01 WS-MEAS-STEP-SECS  PIC 9(7)  VALUE 0.
       01 WS-MEAS-GROUP-TAG  PIC X(8)  VALUE SPACES.
       01 WS-MEAS-GROUP-SIZE PIC 9(4)  VALUE 0.
       01 WS-MEAS-GROUP-SECS PIC 9(7)  VALUE 0.
       01 WS-MEAS-MEMBER     PIC 9(4)  VALUE 0.
       01 WS-MEAS-DONE       PIC X(1)  VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
      *> Critical-path chain, collected last stream first.
       01 WS-CRIT-CHAIN.
           05 WS-CRIT-ENTRY  PIC 9(4) OCCURS 50 TIMES.
       01 WS-CRIT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-CRIT-SUB        PIC 9(4)  VALUE 0.
       01 WS-LAST-IDX        PIC 9(4)  VALUE 0.
       01 WS-LAST-FINISH-MIN PIC S9(7) VALUE 0.
       01 WS-LATE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-TROUBLE-COUNT   PIC 9(4)  VALUE 0.
      *> Minutes-from-the-night's-midnight to "HH:MM", with "+1" for
      *> the morning after and "-1" for the evening before.
       01 WS-FMT-MINUTES     PIC S9(7) VALUE 0.
       01 WS-FMT-DAY         PIC S9(3) VALUE 0.
       01 WS-FMT-DAY-DIGIT   PIC 9(1)  VALUE 0.
       01 WS-FMT-OF-DAY      PIC 9(4)  VALUE 0.
       01 WS-FMT-HH          PIC 9(2)  VALUE 0.
       01 WS-FMT-MI          PIC 9(2)  VALUE 0.
       01 WS-FMT-TEXT        PIC X(8)  VALUE SPACES.
       01 WS-CLOSE-TEXT      PIC X(8)  VALUE SPACES.
       01 WS-LAST-TEXT       PIC X(8)  VALUE SPACES.
       01 WS-EDIT-COUNT      PIC Z(6)9.
      *> Report line layouts, in the RUNTRPT mold.
       01 WS-HEADING-1.
           05 FILLER             PIC X(31) VALUE
              "STARTPROG BATCH WINDOW FORECAST".
           05 FILLER             PIC X(11) VALUE "  NIGHT OF ".
           05 WS-HDG-NIGHT       PIC 9(8).
           05 FILLER             PIC X(8)  VALUE "  CLOSE ".
           05 WS-HDG-CLOSE       PIC X(5).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-HDG-MODE        PIC X(16) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 WS-HDG-RUN-TS      PIC X(14) VALUE SPACES.
       01 WS-RULE-LINE.
           05 FILLER             PIC X(120) VALUE ALL "-".
       01 WS-SECTION-TITLE       PIC X(120) VALUE SPACES.
       01 WS-PLAN-COL-HEADS.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "WINDOW".
           05 FILLER             PIC X(4)  VALUE "SEL".
           05 FILLER             PIC X(40) VALUE "STREAM".
           05 FILLER             PIC X(6)  VALUE " STEPS".
           05 FILLER             PIC X(8)  VALUE " RUN MIN".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE "START".
           05 FILLER             PIC X(9)  VALUE "FINISH".
           05 FILLER             PIC X(9)  VALUE "STATE".
           05 FILLER             PIC X(14) VALUE "FLAGS".
       01 WS-PLAN-DETAIL.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PDET-START-HHMM PIC X(4).
           05 FILLER             PIC X(1)  VALUE "-".
           05 WS-PDET-END-HHMM   PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-PDET-SELECT     PIC X(1).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PDET-STREAM     PIC X(40).
           05 WS-PDET-STEPS      PIC Z(5)9.
           05 WS-PDET-RUN-MIN    PIC Z(7)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PDET-START      PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-PDET-FINISH     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-PDET-STATE      PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-PDET-FLAGS      PIC X(14).
       01 WS-NOTE-LINE           PIC X(132) VALUE SPACES.
       01 WS-CRIT-DETAIL.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CDET-START      PIC X(8).
           05 FILLER             PIC X(3)  VALUE " - ".
           05 WS-CDET-FINISH     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CDET-STREAM     PIC X(100).
       01 WS-SUMMARY-COUNTS.
           05 FILLER             PIC X(22) VALUE
              "  STREAMS FORECAST:   ".
           05 WS-SUM-STREAMS     PIC Z(3)9.
           05 FILLER             PIC X(22) VALUE
              "   PROJECTED LATE:    ".
           05 WS-SUM-LATE        PIC Z(3)9.
       linkage section.
       01 PARM-TEXT              PIC X(60).
       procedure division using PARM-TEXT.
       0000-MAIN.
           PERFORM 1000-PARSE-PARM.
           PERFORM 1100-SET-NIGHT.
           PERFORM 2000-LOAD-NIGHT-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
              DISPLAY "BWFCAST: unable to open calendar file "
                 FUNCTION TRIM(WS-CALENDAR-PATH) " (status "
                 WS-CALENDAR-STATUS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2200-LOAD-PROGRAM-AVERAGES.
           PERFORM 2300-LOAD-TONIGHTS-ENTRIES.
           IF WS-SCHEDULE-STATUS NOT = "00"
              DISPLAY "BWFCAST: unable to open schedule file "
                 FUNCTION TRIM(WS-SCHEDULE-PATH) " (status "
                 WS-SCHEDULE-STATUS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF LIVE-FORECAST
              PERFORM 2500-OPEN-LIVE-STATE
           END-IF.
           PERFORM 2400-MEASURE-ONE-STREAM
              VARYING WS-PLAN-IDX FROM 1 BY 1
              UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           IF RUNLOCK-IS-OPEN
              CLOSE RUN-LOCK-FILE
              MOVE "N" TO WS-RUNLOCK-OPEN
           END-IF.
           IF CHECKPOINT-IS-OPEN
              CLOSE CHECKPOINT-FILE
              MOVE "N" TO WS-CHECKPOINT-OPEN
           END-IF.
           PERFORM 3000-PROJECT-TIMELINE.
           PERFORM 3500-MARK-CRITICAL-PATH.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "BWFCAST: unable to open report file "
                 FUNCTION TRIM(WS-REPORT-PATH) " (status "
                 WS-REPORT-STATUS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 4000-WRITE-PLAN-SECTION.
           PERFORM 5000-WRITE-CRITICAL-SECTION.
           PERFORM 6000-WRITE-SUMMARY-SECTION.
           CLOSE REPORT-FILE.
           PERFORM 7000-SHOW-CONSOLE-SUMMARY.
           IF WS-LATE-COUNT > 0 OR WS-TROUBLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *> "[LIVE] [<hhmm>]" in either order. A close time that is not
      *> a real HHMM is reported and 0600 kept, rather than silently
      *> forecasting against the wrong deadline.
       1000-PARSE-PARM.
           MOVE 1 TO WS-PARSE-PTR.
           PERFORM UNTIL WS-PARSE-PTR > LENGTH OF PARM-TEXT
              MOVE SPACES TO WS-PARM-TOKEN
              UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                  INTO WS-PARM-TOKEN
                  WITH POINTER WS-PARSE-PTR
              END-UNSTRING
              EVALUATE TRUE
                 WHEN WS-PARM-TOKEN = SPACES
                    CONTINUE
                 WHEN FUNCTION UPPER-CASE(WS-PARM-TOKEN) = "LIVE"
                    MOVE "Y" TO WS-LIVE-MODE
                 WHEN WS-PARM-TOKEN(5:) = SPACES
                      AND WS-PARM-TOKEN(1:4) IS NUMERIC
                      AND WS-PARM-TOKEN(1:2) <= "23"
                      AND WS-PARM-TOKEN(3:2) <= "59"
                    MOVE WS-PARM-TOKEN(1:4) TO WS-CLOSE-HHMM
                 WHEN OTHER
                    DISPLAY "BWFCAST: window close is not a valid "
                       "HHMM - using " WS-CLOSE-HHMM ": "
                       FUNCTION TRIM(WS-PARM-TOKEN)
              END-EVALUATE
           END-PERFORM.

      *> The night in question: before the close time in the morning
      *> that is the night that began yesterday evening, otherwise
      *> the one beginning this evening.
       1100-SET-NIGHT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(9:4) TO WS-NOW-HHMM.
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE.
           IF WS-NOW-HHMM < WS-CLOSE-HHMM
              COMPUTE WS-NIGHT-DAY-NUM =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
           ELSE
              COMPUTE WS-NIGHT-DAY-NUM =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           END-IF.
           COMPUTE WS-NIGHT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY-NUM).
           COMPUTE WS-MORNING-DATE =
              FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY-NUM + 1).
           MOVE WS-NOW-STAMP(1:12) TO WS-STAMP-WORK.
           PERFORM 1200-STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
           MOVE WS-CLOSE-HHMM TO WS-HHMM-WORK.
           PERFORM 1300-HHMM-TO-MINUTES.
           COMPUTE WS-CLOSE-MINUTES = 1440 + WS-HHMM-MINUTES.
           MOVE WS-CLOSE-MINUTES TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES.
           MOVE WS-FMT-TEXT TO WS-CLOSE-TEXT.

      *> YYYYMMDDHHMI in WS-STAMP-WORK to minutes from midnight at the
      *> start of the night's date.
       1200-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
              (FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                 - WS-NIGHT-DAY-NUM) * 1440
              + WS-STAMP-HH * 60
              + WS-STAMP-MI.

       1300-HHMM-TO-MINUTES.
           IF WS-HHMM-WORK IS NUMERIC
              COMPUTE WS-HHMM-MINUTES =
                 WS-HHMM-HH * 60 + WS-HHMM-MI
           ELSE
              MOVE 0 TO WS-HHMM-MINUTES
           END-IF.

       2000-LOAD-NIGHT-CALENDAR.
           MOVE WS-NIGHT-DATE TO WS-CAL-WANT-DATE.
           PERFORM 2100-LOAD-CALENDAR-DAY.
           MOVE WS-CAL-DAY-TYPE TO WS-EVE-DAY-TYPE.
           MOVE WS-CAL-FOUND TO WS-EVE-FOUND.
           MOVE WS-CAL-EFF-ME TO WS-EVE-ME.
           MOVE WS-CAL-EFF-QE TO WS-EVE-QE.
           IF WS-CALENDAR-STATUS = "00"
              MOVE WS-MORNING-DATE TO WS-CAL-WANT-DATE
              PERFORM 2100-LOAD-CALENDAR-DAY
              MOVE WS-CAL-DAY-TYPE TO WS-MORN-DAY-TYPE
              MOVE WS-CAL-FOUND TO WS-MORN-FOUND
              MOVE WS-CAL-EFF-ME TO WS-MORN-ME
              MOVE WS-CAL-EFF-QE TO WS-MORN-QE
           END-IF.

      *> Day type and effective month-end / quarter-end for
      *> WS-CAL-WANT-DATE, carrying the flags forward over closed
      *> days exactly as the scheduler does. A date missing from the
      *> calendar is no business day, as it is to the scheduler.
       2100-LOAD-CALENDAR-DAY.
           MOVE SPACE TO WS-CAL-DAY-TYPE.
           MOVE "N" TO WS-CAL-FOUND WS-CAL-EFF-ME WS-CAL-EFF-QE
              WS-CAL-CARRY-ME WS-CAL-CARRY-QE WS-CALENDAR-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END
                       MOVE "Y" TO WS-CALENDAR-EOF
                    NOT AT END
                       IF CAL-DATE < WS-CAL-WANT-DATE
                          IF CAL-BUSINESS-DAY
                             MOVE "N" TO WS-CAL-CARRY-ME
                             MOVE "N" TO WS-CAL-CARRY-QE
                          ELSE
                             IF CAL-MONTH-END
                                MOVE "Y" TO WS-CAL-CARRY-ME
                             END-IF
                             IF CAL-QTR-END
                                MOVE "Y" TO WS-CAL-CARRY-QE
                             END-IF
                          END-IF
                       END-IF
                       IF CAL-DATE = WS-CAL-WANT-DATE
                          MOVE "Y" TO WS-CAL-FOUND
                          MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                          IF CAL-MONTH-END
                             MOVE "Y" TO WS-CAL-EFF-ME
                          END-IF
                          IF CAL-QTR-END
                             MOVE "Y" TO WS-CAL-EFF-QE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
              IF WS-CAL-DAY-TYPE = "B"
                 IF WS-CAL-CARRY-ME = "Y"
                    MOVE "Y" TO WS-CAL-EFF-ME
                 END-IF
                 IF WS-CAL-CARRY-QE = "Y"
                    MOVE "Y" TO WS-CAL-EFF-QE
                 END-IF
              END-IF
           END-IF.

      *> Torn stats lines from a run that died mid-write are skipped,
      *> the same stance RUNTRPT and the launcher's own timing read
      *> take. No file at all just means every step has no history.
       2200-LOAD-PROGRAM-AVERAGES.
           MOVE 0 TO WS-AVG-COUNT.
           MOVE "N" TO WS-RUNSTATS-EOF.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS NOT = "00"
              DISPLAY "BWFCAST: run-statistics file "
                 FUNCTION TRIM(WS-RUNSTATS-PATH) " unreadable "
                 "(status " WS-RUNSTATS-STATUS ") - no step has a "
                 "runtime history"
           ELSE
              PERFORM UNTIL RUNSTATS-AT-END
                 READ RUN-STATS-FILE
                    AT END
                       MOVE "Y" TO WS-RUNSTATS-EOF
                    NOT AT END
                       IF RSTAT-ELAPSED-SECS IS NUMERIC
                          AND RSTAT-PROGRAM-NAME NOT = SPACES
                          PERFORM 2210-TALLY-ONE-RUN
                       ELSE
                          ADD 1 TO WS-STATS-SKIPPED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-STATS-FILE
           END-IF.

       2210-TALLY-ONE-RUN.
           MOVE "N" TO WS-FOUND-SLOT.
           PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                   UNTIL WS-AVG-IDX > WS-AVG-COUNT
                      OR SLOT-WAS-FOUND
              IF WS-AVG-NAME(WS-AVG-IDX) = RSTAT-PROGRAM-NAME
                 MOVE "Y" TO WS-FOUND-SLOT
                 ADD 1 TO WS-AVG-RUNS(WS-AVG-IDX)
                 ADD RSTAT-ELAPSED-SECS TO WS-AVG-TOTAL(WS-AVG-IDX)
              END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND AND WS-AVG-COUNT < 100
              ADD 1 TO WS-AVG-COUNT
              SET WS-AVG-IDX TO WS-AVG-COUNT
              MOVE RSTAT-PROGRAM-NAME TO WS-AVG-NAME(WS-AVG-IDX)
              MOVE 1 TO WS-AVG-RUNS(WS-AVG-IDX)
              MOVE RSTAT-ELAPSED-SECS TO WS-AVG-TOTAL(WS-AVG-IDX)
           END-IF.

      *> Keeps every schedule entry whose day selection holds on the
      *> date its window opens: the night's date for a window opening
      *> at or after the close time, the morning after for one
      *> opening before it.
       2300-LOAD-TONIGHTS-ENTRIES.
           MOVE 0 TO WS-PLAN-COUNT WS-PLAN-DROPPED.
           MOVE "N" TO WS-SCHEDULE-EOF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
              PERFORM UNTIL SCHEDULE-AT-END
                 READ SCHEDULE-FILE
                    AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                    NOT AT END
                       IF SCH-STREAM-PATH NOT = SPACES
                          PERFORM 2310-CONSIDER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHEDULE-FILE
           END-IF.

       2310-CONSIDER-ENTRY.
           IF SCH-WINDOW-START < WS-CLOSE-HHMM
              MOVE WS-MORN-DAY-TYPE TO WS-OPEN-DAY-TYPE
              MOVE WS-MORN-ME TO WS-OPEN-ME
              MOVE WS-MORN-QE TO WS-OPEN-QE
           ELSE
              MOVE WS-EVE-DAY-TYPE TO WS-OPEN-DAY-TYPE
              MOVE WS-EVE-ME TO WS-OPEN-ME
              MOVE WS-EVE-QE TO WS-OPEN-QE
           END-IF.
           MOVE "N" TO WS-ENTRY-APPLIES.
           IF WS-OPEN-DAY-TYPE = "B"
              AND (SCH-EVERY-BUSINESS-DAY
                   OR (SCH-MONTH-END-ONLY AND WS-OPEN-ME = "Y")
                   OR (SCH-QTR-END-ONLY AND WS-OPEN-QE = "Y"))
              MOVE "Y" TO WS-ENTRY-APPLIES
           END-IF.
           IF SCHED-ENTRY-APPLIES
              IF WS-PLAN-COUNT >= 50
                 ADD 1 TO WS-PLAN-DROPPED
              ELSE
                 ADD 1 TO WS-PLAN-COUNT
                 SET WS-PLAN-IDX TO WS-PLAN-COUNT
                 MOVE SCH-STREAM-PATH TO WS-PLAN-STREAM(WS-PLAN-IDX)
                 MOVE SCH-AFTER-STREAM TO WS-PLAN-AFTER(WS-PLAN-IDX)
                 MOVE SCH-WINDOW-START
                    TO WS-PLAN-WIN-START(WS-PLAN-IDX)
                 MOVE SCH-WINDOW-END TO WS-PLAN-WIN-END(WS-PLAN-IDX)
                 MOVE SCH-DAY-SELECT TO WS-PLAN-SELECT(WS-PLAN-IDX)
                 MOVE SCH-WINDOW-START TO WS-HHMM-WORK
                 PERFORM 1300-HHMM-TO-MINUTES
                 IF SCH-WINDOW-START < WS-CLOSE-HHMM
                    ADD 1440 TO WS-HHMM-MINUTES
                 END-IF
                 MOVE WS-HHMM-MINUTES TO WS-PLAN-OPEN-MIN(WS-PLAN-IDX)
                 MOVE SCH-WINDOW-END TO WS-HHMM-WORK
                 PERFORM 1300-HHMM-TO-MINUTES
                 IF SCH-WINDOW-START < WS-CLOSE-HHMM
                    ADD 1440 TO WS-HHMM-MINUTES
                 END-IF
                 IF SCH-WINDOW-END < SCH-WINDOW-START
                    ADD 1440 TO WS-HHMM-MINUTES
                 END-IF
                 MOVE WS-HHMM-MINUTES
                    TO WS-PLAN-CLOSE-MIN(WS-PLAN-IDX)
                 MOVE 0 TO WS-PLAN-STEPS(WS-PLAN-IDX)
                    WS-PLAN-NO-HISTORY(WS-PLAN-IDX)
                    WS-PLAN-RUN-SECS(WS-PLAN-IDX)
                    WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                    WS-PLAN-START-MIN(WS-PLAN-IDX)
                    WS-PLAN-FINISH-MIN(WS-PLAN-IDX)
                    WS-PLAN-DRIVER(WS-PLAN-IDX)
                    WS-PLAN-RESUME-STEP(WS-PLAN-IDX)
                    WS-PLAN-GROUP-START(WS-PLAN-IDX)
                 MOVE SPACES TO WS-PLAN-GROUP-DONE(WS-PLAN-IDX)
                 MOVE "00" TO WS-PLAN-FILE-STATUS(WS-PLAN-IDX)
                 MOVE "PLANNED" TO WS-PLAN-STATE(WS-PLAN-IDX)
                 MOVE "N" TO WS-PLAN-RESOLVED(WS-PLAN-IDX)
                    WS-PLAN-CRITICAL(WS-PLAN-IDX)
                    WS-PLAN-LATE(WS-PLAN-IDX)
              END-IF
           END-IF.

      *> Costs one stream: in a LIVE forecast its lock and checkpoint
      *> are looked at first, since they decide how much of the file
      *> is still to run.
       2400-MEASURE-ONE-STREAM.
           IF LIVE-FORECAST
              PERFORM 2510-READ-LIVE-STATE
           END-IF.
           MOVE WS-PLAN-STREAM(WS-PLAN-IDX) TO WS-JOB-STREAM-PATH.
           MOVE 0 TO WS-MEAS-STEP WS-MEAS-GROUP-SIZE
              WS-MEAS-GROUP-SECS.
           MOVE SPACES TO WS-MEAS-GROUP-TAG.
           MOVE "N" TO WS-JOBSTREAM-EOF.
           OPEN INPUT JOB-STREAM-FILE.
           MOVE WS-JOBSTREAM-STATUS TO WS-PLAN-FILE-STATUS(WS-PLAN-IDX).
           IF WS-JOBSTREAM-STATUS = "00"
              PERFORM UNTIL JOBSTREAM-AT-END
                 READ JOB-STREAM-FILE
                    AT END
                       MOVE "Y" TO WS-JOBSTREAM-EOF
                    NOT AT END
                       PERFORM 2410-MEASURE-ONE-STEP
                 END-READ
              END-PERFORM
              CLOSE JOB-STREAM-FILE
              PERFORM 2420-CLOSE-OFF-GROUP
           END-IF.

      *> Step numbers count every line, as the launcher counts them,
      *> so the checkpoint's resume point lines up. Steps at or before
      *> it - and the parallel-group members it records as clean -
      *> cost nothing.
       2410-MEASURE-ONE-STEP.
           ADD 1 TO WS-MEAS-STEP.
           ADD 1 TO WS-PLAN-STEPS(WS-PLAN-IDX).
           MOVE 0 TO WS-MEAS-STEP-SECS.
           MOVE "N" TO WS-MEAS-DONE.
           IF WS-MEAS-STEP <= WS-PLAN-RESUME-STEP(WS-PLAN-IDX)
              MOVE "Y" TO WS-MEAS-DONE
           END-IF.
           IF WS-PLAN-GROUP-START(WS-PLAN-IDX) > 0
              AND WS-MEAS-STEP >= WS-PLAN-GROUP-START(WS-PLAN-IDX)
              AND WS-MEAS-STEP < WS-PLAN-GROUP-START(WS-PLAN-IDX) + 20
              COMPUTE WS-MEAS-MEMBER =
                 WS-MEAS-STEP - WS-PLAN-GROUP-START(WS-PLAN-IDX) + 1
              IF WS-PLAN-GROUP-DONE(WS-PLAN-IDX)(WS-MEAS-MEMBER:1)
                    = "Y"
                 MOVE "Y" TO WS-MEAS-DONE
              END-IF
           END-IF.
           IF NOT STEP-ALREADY-DONE AND JS-PROGRAM-NAME NOT = SPACES
              MOVE "N" TO WS-FOUND-SLOT
              PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                      UNTIL WS-AVG-IDX > WS-AVG-COUNT
                         OR SLOT-WAS-FOUND
                 IF WS-AVG-NAME(WS-AVG-IDX) = JS-PROGRAM-NAME
                    MOVE "Y" TO WS-FOUND-SLOT
                    COMPUTE WS-MEAS-STEP-SECS =
                       WS-AVG-TOTAL(WS-AVG-IDX)
                       / WS-AVG-RUNS(WS-AVG-IDX)
                 END-IF
              END-PERFORM
              IF NOT SLOT-WAS-FOUND
                 ADD 1 TO WS-PLAN-NO-HISTORY(WS-PLAN-IDX)
              END-IF
           END-IF.
           IF JS-PARALLEL-GROUP NOT = SPACES
              AND JS-PARALLEL-GROUP = WS-MEAS-GROUP-TAG
              AND WS-MEAS-GROUP-SIZE < 20
              ADD 1 TO WS-MEAS-GROUP-SIZE
              IF WS-MEAS-STEP-SECS > WS-MEAS-GROUP-SECS
                 MOVE WS-MEAS-STEP-SECS TO WS-MEAS-GROUP-SECS
              END-IF
           ELSE
              PERFORM 2420-CLOSE-OFF-GROUP
              IF JS-PARALLEL-GROUP NOT = SPACES
                 MOVE JS-PARALLEL-GROUP TO WS-MEAS-GROUP-TAG
                 MOVE 1 TO WS-MEAS-GROUP-SIZE
                 MOVE WS-MEAS-STEP-SECS TO WS-MEAS-GROUP-SECS
              ELSE
                 ADD WS-MEAS-STEP-SECS TO WS-PLAN-RUN-SECS(WS-PLAN-IDX)
              END-IF
           END-IF.

       2420-CLOSE-OFF-GROUP.
           IF WS-MEAS-GROUP-SIZE > 0
              ADD WS-MEAS-GROUP-SECS TO WS-PLAN-RUN-SECS(WS-PLAN-IDX)
           END-IF.
           MOVE SPACES TO WS-MEAS-GROUP-TAG.
           MOVE 0 TO WS-MEAS-GROUP-SIZE WS-MEAS-GROUP-SECS.

      *> Both files are optional: no run-lock file means nothing is
      *> running, no checkpoint file means nothing has posted yet.
       2500-OPEN-LIVE-STATE.
           MOVE "N" TO WS-RUNLOCK-OPEN WS-CHECKPOINT-OPEN.
           OPEN INPUT RUN-LOCK-FILE.
           EVALUATE WS-RUNLOCK-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-RUNLOCK-OPEN
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "BWFCAST: run-lock file unreadable (status "
                    WS-RUNLOCK-STATUS ") - no stream is taken as "
                    "running"
           END-EVALUATE.
           OPEN INPUT CHECKPOINT-FILE.
           EVALUATE WS-CHECKPOINT-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-CHECKPOINT-OPEN
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "BWFCAST: checkpoint file unreadable "
                    "(status " WS-CHECKPOINT-STATUS ") - every "
                    "stream is projected from its first step"
           END-EVALUATE.

      *> Sets the entry's LIVE state (see the banner) and, where the
      *> stream will resume rather than start over, the resume point
      *> its costing starts after. WS-PLAN-BASE-MIN is the moment the
      *> remaining steps are costed from for a RUNNING stream, and
      *> the actual finish for a DONE one.
       2510-READ-LIVE-STATE.
           MOVE "N" TO WS-CKPT-FOUND.
           IF RUNLOCK-IS-OPEN
              MOVE WS-PLAN-STREAM(WS-PLAN-IDX) TO RLOCK-RESOURCE-NAME
              READ RUN-LOCK-FILE KEY IS RLOCK-RESOURCE-NAME
              IF WS-RUNLOCK-STATUS = "00"
                 MOVE "RUNNING" TO WS-PLAN-STATE(WS-PLAN-IDX)
                 MOVE WS-NOW-MINUTES TO WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                 IF RLOCK-ACQUIRED-TS(1:12) IS NUMERIC
                    MOVE RLOCK-ACQUIRED-TS(1:12) TO WS-STAMP-WORK
                    PERFORM 1200-STAMP-TO-MINUTES
                    MOVE WS-STAMP-MINUTES
                       TO WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                 END-IF
                 MOVE WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                    TO WS-PLAN-START-MIN(WS-PLAN-IDX)
              END-IF
           END-IF.
           IF CHECKPOINT-IS-OPEN
              MOVE WS-PLAN-STREAM(WS-PLAN-IDX) TO CKPT-JOB-STREAM-ID
              READ CHECKPOINT-FILE KEY IS CKPT-JOB-STREAM-ID
              IF WS-CHECKPOINT-STATUS = "00"
                 AND CKPT-LAST-UPDATE-TS(1:12) IS NUMERIC
                 MOVE "Y" TO WS-CKPT-FOUND
                 MOVE CKPT-LAST-UPDATE-TS(1:12) TO WS-STAMP-WORK
                 PERFORM 1200-STAMP-TO-MINUTES
              END-IF
           END-IF.
           IF CHECKPOINT-ON-FILE
              EVALUATE TRUE
                 WHEN WS-PLAN-STATE(WS-PLAN-IDX) = "RUNNING"
                    IF CKPT-IN-PROGRESS
                       PERFORM 2520-TAKE-RESUME-POINT
                       IF WS-STAMP-MINUTES >
                             WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                          MOVE WS-STAMP-MINUTES
                             TO WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                       END-IF
                    END-IF
                 WHEN CKPT-COMPLETE
                      AND WS-STAMP-MINUTES >=
                          WS-PLAN-OPEN-MIN(WS-PLAN-IDX)
                    MOVE "DONE" TO WS-PLAN-STATE(WS-PLAN-IDX)
                    MOVE WS-STAMP-MINUTES
                       TO WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                 WHEN CKPT-IN-PROGRESS
                    PERFORM 2520-TAKE-RESUME-POINT
                    IF WS-STAMP-MINUTES >=
                          WS-PLAN-OPEN-MIN(WS-PLAN-IDX)
                       MOVE "STALLED" TO WS-PLAN-STATE(WS-PLAN-IDX)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2520-TAKE-RESUME-POINT.
           MOVE CKPT-LAST-STEP-NUMBER
              TO WS-PLAN-RESUME-STEP(WS-PLAN-IDX).
           IF CKPT-GROUP-START-STEP IS NUMERIC
              AND CKPT-GROUP-START-STEP > 0
              MOVE CKPT-GROUP-START-STEP
                 TO WS-PLAN-GROUP-START(WS-PLAN-IDX)
              MOVE CKPT-GROUP-DONE TO WS-PLAN-GROUP-DONE(WS-PLAN-IDX)
           END-IF.

      *> Resolves the timeline in passes: an entry is placed once
      *> every entry for its AFTER stream has been placed. Anything
      *> still unplaced when a pass makes no progress is part of a
      *> dependency loop, and is placed on its window alone and
      *> marked LOOP so the schedule gets fixed.
       3000-PROJECT-TIMELINE.
           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE 1 TO WS-PASS-PROGRESS.
           PERFORM UNTIL WS-RESOLVED-COUNT >= WS-PLAN-COUNT
                      OR WS-PASS-PROGRESS = 0
              MOVE 0 TO WS-PASS-PROGRESS
              PERFORM 3100-PLACE-IF-READY
                 VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           END-PERFORM.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PLAN-RESOLVED(WS-PLAN-IDX) = "N"
                 MOVE "LOOP" TO WS-PLAN-STATE(WS-PLAN-IDX)
                 MOVE WS-PLAN-OPEN-MIN(WS-PLAN-IDX)
                    TO WS-PLAN-START-MIN(WS-PLAN-IDX)
                 MOVE 0 TO WS-PLAN-DRIVER(WS-PLAN-IDX)
                 PERFORM 3200-SET-FINISH
              END-IF
           END-PERFORM.

       3100-PLACE-IF-READY.
           IF WS-PLAN-RESOLVED(WS-PLAN-IDX) = "N"
              MOVE "N" TO WS-PRED-WAITING
              IF WS-PLAN-AFTER(WS-PLAN-IDX) NOT = SPACES
                 PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                         UNTIL WS-PRED-IDX > WS-PLAN-COUNT
                    IF WS-PLAN-STREAM(WS-PRED-IDX) =
                          WS-PLAN-AFTER(WS-PLAN-IDX)
                       AND WS-PRED-IDX NOT = WS-PLAN-IDX
                       AND WS-PLAN-RESOLVED(WS-PRED-IDX) = "N"
                       MOVE "Y" TO WS-PRED-WAITING
                    END-IF
                 END-PERFORM
              END-IF
              IF NOT PREDECESSOR-UNRESOLVED
                 PERFORM 3110-PLACE-ENTRY
                 MOVE "Y" TO WS-PLAN-RESOLVED(WS-PLAN-IDX)
                 ADD 1 TO WS-RESOLVED-COUNT
                 ADD 1 TO WS-PASS-PROGRESS
              END-IF
           END-IF.

      *> A stream that is running, done or stalled is where it is; its
      *> AFTER stream no longer matters. Anything else opens with its
      *> window, waits for the latest-finishing entry of its AFTER
      *> stream, and in a LIVE forecast cannot start before now.
       3110-PLACE-ENTRY.
           EVALUATE WS-PLAN-STATE(WS-PLAN-IDX)
              WHEN "RUNNING"
                 PERFORM 3200-SET-FINISH
                 IF WS-PLAN-FINISH-MIN(WS-PLAN-IDX) < WS-NOW-MINUTES
                    MOVE WS-NOW-MINUTES
                       TO WS-PLAN-FINISH-MIN(WS-PLAN-IDX)
                 END-IF
              WHEN "DONE"
                 MOVE WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                    TO WS-PLAN-START-MIN(WS-PLAN-IDX)
                 MOVE WS-PLAN-BASE-MIN(WS-PLAN-IDX)
                    TO WS-PLAN-FINISH-MIN(WS-PLAN-IDX)
              WHEN "STALLED"
                 MOVE WS-NOW-MINUTES TO WS-PLAN-START-MIN(WS-PLAN-IDX)
                 PERFORM 3200-SET-FINISH
              WHEN OTHER
                 MOVE WS-PLAN-OPEN-MIN(WS-PLAN-IDX)
                    TO WS-CANDIDATE-MIN
                 MOVE 0 TO WS-PLAN-DRIVER(WS-PLAN-IDX)
                 IF WS-PLAN-AFTER(WS-PLAN-IDX) NOT = SPACES
                    PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                            UNTIL WS-PRED-IDX > WS-PLAN-COUNT
                       IF WS-PLAN-STREAM(WS-PRED-IDX) =
                             WS-PLAN-AFTER(WS-PLAN-IDX)
                          AND WS-PRED-IDX NOT = WS-PLAN-IDX
                          AND WS-PLAN-FINISH-MIN(WS-PRED-IDX) >
                              WS-CANDIDATE-MIN
                          MOVE WS-PLAN-FINISH-MIN(WS-PRED-IDX)
                             TO WS-CANDIDATE-MIN
                          MOVE WS-PRED-IDX
                             TO WS-PLAN-DRIVER(WS-PLAN-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
                 IF LIVE-FORECAST
                    AND WS-CANDIDATE-MIN <=
                        WS-PLAN-CLOSE-MIN(WS-PLAN-IDX)
                    AND WS-PLAN-CLOSE-MIN(WS-PLAN-IDX) < WS-NOW-MINUTES
                    MOVE "NO RUN" TO WS-PLAN-STATE(WS-PLAN-IDX)
                 END-IF
                 IF LIVE-FORECAST
                    AND WS-CANDIDATE-MIN < WS-NOW-MINUTES
                    MOVE WS-NOW-MINUTES TO WS-CANDIDATE-MIN
                 END-IF
                 MOVE WS-CANDIDATE-MIN
                    TO WS-PLAN-START-MIN(WS-PLAN-IDX)
                 PERFORM 3200-SET-FINISH
           END-EVALUATE.
           IF WS-PLAN-FINISH-MIN(WS-PLAN-IDX) > WS-CLOSE-MINUTES
              MOVE "Y" TO WS-PLAN-LATE(WS-PLAN-IDX)
           END-IF.

      *> Remaining seconds rounded up to whole minutes, from the
      *> moment the remaining steps are costed from.
       3200-SET-FINISH.
           IF WS-PLAN-STATE(WS-PLAN-IDX) = "RUNNING"
              CONTINUE
           ELSE
              MOVE WS-PLAN-START-MIN(WS-PLAN-IDX)
                 TO WS-PLAN-BASE-MIN(WS-PLAN-IDX)
           END-IF.
           COMPUTE WS-RUN-MINUTES =
              (WS-PLAN-RUN-SECS(WS-PLAN-IDX) + 59) / 60.
           COMPUTE WS-PLAN-FINISH-MIN(WS-PLAN-IDX) =
              WS-PLAN-BASE-MIN(WS-PLAN-IDX) + WS-RUN-MINUTES.

      *> The critical path ends in the stream finishing last and runs
      *> back through each AFTER stream that set a start time.
       3500-MARK-CRITICAL-PATH.
           MOVE 0 TO WS-LAST-IDX WS-CRIT-COUNT WS-LATE-COUNT
              WS-TROUBLE-COUNT.
           MOVE -9999999 TO WS-LAST-FINISH-MIN.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PLAN-FINISH-MIN(WS-PLAN-IDX) > WS-LAST-FINISH-MIN
                 MOVE WS-PLAN-FINISH-MIN(WS-PLAN-IDX)
                    TO WS-LAST-FINISH-MIN
                 SET WS-LAST-IDX TO WS-PLAN-IDX
              END-IF
              IF WS-PLAN-LATE(WS-PLAN-IDX) = "Y"
                 ADD 1 TO WS-LATE-COUNT
              END-IF
              IF LIVE-FORECAST
                 AND (WS-PLAN-STATE(WS-PLAN-IDX) = "STALLED"
                      OR WS-PLAN-STATE(WS-PLAN-IDX) = "NO RUN")
                 ADD 1 TO WS-TROUBLE-COUNT
              END-IF
           END-PERFORM.
           MOVE WS-LAST-IDX TO WS-PRED-IDX.
           PERFORM UNTIL WS-PRED-IDX = 0 OR WS-CRIT-COUNT >= 50
              IF WS-PLAN-CRITICAL(WS-PRED-IDX) = "Y"
                 MOVE 0 TO WS-PRED-IDX
              ELSE
                 MOVE "Y" TO WS-PLAN-CRITICAL(WS-PRED-IDX)
                 ADD 1 TO WS-CRIT-COUNT
                 MOVE WS-PRED-IDX TO WS-CRIT-ENTRY(WS-CRIT-COUNT)
                 MOVE WS-PLAN-DRIVER(WS-PRED-IDX) TO WS-PRED-IDX
              END-IF
           END-PERFORM.
           IF WS-LAST-IDX > 0
              MOVE WS-LAST-FINISH-MIN TO WS-FMT-MINUTES
              PERFORM 3900-FORMAT-MINUTES
              MOVE WS-FMT-TEXT TO WS-LAST-TEXT
           END-IF.

      *> Day offset and time of day; a whole-day negative offset needs
      *> the extra step because COMPUTE truncates toward zero.
       3900-FORMAT-MINUTES.
           IF WS-FMT-MINUTES < 0
              COMPUTE WS-FMT-DAY = (WS-FMT-MINUTES - 1439) / 1440
           ELSE
              COMPUTE WS-FMT-DAY = WS-FMT-MINUTES / 1440
           END-IF.
           COMPUTE WS-FMT-OF-DAY = WS-FMT-MINUTES - WS-FMT-DAY * 1440.
           COMPUTE WS-FMT-HH = WS-FMT-OF-DAY / 60.
           COMPUTE WS-FMT-MI = WS-FMT-OF-DAY - WS-FMT-HH * 60.
           MOVE SPACES TO WS-FMT-TEXT.
           EVALUATE TRUE
              WHEN WS-FMT-DAY = 0
                 STRING WS-FMT-HH ":" WS-FMT-MI
                    DELIMITED BY SIZE INTO WS-FMT-TEXT
              WHEN WS-FMT-DAY > 0
                 MOVE WS-FMT-DAY TO WS-FMT-DAY-DIGIT
                 STRING WS-FMT-HH ":" WS-FMT-MI "+" WS-FMT-DAY-DIGIT
                    DELIMITED BY SIZE INTO WS-FMT-TEXT
              WHEN OTHER
                 COMPUTE WS-FMT-DAY-DIGIT = 0 - WS-FMT-DAY
                 STRING WS-FMT-HH ":" WS-FMT-MI "-" WS-FMT-DAY-DIGIT
                    DELIMITED BY SIZE INTO WS-FMT-TEXT
           END-EVALUATE.

       4000-WRITE-PLAN-SECTION.
           MOVE WS-NIGHT-DATE TO WS-HDG-NIGHT.
           MOVE WS-CLOSE-TEXT(1:5) TO WS-HDG-CLOSE.
           IF LIVE-FORECAST
              MOVE SPACES TO WS-HDG-MODE
              STRING "LIVE AS OF " WS-NOW-HHMM(1:2) ":"
                 WS-NOW-HHMM(3:2)
                 DELIMITED BY SIZE INTO WS-HDG-MODE
           ELSE
              MOVE "PLAN" TO WS-HDG-MODE
           END-IF.
           MOVE WS-NOW-STAMP(1:14) TO WS-HDG-RUN-TS.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RULE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-NOTE-LINE.
           STRING "  EVENING " WS-NIGHT-DATE " "
              DELIMITED BY SIZE INTO WS-NOTE-LINE.
           PERFORM 4050-DESCRIBE-DAY-TYPE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STREAMS (SCHEDULE ORDER)" TO WS-SECTION-TITLE.
           PERFORM 4090-WRITE-SECTION-TITLE.
           IF WS-PLAN-COUNT = 0
              MOVE "  (NO SCHEDULE ENTRIES APPLY TONIGHT)"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE WS-PLAN-COL-HEADS TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 4100-WRITE-ONE-STREAM
                 VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           END-IF.
           IF WS-PLAN-DROPPED > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-PLAN-DROPPED TO WS-EDIT-COUNT
              STRING "  " FUNCTION TRIM(WS-EDIT-COUNT)
                 " FURTHER ENTRY(S) NOT "
                 "FORECAST - ONLY THE FIRST 50 ARE PLANNED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      *> Two heading lines saying what kind of day the evening and
      *> the morning after are, so a short plan explains itself.
       4050-DESCRIBE-DAY-TYPE.
           EVALUATE TRUE
              WHEN WS-EVE-FOUND NOT = "Y"
                 STRING "NOT IN THE PROCESSING CALENDAR"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
              WHEN EVENING-IS-BUSINESS
                 STRING "BUSINESS DAY (MONTH-END " WS-EVE-ME
                    ", QUARTER-END " WS-EVE-QE ")"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
              WHEN OTHER
                 STRING "NOT A BUSINESS DAY"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
           END-EVALUATE.
           MOVE WS-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-NOTE-LINE.
           STRING "  MORNING " WS-MORNING-DATE " "
              DELIMITED BY SIZE INTO WS-NOTE-LINE.
           EVALUATE TRUE
              WHEN WS-MORN-FOUND NOT = "Y"
                 STRING "NOT IN THE PROCESSING CALENDAR"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
              WHEN MORNING-IS-BUSINESS
                 STRING "BUSINESS DAY (MONTH-END " WS-MORN-ME
                    ", QUARTER-END " WS-MORN-QE ")"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
              WHEN OTHER
                 STRING "NOT A BUSINESS DAY"
                    DELIMITED BY SIZE INTO WS-NOTE-LINE(20:)
           END-EVALUATE.
           MOVE WS-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4090-WRITE-SECTION-TITLE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RULE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-WRITE-ONE-STREAM.
           MOVE WS-PLAN-WIN-START(WS-PLAN-IDX) TO WS-PDET-START-HHMM.
           MOVE WS-PLAN-WIN-END(WS-PLAN-IDX) TO WS-PDET-END-HHMM.
           MOVE WS-PLAN-SELECT(WS-PLAN-IDX) TO WS-PDET-SELECT.
           MOVE WS-PLAN-STREAM(WS-PLAN-IDX)(1:40) TO WS-PDET-STREAM.
           MOVE WS-PLAN-STEPS(WS-PLAN-IDX) TO WS-PDET-STEPS.
           COMPUTE WS-RUN-MINUTES =
              (WS-PLAN-RUN-SECS(WS-PLAN-IDX) + 59) / 60.
           MOVE WS-RUN-MINUTES TO WS-PDET-RUN-MIN.
           IF WS-PLAN-STATE(WS-PLAN-IDX) = "DONE"
              MOVE "  --" TO WS-PDET-START
           ELSE
              MOVE WS-PLAN-START-MIN(WS-PLAN-IDX) TO WS-FMT-MINUTES
              PERFORM 3900-FORMAT-MINUTES
              MOVE WS-FMT-TEXT TO WS-PDET-START
           END-IF.
           MOVE WS-PLAN-FINISH-MIN(WS-PLAN-IDX) TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES.
           MOVE WS-FMT-TEXT TO WS-PDET-FINISH.
           MOVE WS-PLAN-STATE(WS-PLAN-IDX) TO WS-PDET-STATE.
           MOVE SPACES TO WS-PDET-FLAGS.
           EVALUATE TRUE
              WHEN WS-PLAN-CRITICAL(WS-PLAN-IDX) = "Y"
                   AND WS-PLAN-LATE(WS-PLAN-IDX) = "Y"
                 MOVE "CRITICAL LATE" TO WS-PDET-FLAGS
              WHEN WS-PLAN-CRITICAL(WS-PLAN-IDX) = "Y"
                 MOVE "CRITICAL" TO WS-PDET-FLAGS
              WHEN WS-PLAN-LATE(WS-PLAN-IDX) = "Y"
                 MOVE "LATE" TO WS-PDET-FLAGS
           END-EVALUATE.
           MOVE WS-PLAN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PLAN-AFTER(WS-PLAN-IDX) NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              IF WS-PLAN-DRIVER(WS-PLAN-IDX) > 0
                 STRING "      AFTER "
                    FUNCTION TRIM(WS-PLAN-AFTER(WS-PLAN-IDX))
                    " - STARTS WHEN IT FINISHES"
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "      AFTER "
                    FUNCTION TRIM(WS-PLAN-AFTER(WS-PLAN-IDX))
                    " - DOES NOT HOLD IT BACK TONIGHT"
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-IF.
           IF WS-PLAN-FILE-STATUS(WS-PLAN-IDX) NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "      STREAM FILE UNREADABLE (STATUS "
                 WS-PLAN-FILE-STATUS(WS-PLAN-IDX)
                 ") - COSTED AT NOTHING"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-PLAN-NO-HISTORY(WS-PLAN-IDX) > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-PLAN-NO-HISTORY(WS-PLAN-IDX) TO WS-EDIT-COUNT
              STRING "      " FUNCTION TRIM(WS-EDIT-COUNT)
                 " STEP(S) WITH NO RUN HISTORY - COSTED AT NOTHING"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-PLAN-RESUME-STEP(WS-PLAN-IDX) > 0
              AND WS-PLAN-STATE(WS-PLAN-IDX) NOT = "DONE"
              MOVE SPACES TO REPORT-LINE
              MOVE WS-PLAN-RESUME-STEP(WS-PLAN-IDX) TO WS-EDIT-COUNT
              STRING "      RESUMES AFTER STEP "
                 FUNCTION TRIM(WS-EDIT-COUNT)
                 " (IN-PROGRESS CHECKPOINT)"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      *> Printed in running order: the chain was collected from the
      *> last stream back.
       5000-WRITE-CRITICAL-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CRITICAL PATH" TO WS-SECTION-TITLE.
           PERFORM 4090-WRITE-SECTION-TITLE.
           IF WS-CRIT-COUNT = 0
              MOVE "  (NOTHING IS PLANNED TONIGHT)" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM VARYING WS-CRIT-SUB FROM WS-CRIT-COUNT BY -1
                      UNTIL WS-CRIT-SUB < 1
                 SET WS-PLAN-IDX TO WS-CRIT-ENTRY(WS-CRIT-SUB)
                 MOVE WS-PLAN-START-MIN(WS-PLAN-IDX) TO WS-FMT-MINUTES
                 PERFORM 3900-FORMAT-MINUTES
                 MOVE WS-FMT-TEXT TO WS-CDET-START
                 MOVE WS-PLAN-FINISH-MIN(WS-PLAN-IDX)
                    TO WS-FMT-MINUTES
                 PERFORM 3900-FORMAT-MINUTES
                 MOVE WS-FMT-TEXT TO WS-CDET-FINISH
                 MOVE WS-PLAN-STREAM(WS-PLAN-IDX) TO WS-CDET-STREAM
                 MOVE WS-CRIT-DETAIL TO REPORT-LINE
                 WRITE REPORT-LINE
              END-PERFORM
           END-IF.

       6000-WRITE-SUMMARY-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUMMARY" TO WS-SECTION-TITLE.
           PERFORM 4090-WRITE-SECTION-TITLE.
           MOVE WS-PLAN-COUNT TO WS-SUM-STREAMS.
           MOVE WS-LATE-COUNT TO WS-SUM-LATE.
           MOVE WS-SUMMARY-COUNTS TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LAST-IDX > 0
              MOVE SPACES TO REPORT-LINE
              IF WS-LATE-COUNT > 0
                 STRING "  LAST FINISH "
                    FUNCTION TRIM(WS-LAST-TEXT) " ("
                    FUNCTION TRIM(WS-PLAN-STREAM(WS-LAST-IDX))
                    ") - AFTER THE " WS-CLOSE-TEXT(1:5) " CLOSE"
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "  LAST FINISH "
                    FUNCTION TRIM(WS-LAST-TEXT) " ("
                    FUNCTION TRIM(WS-PLAN-STREAM(WS-LAST-IDX))
                    ") - INSIDE THE " WS-CLOSE-TEXT(1:5) " CLOSE"
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-IF.
           IF WS-TROUBLE-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-TROUBLE-COUNT TO WS-EDIT-COUNT
              STRING "  " FUNCTION TRIM(WS-EDIT-COUNT)
                 " STREAM(S) STALLED OR "
                 "NOT RUN - PROJECTED AS IF STARTED NOW, WHICH NEEDS "
                 "AN OPERATOR"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-STATS-SKIPPED > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-STATS-SKIPPED TO WS-EDIT-COUNT
              STRING "  " FUNCTION TRIM(WS-EDIT-COUNT)
                 " UNPARSEABLE RUN-STATS "
                 "LINE(S) SKIPPED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      *> The console gets the verdict and every late or stuck stream,
      *> so the shift lead need not open the report to act.
       7000-SHOW-CONSOLE-SUMMARY.
           DISPLAY "BWFCAST: report written to "
              FUNCTION TRIM(WS-REPORT-PATH) " (" WS-PLAN-COUNT
              " stream(s) tonight, " WS-LATE-COUNT
              " projected after the " WS-CLOSE-TEXT(1:5) " close)".
           IF WS-LAST-IDX > 0
              DISPLAY "BWFCAST: last finish " FUNCTION TRIM
                 (WS-LAST-TEXT) " - "
                 FUNCTION TRIM(WS-PLAN-STREAM(WS-LAST-IDX))
           END-IF.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              MOVE WS-PLAN-FINISH-MIN(WS-PLAN-IDX) TO WS-FMT-MINUTES
              PERFORM 3900-FORMAT-MINUTES
              IF WS-PLAN-LATE(WS-PLAN-IDX) = "Y"
                 DISPLAY "BWFCAST: LATE - "
                    FUNCTION TRIM(WS-PLAN-STREAM(WS-PLAN-IDX))
                    " projected to finish " FUNCTION TRIM(WS-FMT-TEXT)
              END-IF
              IF LIVE-FORECAST
                 AND (WS-PLAN-STATE(WS-PLAN-IDX) = "STALLED"
                      OR WS-PLAN-STATE(WS-PLAN-IDX) = "NO RUN")
                 DISPLAY "BWFCAST: "
                    FUNCTION TRIM(WS-PLAN-STATE(WS-PLAN-IDX)) " - "
                    FUNCTION TRIM(WS-PLAN-STREAM(WS-PLAN-IDX))
                    " needs an operator to reach its projected "
                    "finish"
              END-IF
           END-PERFORM.
