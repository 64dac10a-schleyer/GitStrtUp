      *****************************************************************
      *  StreamRunRecord.cpy
      *
      *  Stream-run history (STARTPROG-STRMHIST.DAT, see
      *  STREAM-HISTORY-FILE in STARTPROG.Main and in the launcher
      *  window's stream engine). Every job-stream run is given a run
      *  ID when it takes its stream lock; the same ID is stamped on
      *  the audit-log and run-statistics lines its steps write and on
      *  the first line of each step's spool file, and this file keeps
      *  the run itself. Appended to, never rewritten; STRMHIST lists
      *  a stream's runs from it and drills into one run step by step.
      *
      *  SRUN-RUN-ID is YYYYMMDDHHMMSS the run started, then the last
      *  four digits of the launcher's process ID and a two-digit
      *  per-process sequence, so it sorts in start order and two
      *  runs started in the same second never share one.
      *
      *  Three kinds of line share the layout, told apart by
      *  SRUN-RECORD-TYPE:
      *     B  run begun - written when the stream lock is taken;
      *        start, operator, how started, resume point and stream
      *        path are filled in, the rest is zero
      *     S  one step of the run - written by whichever process
      *        handled the step (a parallel-group member writes its
      *        own, from its child launcher)
      *     E  run ended - the B line again with the end stamp, the
      *        step counts and the worst return code filled in
      *  A run with a B line and no E line was interrupted (or is
      *  still running).
      *
      *  On the run lines:
      *     SRUN-HOW             S started by the scheduler, C from a
      *                          console command (JOBSTREAM, or an
      *                          operator's CATCHUP), W from the
      *                          launcher window
      *     SRUN-RESUME-STEP     the checkpointed step the run resumed
      *                          after, zero for a run from the top
      *     SRUN-STEPS-RUN       steps launched
      *     SRUN-STEPS-SKIPPED   steps whose condition was not met,
      *                          plus steps a restart had already done
      *     SRUN-STEPS-REFUSED   steps refused before launch - not
      *                          entitled, not launchable, already
      *                          running elsewhere, or date parameters
      *                          that did not resolve
      *     SRUN-WORST-RC        the stream's final return code
      *  On the step lines:
      *     SRUN-STEP-STATE      R ran, S skipped on its condition,
      *                          C done before a restart (not run
      *                          again), F refused
      *     SRUN-STEP-RC         the step's return code (zero for S
      *                          and C)
      *     SRUN-STEP-SPOOL      the spool file the step's output was
      *                          captured to, as on its audit line
      *****************************************************************
       01  STREAM-RUN-RECORD.
           05 SRUN-RUN-ID             PIC X(20).
           05 FILLER                  PIC X(1).
           05 SRUN-RECORD-TYPE        PIC X(1).
              88 SRUN-RUN-BEGUN       VALUE "B".
              88 SRUN-STEP-LINE       VALUE "S".
              88 SRUN-RUN-ENDED       VALUE "E".
           05 FILLER                  PIC X(1).
           05 SRUN-RUN-DETAIL.
              10 SRUN-START-TS        PIC X(14).
              10 FILLER               PIC X(1).
              10 SRUN-END-TS          PIC X(14).
              10 FILLER               PIC X(1).
              10 SRUN-OPERATOR-ID     PIC X(20).
              10 FILLER               PIC X(1).
              10 SRUN-HOW             PIC X(1).
                 88 SRUN-BY-SCHEDULER VALUE "S".
                 88 SRUN-BY-CONSOLE   VALUE "C".
                 88 SRUN-BY-WINDOW    VALUE "W".
              10 FILLER               PIC X(1).
              10 SRUN-RESUME-STEP     PIC 9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STEPS-RUN       PIC 9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STEPS-SKIPPED   PIC 9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STEPS-REFUSED   PIC 9(4).
              10 FILLER               PIC X(1).
              10 SRUN-WORST-RC        PIC -9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STREAM-PATH     PIC X(200).
           05 SRUN-STEP-DETAIL REDEFINES SRUN-RUN-DETAIL.
              10 SRUN-STEP-NUMBER     PIC 9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-LABEL      PIC X(8).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-PROGRAM    PIC X(50).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-STATE      PIC X(1).
                 88 SRUN-STEP-RAN     VALUE "R".
                 88 SRUN-STEP-SKIPPED VALUE "S".
                 88 SRUN-STEP-DONE-EARLIER
                                      VALUE "C".
                 88 SRUN-STEP-REFUSED VALUE "F".
              10 FILLER               PIC X(1).
              10 SRUN-STEP-RC         PIC -9(4).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-START-TS   PIC X(14).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-END-TS     PIC X(14).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-SPOOL      PIC X(52).
              10 FILLER               PIC X(1).
              10 SRUN-STEP-PARMS      PIC X(60).
