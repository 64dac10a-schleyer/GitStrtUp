      *  in order for one chained launch (see JOB-STREAM-FILE in
      *  STARTPROG.Main) - program name in columns 1-50, its parameter
      *  string in columns 51-110, an optional step label in columns
      *  111-118, an optional run condition in columns 119-126, and an
      *  optional parallel-group tag in columns 127-134.
      *
      *  The condition decides whether the step runs, evaluated against
      *  the return code of the last step that actually ran
      *  the program with a wrong or literal date. "JOBSTREAM VERIFY"
      *  shows every step's parameters after substitution, so the
      *  night's dates can be pre-flighted in the afternoon.
      *
      *  Consecutive lines carrying the same non-blank group tag form
      *  one parallel group (at most 20 steps; "JOBSTREAM VERIFY"
      *  reports a longer run of the tag, which would otherwise be
      *  split into consecutive groups). The group's steps are started
      *  together as separate launcher processes and the stream waits
      *  for all of them before moving on:
      *     - every member's condition is evaluated against the return
      *       code the stream had when it reached the group, so one
      *       member cannot skip a sibling;
      *     - each member still takes its own run lock, spool file,
      *       audit line and run-statistics line, exactly as a single
      *       launch of that program would;
      *     - the worst member return code is what the step after the
      *       group sees as the last return code;
      *     - the checkpoint remembers which members finished cleanly,
      *       so a restart after a failure inside the group re-runs
      *       only the members that did not.
      *  The same program may appear twice in a group (RPTGEN for two
      *  ledgers, say): the second and later occurrences are
      *  interlocked under "<program>:<label>" (or the step number
      *  when unlabeled) so they do not refuse each other.
      *****************************************************************
       01  JOB-STREAM-RECORD.
           05 JS-PROGRAM-NAME        PIC X(50).
              88 JS-COND-DEFAULT     VALUE SPACES.
              88 JS-COND-WARNOK      VALUE "WARNOK".
              88 JS-COND-ALWAYS      VALUE "ALWAYS".
           05 JS-PARALLEL-GROUP      PIC X(8).
