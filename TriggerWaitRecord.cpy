      *****************************************************************
      *  TriggerWaitRecord.cpy
      *
      *  One line per schedule entry the scheduler is holding for its
      *  trigger file (see SCH-TRIGGER-FILE in ScheduleRecord.cpy).
      *  STARTPROG.Main rewrites the whole file (STARTPROG-TRIGWAIT.DAT)
      *  at every business-day dispatch scan while any entry uses a
      *  trigger, so it always describes the latest poll: an entry
      *  that is in its window, selected for today, not held, and
      *  still has no fresh feed to fire on. OPSTATUS reads it to
      *  show such entries as WAITING FOR FILE - arrival is the
      *  scheduler's judgment (a feed already consumed does not
      *  count), so the snapshot takes its word rather than looking
      *  at the directory itself.
      *     TWAIT-AS-OF          YYYYMMDDHHMMSS of the poll that wrote
      *                          the line; a line from an earlier day
      *                          is stale and ignored
      *     TWAIT-WINDOW-START/END  the entry's window, which with the
      *                          stream path identifies the entry
      *     TWAIT-LATE           "Y" once the deadline has passed and
      *                          the FEED LATE alert has gone out
      *     TWAIT-DEADLINE       the deadline in force (the window end
      *                          when the entry gives none)
      *****************************************************************
       01  TRIGGER-WAIT-RECORD.
           05 TWAIT-AS-OF            PIC X(14).
           05 FILLER                 PIC X(1).
           05 TWAIT-WINDOW-START     PIC X(4).
           05 FILLER                 PIC X(1).
           05 TWAIT-WINDOW-END       PIC X(4).
           05 FILLER                 PIC X(1).
           05 TWAIT-LATE             PIC X(1).
              88 TWAIT-DEADLINE-PASSED VALUE "Y".
           05 FILLER                 PIC X(1).
           05 TWAIT-DEADLINE         PIC X(4).
           05 FILLER                 PIC X(1).
           05 TWAIT-STREAM-PATH      PIC X(200).
           05 FILLER                 PIC X(1).
           05 TWAIT-TRIGGER-FILE     PIC X(200).
