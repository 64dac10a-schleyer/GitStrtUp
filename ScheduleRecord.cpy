      *  lucky window gap. Old schedule lines without the column
      *  simply read back with the field blank, meaning no
      *  dependency.
      *  SCH-TRIGGER-FILE, from column 415, optionally names a feed
      *  file that must have ARRIVED before the entry dispatches -
      *  the clock opens the window, the file pulls the trigger. The
      *  name may carry the * and ? wildcards in its file-name part
      *  (INBOUND/BANKFEED*.DAT). A matching file counts as arrived
      *  until a stream consumes it: at dispatch the scheduler writes
      *  a marker beside it (<file>.CONSUMED), and the file only
      *  fires again if it is replaced by a newer one, so one feed
      *  can never dispatch its stream twice. The feed itself is
      *  left in place for the stream's own steps to read.
      *  SCH-TRIGGER-DEADLINE, from column 616, is the HHMM by which
      *  the feed is expected; a poll at or past it with the file
      *  still missing raises one FEED LATE alert (severity L in
      *  NotifyRouteRecord.cpy) and an audit line. Blank means the
      *  window end - a feed that never comes is always called out
      *  before the window closes on it. Lines without the columns
      *  read back blank: no trigger, dispatch on the clock alone.
      *****************************************************************
       01  SCHEDULE-RECORD.
           05 SCH-WINDOW-START       PIC X(4).
           05 SCH-STREAM-PATH        PIC X(200).
           05 FILLER                 PIC X(1).
           05 SCH-AFTER-STREAM       PIC X(200).
           05 FILLER                 PIC X(1).
           05 SCH-TRIGGER-FILE       PIC X(200).
           05 FILLER                 PIC X(1).
           05 SCH-TRIGGER-DEADLINE   PIC X(4).
