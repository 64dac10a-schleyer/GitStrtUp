      *****************************************************************
      *  MissedWindowRecord.cpy
      *
      *  One line per missed window instance in the missed-window file
      *  (STARTPROG-MISSED.DAT, see MISSED-WINDOW-FILE in
      *  STARTPROG.Main). When the scheduler starts, or finds that
      *  more than a few minutes passed between two of its polls (the
      *  box was suspended, an inline stream held the loop), it walks
      *  every business date since its last recorded poll and every
      *  schedule entry selected for that date, and any window
      *  instance that closed in the gap without a line in the
      *  dispatch log (see DispatchLogRecord.cpy) is written here -
      *  and announced on the console, in the audit log (program name
      *  MISSED-WINDOW) and through the alert-routing file (severity
      *  M). Instances of a stream under an active hold are not
      *  missed; the operator asked for them not to run.
      *
      *  Nothing here runs by itself. "STARTPROG CATCHUP" runs the
      *  open instances oldest first (business date, then window
      *  start), each with &TODAY, &PREVBUS and &MONTHEND resolved as
      *  of its own business date, so Tuesday's stream still posts
      *  Tuesday's date when it runs on Wednesday. "CATCHUP LIST"
      *  shows them and "CATCHUP SKIP <yyyymmdd> <stream>" settles one
      *  that is not to be run at all (it was run by hand, say).
      *     MISS-STATUS          P open, F the catch-up run failed and
      *                          the next CATCHUP retries it (resuming
      *                          from the stream's checkpoint), C
      *                          caught up, X skipped by an operator
      *     MISS-FOUND-TS        YYYYMMDDHHMMSS the scheduler noticed
      *     MISS-SETTLED-TS, MISS-SETTLED-BY, MISS-RETURN-CODE
      *                          when, by whom and with what worst
      *                          return code the instance was last
      *                          run or skipped
      *  Settled lines older than five weeks are dropped the next time
      *  CATCHUP rewrites the file.
      *****************************************************************
       01  MISSED-WINDOW-RECORD.
           05 MISS-BUSINESS-DATE      PIC X(8).
           05 FILLER                  PIC X(1).
           05 MISS-WINDOW-START       PIC X(4).
           05 FILLER                  PIC X(1).
           05 MISS-WINDOW-END         PIC X(4).
           05 FILLER                  PIC X(1).
           05 MISS-DAY-SELECT         PIC X(1).
           05 FILLER                  PIC X(1).
           05 MISS-STATUS             PIC X(1).
              88 MISS-OPEN            VALUE "P".
              88 MISS-FAILED          VALUE "F".
              88 MISS-CAUGHT-UP       VALUE "C".
              88 MISS-SKIPPED         VALUE "X".
           05 FILLER                  PIC X(1).
           05 MISS-FOUND-TS           PIC X(14).
           05 FILLER                  PIC X(1).
           05 MISS-SETTLED-TS         PIC X(14).
           05 FILLER                  PIC X(1).
           05 MISS-SETTLED-BY         PIC X(20).
           05 FILLER                  PIC X(1).
           05 MISS-RETURN-CODE        PIC -9(4).
           05 FILLER                  PIC X(1).
           05 MISS-STREAM-PATH        PIC X(200).
