      *****************************************************************
      *  DispatchLogRecord.cpy
      *
      *  One line per window instance the scheduler dispatched, in the
      *  dispatch log (STARTPROG-DISPATCH.DAT, see DISPATCH-LOG-FILE in
      *  STARTPROG.Main). The line is appended the moment the stream
      *  is started, so the file is the scheduler's own memory of what
      *  it has done across restarts: a scheduler started in the middle
      *  of a window does not dispatch an instance a previous run of
      *  it already started, and the missed-window check compares the
      *  calendar and schedule against this file to find every
      *  instance that opened and closed with nobody dispatching it
      *  (see MissedWindowRecord.cpy).
      *     DISP-BUSINESS-DATE   YYYYMMDD the window instance belongs
      *                          to - the date the window OPENED, so
      *                          the 00:30 dispatch of a 2300-0200
      *                          window carries the evening's date
      *     DISP-WINDOW-START/END, DISP-DAY-SELECT
      *                          the schedule entry's window and day
      *                          selection, which with the stream path
      *                          identify the entry
      *     DISP-HOW             S dispatched by the scheduler in its
      *                          window, C run late by an operator's
      *                          CATCHUP command
      *     DISP-DISPATCH-TS     YYYYMMDDHHMMSS the stream was started
      *     DISP-OPERATOR-ID     the ID the scheduler or the CATCHUP
      *                          command ran under
      *****************************************************************
       01  DISPATCH-LOG-RECORD.
           05 DISP-BUSINESS-DATE      PIC X(8).
           05 FILLER                  PIC X(1).
           05 DISP-WINDOW-START       PIC X(4).
           05 FILLER                  PIC X(1).
           05 DISP-WINDOW-END         PIC X(4).
           05 FILLER                  PIC X(1).
           05 DISP-DAY-SELECT         PIC X(1).
           05 FILLER                  PIC X(1).
           05 DISP-HOW                PIC X(1).
              88 DISP-BY-SCHEDULER    VALUE "S".
              88 DISP-BY-CATCHUP      VALUE "C".
           05 FILLER                  PIC X(1).
           05 DISP-DISPATCH-TS        PIC X(14).
           05 FILLER                  PIC X(1).
           05 DISP-OPERATOR-ID        PIC X(20).
           05 FILLER                  PIC X(1).
           05 DISP-STREAM-PATH        PIC X(200).
