      *****************************************************************
      *  ResourceWaitRecord.cpy
      *
      *  One line per schedule entry the scheduler has queued because
      *  a resource class it needs is at its limit (see
      *  ResourceClassRecord.cpy). A queued entry is not refused: it
      *  is settled at every poll, in schedule-file order, and
      *  dispatched the moment the class frees. STARTPROG.Main
      *  rewrites the whole file (STARTPROG-RESWAIT.DAT) at every poll
      *  while any entry is queued, and once more to empty it when the
      *  last one goes, so it always describes the latest poll.
      *  OPSTATUS reads it to show who is waiting on each resource.
      *     RWAIT-AS-OF          YYYYMMDDHHMMSS of the poll that wrote
      *                          the line; a line from an earlier day
      *                          is stale and ignored
      *     RWAIT-SINCE          YYYYMMDDHHMMSS the entry was queued
      *     RWAIT-CLASS-NAME     the class it is waiting on (blank when
      *                          the run-lock file could not be read
      *                          to check)
      *     RWAIT-WINDOW-START/END and RWAIT-STREAM-PATH identify the
      *                          entry
      *****************************************************************
       01  RESOURCE-WAIT-RECORD.
           05 RWAIT-AS-OF            PIC X(14).
           05 FILLER                 PIC X(1).
           05 RWAIT-SINCE            PIC X(14).
           05 FILLER                 PIC X(1).
           05 RWAIT-CLASS-NAME       PIC X(12).
           05 FILLER                 PIC X(1).
           05 RWAIT-WINDOW-START     PIC X(4).
           05 FILLER                 PIC X(1).
           05 RWAIT-WINDOW-END       PIC X(4).
           05 FILLER                 PIC X(1).
           05 RWAIT-STREAM-PATH      PIC X(200).
