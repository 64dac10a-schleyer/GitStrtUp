      *****************************************************************
      *  ResourceClassParms.cpy
      *
      *  Parameter block for RESCLASS, which takes and gives back a
      *  launch's places in the resource classes (see
      *  ResourceClassRecord.cpy).
      *     RCLP-FUNCTION        "A" take a place in every class the
      *                          resource needs - all of them or none;
      *                          a place the same holder already has
      *                          (taken for it by the scheduler) is
      *                          kept as its own rather than counted
      *                          against it. "R" give back every place
      *                          the resource holds.
      *     RCLP-RESOURCE-KIND   "S" a job-stream file path - its own
      *                          classes plus those of every program
      *                          it runs; "P" a single program
      *     RCLP-RESOURCE-NAME   the program name or stream path, as
      *                          its run lock is keyed - the holder
      *                          named on each place
      *     RCLP-OPERATOR-ID     operator recorded on places taken
      *     RCLP-RESULT          "G" granted, or nothing was needed;
      *                          "B" a class is at its limit and
      *                          nothing was taken; "E" the run-lock
      *                          file could not be used
      *     RCLP-CLASS-COUNT     classes the resource needs
      *     RCLP-RELEASED-COUNT  places given back
      *     RCLP-BUSY-CLASS/-LIMIT/-HOLDER  for "B": the class found
      *                          at its limit, the limit, and the
      *                          oldest-keyed resource holding it
      *     RCLP-FILE-STATUS     the run-lock file status for "E"
      *****************************************************************
       01  RESOURCE-CLASS-PARMS.
           05 RCLP-FUNCTION          PIC X(1).
              88 RCLP-ACQUIRE        VALUE "A".
              88 RCLP-RELEASE        VALUE "R".
           05 RCLP-RESOURCE-KIND     PIC X(1).
              88 RCLP-STREAM-RESOURCE VALUE "S".
           05 RCLP-RESOURCE-NAME     PIC X(200).
           05 RCLP-OPERATOR-ID       PIC X(20).
           05 RCLP-RESULT            PIC X(1).
              88 RCLP-GRANTED        VALUE "G".
              88 RCLP-CLASS-BUSY     VALUE "B".
              88 RCLP-FILE-ERROR     VALUE "E".
           05 RCLP-CLASS-COUNT       PIC 9(4).
           05 RCLP-RELEASED-COUNT    PIC 9(4).
           05 RCLP-BUSY-CLASS        PIC X(12).
           05 RCLP-BUSY-LIMIT        PIC 9(3).
           05 RCLP-BUSY-HOLDER       PIC X(200).
           05 RCLP-FILE-STATUS       PIC X(2).
