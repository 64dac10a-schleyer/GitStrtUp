      *****************************************************************
      *  ResourceClassRecord.cpy
      *
      *  One line per resource class or class member in the resource
      *  definition file (STARTPROG-RESOURCES.DAT). The run lock only
      *  stops the SAME program or stream from running twice; a
      *  resource class is how two DIFFERENT launches are kept off a
      *  shared resource - two streams that both post to the general
      *  ledger, or more batch streams at once than the box can carry.
      *
      *  A "C" line defines a class:
      *     RCLS-CLASS-NAME      the class, e.g. GLUPDATE or BATCH
      *     RCLS-MODE            X  exclusive - one holder at a time
      *                          S  shared - up to RCLS-MAX-HOLDERS
      *                             holders at a time
      *     RCLS-MAX-HOLDERS     the shared limit, 001-999; ignored for
      *                          an exclusive class. A shared class
      *                          whose limit is missing or zero is
      *                          treated as exclusive - a typo must
      *                          not open a resource to everyone.
      *  An "M" line puts a member in a class:
      *     RCLS-CLASS-NAME      the class
      *     RCLS-MEMBER-NAME     a registry program name, or a
      *                          job-stream file path exactly as it is
      *                          launched or scheduled
      *  A member may be in several classes, and a launch needs every
      *  class it is a member of. A job stream also needs the classes
      *  of every program it runs, and holds them all from its start
      *  to its end, so the stream is refused (or, from the
      *  scheduler, queued) as a whole rather than failing halfway
      *  at the step that needed the resource. Any other line (a
      *  blank, or "*" in column 1 for a comment) is ignored, as is a
      *  member of a class no "C" line defines.
      *
      *  A held place in a class is a record in the run-lock file (see
      *  RunLockRecord.cpy) keyed "CLASS:<class>:<holder>", the holder
      *  being the program name or stream path whose run took it, so
      *  every launcher sees the same holders and an operator clears a
      *  place left by a crashed run the same way as any other lock.
      *  RESCLASS takes and gives back the places. No definition file
      *  installed means resource classes are not in use, the same way
      *  a missing operator-security file means security is not in use.
      *****************************************************************
       01  RESOURCE-CLASS-RECORD.
           05 RCLS-LINE-TYPE         PIC X(1).
              88 RCLS-CLASS-LINE     VALUE "C".
              88 RCLS-MEMBER-LINE    VALUE "M".
           05 FILLER                 PIC X(1).
           05 RCLS-CLASS-NAME        PIC X(12).
           05 FILLER                 PIC X(1).
           05 RCLS-MEMBER-NAME       PIC X(200).
           05 RCLS-CLASS-LIMITS REDEFINES RCLS-MEMBER-NAME.
              10 RCLS-MODE           PIC X(1).
                 88 RCLS-EXCLUSIVE   VALUE "X".
                 88 RCLS-SHARED      VALUE "S".
              10 FILLER              PIC X(1).
              10 RCLS-MAX-HOLDERS    PIC X(3).
              10 FILLER              PIC X(195).
