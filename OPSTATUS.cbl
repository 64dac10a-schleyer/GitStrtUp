      *     - RUNNING NOW: every run-lock record, with its holder,
      *       how long it has been running, and - when the resource
      *       is a registry program with run statistics - its recent
      *       average runtime for comparison, and its registry
      *       description and owning team so the handover knows whom
      *       to call about it
      *     - RESOURCES: every resource class in the resource
      *       definition file, with its limit, the launches holding a
      *       place in it and how long they have held it, and the
      *       scheduled streams queued until it frees
      *     - STALLED MID-STREAM: every in-progress ("I") checkpoint,
      *       the evidence of a stream that died partway
      *     - TODAY: what kind of day the processing calendar says
      *       this is, and every schedule entry that applies today
      *       with its window's state (AHEAD / OPEN / PASSED) and any
      *       AFTER dependency; an entry the scheduler is holding for
      *       its trigger file is shown as WAITING FOR FILE, with its
      *       deadline and whether the FEED LATE alert has gone out
      *     - LAST COMPLETIONS: the last few audit-log lines, newest
      *       last
      *  Everything is DISPLAYed so it reaches the console (and the
           select HOLD-FILE assign to WS-HOLDS-PATH
               organization line sequential
               file status is WS-HOLDS-STATUS.
           select PROGRAM-REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
           select TRIGGER-WAIT-FILE assign to WS-TRIGWAIT-PATH
               organization line sequential
               file status is WS-TRIGWAIT-STATUS.
           select RESOURCE-CLASS-FILE assign to WS-RESOURCES-PATH
               organization line sequential
               file status is WS-RESOURCES-STATUS.
           select RESOURCE-WAIT-FILE assign to WS-RESWAIT-PATH
               organization line sequential
               file status is WS-RESWAIT-STATUS.
       data division.
       file section.
       fd  RUN-LOCK-FILE.
       copy "RunStatsRecord.cpy".
       fd  HOLD-FILE.
       copy "HoldRecord.cpy".
       fd  PROGRAM-REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       fd  TRIGGER-WAIT-FILE.
       copy "TriggerWaitRecord.cpy".
       fd  RESOURCE-CLASS-FILE.
       copy "ResourceClassRecord.cpy".
       fd  RESOURCE-WAIT-FILE.
       copy "ResourceWaitRecord.cpy".
       working-storage section.
       01 WS-RUNLOCK-PATH    PIC X(200) VALUE "STARTPROG-RUNLOCK.DAT".
       01 WS-RUNLOCK-STATUS  PIC X(2)  VALUE "00".
       01 WS-AVG-TOTAL       PIC 9(12) VALUE 0.
       01 WS-AVG-COUNT       PIC 9(7)  VALUE 0.
       01 WS-AVG-MINUTES     PIC 9(7)  VALUE 0.
      *> The program registry, held open across the running-now list
      *> so each program-level lock can show what the program is and
      *> which team owns it.
       01 WS-REGISTRY-PATH   PIC X(200) VALUE "STARTPROG-REGISTRY.DAT".
       01 WS-REGISTRY-STATUS PIC X(2)  VALUE "00".
       01 WS-REGISTRY-OPEN   PIC X(1)  VALUE "N".
           88 REGISTRY-IS-OPEN VALUE "Y".
      *> Calendar state, worked out the way the scheduler's
      *> 0510-LOAD-CALENDAR-DAY works it out, including the
      *> month-end / quarter-end carry-forward over closed days.
       01 WS-ENTRY-HELD      PIC X(1)  VALUE "N".
           88 SCHED-ENTRY-HELD VALUE "Y".
       01 WS-HELD-BY-OP      PIC X(20) VALUE SPACES.
      *> The scheduler's latest WAITING FOR FILE list (see
      *> TriggerWaitRecord.cpy). Only lines written today count; a
      *> scheduler that has stopped polling leaves its last list
      *> behind, which is why each line shows when it was written.
       01 WS-TRIGWAIT-PATH   PIC X(200) VALUE "STARTPROG-TRIGWAIT.DAT".
       01 WS-TRIGWAIT-STATUS PIC X(2)  VALUE "00".
       01 WS-TRIGWAIT-EOF    PIC X(1)  VALUE "N".
           88 TRIGWAIT-AT-END VALUE "Y".
       01 WS-TWAIT-TABLE.
           05 WS-TWAIT-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-TWAIT-IDX.
              10 WS-TWAIT-STREAM   PIC X(200).
              10 WS-TWAIT-START    PIC X(4).
              10 WS-TWAIT-END      PIC X(4).
              10 WS-TWAIT-LATE     PIC X(1).
              10 WS-TWAIT-DEADLINE PIC X(4).
              10 WS-TWAIT-AS-OF    PIC X(14).
       01 WS-TWAIT-COUNT     PIC 9(4)  VALUE 0.
       01 WS-ENTRY-FILE-WAIT PIC X(1)  VALUE "N".
           88 SCHED-ENTRY-WAITING-FOR-FILE VALUE "Y".
       01 WS-FILE-WAIT-LATE  PIC X(1)  VALUE "N".
       01 WS-FILE-WAIT-DUE   PIC X(4)  VALUE SPACES.
       01 WS-FILE-WAIT-AS-OF PIC X(14) VALUE SPACES.
      *> Resource classes (see ResourceClassRecord.cpy), their
      *> holders' places in the run-lock file, and today's lines of
      *> the scheduler's resource-wait file (ResourceWaitRecord.cpy).
       01 WS-RESOURCES-PATH  PIC X(200) VALUE
           "STARTPROG-RESOURCES.DAT".
       01 WS-RESOURCES-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-RESOURCES-EOF   PIC X(1)  VALUE "N".
           88 RESOURCES-AT-END VALUE "Y".
       01 WS-RCLASS-TABLE.
           05 WS-RCLASS-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RCLASS-IDX.
              10 WS-RCLASS-NAME  PIC X(12).
              10 WS-RCLASS-LIMIT PIC 9(3).
       01 WS-RCLASS-COUNT    PIC 9(4)  VALUE 0.
       01 WS-RESWAIT-PATH    PIC X(200) VALUE "STARTPROG-RESWAIT.DAT".
       01 WS-RESWAIT-STATUS  PIC X(2)  VALUE "00".
       01 WS-RESWAIT-EOF     PIC X(1)  VALUE "N".
           88 RESWAIT-AT-END VALUE "Y".
       01 WS-RWAIT-TABLE.
           05 WS-RWAIT-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RWAIT-IDX.
              10 WS-RWAIT-CLASS  PIC X(12).
              10 WS-RWAIT-STREAM PIC X(200).
              10 WS-RWAIT-START  PIC X(4).
              10 WS-RWAIT-END    PIC X(4).
              10 WS-RWAIT-SINCE  PIC X(14).
              10 WS-RWAIT-AS-OF  PIC X(14).
       01 WS-RWAIT-COUNT     PIC 9(4)  VALUE 0.
       01 WS-SLOT-PREFIX     PIC X(20) VALUE SPACES.
       01 WS-SLOT-PTR        PIC 9(4)  VALUE 0.
       01 WS-PREFIX-LEN      PIC 9(4)  VALUE 0.
       01 WS-HOLDER-COUNT    PIC 9(4)  VALUE 0.
       01 WS-WAITER-COUNT    PIC 9(4)  VALUE 0.
       01 WS-LOCKS-OPEN      PIC X(1)  VALUE "N".
           88 LOCK-FILE-IS-OPEN VALUE "Y".
      *> Rolling buffer of the newest audit lines, oldest first.
       01 WS-TAIL-LINES.
           05 WS-TAIL-ENTRY  PIC X(132) OCCURS 5 TIMES.
           DISPLAY "OPSTATUS: operations snapshot at "
              WS-NOW-STAMP(1:8) " " WS-NOW-STAMP(9:6).
           PERFORM 2000-SHOW-RUNNING-NOW.
           PERFORM 2500-SHOW-RESOURCES.
           PERFORM 3000-SHOW-STALLED-STREAMS.
           PERFORM 4000-SHOW-TODAY-AND-AHEAD.
           PERFORM 5000-SHOW-LAST-COMPLETIONS.
                 DISPLAY "  (nothing is running)"
              WHEN "00"
                 ADD 1 TO WS-FILES-READ
                 MOVE "N" TO WS-REGISTRY-OPEN
                 OPEN INPUT PROGRAM-REGISTRY-FILE
                 IF WS-REGISTRY-STATUS = "00"
                    MOVE "Y" TO WS-REGISTRY-OPEN
                 END-IF
                 MOVE LOW-VALUES TO RLOCK-RESOURCE-NAME
                 START RUN-LOCK-FILE KEY >= RLOCK-RESOURCE-NAME
                 IF WS-RUNLOCK-STATUS NOT = "00"
                       AT END
                          MOVE "Y" TO WS-RUNLOCK-EOF
                       NOT AT END
      *>                   Resource-class places belong to the
      *>                   RESOURCES section, not to this list, and
      *>                   the audit-log lock is not a running program.
                          IF RLOCK-RESOURCE-NAME(1:6) NOT = "CLASS:"
                             AND RLOCK-RESOURCE-NAME NOT = "AUDIT-LOG"
                             ADD 1 TO WS-LISTED-COUNT
                             PERFORM 2100-SHOW-ONE-LOCK
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RUN-LOCK-FILE
                 IF REGISTRY-IS-OPEN
                    CLOSE PROGRAM-REGISTRY-FILE
                    MOVE "N" TO WS-REGISTRY-OPEN
                 END-IF
                 IF WS-LISTED-COUNT = 0
                    DISPLAY "  (nothing is running)"
                 END-IF
                 " held by " FUNCTION TRIM(RLOCK-OPERATOR-ID)
                 " for " WS-RUN-MINUTES " min"
           END-IF.
      *>   Stream-path locks have no registry entry and get no line.
           IF REGISTRY-IS-OPEN
              MOVE RLOCK-RESOURCE-NAME(1:50) TO REG-PROGRAM-NAME
              READ PROGRAM-REGISTRY-FILE KEY IS REG-PROGRAM-NAME
              IF WS-REGISTRY-STATUS = "00"
                 DISPLAY "    " FUNCTION TRIM(REG-DESCRIPTION)
                    " - owned by " FUNCTION TRIM(REG-OWNER-TEAM)
              END-IF
           END-IF.

      *> Recent average runtime of the locked resource from the live
      *> run-statistics file (program-level locks match on the
              END-IF
           END-IF.

      *> Each resource class with its limit, then who holds a place
      *> in it and who is queued on it. A class is free when neither
      *> list has anyone. A queued line carries the time the
      *> scheduler last wrote the wait file, since a scheduler that
      *> has stopped polling leaves its last list behind.
       2500-SHOW-RESOURCES.
           DISPLAY " ".
           DISPLAY "RESOURCES (resource classes)".
           MOVE 0 TO WS-RCLASS-COUNT.
           MOVE "N" TO WS-RESOURCES-EOF.
           OPEN INPUT RESOURCE-CLASS-FILE.
           EVALUATE WS-RESOURCES-STATUS
              WHEN "35"
                 DISPLAY "  (no resource classes are defined)"
              WHEN "00"
                 ADD 1 TO WS-FILES-READ
                 PERFORM UNTIL RESOURCES-AT-END
                    READ RESOURCE-CLASS-FILE
                       AT END
                          MOVE "Y" TO WS-RESOURCES-EOF
                       NOT AT END
                          PERFORM 2510-TAKE-CLASS-LINE
                    END-READ
                 END-PERFORM
                 CLOSE RESOURCE-CLASS-FILE
                 IF WS-RCLASS-COUNT = 0
                    DISPLAY "  (no resource classes are defined)"
                 ELSE
                    PERFORM 2520-LOAD-RESOURCE-WAITS
                    MOVE "N" TO WS-LOCKS-OPEN
                    OPEN INPUT RUN-LOCK-FILE
                    IF WS-RUNLOCK-STATUS = "00"
                       MOVE "Y" TO WS-LOCKS-OPEN
                    END-IF
                    PERFORM VARYING WS-RCLASS-IDX FROM 1 BY 1
                            UNTIL WS-RCLASS-IDX > WS-RCLASS-COUNT
                       PERFORM 2530-SHOW-ONE-CLASS
                    END-PERFORM
                    IF LOCK-FILE-IS-OPEN
                       CLOSE RUN-LOCK-FILE
                       MOVE "N" TO WS-LOCKS-OPEN
                    END-IF
      *>            A stream the scheduler could not check at all
      *>            is queued on no class in particular.
                    PERFORM VARYING WS-RWAIT-IDX FROM 1 BY 1
                            UNTIL WS-RWAIT-IDX > WS-RWAIT-COUNT
                       IF WS-RWAIT-CLASS(WS-RWAIT-IDX) = SPACES
                          DISPLAY "  QUEUED "
                             FUNCTION TRIM
                                (WS-RWAIT-STREAM(WS-RWAIT-IDX))
                             " - the scheduler could not read the "
                             "run-lock file to check its classes"
                       END-IF
                    END-PERFORM
                 END-IF
              WHEN OTHER
                 DISPLAY "  resource definition file unreadable "
                    "(status " WS-RESOURCES-STATUS ")"
           END-EVALUATE.

      *> Same limit rule as RESCLASS: a shared class without a usable
      *> limit counts as exclusive.
       2510-TAKE-CLASS-LINE.
           IF RCLS-CLASS-LINE AND RCLS-CLASS-NAME NOT = SPACES
              AND WS-RCLASS-COUNT < 50
              ADD 1 TO WS-RCLASS-COUNT
              SET WS-RCLASS-IDX TO WS-RCLASS-COUNT
              MOVE RCLS-CLASS-NAME TO WS-RCLASS-NAME(WS-RCLASS-IDX)
              MOVE 1 TO WS-RCLASS-LIMIT(WS-RCLASS-IDX)
              IF RCLS-SHARED AND RCLS-MAX-HOLDERS IS NUMERIC
                 AND RCLS-MAX-HOLDERS > "000"
                 MOVE RCLS-MAX-HOLDERS TO
                    WS-RCLASS-LIMIT(WS-RCLASS-IDX)
              END-IF
           END-IF.

      *> Loads today's lines of the scheduler's resource-wait file. No
      *> file means nothing has been queued.
       2520-LOAD-RESOURCE-WAITS.
           MOVE 0 TO WS-RWAIT-COUNT.
           MOVE "N" TO WS-RESWAIT-EOF.
           OPEN INPUT RESOURCE-WAIT-FILE.
           EVALUATE WS-RESWAIT-STATUS
              WHEN "35"
                 CONTINUE
              WHEN "00"
                 PERFORM UNTIL RESWAIT-AT-END
                    READ RESOURCE-WAIT-FILE
                       AT END
                          MOVE "Y" TO WS-RESWAIT-EOF
                       NOT AT END
                          IF RWAIT-AS-OF(1:8) = WS-TODAY-DATE
                             AND RWAIT-STREAM-PATH NOT = SPACES
                             AND WS-RWAIT-COUNT < 50
                             ADD 1 TO WS-RWAIT-COUNT
                             SET WS-RWAIT-IDX TO WS-RWAIT-COUNT
                             MOVE RWAIT-CLASS-NAME TO
                                WS-RWAIT-CLASS(WS-RWAIT-IDX)
                             MOVE RWAIT-STREAM-PATH TO
                                WS-RWAIT-STREAM(WS-RWAIT-IDX)
                             MOVE RWAIT-WINDOW-START TO
                                WS-RWAIT-START(WS-RWAIT-IDX)
                             MOVE RWAIT-WINDOW-END TO
                                WS-RWAIT-END(WS-RWAIT-IDX)
                             MOVE RWAIT-SINCE TO
                                WS-RWAIT-SINCE(WS-RWAIT-IDX)
                             MOVE RWAIT-AS-OF TO
                                WS-RWAIT-AS-OF(WS-RWAIT-IDX)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RESOURCE-WAIT-FILE
              WHEN OTHER
                 DISPLAY "  resource-wait file unreadable (status "
                    WS-RESWAIT-STATUS ")"
           END-EVALUATE.

      *> A class's places are the run-lock records keyed
      *> "CLASS:<class>:<holder>"; the holder is the rest of the key.
       2530-SHOW-ONE-CLASS.
           IF WS-RCLASS-LIMIT(WS-RCLASS-IDX) = 1
              DISPLAY "  " FUNCTION TRIM(WS-RCLASS-NAME(WS-RCLASS-IDX))
                 " - exclusive, one holder at a time"
           ELSE
              DISPLAY "  " FUNCTION TRIM(WS-RCLASS-NAME(WS-RCLASS-IDX))
                 " - up to " WS-RCLASS-LIMIT(WS-RCLASS-IDX)
                 " holders at a time"
           END-IF.
           MOVE 0 TO WS-HOLDER-COUNT WS-WAITER-COUNT.
           MOVE SPACES TO WS-SLOT-PREFIX.
           MOVE 1 TO WS-SLOT-PTR.
           STRING "CLASS:" DELIMITED BY SIZE
                  WS-RCLASS-NAME(WS-RCLASS-IDX) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
              INTO WS-SLOT-PREFIX WITH POINTER WS-SLOT-PTR.
           COMPUTE WS-PREFIX-LEN = WS-SLOT-PTR - 1.
           IF LOCK-FILE-IS-OPEN
              MOVE "N" TO WS-RUNLOCK-EOF
              MOVE WS-SLOT-PREFIX TO RLOCK-RESOURCE-NAME
              START RUN-LOCK-FILE KEY >= RLOCK-RESOURCE-NAME
              IF WS-RUNLOCK-STATUS NOT = "00"
                 MOVE "Y" TO WS-RUNLOCK-EOF
              END-IF
              PERFORM UNTIL RUNLOCK-AT-END
                 READ RUN-LOCK-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-RUNLOCK-EOF
                    NOT AT END
                       IF RLOCK-RESOURCE-NAME(1:WS-PREFIX-LEN) NOT =
                             WS-SLOT-PREFIX(1:WS-PREFIX-LEN)
                          MOVE "Y" TO WS-RUNLOCK-EOF
                       ELSE
                          ADD 1 TO WS-HOLDER-COUNT
                          PERFORM 2540-SHOW-ONE-HOLDER
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-RWAIT-IDX FROM 1 BY 1
                   UNTIL WS-RWAIT-IDX > WS-RWAIT-COUNT
              IF WS-RWAIT-CLASS(WS-RWAIT-IDX) =
                    WS-RCLASS-NAME(WS-RCLASS-IDX)
                 ADD 1 TO WS-WAITER-COUNT
                 DISPLAY "    QUEUED  "
                    FUNCTION TRIM(WS-RWAIT-STREAM(WS-RWAIT-IDX))
                    " (window " WS-RWAIT-START(WS-RWAIT-IDX) "-"
                    WS-RWAIT-END(WS-RWAIT-IDX) ") since "
                    WS-RWAIT-SINCE(WS-RWAIT-IDX)(9:4)
                    " - scheduler as of "
                    WS-RWAIT-AS-OF(WS-RWAIT-IDX)(9:4)
              END-IF
           END-PERFORM.
           IF WS-HOLDER-COUNT = 0 AND WS-WAITER-COUNT = 0
              DISPLAY "    free"
           ELSE
              IF WS-HOLDER-COUNT >= WS-RCLASS-LIMIT(WS-RCLASS-IDX)
                 DISPLAY "    at its limit - " WS-HOLDER-COUNT
                    " place(s) held"
              END-IF
           END-IF.

       2540-SHOW-ONE-HOLDER.
           MOVE 0 TO WS-RUN-MINUTES.
           IF RLOCK-ACQUIRED-TS(1:12) IS NUMERIC
              MOVE RLOCK-ACQUIRED-TS(1:12) TO WS-STAMP-WORK
              PERFORM 0100-STAMP-TO-MINUTES
              IF WS-NOW-MINUTES >= WS-STAMP-MINUTES
                 COMPUTE WS-RUN-MINUTES =
                    WS-NOW-MINUTES - WS-STAMP-MINUTES
              END-IF
           END-IF.
           DISPLAY "    HELD BY "
              FUNCTION TRIM(RLOCK-RESOURCE-NAME(WS-PREFIX-LEN + 1:))
              " - " FUNCTION TRIM(RLOCK-OPERATOR-ID)
              " for " WS-RUN-MINUTES " min".

       3000-SHOW-STALLED-STREAMS.
           DISPLAY " ".
           DISPLAY "STALLED MID-STREAM (in-progress checkpoints)".
                    WS-HOLDS-STATUS ")"
           END-EVALUATE.

      *> Loads today's lines of the scheduler's trigger-wait file. No
      *> file means no entry is waiting on a feed (or no entry uses a
      *> trigger at all).
       4160-LOAD-TRIGGER-WAITS.
           MOVE 0 TO WS-TWAIT-COUNT.
           MOVE "N" TO WS-TRIGWAIT-EOF.
           OPEN INPUT TRIGGER-WAIT-FILE.
           EVALUATE WS-TRIGWAIT-STATUS
              WHEN "35"
                 CONTINUE
              WHEN "00"
                 PERFORM UNTIL TRIGWAIT-AT-END
                    READ TRIGGER-WAIT-FILE
                       AT END
                          MOVE "Y" TO WS-TRIGWAIT-EOF
                       NOT AT END
                          IF TWAIT-AS-OF(1:8) = WS-TODAY-DATE
                             AND TWAIT-STREAM-PATH NOT = SPACES
                             AND WS-TWAIT-COUNT < 50
                             ADD 1 TO WS-TWAIT-COUNT
                             SET WS-TWAIT-IDX TO WS-TWAIT-COUNT
                             MOVE TWAIT-STREAM-PATH TO
                                WS-TWAIT-STREAM(WS-TWAIT-IDX)
                             MOVE TWAIT-WINDOW-START TO
                                WS-TWAIT-START(WS-TWAIT-IDX)
                             MOVE TWAIT-WINDOW-END TO
                                WS-TWAIT-END(WS-TWAIT-IDX)
                             MOVE TWAIT-LATE TO
                                WS-TWAIT-LATE(WS-TWAIT-IDX)
                             MOVE TWAIT-DEADLINE TO
                                WS-TWAIT-DEADLINE(WS-TWAIT-IDX)
                             MOVE TWAIT-AS-OF TO
                                WS-TWAIT-AS-OF(WS-TWAIT-IDX)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TRIGGER-WAIT-FILE
              WHEN OTHER
                 DISPLAY "  trigger-wait file unreadable (status "
                    WS-TRIGWAIT-STATUS ")"
           END-EVALUATE.

       4200-SHOW-SCHEDULE-WINDOWS.
           PERFORM 4150-LOAD-HOLDS.
           PERFORM 4160-LOAD-TRIGGER-WAITS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-SCHEDULE-EOF.
           OPEN INPUT SCHEDULE-FILE.
                    " - will not dispatch until released or the "
                    "hold expires"
              END-IF
              IF SCH-TRIGGER-FILE NOT = SPACES
                 PERFORM 4310-SHOW-TRIGGER-STATE
              END-IF
           END-IF.

      *> The trigger line under an entry that names a feed file:
      *> WAITING FOR FILE when the scheduler's latest poll held it for
      *> the feed (with the deadline, and FEED LATE once the alert
      *> has gone out), otherwise just which feed it is tied to.
       4310-SHOW-TRIGGER-STATE.
           MOVE "N" TO WS-ENTRY-FILE-WAIT.
           PERFORM VARYING WS-TWAIT-IDX FROM 1 BY 1
                   UNTIL WS-TWAIT-IDX > WS-TWAIT-COUNT
              IF WS-TWAIT-STREAM(WS-TWAIT-IDX) = SCH-STREAM-PATH
                 AND WS-TWAIT-START(WS-TWAIT-IDX) = SCH-WINDOW-START
                 AND WS-TWAIT-END(WS-TWAIT-IDX) = SCH-WINDOW-END
                 MOVE "Y" TO WS-ENTRY-FILE-WAIT
                 MOVE WS-TWAIT-LATE(WS-TWAIT-IDX)
                    TO WS-FILE-WAIT-LATE
                 MOVE WS-TWAIT-DEADLINE(WS-TWAIT-IDX)
                    TO WS-FILE-WAIT-DUE
                 MOVE WS-TWAIT-AS-OF(WS-TWAIT-IDX)
                    TO WS-FILE-WAIT-AS-OF
              END-IF
           END-PERFORM.
           IF SCHED-ENTRY-WAITING-FOR-FILE
              IF WS-FILE-WAIT-LATE = "Y"
                 DISPLAY "       WAITING FOR FILE "
                    FUNCTION TRIM(SCH-TRIGGER-FILE)
                    " - FEED LATE, deadline " WS-FILE-WAIT-DUE
                    " passed (scheduler as of "
                    WS-FILE-WAIT-AS-OF(9:2) ":"
                    WS-FILE-WAIT-AS-OF(11:2) ")"
              ELSE
                 DISPLAY "       WAITING FOR FILE "
                    FUNCTION TRIM(SCH-TRIGGER-FILE)
                    " - deadline " WS-FILE-WAIT-DUE
                    " (scheduler as of "
                    WS-FILE-WAIT-AS-OF(9:2) ":"
                    WS-FILE-WAIT-AS-OF(11:2) ")"
              END-IF
           ELSE
              DISPLAY "       triggered by "
                 FUNCTION TRIM(SCH-TRIGGER-FILE)
           END-IF.

       5000-SHOW-LAST-COMPLETIONS.
