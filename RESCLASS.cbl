      *****************************************************************
      *  RESCLASS.cbl
      *
      *  Takes and gives back a launch's places in the resource
      *  classes (see ResourceClassRecord.cpy and
      *  ResourceClassParms.cpy). Not a registry program - it is
      *  CALLed by the launcher when it takes and releases a run lock,
      *  by the scheduler before it dispatches a stream, and by the
      *  launcher window, so every launcher counts the same holders
      *  the same way.
      *
      *  A place is a record in the run-lock file keyed
      *  "CLASS:<class>:<holder>". Taking places is all or nothing:
      *  every class the resource needs is counted and, below its
      *  limit, a place is written for it; if any class is full the
      *  places this call wrote are deleted again and the caller is
      *  told which class, so nobody ever holds half of what a run
      *  needs while waiting for the rest. The count and the writes
      *  happen inside one open of the lock file, the same way the
      *  run-lock check and write do.
      *****************************************************************
       identification division.
       program-id. RESCLASS.
       environment division.
       input-output section.
       file-control.
           select RESOURCE-CLASS-FILE assign to WS-RESOURCES-PATH
               organization line sequential
               file status is WS-RESOURCES-STATUS.
           select JOB-STREAM-FILE assign to WS-RES-STREAM-PATH
               organization line sequential
               file status is WS-STREAM-STATUS.
           select RUN-LOCK-FILE assign to WS-RUNLOCK-PATH
               organization is indexed
               access mode is dynamic
               record key is RLOCK-RESOURCE-NAME
               file status is WS-RUNLOCK-STATUS.
       data division.
       file section.
       fd  RESOURCE-CLASS-FILE.
       copy "ResourceClassRecord.cpy".
       fd  JOB-STREAM-FILE.
       copy "JobStreamRecord.cpy".
       fd  RUN-LOCK-FILE.
       copy "RunLockRecord.cpy".
       working-storage section.
       01 WS-RESOURCES-PATH  PIC X(200) VALUE
           "STARTPROG-RESOURCES.DAT".
       01 WS-RESOURCES-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-RESOURCES-EOF   PIC X(1)  VALUE "N".
           88 RESOURCES-AT-END VALUE "Y".
       01 WS-RES-STREAM-PATH PIC X(200) VALUE SPACES.
       01 WS-STREAM-STATUS   PIC X(2)  VALUE "00".
       01 WS-STREAM-EOF      PIC X(1)  VALUE "N".
           88 STREAM-AT-END  VALUE "Y".
       01 WS-RUNLOCK-PATH    PIC X(200) VALUE "STARTPROG-RUNLOCK.DAT".
       01 WS-RUNLOCK-STATUS  PIC X(2)  VALUE "00".
       01 WS-SCAN-DONE       PIC X(1)  VALUE "N".
           88 SLOT-SCAN-DONE VALUE "Y".
      *> The class definitions and memberships, read fresh on every
      *> call so an edit to the file takes effect at the next launch.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-CLASS-IDX.
              10 WS-CLASS-NAME   PIC X(12).
              10 WS-CLASS-LIMIT  PIC 9(3).
              10 WS-CLASS-NEEDED PIC X(1).
              10 WS-CLASS-TAKEN  PIC X(1).
       01 WS-CLASS-COUNT     PIC 9(4)  VALUE 0.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-MEMBER-IDX.
              10 WS-MEMBER-CLASS PIC X(12).
              10 WS-MEMBER-NAME  PIC X(200).
       01 WS-MEMBER-COUNT    PIC 9(4)  VALUE 0.
       01 WS-MATCH-NAME      PIC X(200) VALUE SPACES.
       01 WS-HOLDER-NAME     PIC X(200) VALUE SPACES.
      *> "CLASS:<class>:" for the class being counted, and the place
      *> key it makes with the holder's name.
       01 WS-SLOT-PREFIX     PIC X(20) VALUE SPACES.
       01 WS-SLOT-PTR        PIC 9(4)  VALUE 0.
       01 WS-PREFIX-LEN      PIC 9(4)  VALUE 0.
       01 WS-SLOT-KEY        PIC X(200) VALUE SPACES.
       01 WS-OTHER-HOLDERS   PIC 9(4)  VALUE 0.
       01 WS-FIRST-HOLDER    PIC X(200) VALUE SPACES.
       01 WS-ALREADY-HELD    PIC X(1)  VALUE "N".
           88 SLOT-ALREADY-HELD VALUE "Y".
       01 WS-KEY-TAG         PIC X(6)  VALUE SPACES.
       01 WS-KEY-CLASS       PIC X(12) VALUE SPACES.
       linkage section.
       copy "ResourceClassParms.cpy".
       procedure division using RESOURCE-CLASS-PARMS.
       0000-MAIN.
           MOVE "G" TO RCLP-RESULT.
           MOVE 0 TO RCLP-CLASS-COUNT RCLP-RELEASED-COUNT
                     RCLP-BUSY-LIMIT.
           MOVE SPACES TO RCLP-BUSY-CLASS RCLP-BUSY-HOLDER
                          RCLP-FILE-STATUS.
           MOVE RCLP-RESOURCE-NAME TO WS-HOLDER-NAME.
           IF RCLP-RELEASE
              PERFORM 3000-RELEASE-SLOTS
           ELSE
              PERFORM 1000-LOAD-CLASSES
              IF WS-CLASS-COUNT > 0
                 PERFORM 1100-MARK-NEEDED-CLASSES
                 IF RCLP-CLASS-COUNT > 0
                    PERFORM 2000-ACQUIRE-SLOTS
                 END-IF
              END-IF
           END-IF.
           GOBACK.

      *> A missing or unreadable definition file leaves both tables
      *> empty - nothing is needed, and every launch is granted.
       1000-LOAD-CLASSES.
           MOVE 0 TO WS-CLASS-COUNT WS-MEMBER-COUNT.
           MOVE "N" TO WS-RESOURCES-EOF.
           OPEN INPUT RESOURCE-CLASS-FILE.
           IF WS-RESOURCES-STATUS = "00"
              PERFORM UNTIL RESOURCES-AT-END
                 READ RESOURCE-CLASS-FILE
                    AT END
                       MOVE "Y" TO WS-RESOURCES-EOF
                    NOT AT END
                       PERFORM 1010-TAKE-DEFINITION
                 END-READ
              END-PERFORM
              CLOSE RESOURCE-CLASS-FILE
           END-IF.

       1010-TAKE-DEFINITION.
           IF RCLS-CLASS-LINE AND RCLS-CLASS-NAME NOT = SPACES
              AND WS-CLASS-COUNT < 50
              ADD 1 TO WS-CLASS-COUNT
              SET WS-CLASS-IDX TO WS-CLASS-COUNT
              MOVE RCLS-CLASS-NAME TO WS-CLASS-NAME(WS-CLASS-IDX)
              MOVE 1 TO WS-CLASS-LIMIT(WS-CLASS-IDX)
              IF RCLS-SHARED AND RCLS-MAX-HOLDERS IS NUMERIC
                 AND RCLS-MAX-HOLDERS > "000"
                 MOVE RCLS-MAX-HOLDERS TO WS-CLASS-LIMIT(WS-CLASS-IDX)
              END-IF
              MOVE "N" TO WS-CLASS-NEEDED(WS-CLASS-IDX)
              MOVE "N" TO WS-CLASS-TAKEN(WS-CLASS-IDX)
           END-IF.
           IF RCLS-MEMBER-LINE AND RCLS-CLASS-NAME NOT = SPACES
              AND RCLS-MEMBER-NAME NOT = SPACES
              AND WS-MEMBER-COUNT < 500
              ADD 1 TO WS-MEMBER-COUNT
              SET WS-MEMBER-IDX TO WS-MEMBER-COUNT
              MOVE RCLS-CLASS-NAME TO WS-MEMBER-CLASS(WS-MEMBER-IDX)
              MOVE RCLS-MEMBER-NAME TO WS-MEMBER-NAME(WS-MEMBER-IDX)
           END-IF.

      *> The resource's own memberships, and for a stream those of
      *> every program named in its file - a stream that cannot be
      *> read simply needs its own classes; the launch itself will
      *> report the unreadable file.
       1100-MARK-NEEDED-CLASSES.
           MOVE WS-HOLDER-NAME TO WS-MATCH-NAME.
           PERFORM 1110-MARK-MEMBER-CLASSES.
           IF RCLP-STREAM-RESOURCE
              MOVE WS-HOLDER-NAME TO WS-RES-STREAM-PATH
              MOVE "N" TO WS-STREAM-EOF
              OPEN INPUT JOB-STREAM-FILE
              IF WS-STREAM-STATUS = "00"
                 PERFORM UNTIL STREAM-AT-END
                    READ JOB-STREAM-FILE
                       AT END
                          MOVE "Y" TO WS-STREAM-EOF
                       NOT AT END
                          IF JS-PROGRAM-NAME NOT = SPACES
                             MOVE JS-PROGRAM-NAME TO WS-MATCH-NAME
                             PERFORM 1110-MARK-MEMBER-CLASSES
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE JOB-STREAM-FILE
              END-IF
           END-IF.

       1110-MARK-MEMBER-CLASSES.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
              IF WS-MEMBER-NAME(WS-MEMBER-IDX) = WS-MATCH-NAME
                 PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                    IF WS-CLASS-NAME(WS-CLASS-IDX) =
                          WS-MEMBER-CLASS(WS-MEMBER-IDX)
                       AND WS-CLASS-NEEDED(WS-CLASS-IDX) = "N"
                       MOVE "Y" TO WS-CLASS-NEEDED(WS-CLASS-IDX)
                       ADD 1 TO RCLP-CLASS-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *> Same create-only-when-missing rule as the launcher's own
      *> run-lock open: any other open failure must not truncate the
      *> live lock file.
       2000-ACQUIRE-SLOTS.
           OPEN I-O RUN-LOCK-FILE.
           IF WS-RUNLOCK-STATUS = "35"
              OPEN OUTPUT RUN-LOCK-FILE
              CLOSE RUN-LOCK-FILE
              OPEN I-O RUN-LOCK-FILE
           END-IF.
           IF WS-RUNLOCK-STATUS NOT = "00"
              MOVE "E" TO RCLP-RESULT
              MOVE WS-RUNLOCK-STATUS TO RCLP-FILE-STATUS
           ELSE
              PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                      UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                         OR NOT RCLP-GRANTED
                 IF WS-CLASS-NEEDED(WS-CLASS-IDX) = "Y"
                    PERFORM 2100-TAKE-CLASS-SLOT
                 END-IF
              END-PERFORM
      *>      All or nothing: a full class gives back every place
      *>      this call wrote (a place the holder already had, taken
      *>      for it by the scheduler, is left for the scheduler).
              IF NOT RCLP-GRANTED
                 PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                    IF WS-CLASS-TAKEN(WS-CLASS-IDX) = "Y"
                       PERFORM 2200-BUILD-SLOT-KEY
                       MOVE WS-SLOT-KEY TO RLOCK-RESOURCE-NAME
                       READ RUN-LOCK-FILE KEY IS RLOCK-RESOURCE-NAME
                       IF WS-RUNLOCK-STATUS = "00"
                          DELETE RUN-LOCK-FILE RECORD
                       END-IF
                       MOVE "N" TO WS-CLASS-TAKEN(WS-CLASS-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE RUN-LOCK-FILE
           END-IF.

      *> Counts the places other holders have in the class and, if
      *> there is room, writes this holder's.
       2100-TAKE-CLASS-SLOT.
           PERFORM 2200-BUILD-SLOT-KEY.
           MOVE 0 TO WS-OTHER-HOLDERS.
           MOVE "N" TO WS-ALREADY-HELD.
           MOVE SPACES TO WS-FIRST-HOLDER.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-SLOT-PREFIX TO RLOCK-RESOURCE-NAME.
           START RUN-LOCK-FILE KEY >= RLOCK-RESOURCE-NAME.
           IF WS-RUNLOCK-STATUS NOT = "00"
              MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL SLOT-SCAN-DONE
              READ RUN-LOCK-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SCAN-DONE
                 NOT AT END
                    IF RLOCK-RESOURCE-NAME(1:WS-PREFIX-LEN) NOT =
                          WS-SLOT-PREFIX(1:WS-PREFIX-LEN)
                       MOVE "Y" TO WS-SCAN-DONE
                    ELSE
                       IF RLOCK-RESOURCE-NAME = WS-SLOT-KEY
                          MOVE "Y" TO WS-ALREADY-HELD
                       ELSE
                          ADD 1 TO WS-OTHER-HOLDERS
                          IF WS-FIRST-HOLDER = SPACES
                             MOVE RLOCK-RESOURCE-NAME
                                (WS-PREFIX-LEN + 1:)
                                TO WS-FIRST-HOLDER
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT SLOT-ALREADY-HELD
              IF WS-OTHER-HOLDERS >= WS-CLASS-LIMIT(WS-CLASS-IDX)
                 MOVE "B" TO RCLP-RESULT
                 MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO RCLP-BUSY-CLASS
                 MOVE WS-CLASS-LIMIT(WS-CLASS-IDX) TO RCLP-BUSY-LIMIT
                 MOVE WS-FIRST-HOLDER TO RCLP-BUSY-HOLDER
              ELSE
                 MOVE WS-SLOT-KEY TO RLOCK-RESOURCE-NAME
                 MOVE RCLP-OPERATOR-ID TO RLOCK-OPERATOR-ID
                 MOVE FUNCTION CURRENT-DATE TO RLOCK-ACQUIRED-TS
                 WRITE RUN-LOCK-RECORD
                 IF WS-RUNLOCK-STATUS = "00"
                    MOVE "Y" TO WS-CLASS-TAKEN(WS-CLASS-IDX)
                 ELSE
                    MOVE "E" TO RCLP-RESULT
                    MOVE WS-RUNLOCK-STATUS TO RCLP-FILE-STATUS
                 END-IF
              END-IF
           END-IF.

      *> "CLASS:<class>:" into WS-SLOT-PREFIX (its length in
      *> WS-PREFIX-LEN), and that followed by the holder's name into
      *> WS-SLOT-KEY. A holder name too long for the key is cut at
      *> the key's length - the same cut on every call, so it still
      *> finds its own place.
       2200-BUILD-SLOT-KEY.
           MOVE SPACES TO WS-SLOT-PREFIX WS-SLOT-KEY.
           MOVE 1 TO WS-SLOT-PTR.
           STRING "CLASS:" DELIMITED BY SIZE
                  WS-CLASS-NAME(WS-CLASS-IDX) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
              INTO WS-SLOT-PREFIX WITH POINTER WS-SLOT-PTR.
           COMPUTE WS-PREFIX-LEN = WS-SLOT-PTR - 1.
           STRING WS-SLOT-PREFIX(1:WS-PREFIX-LEN) DELIMITED BY SIZE
                  WS-HOLDER-NAME DELIMITED BY SIZE
              INTO WS-SLOT-KEY.

      *> Every place in every class whose holder part is this
      *> resource, whether or not its class is still defined - a
      *> class taken out of the file must not strand its places.
       3000-RELEASE-SLOTS.
           OPEN I-O RUN-LOCK-FILE.
           IF WS-RUNLOCK-STATUS = "35"
              GOBACK
           END-IF.
           IF WS-RUNLOCK-STATUS NOT = "00"
              MOVE "E" TO RCLP-RESULT
              MOVE WS-RUNLOCK-STATUS TO RCLP-FILE-STATUS
              GOBACK
           END-IF.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE "CLASS:" TO RLOCK-RESOURCE-NAME.
           START RUN-LOCK-FILE KEY >= RLOCK-RESOURCE-NAME.
           IF WS-RUNLOCK-STATUS NOT = "00"
              MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL SLOT-SCAN-DONE
              READ RUN-LOCK-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SCAN-DONE
                 NOT AT END
                    IF RLOCK-RESOURCE-NAME(1:6) NOT = "CLASS:"
                       MOVE "Y" TO WS-SCAN-DONE
                    ELSE
                       PERFORM 3100-RELEASE-IF-HOLDER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-LOCK-FILE.

       3100-RELEASE-IF-HOLDER.
           MOVE SPACES TO WS-KEY-TAG WS-KEY-CLASS.
           MOVE 1 TO WS-SLOT-PTR.
           UNSTRING RLOCK-RESOURCE-NAME DELIMITED BY ":"
              INTO WS-KEY-TAG WS-KEY-CLASS
              WITH POINTER WS-SLOT-PTR.
           IF WS-SLOT-PTR > 1 AND WS-SLOT-PTR <= 200
              IF RLOCK-RESOURCE-NAME(WS-SLOT-PTR:) =
                    WS-HOLDER-NAME(1:201 - WS-SLOT-PTR)
                 DELETE RUN-LOCK-FILE RECORD
                 IF WS-RUNLOCK-STATUS = "00"
                    ADD 1 TO RCLP-RELEASED-COUNT
                 END-IF
              END-IF
           END-IF.
