      *****************************************************************
      *  EVTEXPORT.cbl
      *
      *  Incremental export of STARTPROG operations events for the
      *  enterprise monitoring feed, launched through the program
      *  registry like any other batch program (typically as a
      *  scheduled stream step every few minutes). It reads the audit
      *  log and the run-statistics file - and the monthly archives
      *  LOGROLL has rolled them into, when it has a month or more to
      *  catch up on - and writes every event past the high-water
      *  mark (STARTPROG-EVTEXPORT-MARK.DAT, EventMarkRecord.cpy) to
      *  a new interface file, STARTPROG-EVENTS-<yyyymmddhhmmss>.DAT,
      *  for the collector to pick up. Nothing has to be scraped out
      *  of spool files or alert drop files any more.
      *
      *  Events exported:
      *     LAUNCH    a program or job stream that ran and ended with
      *               return code 0-4 (audit log)
      *     FAILURE   one that ended above 4 or negative, or was
      *               refused (audit log)
      *     LONGRUN   a run that took more than twice its recent
      *               average - the launcher's own long-runner rule:
      *               at least three earlier runs in the previous 60
      *               days, the last ten of them averaged, never under
      *               60 seconds (run statistics)
      *     HOLD      a stream held, from the launcher or its window
      *     RELEASE   a hold removed
      *     ALERT     a scheduler alert: a missed window (severity M)
      *               or a trigger feed late past its deadline
      *               (severity L) (audit log)
      *  Operator housekeeping on the audit log (UNLOCK, CATCHUP,
      *  SCHEDULER, registry maintenance, trigger bookkeeping and
      *  job-stream VERIFY pre-flights) is not an operations event
      *  and is passed over.
      *
      *  Interface file - one event per line, fields separated by
      *  "|" (a "|" inside a value is sent as "/"), trailing fields
      *  may be empty:
      *     1  record type          E
      *     2  event time           YYYYMMDDHHMMSS
      *     3  event type           as above
      *     4  severity             I info, W warning, F failure,
      *                             A abort (return code 16 and up),
      *                             M missed window, L late feed -
      *                             the launcher's alert severities
      *     5  program              program, JOBSTREAM, or the
      *                             scheduler event name
      *     6  operator
      *     7  return code
      *     8  stream run ID        blank outside a job-stream run
      *     9  source               AUDIT or RUNSTATS
      *     10 source key           audit seal sequence (or the
      *                             line's timestamp when unsealed);
      *                             run-statistics end stamp - with
      *                             fields 2, 5 and 9 it identifies an
      *                             event, so a resent one can be
      *                             matched to its first delivery
      *     11 elapsed seconds      LONGRUN only
      *     12 average seconds      LONGRUN only
      *     13 spool file           audit events
      *     14 detail               program parameters, or the stream
      *                             held, released or dispatched
      *  and one trailer line last:
      *     1  record type          T
      *     2  export time          YYYYMMDDHHMMSS
      *     3  event lines in the file
      *     4-9 LAUNCH, FAILURE, LONGRUN, HOLD, RELEASE and ALERT
      *         counts
      *     10 audit sequence the export started after
      *     11 audit sequence it reached
      *     12 run-statistics end stamp it reached
      *     13 this file's name
      *  A file without its trailer, or whose counts do not agree
      *  with its lines, was not delivered whole.
      *
      *  The file is written under a .TMP name and renamed to .DAT
      *  only once it is complete, and the mark only moves after
      *  that, so a failed or partial export leaves the mark where it
      *  was and the next run sends the same events again rather than
      *  losing them. An export with nothing new still writes the
      *  trailer, so the receiving side can tell a quiet night from a
      *  dead feed.
      *  With no mark on file the first export reaches back the
      *  number of months in the parameter string (default 1: last
      *  month and this one). Run it clear of LOGROLL - lines moving
      *  between the live files and the archives while it reads them
      *  can be skipped.
      *  Return codes: 0 events exported, 4 nothing new (trailer-only
      *  file written), 12 bad parameters, 16 file trouble (mark left
      *  unchanged).
      *****************************************************************
       identification division.
       program-id. EVTEXPORT.
       environment division.
       input-output section.
       file-control.
           select AUDIT-LOG-FILE assign to WS-AUDIT-IN-PATH
               organization line sequential
               file status is WS-AUDITLOG-STATUS.
           select RUN-STATS-FILE assign to WS-RUNSTATS-IN-PATH
               organization line sequential
               file status is WS-RUNSTATS-STATUS.
           select EVENT-MARK-FILE assign to WS-MARK-PATH
               organization line sequential
               file status is WS-MARK-STATUS.
           select EXPORT-FILE assign to WS-WORK-PATH
               organization line sequential
               file status is WS-EXPORT-STATUS.
       data division.
       file section.
       fd  AUDIT-LOG-FILE.
       copy "AuditLogRecord.cpy".
       fd  RUN-STATS-FILE.
       copy "RunStatsRecord.cpy".
       fd  EVENT-MARK-FILE.
       copy "EventMarkRecord.cpy".
       fd  EXPORT-FILE.
       01  EXPORT-LINE           PIC X(600).
       working-storage section.
       01 WS-AUDIT-LOG-PATH  PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
       01 WS-RUNSTATS-PATH   PIC X(200) VALUE "STARTPROG-RUNSTATS.DAT".
       01 WS-MARK-PATH       PIC X(200) VALUE
           "STARTPROG-EVTEXPORT-MARK.DAT".
       01 WS-AUDIT-IN-PATH   PIC X(200) VALUE SPACES.
       01 WS-RUNSTATS-IN-PATH
                             PIC X(200) VALUE SPACES.
       01 WS-EXPORT-PATH     PIC X(200) VALUE SPACES.
       01 WS-WORK-PATH       PIC X(200) VALUE SPACES.
       01 WS-AUDITLOG-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNSTATS-STATUS PIC X(2)  VALUE "00".
       01 WS-MARK-STATUS     PIC X(2)  VALUE "00".
       01 WS-EXPORT-STATUS   PIC X(2)  VALUE "00".
       01 WS-AUDIT-EOF       PIC X(1)  VALUE "N".
           88 AUDIT-AT-END   VALUE "Y".
       01 WS-RUNSTATS-EOF    PIC X(1)  VALUE "N".
           88 RUNSTATS-AT-END VALUE "Y".
       01 WS-LOOK-BACK       PIC 9(4)  VALUE 1.
       01 WS-NOW-STAMP       PIC X(21) VALUE SPACES.
       01 WS-EXPORT-STAMP    PIC X(14) VALUE SPACES.
       01 WS-MONTH-WORK.
           05 WS-MWORK-YYYY  PIC 9(4).
           05 WS-MWORK-MM    PIC 9(2).
       01 WS-MONTH-STEPS     PIC 9(4)  VALUE 0.
       01 WS-MONTH-COUNT     PIC S9(6) VALUE 0.
       01 WS-NOW-MONTH-WORK.
           05 WS-NWORK-YYYY  PIC 9(4).
           05 WS-NWORK-MM    PIC 9(2).
       01 WS-FILE-OP-RC      PIC 9(4) COMP-5 VALUE 0.
       01 WS-FILE-EXIST-DETAILS
                             PIC X(20) VALUE SPACES.
      *> The mark as found, and as it will be written when this
      *> export completes. WS-FLOOR-MONTH bounds a first export to the
      *> look-back; once a mark exists the mark alone decides.
       01 WS-MARK-FOUND      PIC X(1)  VALUE "N".
           88 MARK-WAS-FOUND VALUE "Y".
       01 WS-MARK-AUDIT-SEQ  PIC 9(9)  VALUE 0.
       01 WS-MARK-AUDIT-TS   PIC X(16) VALUE SPACES.
       01 WS-MARK-RSTAT-TS   PIC X(14) VALUE SPACES.
       01 WS-MARK-RSTAT-AT   PIC 9(5)  VALUE 0.
       01 WS-NEW-AUDIT-SEQ   PIC 9(9)  VALUE 0.
       01 WS-NEW-AUDIT-TS    PIC X(16) VALUE SPACES.
       01 WS-NEW-RSTAT-TS    PIC X(14) VALUE SPACES.
       01 WS-NEW-RSTAT-AT    PIC 9(5)  VALUE 0.
       01 WS-AT-MARK-SEEN    PIC 9(5)  VALUE 0.
       01 WS-FLOOR-MONTH     PIC X(6)  VALUE "000000".
       01 WS-LINE-IS-NEW     PIC X(1)  VALUE "N".
           88 LINE-IS-NEW    VALUE "Y".
       01 WS-EXPORT-TROUBLE  PIC X(1)  VALUE "N".
           88 EXPORT-HAS-FAILED VALUE "Y".
      *> ALOG-RETURN-CODE is numeric-edited in the log record, so it
      *> is de-edited here before any compare.
       01 WS-AUDIT-RC        PIC S9(4) VALUE 0.
      *> One event, gathered before it is strung into EXPORT-LINE.
       01 WS-EVT-TS          PIC X(14) VALUE SPACES.
       01 WS-EVT-TYPE        PIC X(8)  VALUE SPACES.
       01 WS-EVT-SEVERITY    PIC X(1)  VALUE SPACE.
       01 WS-EVT-NAME        PIC X(50) VALUE SPACES.
       01 WS-EVT-OPERATOR    PIC X(20) VALUE SPACES.
       01 WS-EVT-RC          PIC S9(4) VALUE 0.
       01 WS-EVT-RC-EDIT     PIC -(4)9.
       01 WS-EVT-RUN-ID      PIC X(20) VALUE SPACES.
       01 WS-EVT-SOURCE      PIC X(8)  VALUE SPACES.
       01 WS-EVT-KEY         PIC X(16) VALUE SPACES.
       01 WS-EVT-ELAPSED     PIC X(7)  VALUE SPACES.
       01 WS-EVT-AVERAGE     PIC X(7)  VALUE SPACES.
       01 WS-EVT-SPOOL       PIC X(52) VALUE SPACES.
       01 WS-EVT-DETAIL      PIC X(200) VALUE SPACES.
       01 WS-SEQUENCE-EDIT   PIC Z(8)9.
       01 WS-SECONDS-EDIT    PIC Z(7)9.
      *> Event counts for the trailer and the console.
       01 WS-EVENT-COUNT     PIC 9(9)  VALUE 0.
       01 WS-LAUNCH-COUNT    PIC 9(9)  VALUE 0.
       01 WS-FAILURE-COUNT   PIC 9(9)  VALUE 0.
       01 WS-LONGRUN-COUNT   PIC 9(9)  VALUE 0.
       01 WS-HOLD-COUNT      PIC 9(9)  VALUE 0.
       01 WS-RELEASE-COUNT   PIC 9(9)  VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(9)  VALUE 0.
       01 WS-PASSED-COUNT    PIC 9(9)  VALUE 0.
       01 WS-TORN-COUNT      PIC 9(9)  VALUE 0.
       01 WS-FILES-READ      PIC 9(5)  VALUE 0.
      *> Recent runtimes per program, the last ten in file order, to
      *> judge each run the way the launcher judged it when it ran.
       01 WS-HISTORY-TABLE.
           05 WS-HIST-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-HIST-IDX.
              10 WS-HIST-NAME         PIC X(50).
              10 WS-HIST-NEXT         PIC 9(2).
              10 WS-HIST-RUN OCCURS 10 TIMES
                             INDEXED BY WS-HRUN-IDX.
                 15 WS-HIST-SECS      PIC 9(7).
                 15 WS-HIST-DAY       PIC 9(7).
       01 WS-HIST-COUNT      PIC 9(4)  VALUE 0.
       01 WS-HIST-FULL-SAID  PIC X(1)  VALUE "N".
           88 HIST-FULL-REPORTED VALUE "Y".
       01 WS-FOUND-SLOT      PIC X(1)  VALUE "N".
           88 SLOT-WAS-FOUND VALUE "Y".
       01 WS-RUN-DAY         PIC 9(7)  VALUE 0.
       01 WS-CUTOFF-DAY      PIC S9(7) VALUE 0.
       01 WS-RECENT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-RECENT-TOTAL    PIC 9(12) VALUE 0.
       01 WS-RECENT-AVG      PIC 9(7)  VALUE 0.
       01 WS-THRESHOLD-SECS  PIC 9(8)  VALUE 0.
       linkage section.
       01 PARM-TEXT          PIC X(60).
       procedure division using PARM-TEXT.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           IF PARM-TEXT NOT = SPACES
              IF FUNCTION TRIM(PARM-TEXT) IS NUMERIC
                 COMPUTE WS-LOOK-BACK = FUNCTION NUMVAL(PARM-TEXT)
              ELSE
                 DISPLAY "EVTEXPORT: months to look back is not a "
                    "number: " FUNCTION TRIM(PARM-TEXT)
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:14) TO WS-EXPORT-STAMP.
           MOVE WS-NOW-STAMP(1:6) TO WS-NOW-MONTH-WORK.
           PERFORM 1000-READ-MARK.
           IF EXPORT-HAS-FAILED
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1200-OPEN-EXPORT.
           IF EXPORT-HAS-FAILED
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-EXPORT-AUDIT-EVENTS.
           PERFORM 4000-EXPORT-RUNTIME-EVENTS.
           PERFORM 5000-FINISH-EXPORT.
           DISPLAY "EVTEXPORT: " WS-FILES-READ " file(s) read, "
              WS-EVENT-COUNT " event(s): " WS-LAUNCH-COUNT
              " launch, " WS-FAILURE-COUNT " failure, "
              WS-LONGRUN-COUNT " long runner, " WS-HOLD-COUNT
              " hold, " WS-RELEASE-COUNT " release, "
              WS-ALERT-COUNT " alert".
           IF WS-PASSED-COUNT > 0 OR WS-TORN-COUNT > 0
              DISPLAY "EVTEXPORT: " WS-PASSED-COUNT " new audit "
                 "line(s) not operations events, " WS-TORN-COUNT
                 " unreadable line(s) skipped"
           END-IF.
           EVALUATE TRUE
              WHEN EXPORT-HAS-FAILED
                 DISPLAY "EVTEXPORT: EXPORT FAILED - mark left at "
                    "audit sequence " WS-MARK-AUDIT-SEQ
                    ", run statistics " WS-MARK-RSTAT-TS
                    "; the next run sends these events again"
                 MOVE 16 TO RETURN-CODE
              WHEN WS-EVENT-COUNT = 0
                 DISPLAY "EVTEXPORT: nothing new since the last "
                    "export - " FUNCTION TRIM(WS-EXPORT-PATH)
                    " carries the trailer only"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "EVTEXPORT: exported to "
                    FUNCTION TRIM(WS-EXPORT-PATH)
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> No mark file means this is the first export: it reaches back
      *> the look-back months and no further. A mark that is there
      *> but cannot be read stops the export - guessing would either
      *> flood the feed or lose events.
       1000-READ-MARK.
           OPEN INPUT EVENT-MARK-FILE.
           EVALUATE WS-MARK-STATUS
              WHEN "35"
                 MOVE WS-NOW-MONTH-WORK TO WS-MONTH-WORK
                 MOVE WS-LOOK-BACK TO WS-MONTH-STEPS
                 PERFORM 9000-STEP-BACK-MONTHS
                 MOVE WS-MONTH-WORK TO WS-FLOOR-MONTH
                 DISPLAY "EVTEXPORT: no export mark at "
                    FUNCTION TRIM(WS-MARK-PATH) " - first export, "
                    "from " WS-FLOOR-MONTH
              WHEN "00"
                 READ EVENT-MARK-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EVMK-AUDIT-SEQUENCE IS NUMERIC
                          AND EVMK-RSTAT-AT-TS IS NUMERIC
                          MOVE "Y" TO WS-MARK-FOUND
                          MOVE EVMK-AUDIT-SEQUENCE
                             TO WS-MARK-AUDIT-SEQ
                          MOVE EVMK-AUDIT-TS TO WS-MARK-AUDIT-TS
                          MOVE EVMK-RSTAT-END-TS TO WS-MARK-RSTAT-TS
                          MOVE EVMK-RSTAT-AT-TS TO WS-MARK-RSTAT-AT
                       END-IF
                 END-READ
                 CLOSE EVENT-MARK-FILE
                 IF NOT MARK-WAS-FOUND
                    DISPLAY "EVTEXPORT: export mark "
                       FUNCTION TRIM(WS-MARK-PATH) " is empty or "
                       "unreadable - correct or delete it"
                    MOVE "Y" TO WS-EXPORT-TROUBLE
                 ELSE
                    DISPLAY "EVTEXPORT: exporting after audit "
                       "sequence " WS-MARK-AUDIT-SEQ
                       ", run statistics " WS-MARK-RSTAT-TS
                 END-IF
              WHEN OTHER
                 DISPLAY "EVTEXPORT: unable to open export mark "
                    FUNCTION TRIM(WS-MARK-PATH) " (status "
                    WS-MARK-STATUS ")"
                 MOVE "Y" TO WS-EXPORT-TROUBLE
           END-EVALUATE.
           MOVE WS-MARK-AUDIT-SEQ TO WS-NEW-AUDIT-SEQ.
           MOVE WS-MARK-AUDIT-TS TO WS-NEW-AUDIT-TS.
           MOVE WS-MARK-RSTAT-TS TO WS-NEW-RSTAT-TS.
           MOVE 0 TO WS-NEW-RSTAT-AT.

       1200-OPEN-EXPORT.
           MOVE SPACES TO WS-EXPORT-PATH WS-WORK-PATH.
           STRING "STARTPROG-EVENTS-" WS-EXPORT-STAMP ".DAT"
              DELIMITED BY SIZE INTO WS-EXPORT-PATH.
           STRING "STARTPROG-EVENTS-" WS-EXPORT-STAMP ".TMP"
              DELIMITED BY SIZE INTO WS-WORK-PATH.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
              DISPLAY "EVTEXPORT: unable to create "
                 FUNCTION TRIM(WS-WORK-PATH) " (status "
                 WS-EXPORT-STATUS ") - nothing exported"
              MOVE "Y" TO WS-EXPORT-TROUBLE
           END-IF.

      *> The audit archives from the month the mark reached (or the
      *> first export's floor) up to this month, then the live log.
       2000-EXPORT-AUDIT-EVENTS.
           IF WS-MARK-AUDIT-TS NOT = SPACES
              MOVE WS-MARK-AUDIT-TS(1:6) TO WS-MONTH-WORK
           ELSE
              MOVE WS-NOW-MONTH-WORK TO WS-MONTH-WORK
              MOVE WS-LOOK-BACK TO WS-MONTH-STEPS
              PERFORM 9000-STEP-BACK-MONTHS
           END-IF.
           PERFORM 9200-COUNT-MONTHS-TO-NOW.
           PERFORM 2100-AUDIT-ARCHIVE WS-MONTH-COUNT TIMES.
           MOVE WS-AUDIT-LOG-PATH TO WS-AUDIT-IN-PATH.
           PERFORM 2200-READ-AUDIT-FILE.

       2100-AUDIT-ARCHIVE.
           MOVE SPACES TO WS-AUDIT-IN-PATH.
           STRING "STARTPROG-AUDIT-" WS-MONTH-WORK ".LOG"
              DELIMITED BY SIZE INTO WS-AUDIT-IN-PATH.
           PERFORM 2200-READ-AUDIT-FILE.
           PERFORM 9100-STEP-FORWARD-MONTH.

       2200-READ-AUDIT-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUDIT-IN-PATH
               WS-FILE-EXIST-DETAILS RETURNING WS-FILE-OP-RC.
           IF WS-FILE-OP-RC = 0 AND NOT EXPORT-HAS-FAILED
              MOVE "N" TO WS-AUDIT-EOF
              OPEN INPUT AUDIT-LOG-FILE
              IF WS-AUDITLOG-STATUS NOT = "00"
                 DISPLAY "EVTEXPORT: unable to open "
                    FUNCTION TRIM(WS-AUDIT-IN-PATH) " (status "
                    WS-AUDITLOG-STATUS ")"
                 MOVE "Y" TO WS-EXPORT-TROUBLE
              ELSE
                 ADD 1 TO WS-FILES-READ
                 PERFORM UNTIL AUDIT-AT-END
                    READ AUDIT-LOG-FILE
                       AT END
                          MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                          IF AUDIT-LOG-RECORD NOT = SPACES
                             PERFORM 2300-AUDIT-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AUDIT-LOG-FILE
              END-IF
           END-IF.

      *> A sealed line is new when its sequence is above the mark; a
      *> line with no seal (history from before sealing, or one
      *> written around the launcher) when its timestamp is. The
      *> mark moves to the highest of both seen, new or not.
       2300-AUDIT-LINE.
           MOVE "N" TO WS-LINE-IS-NEW.
           IF ALOG-TIMESTAMP(1:16) IS NOT NUMERIC
              ADD 1 TO WS-TORN-COUNT
           ELSE
              IF ALOG-SEQUENCE IS NUMERIC
                 AND ALOG-CHAIN-VALUE IS NUMERIC
                 IF ALOG-SEQUENCE > WS-MARK-AUDIT-SEQ
                    MOVE "Y" TO WS-LINE-IS-NEW
                 END-IF
                 IF ALOG-SEQUENCE > WS-NEW-AUDIT-SEQ
                    MOVE ALOG-SEQUENCE TO WS-NEW-AUDIT-SEQ
                 END-IF
              ELSE
                 IF ALOG-TIMESTAMP(1:16) > WS-MARK-AUDIT-TS
                    MOVE "Y" TO WS-LINE-IS-NEW
                 END-IF
              END-IF
              IF ALOG-TIMESTAMP(1:16) > WS-NEW-AUDIT-TS
                 MOVE ALOG-TIMESTAMP(1:16) TO WS-NEW-AUDIT-TS
              END-IF
              IF ALOG-TIMESTAMP(1:6) < WS-FLOOR-MONTH
                 MOVE "N" TO WS-LINE-IS-NEW
              END-IF
              IF LINE-IS-NEW
                 PERFORM 2400-CLASSIFY-AUDIT-LINE
              END-IF
           END-IF.

       2400-CLASSIFY-AUDIT-LINE.
           MOVE ALOG-RETURN-CODE TO WS-AUDIT-RC.
           MOVE SPACES TO WS-EVT-TYPE.
           EVALUATE TRUE
              WHEN ALOG-PROGRAM-NAME = "HOLD"
                 MOVE "HOLD" TO WS-EVT-TYPE
                 MOVE "I" TO WS-EVT-SEVERITY
              WHEN ALOG-PROGRAM-NAME = "RELEASE"
                 MOVE "RELEASE" TO WS-EVT-TYPE
                 MOVE "I" TO WS-EVT-SEVERITY
              WHEN ALOG-PROGRAM-NAME = "MISSED-WINDOW"
                 MOVE "ALERT" TO WS-EVT-TYPE
                 MOVE "M" TO WS-EVT-SEVERITY
              WHEN ALOG-PROGRAM-NAME = "FEED-LATE"
                 MOVE "ALERT" TO WS-EVT-TYPE
                 MOVE "L" TO WS-EVT-SEVERITY
              WHEN ALOG-PROGRAM-NAME = SPACES
                 OR ALOG-PROGRAM-NAME = "UNLOCK"
                 OR ALOG-PROGRAM-NAME = "CATCHUP"
                 OR ALOG-PROGRAM-NAME = "SCHEDULER"
                 OR ALOG-PROGRAM-NAME = "CATCHUP-RUN"
                 OR ALOG-PROGRAM-NAME = "TRIGGER-CONSUMED"
                 OR ALOG-PROGRAM-NAME(1:9) = "REGISTRY-"
                 CONTINUE
              WHEN ALOG-PROGRAM-NAME = "JOBSTREAM"
                 AND ALOG-PARAMETERS(1:7) = "VERIFY "
                 CONTINUE
              WHEN WS-AUDIT-RC > 4 OR WS-AUDIT-RC < 0
                 MOVE "FAILURE" TO WS-EVT-TYPE
                 IF WS-AUDIT-RC >= 16
                    MOVE "A" TO WS-EVT-SEVERITY
                 ELSE
                    MOVE "F" TO WS-EVT-SEVERITY
                 END-IF
              WHEN OTHER
                 MOVE "LAUNCH" TO WS-EVT-TYPE
                 IF WS-AUDIT-RC > 0
                    MOVE "W" TO WS-EVT-SEVERITY
                 ELSE
                    MOVE "I" TO WS-EVT-SEVERITY
                 END-IF
           END-EVALUATE.
           IF WS-EVT-TYPE = SPACES
              ADD 1 TO WS-PASSED-COUNT
           ELSE
              MOVE ALOG-TIMESTAMP(1:14) TO WS-EVT-TS
              MOVE ALOG-PROGRAM-NAME TO WS-EVT-NAME
              MOVE ALOG-OPERATOR-ID TO WS-EVT-OPERATOR
              MOVE WS-AUDIT-RC TO WS-EVT-RC
              MOVE ALOG-RUN-ID TO WS-EVT-RUN-ID
              MOVE "AUDIT" TO WS-EVT-SOURCE
              IF ALOG-SEQUENCE IS NUMERIC
                 AND ALOG-CHAIN-VALUE IS NUMERIC
                 MOVE ALOG-SEQUENCE TO WS-SEQUENCE-EDIT
                 MOVE SPACES TO WS-EVT-KEY
                 MOVE FUNCTION TRIM(WS-SEQUENCE-EDIT) TO WS-EVT-KEY
              ELSE
                 MOVE ALOG-TIMESTAMP(1:16) TO WS-EVT-KEY
              END-IF
              MOVE SPACES TO WS-EVT-ELAPSED WS-EVT-AVERAGE
              MOVE ALOG-SPOOL-FILE TO WS-EVT-SPOOL
              MOVE ALOG-PARAMETERS TO WS-EVT-DETAIL
              PERFORM 3000-WRITE-EVENT
           END-IF.

      *> One E line. Values that are single words go out as they
      *> are; the detail is free text and goes last.
       3000-WRITE-EVENT.
           INSPECT WS-EVT-NAME REPLACING ALL "|" BY "/".
           INSPECT WS-EVT-OPERATOR REPLACING ALL "|" BY "/".
           INSPECT WS-EVT-RUN-ID REPLACING ALL "|" BY "/".
           INSPECT WS-EVT-SPOOL REPLACING ALL "|" BY "/".
           INSPECT WS-EVT-DETAIL REPLACING ALL "|" BY "/".
           MOVE WS-EVT-RC TO WS-EVT-RC-EDIT.
           MOVE SPACES TO EXPORT-LINE.
           STRING "E|" WS-EVT-TS "|"
              WS-EVT-TYPE DELIMITED BY SPACE
              "|" WS-EVT-SEVERITY "|" DELIMITED BY SIZE
              WS-EVT-NAME DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-OPERATOR DELIMITED BY SPACE
              "|" FUNCTION TRIM(WS-EVT-RC-EDIT) "|"
                 DELIMITED BY SIZE
              WS-EVT-RUN-ID DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-SOURCE DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-KEY DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-ELAPSED DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-AVERAGE DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EVT-SPOOL DELIMITED BY SPACE
              "|" WS-EVT-DETAIL DELIMITED BY SIZE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           IF WS-EXPORT-STATUS NOT = "00"
              IF NOT EXPORT-HAS-FAILED
                 DISPLAY "EVTEXPORT: write to "
                    FUNCTION TRIM(WS-WORK-PATH) " failed (status "
                    WS-EXPORT-STATUS ")"
              END-IF
              MOVE "Y" TO WS-EXPORT-TROUBLE
           ELSE
              ADD 1 TO WS-EVENT-COUNT
              EVALUATE WS-EVT-TYPE
                 WHEN "LAUNCH"
                    ADD 1 TO WS-LAUNCH-COUNT
                 WHEN "FAILURE"
                    ADD 1 TO WS-FAILURE-COUNT
                 WHEN "LONGRUN"
                    ADD 1 TO WS-LONGRUN-COUNT
                 WHEN "HOLD"
                    ADD 1 TO WS-HOLD-COUNT
                 WHEN "RELEASE"
                    ADD 1 TO WS-RELEASE-COUNT
                 WHEN "ALERT"
                    ADD 1 TO WS-ALERT-COUNT
              END-EVALUATE
           END-IF.

      *> Run statistics are read from three months before the mark
      *> (or the first export's floor) so the first new runs are
      *> judged against the same 60 days of history the launcher
      *> judged them against; lines at or below the mark only feed
      *> that history.
       4000-EXPORT-RUNTIME-EVENTS.
           IF WS-MARK-RSTAT-TS NOT = SPACES
              MOVE WS-MARK-RSTAT-TS(1:6) TO WS-MONTH-WORK
           ELSE
              MOVE WS-NOW-MONTH-WORK TO WS-MONTH-WORK
              MOVE WS-LOOK-BACK TO WS-MONTH-STEPS
              PERFORM 9000-STEP-BACK-MONTHS
           END-IF.
           MOVE 3 TO WS-MONTH-STEPS.
           PERFORM 9000-STEP-BACK-MONTHS.
           PERFORM 9200-COUNT-MONTHS-TO-NOW.
           MOVE 0 TO WS-AT-MARK-SEEN.
           PERFORM 4100-RUNSTATS-ARCHIVE WS-MONTH-COUNT TIMES.
           MOVE WS-RUNSTATS-PATH TO WS-RUNSTATS-IN-PATH.
           PERFORM 4200-READ-RUNSTATS-FILE.
           IF WS-NEW-RSTAT-TS = WS-MARK-RSTAT-TS
              AND WS-NEW-RSTAT-AT < WS-MARK-RSTAT-AT
              MOVE WS-MARK-RSTAT-AT TO WS-NEW-RSTAT-AT
           END-IF.

       4100-RUNSTATS-ARCHIVE.
           MOVE SPACES TO WS-RUNSTATS-IN-PATH.
           STRING "STARTPROG-RUNSTATS-" WS-MONTH-WORK ".DAT"
              DELIMITED BY SIZE INTO WS-RUNSTATS-IN-PATH.
           PERFORM 4200-READ-RUNSTATS-FILE.
           PERFORM 9100-STEP-FORWARD-MONTH.

       4200-READ-RUNSTATS-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUNSTATS-IN-PATH
               WS-FILE-EXIST-DETAILS RETURNING WS-FILE-OP-RC.
           IF WS-FILE-OP-RC = 0 AND NOT EXPORT-HAS-FAILED
              MOVE "N" TO WS-RUNSTATS-EOF
              OPEN INPUT RUN-STATS-FILE
              IF WS-RUNSTATS-STATUS NOT = "00"
                 DISPLAY "EVTEXPORT: unable to open "
                    FUNCTION TRIM(WS-RUNSTATS-IN-PATH) " (status "
                    WS-RUNSTATS-STATUS ")"
                 MOVE "Y" TO WS-EXPORT-TROUBLE
              ELSE
                 ADD 1 TO WS-FILES-READ
                 PERFORM UNTIL RUNSTATS-AT-END
                    READ RUN-STATS-FILE
                       AT END
                          MOVE "Y" TO WS-RUNSTATS-EOF
                       NOT AT END
                          PERFORM 4300-RUNSTATS-LINE
                    END-READ
                 END-PERFORM
                 CLOSE RUN-STATS-FILE
              END-IF
           END-IF.

      *> A line is new when it ended after the mark's second, or in
      *> that same second but past the lines the mark counted there.
      *> Torn lines are skipped, as the launcher skips them.
       4300-RUNSTATS-LINE.
           IF RSTAT-PROGRAM-NAME = SPACES
              OR RSTAT-START-TS IS NOT NUMERIC
              OR RSTAT-END-TS IS NOT NUMERIC
              OR RSTAT-ELAPSED-SECS IS NOT NUMERIC
              IF RUN-STATS-RECORD NOT = SPACES
                 ADD 1 TO WS-TORN-COUNT
              END-IF
           ELSE
              MOVE "N" TO WS-LINE-IS-NEW
              IF RSTAT-END-TS > WS-MARK-RSTAT-TS
                 MOVE "Y" TO WS-LINE-IS-NEW
              ELSE
                 IF RSTAT-END-TS = WS-MARK-RSTAT-TS
                    ADD 1 TO WS-AT-MARK-SEEN
                    IF WS-AT-MARK-SEEN > WS-MARK-RSTAT-AT
                       MOVE "Y" TO WS-LINE-IS-NEW
                    END-IF
                 END-IF
              END-IF
              IF RSTAT-END-TS(1:6) < WS-FLOOR-MONTH
                 MOVE "N" TO WS-LINE-IS-NEW
              END-IF
              IF RSTAT-END-TS > WS-NEW-RSTAT-TS
                 MOVE RSTAT-END-TS TO WS-NEW-RSTAT-TS
                 MOVE 1 TO WS-NEW-RSTAT-AT
              ELSE
                 IF RSTAT-END-TS = WS-NEW-RSTAT-TS
                    ADD 1 TO WS-NEW-RSTAT-AT
                 END-IF
              END-IF
              PERFORM 4400-JUDGE-RUNTIME
           END-IF.

      *> The launcher's long-runner rule, applied to the runs before
      *> this one: at least three in the 60 days before it started,
      *> the last ten of them averaged, twice that and never under a
      *> minute. The run then joins its program's history.
       4400-JUDGE-RUNTIME.
           MOVE "N" TO WS-FOUND-SLOT.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                      OR SLOT-WAS-FOUND
              IF WS-HIST-NAME(WS-HIST-IDX) = RSTAT-PROGRAM-NAME
                 MOVE "Y" TO WS-FOUND-SLOT
              END-IF
           END-PERFORM.
           IF SLOT-WAS-FOUND
              SET WS-HIST-IDX DOWN BY 1
           ELSE
              IF WS-HIST-COUNT < 300
                 ADD 1 TO WS-HIST-COUNT
                 SET WS-HIST-IDX TO WS-HIST-COUNT
                 MOVE RSTAT-PROGRAM-NAME TO WS-HIST-NAME(WS-HIST-IDX)
                 MOVE 1 TO WS-HIST-NEXT(WS-HIST-IDX)
                 PERFORM VARYING WS-HRUN-IDX FROM 1 BY 1
                         UNTIL WS-HRUN-IDX > 10
                    MOVE 0 TO WS-HIST-SECS(WS-HIST-IDX, WS-HRUN-IDX)
                              WS-HIST-DAY(WS-HIST-IDX, WS-HRUN-IDX)
                 END-PERFORM
                 MOVE "Y" TO WS-FOUND-SLOT
              ELSE
                 IF NOT HIST-FULL-REPORTED
                    DISPLAY "EVTEXPORT: more than 300 programs in "
                       "the run statistics - "
                       FUNCTION TRIM(RSTAT-PROGRAM-NAME)
                       " and later new names are not checked for "
                       "long runs"
                    MOVE "Y" TO WS-HIST-FULL-SAID
                 END-IF
              END-IF
           END-IF.
           IF SLOT-WAS-FOUND
              COMPUTE WS-RUN-DAY =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(RSTAT-START-TS(1:8)))
              COMPUTE WS-CUTOFF-DAY = WS-RUN-DAY - 60
              MOVE 0 TO WS-RECENT-COUNT WS-RECENT-TOTAL
              PERFORM VARYING WS-HRUN-IDX FROM 1 BY 1
                      UNTIL WS-HRUN-IDX > 10
                 IF WS-HIST-DAY(WS-HIST-IDX, WS-HRUN-IDX) > 0
                    AND WS-HIST-DAY(WS-HIST-IDX, WS-HRUN-IDX)
                       >= WS-CUTOFF-DAY
                    ADD 1 TO WS-RECENT-COUNT
                    ADD WS-HIST-SECS(WS-HIST-IDX, WS-HRUN-IDX)
                       TO WS-RECENT-TOTAL
                 END-IF
              END-PERFORM
              IF WS-RECENT-COUNT >= 3 AND LINE-IS-NEW
                 COMPUTE WS-RECENT-AVG =
                    WS-RECENT-TOTAL / WS-RECENT-COUNT
                 COMPUTE WS-THRESHOLD-SECS = WS-RECENT-AVG * 2
                 IF WS-THRESHOLD-SECS < 60
                    MOVE 60 TO WS-THRESHOLD-SECS
                 END-IF
                 IF RSTAT-ELAPSED-SECS > WS-THRESHOLD-SECS
                    PERFORM 4500-LONG-RUNNER-EVENT
                 END-IF
              END-IF
              SET WS-HRUN-IDX TO WS-HIST-NEXT(WS-HIST-IDX)
              MOVE RSTAT-ELAPSED-SECS
                 TO WS-HIST-SECS(WS-HIST-IDX, WS-HRUN-IDX)
              MOVE WS-RUN-DAY TO WS-HIST-DAY(WS-HIST-IDX, WS-HRUN-IDX)
              IF WS-HIST-NEXT(WS-HIST-IDX) = 10
                 MOVE 1 TO WS-HIST-NEXT(WS-HIST-IDX)
              ELSE
                 ADD 1 TO WS-HIST-NEXT(WS-HIST-IDX)
              END-IF
           END-IF.

       4500-LONG-RUNNER-EVENT.
           MOVE RSTAT-END-TS TO WS-EVT-TS.
           MOVE "LONGRUN" TO WS-EVT-TYPE.
           MOVE "W" TO WS-EVT-SEVERITY.
           MOVE RSTAT-PROGRAM-NAME TO WS-EVT-NAME.
           MOVE RSTAT-OPERATOR-ID TO WS-EVT-OPERATOR.
           IF RSTAT-RETURN-CODE(2:4) IS NUMERIC
              MOVE RSTAT-RETURN-CODE TO WS-EVT-RC
           ELSE
              MOVE 0 TO WS-EVT-RC
           END-IF.
           MOVE RSTAT-RUN-ID TO WS-EVT-RUN-ID.
           MOVE "RUNSTATS" TO WS-EVT-SOURCE.
           MOVE RSTAT-END-TS TO WS-EVT-KEY.
           MOVE RSTAT-ELAPSED-SECS TO WS-SECONDS-EDIT.
           MOVE FUNCTION TRIM(WS-SECONDS-EDIT) TO WS-EVT-ELAPSED.
           MOVE WS-RECENT-AVG TO WS-SECONDS-EDIT.
           MOVE FUNCTION TRIM(WS-SECONDS-EDIT) TO WS-EVT-AVERAGE.
           MOVE WS-THRESHOLD-SECS TO WS-SECONDS-EDIT.
           MOVE SPACES TO WS-EVT-SPOOL WS-EVT-DETAIL.
           STRING "RAN PAST TWICE ITS RECENT AVERAGE (ALERT AT "
              FUNCTION TRIM(WS-SECONDS-EDIT) " SECONDS)"
              DELIMITED BY SIZE INTO WS-EVT-DETAIL.
           PERFORM 3000-WRITE-EVENT.

      *> Trailer, close, publish under the .DAT name, and only then
      *> move the mark. Any failure before the rename takes the work
      *> file away so a collector never picks up half an export.
       5000-FINISH-EXPORT.
           IF NOT EXPORT-HAS-FAILED
              PERFORM 5100-WRITE-TRAILER
           END-IF.
           CLOSE EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00" AND NOT EXPORT-HAS-FAILED
              DISPLAY "EVTEXPORT: close of "
                 FUNCTION TRIM(WS-WORK-PATH) " failed (status "
                 WS-EXPORT-STATUS ")"
              MOVE "Y" TO WS-EXPORT-TROUBLE
           END-IF.
           IF EXPORT-HAS-FAILED
              CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
                  RETURNING WS-FILE-OP-RC
              IF WS-FILE-OP-RC NOT = 0
                 DISPLAY "EVTEXPORT: delete the incomplete "
                    FUNCTION TRIM(WS-WORK-PATH) " by hand"
              END-IF
           ELSE
              CALL "CBL_RENAME_FILE" USING WS-WORK-PATH
                  WS-EXPORT-PATH RETURNING WS-FILE-OP-RC
              IF WS-FILE-OP-RC NOT = 0
                 DISPLAY "EVTEXPORT: could not rename "
                    FUNCTION TRIM(WS-WORK-PATH) " to "
                    FUNCTION TRIM(WS-EXPORT-PATH)
                 MOVE "Y" TO WS-EXPORT-TROUBLE
                 CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
                     RETURNING WS-FILE-OP-RC
              ELSE
                 PERFORM 5200-WRITE-MARK
              END-IF
           END-IF.

       5100-WRITE-TRAILER.
           MOVE SPACES TO EXPORT-LINE.
           STRING "T|" WS-EXPORT-STAMP "|" WS-EVENT-COUNT
              "|" WS-LAUNCH-COUNT "|" WS-FAILURE-COUNT
              "|" WS-LONGRUN-COUNT "|" WS-HOLD-COUNT
              "|" WS-RELEASE-COUNT "|" WS-ALERT-COUNT
              "|" WS-MARK-AUDIT-SEQ "|" WS-NEW-AUDIT-SEQ
              "|" DELIMITED BY SIZE
              WS-NEW-RSTAT-TS DELIMITED BY SPACE
              "|" DELIMITED BY SIZE
              WS-EXPORT-PATH DELIMITED BY SPACE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           IF WS-EXPORT-STATUS NOT = "00"
              DISPLAY "EVTEXPORT: trailer write to "
                 FUNCTION TRIM(WS-WORK-PATH) " failed (status "
                 WS-EXPORT-STATUS ")"
              MOVE "Y" TO WS-EXPORT-TROUBLE
           END-IF.

      *> The export is out; a mark that fails to write now means the
      *> next run sends it again, which the receiving side can match
      *> on the source key - a duplicate, never a loss.
       5200-WRITE-MARK.
           MOVE SPACES TO EVENT-MARK-RECORD.
           MOVE WS-NEW-AUDIT-SEQ TO EVMK-AUDIT-SEQUENCE.
           MOVE WS-NEW-AUDIT-TS TO EVMK-AUDIT-TS.
           MOVE WS-NEW-RSTAT-TS TO EVMK-RSTAT-END-TS.
           MOVE WS-NEW-RSTAT-AT TO EVMK-RSTAT-AT-TS.
           MOVE WS-EXPORT-PATH TO EVMK-EXPORT-FILE.
           MOVE WS-EXPORT-STAMP TO EVMK-EXPORTED-TS.
           MOVE WS-EVENT-COUNT TO EVMK-EVENT-COUNT.
           OPEN OUTPUT EVENT-MARK-FILE.
           IF WS-MARK-STATUS = "00"
              WRITE EVENT-MARK-RECORD
           END-IF.
           IF WS-MARK-STATUS NOT = "00"
              DISPLAY "EVTEXPORT: export mark "
                 FUNCTION TRIM(WS-MARK-PATH) " could not be "
                 "written (status " WS-MARK-STATUS ") - "
                 FUNCTION TRIM(WS-EXPORT-PATH) " was published and "
                 "its events will be sent again next run"
              MOVE "Y" TO WS-EXPORT-TROUBLE
           END-IF.
           CLOSE EVENT-MARK-FILE.

      *> Steps WS-MONTH-WORK back WS-MONTH-STEPS calendar months.
       9000-STEP-BACK-MONTHS.
           PERFORM WS-MONTH-STEPS TIMES
              IF WS-MWORK-MM = 1
                 SUBTRACT 1 FROM WS-MWORK-YYYY
                 MOVE 12 TO WS-MWORK-MM
              ELSE
                 SUBTRACT 1 FROM WS-MWORK-MM
              END-IF
           END-PERFORM.

       9100-STEP-FORWARD-MONTH.
           IF WS-MWORK-MM = 12
              ADD 1 TO WS-MWORK-YYYY
              MOVE 1 TO WS-MWORK-MM
           ELSE
              ADD 1 TO WS-MWORK-MM
           END-IF.

      *> Months from WS-MONTH-WORK to this month, both included.
       9200-COUNT-MONTHS-TO-NOW.
           COMPUTE WS-MONTH-COUNT =
              (WS-NWORK-YYYY * 12 + WS-NWORK-MM)
              - (WS-MWORK-YYYY * 12 + WS-MWORK-MM) + 1.
           IF WS-MONTH-COUNT < 0
              MOVE 0 TO WS-MONTH-COUNT
           END-IF.
