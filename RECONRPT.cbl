      *       that no longer exists (retention sweep or crash)
      *     - a run-statistics line of the report date with no audit
      *       counterpart (same program and start timestamp)
      *     - a run-statistics line of the report date for a program
      *       the program registry did not authorize at the time: no
      *       registry entry at all, a run before the entry's
      *       effective date, or a run after the entry was disabled
      *  The parameter string is the date to reconcile (YYYYMMDD,
      *  default today). When that date's month has been rolled by
      *  LOGROLL, the matching audit and run-statistics archives are
           select RUN-STATS-FILE assign to WS-RUNSTATS-PATH
               organization line sequential
               file status is WS-RUNSTATS-STATUS.
           select PROGRAM-REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
       data division.
       file section.
       fd  RUN-LOCK-FILE.
       copy "AuditLogRecord.cpy".
       fd  RUN-STATS-FILE.
       copy "RunStatsRecord.cpy".
       fd  PROGRAM-REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       working-storage section.
       01 WS-RUNLOCK-PATH    PIC X(200) VALUE "STARTPROG-RUNLOCK.DAT".
       01 WS-RUNLOCK-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNSTATS-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNSTATS-EOF    PIC X(1)  VALUE "N".
           88 RUNSTATS-AT-END VALUE "Y".
       01 WS-REGISTRY-PATH   PIC X(200) VALUE "STARTPROG-REGISTRY.DAT".
       01 WS-REGISTRY-STATUS PIC X(2)  VALUE "00".
       01 WS-REGISTRY-OPEN   PIC X(1)  VALUE "N".
           88 REGISTRY-IS-OPEN VALUE "Y".
       01 WS-LIVE-AUDIT-PATH PIC X(200) VALUE SPACES.
       01 WS-LIVE-STATS-PATH PIC X(200) VALUE SPACES.
       01 WS-ARCH-AUDIT-PATH PIC X(200) VALUE SPACES.
                       AT END
                          MOVE "Y" TO WS-RUNLOCK-EOF
                       NOT AT END
      *>                   Resource-class places and the audit-log
      *>                   lock are not program runs; only launch
      *>                   locks are judged.
                          IF RLOCK-RESOURCE-NAME(1:6) NOT = "CLASS:"
                             AND RLOCK-RESOURCE-NAME NOT = "AUDIT-LOG"
                             AND WS-LOCK-COUNT < 20
                             ADD 1 TO WS-LOCK-COUNT
                             SET WS-LOCK-IDX TO WS-LOCK-COUNT
                             MOVE RLOCK-RESOURCE-NAME TO
           IF KEY-TABLE-OVERFLOWED
              DISPLAY "  (more than 500 launches on " WS-RECON-DATE
                 " - the stats-to-audit check was skipped)"
           END-IF.
           MOVE "N" TO WS-REGISTRY-OPEN.
           OPEN INPUT PROGRAM-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
              MOVE "Y" TO WS-REGISTRY-OPEN
           ELSE
              DISPLAY "  (program registry "
                 FUNCTION TRIM(WS-REGISTRY-PATH)
                 " unreadable (status " WS-REGISTRY-STATUS
                 ") - the registry-authority check was skipped)"
           END-IF.
           IF STATS-ARCHIVE-ON-FILE
              MOVE WS-ARCH-STATS-PATH TO WS-RUNSTATS-PATH
              PERFORM 5100-SCAN-ONE-STATS-FILE
              MOVE WS-LIVE-STATS-PATH TO WS-RUNSTATS-PATH
           END-IF.
           PERFORM 5100-SCAN-ONE-STATS-FILE.
           IF REGISTRY-IS-OPEN
              CLOSE PROGRAM-REGISTRY-FILE
              MOVE "N" TO WS-REGISTRY-OPEN
           END-IF.

       5100-SCAN-ONE-STATS-FILE.
                       MOVE "Y" TO WS-RUNSTATS-EOF
                    NOT AT END
                       IF RSTAT-START-TS(1:8) = WS-RECON-DATE
                          IF NOT KEY-TABLE-OVERFLOWED
                             PERFORM 5200-MATCH-ONE-STATS-LINE
                          END-IF
                          PERFORM 5300-CHECK-REGISTRY-AUTHORITY
                       END-IF
                 END-READ
              END-PERFORM
                 "failed or the log was damaged"
           END-IF.

      *> The registry only holds each entry's current state, so a
      *> disabled entry is judged by when it was last changed: a run
      *> that started after the disable is a launch the registry did
      *> not allow, while a run from before it is simply history.
       5300-CHECK-REGISTRY-AUTHORITY.
           IF REGISTRY-IS-OPEN
              MOVE RSTAT-PROGRAM-NAME TO REG-PROGRAM-NAME
              READ PROGRAM-REGISTRY-FILE KEY IS REG-PROGRAM-NAME
              EVALUATE TRUE
                 WHEN WS-REGISTRY-STATUS NOT = "00"
                    ADD 1 TO WS-DISCREPANCIES
                    DISPLAY "  stats line " RSTAT-START-TS " "
                       FUNCTION TRIM(RSTAT-PROGRAM-NAME)
                       " ran but has no program-registry entry - "
                       "suggest: REGMAINT LIST, and ADD it if it "
                       "is meant to run"
                 WHEN REG-EFFECTIVE-DATE > RSTAT-START-TS(1:8)
                    ADD 1 TO WS-DISCREPANCIES
                    DISPLAY "  stats line " RSTAT-START-TS " "
                       FUNCTION TRIM(RSTAT-PROGRAM-NAME)
                       " ran before its registry effective date "
                       REG-EFFECTIVE-DATE
                 WHEN REG-DISABLED
                      AND REG-CHANGED-TS < RSTAT-START-TS
                    ADD 1 TO WS-DISCREPANCIES
                    DISPLAY "  stats line " RSTAT-START-TS " "
                       FUNCTION TRIM(RSTAT-PROGRAM-NAME)
                       " ran after it was disabled in the registry "
                       "at " REG-CHANGED-TS " by "
                       FUNCTION TRIM(REG-CHANGED-BY)
              END-EVALUATE
           END-IF.

      *> A lock is reported when the trail says its run is over: an
      *> audit line for the resource stamped after the lock was
      *> taken (every completion writes one), or simple staleness -
