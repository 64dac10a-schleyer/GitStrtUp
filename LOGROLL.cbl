      *  leave already-copied lines in that month's archive, so after
      *  an abnormal end check the newest archives for duplicates
      *  before rerunning.
      *
      *  Audit lines are moved exactly as written, so their seals
      *  (see AuditLogRecord.cpy) carry into the archives unchanged
      *  and the chain runs on from the archives into the live log.
      *  Where a file boundary would cut the chain LOGROLL leaves an
      *  anchor (STARTPROG-AUDIT-ANCHOR.DAT, AuditAnchorRecord.cpy):
      *  the last sealed line it archived, for the next line written
      *  to an emptied live log to follow, and the last sealed line
      *  of the newest archive the retention sweep deleted, for
      *  AUDVERIFY to pick the chain up from.
      *  Return codes: 0 done, 12 bad parameters, 16 file trouble.
      *****************************************************************
       identification division.
       environment division.
       input-output section.
       file-control.
           select AUDIT-LOG-FILE assign to WS-AUDIT-IN-PATH
               organization line sequential
               file status is WS-AUDITLOG-STATUS.
           select RUN-STATS-FILE assign to WS-RUNSTATS-PATH
           select KEEP-FILE assign to WS-KEEP-PATH
               organization line sequential
               file status is WS-KEEP-STATUS.
           select AUDIT-ANCHOR-FILE assign to WS-ANCHOR-PATH
               organization line sequential
               file status is WS-ANCHOR-STATUS.
       data division.
       file section.
       fd  AUDIT-LOG-FILE.
       fd  RUN-STATS-FILE.
       copy "RunStatsRecord.cpy".
       fd  ARCHIVE-FILE.
       01  ARCH-LINE             PIC X(300).
       fd  KEEP-FILE.
       01  KEEP-LINE             PIC X(300).
       fd  AUDIT-ANCHOR-FILE.
       copy "AuditAnchorRecord.cpy".
       working-storage section.
       01 WS-AUDIT-LOG-PATH  PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
       01 WS-AUDITLOG-STATUS PIC X(2)  VALUE "00".
       01 WS-AUDIT-IN-PATH   PIC X(200) VALUE SPACES.
       01 WS-AUDIT-EOF       PIC X(1)  VALUE "N".
           88 AUDIT-AT-END   VALUE "Y".
       01 WS-RUNSTATS-PATH   PIC X(200) VALUE "STARTPROG-RUNSTATS.DAT".
       01 WS-FILE-OP-RC      PIC 9(4) COMP-5 VALUE 0.
       01 WS-FILE-EXIST-DETAILS
                             PIC X(20) VALUE SPACES.
      *> Audit-chain anchor upkeep: the last sealed line this roll
      *> archived, and the last sealed line of the newest audit
      *> archive this sweep deleted.
       01 WS-ANCHOR-PATH     PIC X(200) VALUE
           "STARTPROG-AUDIT-ANCHOR.DAT".
       01 WS-ANCHOR-STATUS   PIC X(2)  VALUE "00".
       01 WS-ROLL-SEQUENCE   PIC 9(9)  VALUE 0.
       01 WS-ROLL-CHAIN      PIC X(18) VALUE SPACES.
       01 WS-ROLL-MONTH      PIC X(6)  VALUE SPACES.
       01 WS-FLOOR-SEQUENCE  PIC 9(9)  VALUE 0.
       01 WS-FLOOR-CHAIN     PIC X(18) VALUE SPACES.
       01 WS-FLOOR-ARCH-MONTH
                             PIC X(6)  VALUE SPACES.
       01 WS-SWEEP-SEQUENCE  PIC 9(9)  VALUE 0.
       01 WS-SWEEP-CHAIN     PIC X(18) VALUE SPACES.
       01 WS-ARCHIVE-DELETED PIC X(1)  VALUE "N".
           88 ARCHIVE-WAS-DELETED VALUE "Y".
       linkage section.
       01 PARM-TEXT          PIC X(60).
       procedure division using PARM-TEXT.
       2000-ROLL-AUDIT-LOG.
           MOVE WS-CURR-MONTH TO WS-FLOOR-MONTH.
           MOVE WS-AUDIT-LOG-PATH TO WS-LIVE-PATH.
           MOVE WS-AUDIT-LOG-PATH TO WS-AUDIT-IN-PATH.
           MOVE 0 TO WS-ROLL-SEQUENCE.
           MOVE "STARTPROG-AUDIT-" TO WS-ARCHIVE-PREFIX.
           MOVE ".LOG" TO WS-ARCHIVE-SUFFIX.
           MOVE "STARTPROG-AUDIT-ROLL.TMP" TO WS-KEEP-PATH.
                             AND WS-RECORD-MONTH < WS-FLOOR-MONTH
                             MOVE AUDIT-LOG-RECORD TO ARCH-LINE
                             PERFORM 8000-WRITE-ARCHIVE-LINE
                             IF ALOG-SEQUENCE IS NUMERIC
                                AND ALOG-CHAIN-VALUE IS NUMERIC
                                MOVE ALOG-SEQUENCE
                                   TO WS-ROLL-SEQUENCE
                                MOVE ALOG-CHAIN-VALUE
                                   TO WS-ROLL-CHAIN
                                MOVE WS-RECORD-MONTH
                                   TO WS-ROLL-MONTH
                             END-IF
                          ELSE
                             MOVE AUDIT-LOG-RECORD TO KEEP-LINE
                             PERFORM 8100-WRITE-KEEP-LINE
                    DISPLAY "LOGROLL: audit log rolled - "
                       WS-ARCHIVED-COUNT " line(s) archived, "
                       WS-KEPT-COUNT " kept live"
                    IF WS-ROLL-SEQUENCE > 0
                       PERFORM 7000-READ-AUDIT-ANCHOR
                       IF WS-ROLL-SEQUENCE > AANC-ROLL-SEQUENCE
                          MOVE WS-ROLL-SEQUENCE TO AANC-ROLL-SEQUENCE
                          MOVE WS-ROLL-CHAIN TO AANC-ROLL-CHAIN
                          MOVE WS-ROLL-MONTH TO AANC-ROLL-MONTH
                          PERFORM 7100-WRITE-AUDIT-ANCHOR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
      *> launcher's 0020-PURGE-OLD-SPOOLS runs over spool files: every
      *> month older than the retention period, for five years back,
      *> has both of its archive names checked and deleted if present.
      *> The sweep runs newest month first, so the first audit
      *> archive it deletes holds the last sealed line to go - the
      *> anchor's new floor.
       4000-SWEEP-OLD-ARCHIVES.
           MOVE WS-CURR-MONTH TO WS-MONTH-WORK.
           COMPUTE WS-MONTH-STEPS = WS-RETAIN-MONTHS + 1.
           PERFORM 9000-STEP-BACK-MONTHS.
           MOVE 0 TO WS-SWEPT-COUNT.
           MOVE 0 TO WS-FLOOR-SEQUENCE.
           PERFORM 4100-SWEEP-ONE-MONTH 60 TIMES.
           IF WS-FLOOR-SEQUENCE > 0
              PERFORM 7000-READ-AUDIT-ANCHOR
              IF WS-FLOOR-SEQUENCE > AANC-FLOOR-SEQUENCE
                 MOVE WS-FLOOR-SEQUENCE TO AANC-FLOOR-SEQUENCE
                 MOVE WS-FLOOR-CHAIN TO AANC-FLOOR-CHAIN
                 MOVE WS-FLOOR-ARCH-MONTH TO AANC-FLOOR-MONTH
                 PERFORM 7100-WRITE-AUDIT-ANCHOR
              END-IF
           END-IF.

       4100-SWEEP-ONE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING "STARTPROG-AUDIT-" WS-MONTH-WORK ".LOG"
              DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.
           MOVE 0 TO WS-SWEEP-SEQUENCE.
           IF WS-FLOOR-SEQUENCE = 0
              PERFORM 4300-FIND-ARCHIVE-LAST-SEAL
           END-IF.
           PERFORM 4200-DELETE-IF-PRESENT.
           IF ARCHIVE-WAS-DELETED AND WS-SWEEP-SEQUENCE > 0
              MOVE WS-SWEEP-SEQUENCE TO WS-FLOOR-SEQUENCE
              MOVE WS-SWEEP-CHAIN TO WS-FLOOR-CHAIN
              MOVE WS-MONTH-WORK TO WS-FLOOR-ARCH-MONTH
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING "STARTPROG-RUNSTATS-" WS-MONTH-WORK ".DAT"
              DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.
           PERFORM 9000-STEP-BACK-MONTHS.

       4200-DELETE-IF-PRESENT.
           MOVE "N" TO WS-ARCHIVE-DELETED.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-PATH
               WS-FILE-EXIST-DETAILS RETURNING WS-FILE-OP-RC.
           IF WS-FILE-OP-RC = 0
                  RETURNING WS-FILE-OP-RC
              IF WS-FILE-OP-RC = 0
                 ADD 1 TO WS-SWEPT-COUNT
                 MOVE "Y" TO WS-ARCHIVE-DELETED
                 DISPLAY "LOGROLL: swept "
                    FUNCTION TRIM(WS-ARCHIVE-PATH)
              ELSE
              END-IF
           END-IF.

      *> The last sealed line of the audit archive about to be swept
      *> (none if it is missing or holds only unsealed history).
       4300-FIND-ARCHIVE-LAST-SEAL.
           MOVE WS-ARCHIVE-PATH TO WS-AUDIT-IN-PATH.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS = "00"
              PERFORM UNTIL AUDIT-AT-END
                 READ AUDIT-LOG-FILE
                    AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                    NOT AT END
                       IF ALOG-SEQUENCE IS NUMERIC
                          AND ALOG-CHAIN-VALUE IS NUMERIC
                          MOVE ALOG-SEQUENCE TO WS-SWEEP-SEQUENCE
                          MOVE ALOG-CHAIN-VALUE TO WS-SWEEP-CHAIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-LOG-FILE
           END-IF.

      *> The anchor as it stands, or an empty one if there is none
      *> yet (or it cannot be read - the rewrite below replaces it).
       7000-READ-AUDIT-ANCHOR.
           MOVE SPACES TO AUDIT-ANCHOR-RECORD.
           MOVE 0 TO AANC-ROLL-SEQUENCE AANC-FLOOR-SEQUENCE.
           OPEN INPUT AUDIT-ANCHOR-FILE.
           IF WS-ANCHOR-STATUS = "00"
              READ AUDIT-ANCHOR-FILE
                 AT END
                    MOVE 0 TO AANC-ROLL-SEQUENCE AANC-FLOOR-SEQUENCE
              END-READ
              CLOSE AUDIT-ANCHOR-FILE
              IF AANC-ROLL-SEQUENCE IS NOT NUMERIC
                 MOVE 0 TO AANC-ROLL-SEQUENCE
              END-IF
              IF AANC-FLOOR-SEQUENCE IS NOT NUMERIC
                 MOVE 0 TO AANC-FLOOR-SEQUENCE
              END-IF
           END-IF.

       7100-WRITE-AUDIT-ANCHOR.
           MOVE WS-NOW-STAMP(1:14) TO AANC-UPDATED-TS.
           OPEN OUTPUT AUDIT-ANCHOR-FILE.
           IF WS-ANCHOR-STATUS = "00"
              WRITE AUDIT-ANCHOR-RECORD
              IF WS-ANCHOR-STATUS NOT = "00"
                 PERFORM 7200-REPORT-ANCHOR-FAILURE
              END-IF
              CLOSE AUDIT-ANCHOR-FILE
           ELSE
              PERFORM 7200-REPORT-ANCHOR-FAILURE
           END-IF.

       7200-REPORT-ANCHOR-FAILURE.
           DISPLAY "LOGROLL: unable to update audit-chain anchor "
              FUNCTION TRIM(WS-ANCHOR-PATH) " (status "
              WS-ANCHOR-STATUS ") - run AUDVERIFY after fixing".
           MOVE 16 TO RETURN-CODE.

      *> Archive lines arrive in rough timestamp order, so the target
      *> archive is held open across consecutive lines of the same
      *> month and re-pointed (OPEN EXTEND, so a rerun or an
