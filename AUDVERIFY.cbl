      *****************************************************************
      *  AUDVERIFY.cbl
      *
      *  Integrity check of the STARTPROG audit trail, launched
      *  through the program registry like any other batch program.
      *  Every audit line carries a sequence number, a digest of its
      *  own content and a chain value over the line before it (see
      *  AuditLogRecord.cpy; AUDSEAL computes all of them). This
      *  walks the monthly archives LOGROLL has written, oldest
      *  first, then the live log, as one chain, and reports with the
      *  file and line number:
      *     ALTERED     a line whose content no longer matches its
      *                 digest
      *     BROKEN      a line in sequence whose chain value does not
      *                 follow the line before it - the line before
      *                 was replaced, or this one re-sealed by hand
      *     GAP         sequence numbers missing - lines deleted
      *     REORDERED   a sequence number at or below the one before
      *                 it - lines moved, or a line repeated
      *     UNSEALED    a line with no seal after sealing began -
      *                 its seal was removed, or it was written
      *                 around the launcher
      *  and, at the end, TRUNCATED when the chain stops short of the
      *  last line LOGROLL recorded archiving. Lines from before
      *  sealing began are counted as unsealed history, not failures.
      *  Where the retention sweep has deleted old archives the chain
      *  is picked up from the anchor LOGROLL left for it, so the
      *  lines that went with them are not reported as a gap.
      *  The parameter string is how many months back to look for
      *  archives (default 120).
      *  Return codes: 0 trail intact, 4 no audit lines found, 8
      *  integrity failures reported, 12 bad parameters, 16 file
      *  trouble.
      *****************************************************************
       identification division.
       program-id. AUDVERIFY.
       environment division.
       input-output section.
       file-control.
           select AUDIT-LOG-FILE assign to WS-VERIFY-PATH
               organization line sequential
               file status is WS-AUDITLOG-STATUS.
           select AUDIT-ANCHOR-FILE assign to WS-ANCHOR-PATH
               organization line sequential
               file status is WS-ANCHOR-STATUS.
       data division.
       file section.
       fd  AUDIT-LOG-FILE.
       copy "AuditLogRecord.cpy".
       fd  AUDIT-ANCHOR-FILE.
       copy "AuditAnchorRecord.cpy".
       working-storage section.
       01 WS-AUDIT-LOG-PATH  PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
       01 WS-VERIFY-PATH     PIC X(200) VALUE SPACES.
       01 WS-AUDITLOG-STATUS PIC X(2)  VALUE "00".
       01 WS-AUDIT-EOF       PIC X(1)  VALUE "N".
           88 AUDIT-AT-END   VALUE "Y".
       01 WS-ANCHOR-PATH     PIC X(200) VALUE
           "STARTPROG-AUDIT-ANCHOR.DAT".
       01 WS-ANCHOR-STATUS   PIC X(2)  VALUE "00".
       01 WS-LOOK-BACK       PIC 9(4)  VALUE 120.
       01 WS-NOW-STAMP       PIC X(21) VALUE SPACES.
       01 WS-MONTH-WORK.
           05 WS-MWORK-YYYY  PIC 9(4).
           05 WS-MWORK-MM    PIC 9(2).
       01 WS-MONTH-STEPS     PIC 9(4)  VALUE 0.
       01 WS-FILE-OP-RC      PIC 9(4) COMP-5 VALUE 0.
       01 WS-FILE-EXIST-DETAILS
                             PIC X(20) VALUE SPACES.
       copy "AuditSealParms.cpy".
      *> The chain as walked so far: the last sealed line seen, and
      *> whether one has been seen yet.
       01 WS-CHAIN-STARTED   PIC X(1)  VALUE "N".
           88 CHAIN-HAS-STARTED VALUE "Y".
       01 WS-PREV-SEQUENCE   PIC 9(9)  VALUE 0.
       01 WS-PREV-CHAIN      PIC X(18) VALUE SPACES.
       01 WS-HIGH-SEQUENCE   PIC 9(9)  VALUE 0.
       01 WS-EXPECT-SEQUENCE PIC 9(9)  VALUE 0.
       01 WS-MISSING-LAST    PIC 9(9)  VALUE 0.
       01 WS-DIGEST-OK       PIC X(1)  VALUE "Y".
           88 DIGEST-MATCHES VALUE "Y".
       01 WS-GENESIS-CHAIN   PIC X(18) VALUE ALL "0".
       01 WS-FLOOR-SEQUENCE  PIC 9(9)  VALUE 0.
       01 WS-FLOOR-CHAIN     PIC X(18) VALUE SPACES.
       01 WS-FLOOR-MONTH     PIC X(6)  VALUE SPACES.
       01 WS-ROLL-SEQUENCE   PIC 9(9)  VALUE 0.
       01 WS-ROLL-MONTH      PIC X(6)  VALUE SPACES.
      *> Counts for the file in hand and for the whole walk.
       01 WS-FILE-LINE       PIC 9(7)  VALUE 0.
       01 WS-FILE-SEALED     PIC 9(7)  VALUE 0.
       01 WS-FILE-HISTORY    PIC 9(7)  VALUE 0.
       01 WS-FILES-CHECKED   PIC 9(5)  VALUE 0.
       01 WS-LINES-READ      PIC 9(9)  VALUE 0.
       01 WS-SEALED-LINES    PIC 9(9)  VALUE 0.
       01 WS-HISTORY-LINES   PIC 9(9)  VALUE 0.
       01 WS-ALTERED-COUNT   PIC 9(7)  VALUE 0.
       01 WS-BROKEN-COUNT    PIC 9(7)  VALUE 0.
       01 WS-GAP-COUNT       PIC 9(7)  VALUE 0.
       01 WS-REORDER-COUNT   PIC 9(7)  VALUE 0.
       01 WS-UNSEALED-COUNT  PIC 9(7)  VALUE 0.
       01 WS-TRUNCATED-COUNT PIC 9(7)  VALUE 0.
       01 WS-FAILURE-COUNT   PIC 9(7)  VALUE 0.
       01 WS-FILE-TROUBLE    PIC X(1)  VALUE "N".
           88 FILE-TROUBLE-SEEN VALUE "Y".
       linkage section.
       01 PARM-TEXT          PIC X(60).
       procedure division using PARM-TEXT.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           IF PARM-TEXT NOT = SPACES
              IF FUNCTION TRIM(PARM-TEXT) IS NUMERIC
                 COMPUTE WS-LOOK-BACK = FUNCTION NUMVAL(PARM-TEXT)
              ELSE
                 DISPLAY "AUDVERIFY: months to look back is not a "
                    "number: " FUNCTION TRIM(PARM-TEXT)
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM 1000-READ-ANCHOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:6) TO WS-MONTH-WORK.
           MOVE WS-LOOK-BACK TO WS-MONTH-STEPS.
           PERFORM 9000-STEP-BACK-MONTHS.
           PERFORM 1100-CHECK-ONE-MONTH WS-LOOK-BACK TIMES.
           MOVE WS-NOW-STAMP(1:6) TO WS-MONTH-WORK.
           PERFORM 1100-CHECK-ONE-MONTH.
           MOVE WS-AUDIT-LOG-PATH TO WS-VERIFY-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERIFY-PATH
               WS-FILE-EXIST-DETAILS RETURNING WS-FILE-OP-RC.
           IF WS-FILE-OP-RC = 0
              PERFORM 2000-VERIFY-FILE
           ELSE
              DISPLAY "AUDVERIFY: no live audit log "
                 FUNCTION TRIM(WS-AUDIT-LOG-PATH)
           END-IF.
           PERFORM 3000-END-OF-CHAIN-CHECK.
           COMPUTE WS-FAILURE-COUNT = WS-ALTERED-COUNT
              + WS-BROKEN-COUNT + WS-GAP-COUNT + WS-REORDER-COUNT
              + WS-UNSEALED-COUNT + WS-TRUNCATED-COUNT.
           DISPLAY "AUDVERIFY: " WS-FILES-CHECKED " file(s), "
              WS-LINES-READ " line(s) - " WS-SEALED-LINES
              " sealed, " WS-HISTORY-LINES " unsealed history".
           DISPLAY "AUDVERIFY: " WS-ALTERED-COUNT " altered, "
              WS-BROKEN-COUNT " broken chain, " WS-GAP-COUNT
              " gap(s), " WS-REORDER-COUNT " reordered, "
              WS-UNSEALED-COUNT " unsealed, " WS-TRUNCATED-COUNT
              " truncated".
           EVALUATE TRUE
              WHEN FILE-TROUBLE-SEEN
                 MOVE 16 TO RETURN-CODE
              WHEN WS-FAILURE-COUNT > 0
                 DISPLAY "AUDVERIFY: AUDIT TRAIL FAILED VERIFICATION"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-LINES-READ = 0
                 DISPLAY "AUDVERIFY: no audit lines on file"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 IF CHAIN-HAS-STARTED
                    DISPLAY "AUDVERIFY: audit trail intact through "
                       "sequence " WS-PREV-SEQUENCE
                 ELSE
                    DISPLAY "AUDVERIFY: no sealed lines yet - "
                       "unsealed history only"
                 END-IF
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> The floor the retention sweep left (where the chain on file
      *> must start) and the last line LOGROLL archived (where it
      *> must at least reach). No anchor means nothing was ever
      *> swept or rolled under the seal.
       1000-READ-ANCHOR.
           OPEN INPUT AUDIT-ANCHOR-FILE.
           IF WS-ANCHOR-STATUS = "00"
              READ AUDIT-ANCHOR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AANC-FLOOR-SEQUENCE IS NUMERIC
                       AND AANC-FLOOR-CHAIN IS NUMERIC
                       MOVE AANC-FLOOR-SEQUENCE TO WS-FLOOR-SEQUENCE
                       MOVE AANC-FLOOR-CHAIN TO WS-FLOOR-CHAIN
                       MOVE AANC-FLOOR-MONTH TO WS-FLOOR-MONTH
                    END-IF
                    IF AANC-ROLL-SEQUENCE IS NUMERIC
                       MOVE AANC-ROLL-SEQUENCE TO WS-ROLL-SEQUENCE
                       MOVE AANC-ROLL-MONTH TO WS-ROLL-MONTH
                    END-IF
              END-READ
              CLOSE AUDIT-ANCHOR-FILE
           END-IF.
           IF WS-FLOOR-SEQUENCE > 0
              DISPLAY "AUDVERIFY: archives to " WS-FLOOR-MONTH
                 " swept - chain expected to resume at sequence "
                 WS-FLOOR-SEQUENCE " + 1"
           END-IF.

      *> The archive for WS-MONTH-WORK, if there is one; then on to
      *> the next month.
       1100-CHECK-ONE-MONTH.
           MOVE SPACES TO WS-VERIFY-PATH.
           STRING "STARTPROG-AUDIT-" WS-MONTH-WORK ".LOG"
              DELIMITED BY SIZE INTO WS-VERIFY-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERIFY-PATH
               WS-FILE-EXIST-DETAILS RETURNING WS-FILE-OP-RC.
           IF WS-FILE-OP-RC = 0
              PERFORM 2000-VERIFY-FILE
           END-IF.
           PERFORM 9100-STEP-FORWARD-MONTH.

       2000-VERIFY-FILE.
           MOVE 0 TO WS-FILE-LINE WS-FILE-SEALED WS-FILE-HISTORY.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
              DISPLAY "AUDVERIFY: unable to open "
                 FUNCTION TRIM(WS-VERIFY-PATH) " (status "
                 WS-AUDITLOG-STATUS ")"
              MOVE "Y" TO WS-FILE-TROUBLE
           ELSE
              ADD 1 TO WS-FILES-CHECKED
              PERFORM UNTIL AUDIT-AT-END
                 READ AUDIT-LOG-FILE
                    AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                    NOT AT END
                       ADD 1 TO WS-FILE-LINE
                       IF AUDIT-LOG-RECORD NOT = SPACES
                          ADD 1 TO WS-LINES-READ
                          PERFORM 2100-VERIFY-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-LOG-FILE
              DISPLAY "AUDVERIFY: " FUNCTION TRIM(WS-VERIFY-PATH)
                 " - " WS-FILE-LINE " line(s), " WS-FILE-SEALED
                 " sealed, " WS-FILE-HISTORY " unsealed history"
           END-IF.

       2100-VERIFY-LINE.
           IF ALOG-SEQUENCE IS NUMERIC
              AND ALOG-LINE-DIGEST IS NUMERIC
              AND ALOG-CHAIN-VALUE IS NUMERIC
              PERFORM 2200-VERIFY-SEALED-LINE
           ELSE
              IF CHAIN-HAS-STARTED
                 ADD 1 TO WS-UNSEALED-COUNT
                 DISPLAY "  UNSEALED  " FUNCTION TRIM(WS-VERIFY-PATH)
                    " line " WS-FILE-LINE ": no seal after sequence "
                    WS-PREV-SEQUENCE " - seal removed, torn write, "
                    "or written around the launcher"
              ELSE
                 ADD 1 TO WS-HISTORY-LINES WS-FILE-HISTORY
              END-IF
           END-IF.

      *> A sealed line in order, or past a gap, becomes the chain's
      *> new tail once it has been judged - as AUDSEAL takes the
      *> last sealed line on file when it seals the next - so one
      *> fault is reported once and the lines after it are judged on
      *> their own. A line out of order does not: the line after it
      *> was sealed after the highest line so far, and is judged
      *> against that.
       2200-VERIFY-SEALED-LINE.
           ADD 1 TO WS-SEALED-LINES WS-FILE-SEALED.
           IF NOT CHAIN-HAS-STARTED
              MOVE "Y" TO WS-CHAIN-STARTED
              IF WS-FLOOR-SEQUENCE > 0
                 MOVE WS-FLOOR-SEQUENCE TO WS-PREV-SEQUENCE
                 MOVE WS-FLOOR-CHAIN TO WS-PREV-CHAIN
              ELSE
                 MOVE 0 TO WS-PREV-SEQUENCE
                 MOVE WS-GENESIS-CHAIN TO WS-PREV-CHAIN
              END-IF
           END-IF.
           MOVE "C" TO ASEAL-FUNCTION.
           MOVE WS-PREV-SEQUENCE TO ASEAL-PREV-SEQUENCE.
           MOVE WS-PREV-CHAIN TO ASEAL-PREV-CHAIN.
           CALL "AUDSEAL" USING AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.
           MOVE "Y" TO WS-DIGEST-OK.
           IF ASEAL-DIGEST NOT = ALOG-LINE-DIGEST
              MOVE "N" TO WS-DIGEST-OK
              ADD 1 TO WS-ALTERED-COUNT
              DISPLAY "  ALTERED   " FUNCTION TRIM(WS-VERIFY-PATH)
                 " line " WS-FILE-LINE " (sequence " ALOG-SEQUENCE
                 "): content does not match its digest"
           END-IF.
           COMPUTE WS-EXPECT-SEQUENCE = WS-PREV-SEQUENCE + 1.
           EVALUATE TRUE
              WHEN ALOG-SEQUENCE = WS-EXPECT-SEQUENCE
                 IF DIGEST-MATCHES
                    AND ASEAL-CHAIN NOT = ALOG-CHAIN-VALUE
                    ADD 1 TO WS-BROKEN-COUNT
                    DISPLAY "  BROKEN    "
                       FUNCTION TRIM(WS-VERIFY-PATH)
                       " line " WS-FILE-LINE " (sequence "
                       ALOG-SEQUENCE "): chain does not follow "
                       "sequence " WS-PREV-SEQUENCE
                 END-IF
              WHEN ALOG-SEQUENCE > WS-EXPECT-SEQUENCE
                 ADD 1 TO WS-GAP-COUNT
                 COMPUTE WS-MISSING-LAST = ALOG-SEQUENCE - 1
                 DISPLAY "  GAP       " FUNCTION TRIM(WS-VERIFY-PATH)
                    " line " WS-FILE-LINE ": sequence "
                    WS-EXPECT-SEQUENCE " to " WS-MISSING-LAST
                    " missing before sequence " ALOG-SEQUENCE
              WHEN OTHER
                 ADD 1 TO WS-REORDER-COUNT
                 DISPLAY "  REORDERED " FUNCTION TRIM(WS-VERIFY-PATH)
                    " line " WS-FILE-LINE ": sequence "
                    ALOG-SEQUENCE " found after sequence "
                    WS-PREV-SEQUENCE
           END-EVALUATE.
           IF ALOG-SEQUENCE > WS-PREV-SEQUENCE
              MOVE ALOG-SEQUENCE TO WS-PREV-SEQUENCE
              MOVE ALOG-CHAIN-VALUE TO WS-PREV-CHAIN
           END-IF.
           IF ALOG-SEQUENCE > WS-HIGH-SEQUENCE
              MOVE ALOG-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.

      *> LOGROLL recorded archiving up to WS-ROLL-SEQUENCE; a chain
      *> that never got that far lost lines off the end of the
      *> archives (or the live log went with them).
       3000-END-OF-CHAIN-CHECK.
           IF WS-ROLL-SEQUENCE > WS-HIGH-SEQUENCE
              ADD 1 TO WS-TRUNCATED-COUNT
              DISPLAY "  TRUNCATED the chain ends at sequence "
                 WS-HIGH-SEQUENCE " but sequence " WS-ROLL-SEQUENCE
                 " was archived to " WS-ROLL-MONTH
           END-IF.

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
