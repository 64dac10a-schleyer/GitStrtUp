      *****************************************************************
      *  AUDSEAL.cbl
      *
      *  Seals and appends STARTPROG audit-log lines (see
      *  AuditLogRecord.cpy and AuditSealParms.cpy). Not a registry
      *  program - it is CALLed by everything that writes the audit
      *  log (the launcher, the launcher window, REGMAINT) to write
      *  the line, and by AUDVERIFY to recompute a line's seal, so
      *  there is exactly one definition of the check values.
      *
      *  Both check values are a pair of nine-digit polynomial
      *  remainders over the characters of their input, taken
      *  modulo two different primes - cheap, position-sensitive (a
      *  transposed pair of characters changes them) and plain
      *  enough to re-derive by hand from this source if an auditor
      *  asks how they are made:
      *     digest = check(ALOG-SEALED-CONTENT)
      *     chain  = check(previous chain, digest, sequence)
      *  The first sealed line's previous chain is eighteen zeros.
      *
      *  A SEAL-NEXT call reads the log to its end for the last
      *  sealed line, numbers and seals the new line after it and
      *  appends it, all under the audit-log lock: a record keyed
      *  "AUDIT-LOG" in the run-lock file (see RunLockRecord.cpy).
      *  Parallel group members, scheduler-dispatched streams and the
      *  launcher window all write the log at once, and without the
      *  lock two of them could read the same last line and append
      *  two lines with one sequence number - which AUDVERIFY would
      *  rightly report as a broken chain. The lock is held only for
      *  the read and the write, so a writer finding it taken waits
      *  a moment and tries again. A lock that has not changed hands
      *  in WS-LOCK-MAX-TRIES tries was left by a writer that died
      *  holding it and is taken over, with a message, so a crash
      *  cannot stop the log being written. If the run-lock file
      *  cannot be used at all the line is still written, unlocked,
      *  with a message - an audit line is never dropped for want of
      *  the lock.
      *****************************************************************
       identification division.
       program-id. AUDSEAL.
       environment division.
       input-output section.
       file-control.
           select AUDIT-LOG-FILE assign to WS-SEAL-LOG-PATH
               organization line sequential
               file status is WS-AUDITLOG-STATUS.
           select AUDIT-ANCHOR-FILE assign to WS-ANCHOR-PATH
               organization line sequential
               file status is WS-ANCHOR-STATUS.
           select RUN-LOCK-FILE assign to WS-RUNLOCK-PATH
               organization is indexed
               access mode is dynamic
               record key is RLOCK-RESOURCE-NAME
               file status is WS-RUNLOCK-STATUS.
       data division.
       file section.
       fd  AUDIT-LOG-FILE.
       copy "AuditLogRecord.cpy".
       fd  AUDIT-ANCHOR-FILE.
       copy "AuditAnchorRecord.cpy".
       fd  RUN-LOCK-FILE.
       copy "RunLockRecord.cpy".
       working-storage section.
       01 WS-SEAL-LOG-PATH   PIC X(200) VALUE SPACES.
       01 WS-AUDITLOG-STATUS PIC X(2)  VALUE "00".
       01 WS-AUDIT-EOF       PIC X(1)  VALUE "N".
           88 AUDIT-AT-END   VALUE "Y".
       01 WS-ANCHOR-PATH     PIC X(200) VALUE
           "STARTPROG-AUDIT-ANCHOR.DAT".
       01 WS-ANCHOR-STATUS   PIC X(2)  VALUE "00".
       01 WS-FOUND-SEALED    PIC X(1)  VALUE "N".
           88 SEALED-LINE-FOUND VALUE "Y".
       01 WS-GENESIS-CHAIN   PIC X(18) VALUE ALL "0".
      *> The audit-log lock. A try that finds the lock taken sleeps
      *> WS-LOCK-WAIT-MS milliseconds; WS-LOCK-MAX-TRIES tries in a row
      *> finding the same holder (about thirty seconds, where a real
      *> holder keeps it for the length of one append) mark it as
      *> left behind by a crashed writer.
       01 WS-RUNLOCK-PATH    PIC X(200) VALUE "STARTPROG-RUNLOCK.DAT".
       01 WS-RUNLOCK-STATUS  PIC X(2)  VALUE "00".
       01 WS-RELEASE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-LOCK-KEY  PIC X(200) VALUE "AUDIT-LOG".
       01 WS-AUDIT-LOCK      PIC X(1)  VALUE "N".
           88 AUDIT-LOCK-HELD    VALUE "Y".
           88 AUDIT-LOCK-UNUSABLE VALUE "U".
       01 WS-LOCK-TRIES      PIC 9(4)  COMP VALUE 0.
       01 WS-LOCK-MAX-TRIES  PIC 9(4)  COMP VALUE 300.
       01 WS-LOCK-WAIT-MS    PIC X(4)  COMP-5 VALUE 100.
       01 WS-LOCK-HOLDER.
           05 WS-HOLDER-OPERATOR PIC X(20) VALUE SPACES.
           05 WS-HOLDER-TS       PIC X(26) VALUE SPACES.
      *> The line being sealed, worked on in a copy of the audit
      *> layout so its fields can be named.
       copy "AuditLogRecord.cpy"
           replacing ==AUDIT-LOG-RECORD== by ==SEAL-WORK-RECORD==
                     leading ==ALOG== by ==SWRK==.
      *> Check-value work areas.
       01 WS-HASH-TEXT       PIC X(300) VALUE SPACES.
       01 WS-HASH-LEN        PIC 9(4)  COMP VALUE 0.
       01 WS-HASH-POS        PIC 9(4)  COMP VALUE 0.
       01 WS-HASH-1          PIC 9(18) COMP VALUE 0.
       01 WS-HASH-2          PIC 9(18) COMP VALUE 0.
       01 WS-HASH-RESULT.
           05 WS-HASH-RESULT-1 PIC 9(9).
           05 WS-HASH-RESULT-2 PIC 9(9).
       01 WS-CHAIN-INPUT.
           05 WS-CHAIN-IN-PREV     PIC X(18).
           05 WS-CHAIN-IN-DIGEST   PIC X(18).
           05 WS-CHAIN-IN-SEQUENCE PIC 9(9).
       linkage section.
       copy "AuditSealParms.cpy".
      *> One audit line, laid out as AUDIT-LOG-RECORD.
       01 SEAL-AUDIT-LINE    PIC X(287).
       procedure division using AUDIT-SEAL-PARMS SEAL-AUDIT-LINE.
       0000-MAIN.
           MOVE SEAL-AUDIT-LINE TO SEAL-WORK-RECORD.
           IF ASEAL-SEAL-NEXT
              PERFORM 1500-TAKE-AUDIT-LOCK
              PERFORM 1000-FIND-LAST-SEALED
              COMPUTE SWRK-SEQUENCE = ASEAL-PREV-SEQUENCE + 1
           END-IF.
           PERFORM 2000-COMPUTE-SEAL.
           IF ASEAL-SEAL-NEXT
              MOVE ASEAL-DIGEST TO SWRK-LINE-DIGEST
              MOVE ASEAL-CHAIN  TO SWRK-CHAIN-VALUE
              MOVE SEAL-WORK-RECORD TO SEAL-AUDIT-LINE
              PERFORM 4000-APPEND-LINE
              PERFORM 1600-GIVE-BACK-AUDIT-LOCK
           END-IF.
           GOBACK.

      *> The last sealed line in the log; torn or pre-seal lines are
      *> passed over. A log with no sealed line carries on from the
      *> line LOGROLL last archived, and with no anchor either the
      *> chain starts here at sequence 1.
       1000-FIND-LAST-SEALED.
           MOVE 0 TO ASEAL-PREV-SEQUENCE.
           MOVE WS-GENESIS-CHAIN TO ASEAL-PREV-CHAIN.
           MOVE "N" TO WS-FOUND-SEALED.
           MOVE ASEAL-LOG-PATH TO WS-SEAL-LOG-PATH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS = "00"
              MOVE "N" TO WS-AUDIT-EOF
              PERFORM UNTIL AUDIT-AT-END
                 READ AUDIT-LOG-FILE
                    AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                    NOT AT END
                       IF ALOG-SEQUENCE IS NUMERIC
                          AND ALOG-CHAIN-VALUE IS NUMERIC
                          MOVE ALOG-SEQUENCE TO ASEAL-PREV-SEQUENCE
                          MOVE ALOG-CHAIN-VALUE TO ASEAL-PREV-CHAIN
                          MOVE "Y" TO WS-FOUND-SEALED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-LOG-FILE
           ELSE
           IF WS-AUDITLOG-STATUS NOT = "35"
              DISPLAY "AUDSEAL: unable to read audit log "
                 FUNCTION TRIM(WS-SEAL-LOG-PATH) " (status "
                 WS-AUDITLOG-STATUS ") - line chained to the anchor"
           END-IF
           END-IF.
           IF NOT SEALED-LINE-FOUND
              OPEN INPUT AUDIT-ANCHOR-FILE
              IF WS-ANCHOR-STATUS = "00"
                 READ AUDIT-ANCHOR-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF AANC-ROLL-SEQUENCE IS NUMERIC
                          AND AANC-ROLL-SEQUENCE > 0
                          AND AANC-ROLL-CHAIN IS NUMERIC
                          MOVE AANC-ROLL-SEQUENCE
                             TO ASEAL-PREV-SEQUENCE
                          MOVE AANC-ROLL-CHAIN TO ASEAL-PREV-CHAIN
                       END-IF
                 END-READ
                 CLOSE AUDIT-ANCHOR-FILE
              END-IF
           END-IF.

      *> Tries for the lock until it is taken or the run-lock file
      *> proves unusable.
       1500-TAKE-AUDIT-LOCK.
           MOVE "N" TO WS-AUDIT-LOCK.
           MOVE 0 TO WS-LOCK-TRIES.
           MOVE SPACES TO WS-LOCK-HOLDER.
           PERFORM UNTIL AUDIT-LOCK-HELD OR AUDIT-LOCK-UNUSABLE
              PERFORM 1510-TRY-AUDIT-LOCK
              IF NOT AUDIT-LOCK-HELD AND NOT AUDIT-LOCK-UNUSABLE
                 CALL "CBL_THREAD_SLEEP" USING BY VALUE WS-LOCK-WAIT-MS
              END-IF
           END-PERFORM.

      *> Same create-only-when-missing rule as the launcher's own
      *> run-lock open: any other open failure must not truncate the
      *> live lock file.
       1510-TRY-AUDIT-LOCK.
           OPEN I-O RUN-LOCK-FILE.
           IF WS-RUNLOCK-STATUS = "35"
              OPEN OUTPUT RUN-LOCK-FILE
              CLOSE RUN-LOCK-FILE
              OPEN I-O RUN-LOCK-FILE
           END-IF.
           IF WS-RUNLOCK-STATUS NOT = "00"
              MOVE "U" TO WS-AUDIT-LOCK
              DISPLAY "AUDSEAL: run-lock file unavailable (status "
                 WS-RUNLOCK-STATUS ") - audit line written without "
                 "the audit-log lock"
           ELSE
              MOVE WS-AUDIT-LOCK-KEY TO RLOCK-RESOURCE-NAME
              MOVE SWRK-OPERATOR-ID TO RLOCK-OPERATOR-ID
              MOVE FUNCTION CURRENT-DATE TO RLOCK-ACQUIRED-TS
              WRITE RUN-LOCK-RECORD
              EVALUATE WS-RUNLOCK-STATUS
                 WHEN "00"
                    MOVE "Y" TO WS-AUDIT-LOCK
                 WHEN "22"
                    PERFORM 1520-CHECK-LOCK-HOLDER
                 WHEN OTHER
                    MOVE "U" TO WS-AUDIT-LOCK
                    DISPLAY "AUDSEAL: audit-log lock write failed "
                       "(status " WS-RUNLOCK-STATUS ") - audit line "
                       "written without the lock"
              END-EVALUATE
              CLOSE RUN-LOCK-FILE
           END-IF.

      *> The lock is taken. A new holder starts the count again; the
      *> same holder seen WS-LOCK-MAX-TRIES times is taken over.
       1520-CHECK-LOCK-HOLDER.
           MOVE WS-AUDIT-LOCK-KEY TO RLOCK-RESOURCE-NAME.
           READ RUN-LOCK-FILE KEY IS RLOCK-RESOURCE-NAME.
           IF WS-RUNLOCK-STATUS = "00"
              IF RLOCK-OPERATOR-ID = WS-HOLDER-OPERATOR
                 AND RLOCK-ACQUIRED-TS = WS-HOLDER-TS
                 ADD 1 TO WS-LOCK-TRIES
              ELSE
                 MOVE RLOCK-OPERATOR-ID TO WS-HOLDER-OPERATOR
                 MOVE RLOCK-ACQUIRED-TS TO WS-HOLDER-TS
                 MOVE 1 TO WS-LOCK-TRIES
              END-IF
              IF WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
                 DISPLAY "AUDSEAL: audit-log lock taken by "
                    FUNCTION TRIM(RLOCK-OPERATOR-ID) " at "
                    RLOCK-ACQUIRED-TS(1:14) " was never given back "
                    "- taken over"
                 MOVE SWRK-OPERATOR-ID TO RLOCK-OPERATOR-ID
                 MOVE FUNCTION CURRENT-DATE TO RLOCK-ACQUIRED-TS
                 REWRITE RUN-LOCK-RECORD
                 IF WS-RUNLOCK-STATUS = "00"
                    MOVE "Y" TO WS-AUDIT-LOCK
                 ELSE
                    MOVE "U" TO WS-AUDIT-LOCK
                    DISPLAY "AUDSEAL: audit-log lock could not be "
                       "taken over (status " WS-RUNLOCK-STATUS
                       ") - audit line written without the lock"
                 END-IF
              END-IF
           END-IF.

       1600-GIVE-BACK-AUDIT-LOCK.
           IF AUDIT-LOCK-HELD
              OPEN I-O RUN-LOCK-FILE
              IF WS-RUNLOCK-STATUS = "00"
                 MOVE WS-AUDIT-LOCK-KEY TO RLOCK-RESOURCE-NAME
                 DELETE RUN-LOCK-FILE
                 MOVE WS-RUNLOCK-STATUS TO WS-RELEASE-STATUS
                 CLOSE RUN-LOCK-FILE
              ELSE
                 MOVE WS-RUNLOCK-STATUS TO WS-RELEASE-STATUS
              END-IF
              IF WS-RELEASE-STATUS NOT = "00"
                 DISPLAY "AUDSEAL: audit-log lock could not be given "
                    "back (status " WS-RELEASE-STATUS ") - the next "
                    "writer will take it over"
              END-IF
              MOVE "N" TO WS-AUDIT-LOCK
           END-IF.

       2000-COMPUTE-SEAL.
           MOVE SWRK-SEALED-CONTENT TO WS-HASH-TEXT.
           MOVE LENGTH OF SWRK-SEALED-CONTENT TO WS-HASH-LEN.
           PERFORM 3000-CHECK-VALUE.
           MOVE WS-HASH-RESULT TO ASEAL-DIGEST.
           MOVE ASEAL-PREV-CHAIN TO WS-CHAIN-IN-PREV.
           MOVE ASEAL-DIGEST TO WS-CHAIN-IN-DIGEST.
           MOVE SWRK-SEQUENCE TO WS-CHAIN-IN-SEQUENCE.
           MOVE WS-CHAIN-INPUT TO WS-HASH-TEXT.
           MOVE LENGTH OF WS-CHAIN-INPUT TO WS-HASH-LEN.
           PERFORM 3000-CHECK-VALUE.
           MOVE WS-HASH-RESULT TO ASEAL-CHAIN.

      *> check(text) over WS-HASH-TEXT(1:WS-HASH-LEN).
       3000-CHECK-VALUE.
           MOVE 0 TO WS-HASH-1 WS-HASH-2.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > WS-HASH-LEN
              COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 257
                 + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-POS:1)),
                 999999937)
              COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 263
                 + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-POS:1)),
                 999999929)
           END-PERFORM.
           MOVE WS-HASH-1 TO WS-HASH-RESULT-1.
           MOVE WS-HASH-2 TO WS-HASH-RESULT-2.

      *> The log is created when it does not exist yet; any other open
      *> failure is returned to the caller rather than truncating it.
       4000-APPEND-LINE.
           MOVE ASEAL-LOG-PATH TO WS-SEAL-LOG-PATH.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS = "00"
              WRITE AUDIT-LOG-RECORD FROM SEAL-WORK-RECORD
              MOVE WS-AUDITLOG-STATUS TO ASEAL-WRITE-STATUS
              CLOSE AUDIT-LOG-FILE
           ELSE
              MOVE WS-AUDITLOG-STATUS TO ASEAL-WRITE-STATUS
           END-IF.
