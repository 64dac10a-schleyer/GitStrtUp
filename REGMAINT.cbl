      *****************************************************************
      *  REGMAINT.cbl
      *
      *  Program-registry maintenance for the STARTPROG suite,
      *  launched through the program registry it maintains
      *  ("REGMAINT" from the launcher menu, the command line, or a
      *  job-stream step). The registry file (STARTPROG-REGISTRY.DAT,
      *  ProgramRegistry.cpy) is what the launcher validates every
      *  CALL against, so authorizing a new batch program is a line
      *  of maintenance here instead of a rebuild of the launcher.
      *  The parameter string selects the action:
      *     LIST                  show every registry entry with its
      *                           status, owning team, effective
      *                           date, description and last change
      *     ADD <program> <team> <yyyymmdd|TODAY> [<description>]
      *                           register a new program, enabled,
      *                           launchable from its effective date;
      *                           the description (the rest of the
      *                           parameter string) is what the
      *                           launcher picker shows beside it
      *     DISABLE <program>     stop a program being launched
      *                           without losing its entry (refused
      *                           for REGMAINT itself)
      *     ENABLE <program>      make a disabled program launchable
      *                           again
      *     INIT                  create the registry with the suite's
      *                           standard programs - for a new
      *                           install, or the first run after the
      *                           registry moved out of the launcher.
      *                           Refused once the file holds anything.
      *  Every change is written to the audit log under the operator
      *  who made it (program name REGISTRY-ADD / REGISTRY-DISABLE /
      *  REGISTRY-ENABLE / REGISTRY-INIT, the program and its owner in
      *  the parameters), so "who authorized this program" is a grep
      *  of the audit log. A request that changes nothing is not
      *  logged here - the launcher's own audit line already records
      *  the attempt and its return code.
      *  Return codes: 0 done, 4 nothing to list / nothing changed,
      *  12 bad parameters or a refused change, 16 file trouble.
      *****************************************************************
       identification division.
       program-id. REGMAINT.
       environment division.
       input-output section.
       file-control.
           select REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
       data division.
       file section.
       fd  REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       working-storage section.
       01 WS-REGISTRY-PATH   PIC X(200) VALUE "STARTPROG-REGISTRY.DAT".
       01 WS-REGISTRY-STATUS PIC X(2)  VALUE "00".
       01 WS-REGISTRY-EOF    PIC X(1)  VALUE "N".
           88 REGISTRY-AT-END VALUE "Y".
       01 WS-AUDIT-LOG-PATH  PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
       copy "AuditLogRecord.cpy".
       copy "AuditSealParms.cpy".
       01 WS-OPERATOR-ID     PIC X(20) VALUE SPACES.
       01 WS-ACTION          PIC X(10) VALUE SPACES.
       01 WS-ARG-PROGRAM     PIC X(50) VALUE SPACES.
       01 WS-ARG-TEAM        PIC X(20) VALUE SPACES.
       01 WS-ARG-DATE        PIC X(10) VALUE SPACES.
       01 WS-ARG-DESCRIPTION PIC X(40) VALUE SPACES.
       01 WS-PARSE-PTR       PIC 9(4)  VALUE 1.
       01 WS-NOW-STAMP       PIC X(21) VALUE SPACES.
       01 WS-EFFECTIVE-DATE  PIC X(8)  VALUE SPACES.
       01 WS-EFFECTIVE-NUM REDEFINES WS-EFFECTIVE-DATE
                             PIC 9(8).
       01 WS-LISTED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-ENABLED-COUNT   PIC 9(5)  VALUE 0.
       01 WS-SEEDED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-ENTRY-STATE     PIC X(9)  VALUE SPACES.
       01 WS-NEW-STATUS      PIC X(1)  VALUE SPACE.
       01 WS-ADD-CHECK       PIC X(1)  VALUE "N".
           88 ADD-REJECTED   VALUE "Y".
       01 WS-AUDIT-ACTION    PIC X(50) VALUE SPACES.
       01 WS-AUDIT-PARMS     PIC X(60) VALUE SPACES.
      *> The suite's own programs, as they stood in the launcher's
      *> compiled-in table when the registry moved out to a file,
      *> plus this program and the suite programs added since. INIT
      *> writes these and nothing else; everything a shop adds
      *> afterwards goes through ADD.
       01 WS-SEED-VALUES.
           05 FILLER PIC X(10) VALUE "POSTRUN".
           05 FILLER PIC X(40) VALUE
               "Posting run".
           05 FILLER PIC X(10) VALUE "BATCHUPD".
           05 FILLER PIC X(40) VALUE
               "Batch update".
           05 FILLER PIC X(10) VALUE "RPTGEN".
           05 FILLER PIC X(40) VALUE
               "Report generation".
           05 FILLER PIC X(10) VALUE "EODCLOSE".
           05 FILLER PIC X(40) VALUE
               "End-of-day close".
           05 FILLER PIC X(10) VALUE "INTCALC".
           05 FILLER PIC X(40) VALUE
               "Interest calculation".
           05 FILLER PIC X(10) VALUE "AUDITRPT".
           05 FILLER PIC X(40) VALUE
               "Daily operations summary report".
           05 FILLER PIC X(10) VALUE "CKPTUTIL".
           05 FILLER PIC X(40) VALUE
               "Checkpoint inquiry and maintenance".
           05 FILLER PIC X(10) VALUE "CALMAINT".
           05 FILLER PIC X(40) VALUE
               "Processing-calendar build and check".
           05 FILLER PIC X(10) VALUE "RUNTRPT".
           05 FILLER PIC X(40) VALUE
               "Runtime trend report".
           05 FILLER PIC X(10) VALUE "LOGROLL".
           05 FILLER PIC X(40) VALUE
               "Monthly audit and run-stats rollover".
           05 FILLER PIC X(10) VALUE "OPSTATUS".
           05 FILLER PIC X(40) VALUE
               "Live operations snapshot".
           05 FILLER PIC X(10) VALUE "RECONRPT".
           05 FILLER PIC X(40) VALUE
               "Control-file reconciliation".
           05 FILLER PIC X(10) VALUE "REGMAINT".
           05 FILLER PIC X(40) VALUE
               "Program registry maintenance".
           05 FILLER PIC X(10) VALUE "BWFCAST".
           05 FILLER PIC X(40) VALUE
               "Batch-window completion forecast".
           05 FILLER PIC X(10) VALUE "STRMHIST".
           05 FILLER PIC X(40) VALUE
               "Stream-run history inquiry".
           05 FILLER PIC X(10) VALUE "AUDVERIFY".
           05 FILLER PIC X(40) VALUE
               "Audit-trail integrity check".
           05 FILLER PIC X(10) VALUE "EVTEXPORT".
           05 FILLER PIC X(40) VALUE
               "Operations-event export to monitoring".
       01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
           05 WS-SEED-ENTRY OCCURS 17 TIMES
                             INDEXED BY WS-SEED-IDX.
              10 WS-SEED-NAME        PIC X(10).
              10 WS-SEED-DESCRIPTION PIC X(40).
       01 WS-SEED-COUNT      PIC 9(4)  VALUE 17.
       linkage section.
       01 PARM-TEXT          PIC X(60).
       procedure division using PARM-TEXT.
       0000-MAIN.
      *>   RETURN-CODE is a register shared with the launcher, which
      *>   does not zero it before the CALL - only this run's own
      *>   outcome may reach the caller.
           MOVE 0 TO RETURN-CODE.
      *>   Same operator identity the launcher stamps on its own
      *>   audit lines: USERNAME on Windows, USER elsewhere.
           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "USER" UPON ENVIRONMENT-NAME
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           PERFORM 1000-PARSE-PARM.
           EVALUATE WS-ACTION
              WHEN "LIST"
                 PERFORM 2000-LIST-REGISTRY
              WHEN "ADD"
                 PERFORM 3000-ADD-PROGRAM
              WHEN "DISABLE"
                 MOVE "D" TO WS-NEW-STATUS
                 PERFORM 4000-CHANGE-STATUS
              WHEN "ENABLE"
                 MOVE "E" TO WS-NEW-STATUS
                 PERFORM 4000-CHANGE-STATUS
              WHEN "INIT"
                 PERFORM 5000-INIT-REGISTRY
              WHEN OTHER
                 DISPLAY "REGMAINT: usage - LIST | ADD <program> "
                    "<team> <yyyymmdd|TODAY> [<description>] | "
                    "DISABLE <program> | ENABLE <program> | INIT"
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-PARSE-PARM.
           MOVE SPACES TO WS-ACTION WS-ARG-PROGRAM WS-ARG-TEAM
              WS-ARG-DATE WS-ARG-DESCRIPTION.
           MOVE 1 TO WS-PARSE-PTR.
           IF PARM-TEXT NOT = SPACES
              UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                  INTO WS-ACTION
                  WITH POINTER WS-PARSE-PTR
              END-UNSTRING
              EVALUATE WS-ACTION
                 WHEN "ADD"
                 WHEN "DISABLE"
                 WHEN "ENABLE"
                    IF WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                       UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                           INTO WS-ARG-PROGRAM
                           WITH POINTER WS-PARSE-PTR
                       END-UNSTRING
                    END-IF
                    IF WS-ACTION = "ADD"
                       AND WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                       UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                           INTO WS-ARG-TEAM
                           WITH POINTER WS-PARSE-PTR
                       END-UNSTRING
                    END-IF
                    IF WS-ACTION = "ADD"
                       AND WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                       UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                           INTO WS-ARG-DATE
                           WITH POINTER WS-PARSE-PTR
                       END-UNSTRING
                    END-IF
      *>            Whatever follows the date, embedded spaces and
      *>            all, is the picker description.
                    IF WS-ACTION = "ADD"
                       AND WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                       MOVE PARM-TEXT(WS-PARSE-PTR:)
                          TO WS-ARG-DESCRIPTION
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *> Opens the registry for update, creating it on first use the
      *> same way the launcher creates the run-lock file.
       1100-OPEN-REGISTRY-IO.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
              OPEN OUTPUT REGISTRY-FILE
              CLOSE REGISTRY-FILE
              OPEN I-O REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS NOT = "00"
              DISPLAY "REGMAINT: unable to open registry file "
                 FUNCTION TRIM(WS-REGISTRY-PATH) " (status "
                 WS-REGISTRY-STATUS ")"
              MOVE 16 TO RETURN-CODE
           END-IF.

       2000-LIST-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
              DISPLAY "REGMAINT: no registry file at "
                 FUNCTION TRIM(WS-REGISTRY-PATH)
                 " - run REGMAINT INIT to create it"
              MOVE 4 TO RETURN-CODE
           ELSE
           IF WS-REGISTRY-STATUS NOT = "00"
              DISPLAY "REGMAINT: unable to open registry file "
                 FUNCTION TRIM(WS-REGISTRY-PATH) " (status "
                 WS-REGISTRY-STATUS ")"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO WS-LISTED-COUNT WS-ENABLED-COUNT
              MOVE "N" TO WS-REGISTRY-EOF
              MOVE LOW-VALUES TO REG-PROGRAM-NAME
              START REGISTRY-FILE KEY >= REG-PROGRAM-NAME
              IF WS-REGISTRY-STATUS NOT = "00"
                 MOVE "Y" TO WS-REGISTRY-EOF
              END-IF
              PERFORM UNTIL REGISTRY-AT-END
                 READ REGISTRY-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-REGISTRY-EOF
                    NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 2100-DISPLAY-ENTRY
                 END-READ
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 DISPLAY "REGMAINT: the registry is empty - nothing "
                    "can be launched"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY "REGMAINT: " WS-LISTED-COUNT " entry(ies), "
                    WS-ENABLED-COUNT " launchable today"
              END-IF
              CLOSE REGISTRY-FILE
           END-IF
           END-IF.

      *> An enabled entry dated ahead of today is shown as PENDING -
      *> the launcher refuses it until the date arrives, and an
      *> operator reading the list needs to see that, not "enabled".
       2100-DISPLAY-ENTRY.
           EVALUATE TRUE
              WHEN REG-DISABLED
                 MOVE "DISABLED" TO WS-ENTRY-STATE
              WHEN REG-EFFECTIVE-DATE > WS-NOW-STAMP(1:8)
                 MOVE "PENDING" TO WS-ENTRY-STATE
              WHEN OTHER
                 MOVE "ENABLED" TO WS-ENTRY-STATE
                 ADD 1 TO WS-ENABLED-COUNT
           END-EVALUATE.
           DISPLAY "  " FUNCTION TRIM(REG-PROGRAM-NAME) " "
              WS-ENTRY-STATE
              " from " REG-EFFECTIVE-DATE
              " team " REG-OWNER-TEAM
              " " FUNCTION TRIM(REG-DESCRIPTION).
           DISPLAY "             last changed by "
              FUNCTION TRIM(REG-CHANGED-BY) " at " REG-CHANGED-TS.

       3000-ADD-PROGRAM.
           PERFORM 3100-CHECK-ADD-ARGUMENTS.
           IF NOT ADD-REJECTED
              PERFORM 1100-OPEN-REGISTRY-IO
              IF WS-REGISTRY-STATUS = "00"
                 MOVE WS-ARG-PROGRAM TO REG-PROGRAM-NAME
                 READ REGISTRY-FILE KEY IS REG-PROGRAM-NAME
                 IF WS-REGISTRY-STATUS = "00"
                    DISPLAY "REGMAINT: " FUNCTION TRIM(WS-ARG-PROGRAM)
                       " is already registered (status " REG-STATUS
                       ", team " FUNCTION TRIM(REG-OWNER-TEAM)
                       ") - use ENABLE / DISABLE to change it"
                    MOVE 12 TO RETURN-CODE
                 ELSE
                    MOVE SPACES TO PROGRAM-REGISTRY-RECORD
                    MOVE WS-ARG-PROGRAM     TO REG-PROGRAM-NAME
                    MOVE "E"                TO REG-STATUS
                    MOVE WS-ARG-DESCRIPTION TO REG-DESCRIPTION
                    MOVE WS-ARG-TEAM        TO REG-OWNER-TEAM
                    MOVE WS-EFFECTIVE-DATE  TO REG-EFFECTIVE-DATE
                    MOVE WS-OPERATOR-ID     TO REG-CHANGED-BY
                    MOVE WS-NOW-STAMP(1:14) TO REG-CHANGED-TS
                    WRITE PROGRAM-REGISTRY-RECORD
                    IF WS-REGISTRY-STATUS NOT = "00"
                       DISPLAY "REGMAINT: registry write failed for "
                          FUNCTION TRIM(WS-ARG-PROGRAM) " (status "
                          WS-REGISTRY-STATUS ")"
                       MOVE 16 TO RETURN-CODE
                    ELSE
                       DISPLAY "REGMAINT: registered "
                          FUNCTION TRIM(WS-ARG-PROGRAM) " for team "
                          FUNCTION TRIM(WS-ARG-TEAM)
                          ", launchable from " WS-EFFECTIVE-DATE
                       MOVE "REGISTRY-ADD" TO WS-AUDIT-ACTION
                       PERFORM 8100-BUILD-AUDIT-PARMS
                       PERFORM 8000-WRITE-AUDIT-LINE
                    END-IF
                 END-IF
                 CLOSE REGISTRY-FILE
              END-IF
           END-IF.

      *> Every reason to refuse an ADD is found before the registry is
      *> opened; a refusal sets ADD-REJECTED and return code 12. The
      *> launcher intercepts its own command words before it ever
      *> looks at the registry, so a program registered under one of
      *> them could never be launched - that is refused here rather
      *> than left as a registry entry that silently does nothing.
       3100-CHECK-ADD-ARGUMENTS.
           MOVE "N" TO WS-ADD-CHECK.
           IF WS-ARG-PROGRAM = SPACES OR WS-ARG-TEAM = SPACES
              OR WS-ARG-DATE = SPACES
              DISPLAY "REGMAINT: ADD needs the program, its owning "
                 "team and an effective date (YYYYMMDD or TODAY)"
              MOVE "Y" TO WS-ADD-CHECK
           ELSE
           IF WS-ARG-PROGRAM = "JOBSTREAM" OR "SCHEDULER" OR "HOLD"
              OR "RELEASE" OR "UNLOCK" OR "CATCHUP"
              DISPLAY "REGMAINT: " FUNCTION TRIM(WS-ARG-PROGRAM)
                 " is a launcher command word and cannot be "
                 "registered as a program"
              MOVE "Y" TO WS-ADD-CHECK
           ELSE
           IF WS-ARG-DATE = "TODAY"
              MOVE WS-NOW-STAMP(1:8) TO WS-EFFECTIVE-DATE
           ELSE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-DATE)) = 8
              AND WS-ARG-DATE(1:8) IS NUMERIC
              MOVE WS-ARG-DATE(1:8) TO WS-EFFECTIVE-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM)
                    NOT = 0
                 DISPLAY "REGMAINT: effective date is not a real "
                    "date: " WS-EFFECTIVE-DATE
                 MOVE "Y" TO WS-ADD-CHECK
              END-IF
           ELSE
              DISPLAY "REGMAINT: effective date is not YYYYMMDD "
                 "or TODAY: " FUNCTION TRIM(WS-ARG-DATE)
              MOVE "Y" TO WS-ADD-CHECK
           END-IF
           END-IF
           END-IF
           END-IF.
           IF ADD-REJECTED
              MOVE 12 TO RETURN-CODE
           END-IF.

      *> REGMAINT itself is never disabled: the launcher would then
      *> refuse the one program that can enable anything again,
      *> itself included.
       4000-CHANGE-STATUS.
           IF WS-ARG-PROGRAM = SPACES
              DISPLAY "REGMAINT: " FUNCTION TRIM(WS-ACTION)
                 " needs the program name"
              MOVE 12 TO RETURN-CODE
           ELSE
           IF WS-NEW-STATUS = "D" AND WS-ARG-PROGRAM = "REGMAINT"
              DISPLAY "REGMAINT: REGMAINT cannot be disabled - it is "
                 "the only way to change the registry"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1100-OPEN-REGISTRY-IO
              IF WS-REGISTRY-STATUS = "00"
                 MOVE WS-ARG-PROGRAM TO REG-PROGRAM-NAME
                 READ REGISTRY-FILE KEY IS REG-PROGRAM-NAME
                 IF WS-REGISTRY-STATUS NOT = "00"
                    DISPLAY "REGMAINT: "
                       FUNCTION TRIM(WS-ARG-PROGRAM)
                       " is not in the registry - ADD it first"
                    MOVE 12 TO RETURN-CODE
                 ELSE
                 IF REG-STATUS = WS-NEW-STATUS
                    DISPLAY "REGMAINT: "
                       FUNCTION TRIM(WS-ARG-PROGRAM)
                       " is already " FUNCTION TRIM(WS-ACTION) "D"
                       " - no change made"
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE WS-NEW-STATUS      TO REG-STATUS
                    MOVE WS-OPERATOR-ID     TO REG-CHANGED-BY
                    MOVE WS-NOW-STAMP(1:14) TO REG-CHANGED-TS
                    REWRITE PROGRAM-REGISTRY-RECORD
                    IF WS-REGISTRY-STATUS NOT = "00"
                       DISPLAY "REGMAINT: registry rewrite failed "
                          "for " FUNCTION TRIM(WS-ARG-PROGRAM)
                          " (status " WS-REGISTRY-STATUS ")"
                       MOVE 16 TO RETURN-CODE
                    ELSE
                       DISPLAY "REGMAINT: "
                          FUNCTION TRIM(WS-ARG-PROGRAM) " "
                          FUNCTION TRIM(WS-ACTION) "D"
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "REGISTRY-" DELIMITED BY SIZE
                          WS-ACTION DELIMITED BY SPACE
                          INTO WS-AUDIT-ACTION
                       MOVE REG-OWNER-TEAM TO WS-ARG-TEAM
                       MOVE REG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                       PERFORM 8100-BUILD-AUDIT-PARMS
                       PERFORM 8000-WRITE-AUDIT-LINE
                    END-IF
                 END-IF
                 END-IF
                 CLOSE REGISTRY-FILE
              END-IF
           END-IF
           END-IF.

      *> INIT only ever populates an empty registry: run against a
      *> live one it would quietly re-enable whatever operations had
      *> deliberately disabled.
       5000-INIT-REGISTRY.
           PERFORM 1100-OPEN-REGISTRY-IO.
           IF WS-REGISTRY-STATUS = "00"
              MOVE LOW-VALUES TO REG-PROGRAM-NAME
              START REGISTRY-FILE KEY >= REG-PROGRAM-NAME
              IF WS-REGISTRY-STATUS = "00"
                 DISPLAY "REGMAINT: the registry already holds "
                    "entries - INIT is refused; use LIST and ADD"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 0 TO WS-SEEDED-COUNT
                 PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                         UNTIL WS-SEED-IDX > WS-SEED-COUNT
                            OR RETURN-CODE NOT = 0
                    PERFORM 5100-WRITE-SEED-ENTRY
                 END-PERFORM
                 DISPLAY "REGMAINT: registry created with "
                    WS-SEEDED-COUNT " standard program(s)"
                 IF WS-SEEDED-COUNT > 0
                    MOVE "REGISTRY-INIT" TO WS-AUDIT-ACTION
                    MOVE SPACES TO WS-AUDIT-PARMS
                    STRING WS-SEEDED-COUNT DELIMITED BY SIZE
                       " standard programs registered"
                       DELIMITED BY SIZE
                       INTO WS-AUDIT-PARMS
                    PERFORM 8000-WRITE-AUDIT-LINE
                 END-IF
              END-IF
              CLOSE REGISTRY-FILE
           END-IF.

      *> The standard programs were launchable long before the
      *> registry existed, so they are seeded as effective from
      *> 19000101 rather than from today - otherwise every earlier
      *> run of them would read as launched ahead of its effective
      *> date when an old day or a rolled month is reconciled.
       5100-WRITE-SEED-ENTRY.
           MOVE SPACES TO PROGRAM-REGISTRY-RECORD.
           MOVE WS-SEED-NAME(WS-SEED-IDX) TO REG-PROGRAM-NAME.
           MOVE "E" TO REG-STATUS.
           MOVE WS-SEED-DESCRIPTION(WS-SEED-IDX) TO REG-DESCRIPTION.
           MOVE "OPERATIONS" TO REG-OWNER-TEAM.
           MOVE "19000101" TO REG-EFFECTIVE-DATE.
           MOVE WS-OPERATOR-ID TO REG-CHANGED-BY.
           MOVE WS-NOW-STAMP(1:14) TO REG-CHANGED-TS.
           WRITE PROGRAM-REGISTRY-RECORD.
           IF WS-REGISTRY-STATUS NOT = "00"
              DISPLAY "REGMAINT: registry write failed for "
                 FUNCTION TRIM(REG-PROGRAM-NAME) " (status "
                 WS-REGISTRY-STATUS ")"
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-SEEDED-COUNT
           END-IF.

      *> Registry changes go to the same audit log the launcher
      *> writes, sealed and appended by AUDSEAL the same way.
       8000-WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALOG-TIMESTAMP.
           MOVE WS-OPERATOR-ID       TO ALOG-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION      TO ALOG-PROGRAM-NAME.
           MOVE 0                    TO ALOG-RETURN-CODE.
           MOVE WS-AUDIT-PARMS       TO ALOG-PARAMETERS.
           MOVE SPACES               TO ALOG-SPOOL-FILE.
           MOVE SPACES               TO ALOG-RUN-ID.
           MOVE "N"                  TO ASEAL-FUNCTION.
           MOVE WS-AUDIT-LOG-PATH    TO ASEAL-LOG-PATH.
           CALL "AUDSEAL" USING AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.
           IF ASEAL-WRITE-STATUS NOT = "00"
              DISPLAY "REGMAINT: audit log write failed for "
                 FUNCTION TRIM(WS-AUDIT-ACTION) " (status "
                 ASEAL-WRITE-STATUS ")"
              MOVE 16 TO RETURN-CODE
           END-IF.

      *> "<program> TEAM <team> EFF <yyyymmdd>" - the program first,
      *> so a search of the parameters column finds every change
      *> made to it.
       8100-BUILD-AUDIT-PARMS.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING FUNCTION TRIM(WS-ARG-PROGRAM) DELIMITED BY SIZE
              " TEAM " DELIMITED BY SIZE
              FUNCTION TRIM(WS-ARG-TEAM) DELIMITED BY SIZE
              " EFF " DELIMITED BY SIZE
              WS-EFFECTIVE-DATE DELIMITED BY SIZE
              INTO WS-AUDIT-PARMS.
