      *****************************************************************
      *  STRMHIST.cbl
      *
      *  Stream-run history inquiry for the STARTPROG suite, over the
      *  STARTPROG-STRMHIST.DAT file the launcher and the launcher
      *  window append to for every job-stream run (layout and run-ID
      *  scheme in StreamRunRecord.cpy). Launched through the program
      *  registry like any other batch program. The parameter string
      *  selects the view:
      *     <stream>              list the stream's runs, oldest
      *                           first: run ID, start and end, who
      *                           started it and how, the step it
      *                           resumed after, steps run / skipped /
      *                           refused and the worst return code.
      *                           A run with no end line is shown as
      *                           INCOMPLETE - it was interrupted, or
      *                           is running now
      *     <stream> <run-id>     the same run's heading, then every
      *     <run-id>              step of that run in step order with
      *                           its state, return code, times,
      *                           parameters and spool file - the
      *                           steps a parallel group's members
      *                           wrote from their own launchers
      *                           included
      *  A token of twenty digits is taken as a run ID; anything else
      *  is the job-stream path as it was launched.
      *  Return codes: 0 done, 4 nothing on file for that stream or
      *  run, 12 bad parameters, 16 file trouble.
      *****************************************************************
       identification division.
       program-id. STRMHIST.
       environment division.
       input-output section.
       file-control.
           select STREAM-HISTORY-FILE assign to WS-STRMHIST-PATH
               organization line sequential
               file status is WS-STRMHIST-STATUS.
       data division.
       file section.
       fd  STREAM-HISTORY-FILE.
       copy "StreamRunRecord.cpy".
       working-storage section.
       01 WS-STRMHIST-PATH   PIC X(200) VALUE
           "STARTPROG-STRMHIST.DAT".
       01 WS-STRMHIST-STATUS PIC X(2)  VALUE "00".
       01 WS-STRMHIST-EOF    PIC X(1)  VALUE "N".
           88 STRMHIST-AT-END VALUE "Y".
       01 WS-PARSE-PTR       PIC 9(4)  VALUE 1.
       01 WS-ARG-1           PIC X(60) VALUE SPACES.
       01 WS-ARG-2           PIC X(60) VALUE SPACES.
       01 WS-ARG-STREAM      PIC X(200) VALUE SPACES.
       01 WS-ARG-RUN-ID      PIC X(20) VALUE SPACES.
       01 WS-SKIPPED-LINES   PIC 9(7)  VALUE 0.
      *> The stream's runs, in file (start) order. Only the latest
      *> WS-RUN-MAX are kept: when the table is full the oldest run
      *> is dropped to make room, and the count of dropped runs is
      *> reported so the listing never passes for the whole story.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-RUN-IDX.
              10 WS-RUN-LINE          PIC X(303).
              10 WS-RUN-HAS-END       PIC X(1).
       01 WS-RUN-MAX         PIC 9(4)  VALUE 300.
       01 WS-RUN-COUNT       PIC 9(4)  VALUE 0.
       01 WS-RUN-DROPPED     PIC 9(7)  VALUE 0.
       01 WS-RUN-SUB         PIC 9(4)  VALUE 0.
       01 WS-RUN-FOUND       PIC X(1)  VALUE "N".
           88 RUN-WAS-FOUND  VALUE "Y".
       01 WS-RUN-ENDED       PIC X(1)  VALUE "N".
           88 RUN-HAS-ENDED  VALUE "Y".
       01 WS-RUN-HEADING     PIC X(303) VALUE SPACES.
      *> One run's step lines, kept in step-number order as they are
      *> read - parallel-group members finish, and so write, in any
      *> order.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-STEP-IDX.
              10 WS-STEP-KEY          PIC 9(4).
              10 WS-STEP-LINE         PIC X(303).
       01 WS-STEP-MAX        PIC 9(4)  VALUE 500.
       01 WS-STEP-COUNT      PIC 9(4)  VALUE 0.
       01 WS-STEP-DROPPED    PIC 9(7)  VALUE 0.
       01 WS-STEP-SUB        PIC 9(4)  VALUE 0.
       01 WS-STEP-SLOT       PIC 9(4)  VALUE 0.
       01 WS-NEW-STEP-NUMBER PIC 9(4)  VALUE 0.
       01 WS-HOW-TEXT        PIC X(9)  VALUE SPACES.
       01 WS-STATE-TEXT      PIC X(9)  VALUE SPACES.
       linkage section.
       01 PARM-TEXT          PIC X(60).
       procedure division using PARM-TEXT.
       0000-MAIN.
           PERFORM 1000-PARSE-PARM.
           IF WS-ARG-STREAM = SPACES AND WS-ARG-RUN-ID = SPACES
              DISPLAY "STRMHIST: usage - <stream> | <stream> <run-id>"
                 " | <run-id>"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT STREAM-HISTORY-FILE.
           IF WS-STRMHIST-STATUS = "35"
              DISPLAY "STRMHIST: no stream runs on file"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-STRMHIST-STATUS NOT = "00"
              DISPLAY "STRMHIST: unable to open stream-run history "
                 FUNCTION TRIM(WS-STRMHIST-PATH) " (status "
                 WS-STRMHIST-STATUS ")"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-ARG-RUN-ID = SPACES
              PERFORM 2000-LIST-STREAM-RUNS
           ELSE
              PERFORM 3000-SHOW-ONE-RUN
           END-IF.
           CLOSE STREAM-HISTORY-FILE.
           IF WS-SKIPPED-LINES > 0
              DISPLAY "STRMHIST: " WS-SKIPPED-LINES " unreadable "
                 "history line(s) skipped"
           END-IF.
           GOBACK.

      *> "<stream> [<run-id>]" or "<run-id>": a first token of twenty
      *> digits is a run ID on its own, otherwise it is the stream
      *> and an optional second token is the run.
       1000-PARSE-PARM.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-STREAM
              WS-ARG-RUN-ID.
           MOVE 1 TO WS-PARSE-PTR.
           IF PARM-TEXT NOT = SPACES
              UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                  INTO WS-ARG-1
                  WITH POINTER WS-PARSE-PTR
              END-UNSTRING
              IF WS-ARG-1 = SPACES
                 AND WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                 UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                     INTO WS-ARG-1
                     WITH POINTER WS-PARSE-PTR
                 END-UNSTRING
              END-IF
              IF WS-PARSE-PTR <= LENGTH OF PARM-TEXT
                 UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                     INTO WS-ARG-2
                     WITH POINTER WS-PARSE-PTR
                 END-UNSTRING
              END-IF
              IF WS-ARG-1(1:20) IS NUMERIC
                 AND WS-ARG-1(21:40) = SPACES
                 MOVE WS-ARG-1 TO WS-ARG-RUN-ID
              ELSE
                 MOVE WS-ARG-1 TO WS-ARG-STREAM
                 MOVE WS-ARG-2 TO WS-ARG-RUN-ID
              END-IF
           END-IF.

      *> Collects the stream's B lines, then marks each one whose E
      *> line turns up - the E line carries the end stamp and counts,
      *> so it replaces the B line in the table.
       2000-LIST-STREAM-RUNS.
           MOVE 0 TO WS-RUN-COUNT WS-RUN-DROPPED.
           MOVE "N" TO WS-STRMHIST-EOF.
           PERFORM UNTIL STRMHIST-AT-END
              READ STREAM-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-STRMHIST-EOF
                 NOT AT END
                    PERFORM 2100-COLLECT-RUN-LINE
              END-READ
           END-PERFORM.
           IF WS-RUN-COUNT = 0
              DISPLAY "STRMHIST: no runs on file for "
                 FUNCTION TRIM(WS-ARG-STREAM)
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "STRMHIST: runs of "
                 FUNCTION TRIM(WS-ARG-STREAM)
              DISPLAY "  RUN ID               STARTED        "
                 "ENDED          HOW       OPERATOR"
              DISPLAY "                       RESUMED  RAN  SKIP "
                 " REF  WORST RC"
              PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                      UNTIL WS-RUN-SUB > WS-RUN-COUNT
                 MOVE WS-RUN-LINE(WS-RUN-SUB) TO STREAM-RUN-RECORD
                 MOVE WS-RUN-HAS-END(WS-RUN-SUB) TO WS-RUN-ENDED
                 PERFORM 2200-DISPLAY-RUN
              END-PERFORM
              IF WS-RUN-DROPPED > 0
                 DISPLAY "STRMHIST: " WS-RUN-DROPPED " older run(s) "
                    "not shown - only the latest " WS-RUN-MAX
                    " are listed"
              END-IF
              DISPLAY "STRMHIST: " WS-RUN-COUNT " run(s) listed"
           END-IF.

       2100-COLLECT-RUN-LINE.
           IF SRUN-RUN-ID IS NOT NUMERIC
              ADD 1 TO WS-SKIPPED-LINES
           ELSE
           IF FUNCTION TRIM(SRUN-STREAM-PATH)
                 = FUNCTION TRIM(WS-ARG-STREAM)
              EVALUATE TRUE
                 WHEN SRUN-RUN-BEGUN
                    IF WS-RUN-COUNT >= WS-RUN-MAX
                       PERFORM VARYING WS-RUN-SUB FROM 2 BY 1
                               UNTIL WS-RUN-SUB > WS-RUN-COUNT
                          MOVE WS-RUN-ENTRY(WS-RUN-SUB)
                             TO WS-RUN-ENTRY(WS-RUN-SUB - 1)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-RUN-COUNT
                       ADD 1 TO WS-RUN-DROPPED
                    END-IF
                    ADD 1 TO WS-RUN-COUNT
                    MOVE STREAM-RUN-RECORD
                       TO WS-RUN-LINE(WS-RUN-COUNT)
                    MOVE "N" TO WS-RUN-HAS-END(WS-RUN-COUNT)
                 WHEN SRUN-RUN-ENDED
                    SET WS-RUN-IDX TO 1
                    SEARCH WS-RUN-ENTRY
                       AT END
                          CONTINUE
                       WHEN WS-RUN-IDX <= WS-RUN-COUNT
                        AND WS-RUN-LINE(WS-RUN-IDX)(1:20)
                            = SRUN-RUN-ID
                          MOVE STREAM-RUN-RECORD
                             TO WS-RUN-LINE(WS-RUN-IDX)
                          MOVE "Y" TO WS-RUN-HAS-END(WS-RUN-IDX)
                    END-SEARCH
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           END-IF.

      *> Two lines a run; the second is indented under the run ID.
       2200-DISPLAY-RUN.
           EVALUATE TRUE
              WHEN SRUN-BY-SCHEDULER
                 MOVE "SCHEDULER" TO WS-HOW-TEXT
              WHEN SRUN-BY-CONSOLE
                 MOVE "CONSOLE" TO WS-HOW-TEXT
              WHEN SRUN-BY-WINDOW
                 MOVE "WINDOW" TO WS-HOW-TEXT
              WHEN OTHER
                 MOVE SRUN-HOW TO WS-HOW-TEXT
           END-EVALUATE.
           IF RUN-HAS-ENDED
              DISPLAY "  " SRUN-RUN-ID " " SRUN-START-TS " "
                 SRUN-END-TS " " WS-HOW-TEXT " "
                 FUNCTION TRIM(SRUN-OPERATOR-ID)
              DISPLAY "                       " SRUN-RESUME-STEP
                 "     " SRUN-STEPS-RUN " " SRUN-STEPS-SKIPPED " "
                 SRUN-STEPS-REFUSED "  " SRUN-WORST-RC
           ELSE
              DISPLAY "  " SRUN-RUN-ID " " SRUN-START-TS " "
                 "INCOMPLETE     " WS-HOW-TEXT " "
                 FUNCTION TRIM(SRUN-OPERATOR-ID)
              DISPLAY "                       " SRUN-RESUME-STEP
                 "     no end recorded - interrupted or still "
                 "running"
           END-IF.

      *> One run: its B / E line for the heading and its S lines in
      *> step order. When a stream was named as well the run must
      *> belong to it, so a mistyped run ID cannot show another
      *> stream's steps under this one's name.
       3000-SHOW-ONE-RUN.
           MOVE 0 TO WS-STEP-COUNT WS-STEP-DROPPED.
           MOVE "N" TO WS-RUN-FOUND WS-RUN-ENDED.
           MOVE SPACES TO WS-RUN-HEADING.
           MOVE "N" TO WS-STRMHIST-EOF.
           PERFORM UNTIL STRMHIST-AT-END
              READ STREAM-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-STRMHIST-EOF
                 NOT AT END
                    PERFORM 3100-COLLECT-RUN-STEP
              END-READ
           END-PERFORM.
           IF NOT RUN-WAS-FOUND AND WS-STEP-COUNT = 0
              DISPLAY "STRMHIST: no run " FUNCTION TRIM(WS-ARG-RUN-ID)
                 " on file"
              MOVE 4 TO RETURN-CODE
           ELSE
           MOVE WS-RUN-HEADING TO STREAM-RUN-RECORD
           IF WS-ARG-STREAM NOT = SPACES
              AND RUN-WAS-FOUND
              AND FUNCTION TRIM(SRUN-STREAM-PATH)
                  NOT = FUNCTION TRIM(WS-ARG-STREAM)
              DISPLAY "STRMHIST: run " FUNCTION TRIM(WS-ARG-RUN-ID)
                 " belongs to " FUNCTION TRIM(SRUN-STREAM-PATH)
                 ", not " FUNCTION TRIM(WS-ARG-STREAM)
              MOVE 4 TO RETURN-CODE
           ELSE
              IF RUN-WAS-FOUND
                 DISPLAY "STRMHIST: run " SRUN-RUN-ID " of "
                    FUNCTION TRIM(SRUN-STREAM-PATH)
                 DISPLAY "  RUN ID               STARTED        "
                    "ENDED          HOW       OPERATOR"
                 DISPLAY "                       RESUMED  RAN  SKIP "
                    " REF  WORST RC"
                 PERFORM 2200-DISPLAY-RUN
              ELSE
                 DISPLAY "STRMHIST: run " FUNCTION TRIM(WS-ARG-RUN-ID)
                    " - begin line not on file, steps only"
              END-IF
              DISPLAY "  STEP LABEL    PROGRAM              STATE "
                 "       RC STARTED        ENDED"
              PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                      UNTIL WS-STEP-SUB > WS-STEP-COUNT
                 MOVE WS-STEP-LINE(WS-STEP-SUB) TO STREAM-RUN-RECORD
                 PERFORM 3300-DISPLAY-STEP
              END-PERFORM
              IF WS-STEP-DROPPED > 0
                 DISPLAY "STRMHIST: " WS-STEP-DROPPED " further "
                    "step line(s) not shown - more than "
                    WS-STEP-MAX " in one run"
              END-IF
              DISPLAY "STRMHIST: " WS-STEP-COUNT " step line(s) "
                 "listed"
           END-IF
           END-IF.

       3100-COLLECT-RUN-STEP.
           IF SRUN-RUN-ID IS NOT NUMERIC
              ADD 1 TO WS-SKIPPED-LINES
           ELSE
           IF SRUN-RUN-ID = WS-ARG-RUN-ID
              EVALUATE TRUE
                 WHEN SRUN-RUN-BEGUN
                    IF NOT RUN-HAS-ENDED
                       MOVE STREAM-RUN-RECORD TO WS-RUN-HEADING
                    END-IF
                    MOVE "Y" TO WS-RUN-FOUND
                 WHEN SRUN-RUN-ENDED
                    MOVE STREAM-RUN-RECORD TO WS-RUN-HEADING
                    MOVE "Y" TO WS-RUN-FOUND
                    MOVE "Y" TO WS-RUN-ENDED
                 WHEN SRUN-STEP-LINE
                    PERFORM 3200-INSERT-STEP-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           END-IF.

      *> Insertion into step order: later lines for the same step
      *> number go after earlier ones.
       3200-INSERT-STEP-LINE.
           IF WS-STEP-COUNT >= WS-STEP-MAX
              ADD 1 TO WS-STEP-DROPPED
           ELSE
              MOVE SRUN-STEP-NUMBER TO WS-NEW-STEP-NUMBER
              MOVE WS-STEP-COUNT TO WS-STEP-SLOT
              PERFORM UNTIL WS-STEP-SLOT = 0
                 OR WS-STEP-KEY(WS-STEP-SLOT)
                    NOT > WS-NEW-STEP-NUMBER
                 MOVE WS-STEP-ENTRY(WS-STEP-SLOT)
                    TO WS-STEP-ENTRY(WS-STEP-SLOT + 1)
                 SUBTRACT 1 FROM WS-STEP-SLOT
              END-PERFORM
              MOVE WS-NEW-STEP-NUMBER
                 TO WS-STEP-KEY(WS-STEP-SLOT + 1)
              MOVE STREAM-RUN-RECORD TO WS-STEP-LINE(WS-STEP-SLOT + 1)
              ADD 1 TO WS-STEP-COUNT
           END-IF.

       3300-DISPLAY-STEP.
           EVALUATE TRUE
              WHEN SRUN-STEP-RAN
                 MOVE "RAN" TO WS-STATE-TEXT
              WHEN SRUN-STEP-SKIPPED
                 MOVE "SKIPPED" TO WS-STATE-TEXT
              WHEN SRUN-STEP-DONE-EARLIER
                 MOVE "DONE-CKPT" TO WS-STATE-TEXT
              WHEN SRUN-STEP-REFUSED
                 MOVE "REFUSED" TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE SRUN-STEP-STATE TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY "  " SRUN-STEP-NUMBER " " SRUN-STEP-LABEL " "
              SRUN-STEP-PROGRAM(1:20) " " WS-STATE-TEXT " "
              SRUN-STEP-RC " " SRUN-STEP-START-TS " "
              SRUN-STEP-END-TS.
           IF SRUN-STEP-PARMS NOT = SPACES
              DISPLAY "              parms "
                 FUNCTION TRIM(SRUN-STEP-PARMS)
           END-IF.
           IF SRUN-STEP-SPOOL NOT = SPACES
              DISPLAY "              spool "
                 FUNCTION TRIM(SRUN-STEP-SPOOL)
           END-IF.
