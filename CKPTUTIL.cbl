      *     LIST                  show every checkpoint record with
      *                           its job-stream ID, last step,
      *                           program, return code, timestamp and
      *                           status, and - for a stream stopped
      *                           inside a parallel group - which of
      *                           the group's members already finished.
      *                           Every in-progress record is checked
      *                           against its stream file as it stands
      *                           (see StreamSigParms.cpy): a file
      *                           changed or missing since the record
      *                           was written, which the launcher would
      *                           refuse to resume, is reported with
      *                           what moved, and LIST ends with
      *                           return code 4
      *     RESET <stream-id>     delete a stream's checkpoint so the
      *                           next run starts from the beginning
      *     SETSTEP <stream-id> <step>
      *                           for confirmation on the console,
      *                           since a wrong step number makes a
      *                           restart skip work that never ran.
      *                           Any parallel-group progress on the
      *                           record is cleared with it, and the
      *                           record is re-fingerprinted against
      *                           the stream file as it stands, with
      *                           <step>'s label and program taken
      *                           from the file - the way to accept a
      *                           changed file by step number.
      *     PURGE <days>          delete completed ("C") records whose
      *                           last update is older than <days>
      *  Return codes: 0 done, 4 nothing matched / not confirmed,
       01 WS-REPLY           PIC X(10) VALUE SPACES.
       01 WS-LISTED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-GROUP-DONE-COUNT
                             PIC 9(2)  VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5)  VALUE 0.
       copy "StreamSigParms.cpy".
       01 WS-TODAY-STAMP     PIC X(21) VALUE SPACES.
       01 WS-TODAY-DATE      PIC 9(8)  VALUE 0.
       01 WS-CUTOFF-DAY-NUM  PIC 9(7)  VALUE 0.
                 WS-CHECKPOINT-STATUS ")"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO WS-LISTED-COUNT WS-CHANGED-COUNT
              MOVE "N" TO WS-CHECKPOINT-EOF
              MOVE LOW-VALUES TO CKPT-JOB-STREAM-ID
              START CHECKPOINT-FILE KEY >= CKPT-JOB-STREAM-ID
                 DISPLAY "CKPTUTIL: " WS-LISTED-COUNT " checkpoint "
                    "record(s) listed"
              END-IF
              IF WS-CHANGED-COUNT > 0
                 DISPLAY "CKPTUTIL: " WS-CHANGED-COUNT " in-progress "
                    "checkpoint(s) no longer match their stream file"
                 MOVE 4 TO RETURN-CODE
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF
           END-IF.
              " rc " CKPT-LAST-RETURN-CODE
              " at " CKPT-LAST-UPDATE-TS(1:14)
              " " FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME)
              " " FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
              "  stream "
              FUNCTION TRIM(CKPT-JOB-STREAM-ID).
           IF CKPT-GROUP-START-STEP IS NUMERIC
              AND CKPT-GROUP-START-STEP > 0
              MOVE 0 TO WS-GROUP-DONE-COUNT
              INSPECT CKPT-GROUP-DONE
                 TALLYING WS-GROUP-DONE-COUNT FOR ALL "Y"
              DISPLAY "      parallel group from step "
                 CKPT-GROUP-START-STEP ": " WS-GROUP-DONE-COUNT
                 " member(s) finished cleanly, flags "
                 CKPT-GROUP-DONE
           END-IF.
           IF CKPT-IN-PROGRESS
              PERFORM 2200-CHECK-STREAM-FILE
           END-IF.

      *> The launcher resumes by step number only while the stream
      *> file is the one the checkpoint was written against; anything
      *> else is reported here with what moved, so the operator can
      *> choose between JOBSTREAM RESYNC, SETSTEP and RESET before the
      *> night's run is refused.
       2200-CHECK-STREAM-FILE.
           MOVE CKPT-JOB-STREAM-ID TO SSIG-STREAM-PATH.
           MOVE CKPT-LAST-STEP-NUMBER TO SSIG-AT-STEP.
           MOVE CKPT-LAST-STEP-LABEL TO SSIG-FIND-LABEL.
           CALL "STRMSIG" USING STREAM-SIG-PARMS.
           IF SSIG-FILE-MISSING
              ADD 1 TO WS-CHANGED-COUNT
              DISPLAY "      STREAM FILE MISSING - the stream file "
                 "cannot be read, so there is nothing to resume"
           ELSE
           IF CKPT-STREAM-FINGERPRINT IS NOT NUMERIC
              DISPLAY "      no stream-file fingerprint recorded - "
                 "the resume position cannot be checked"
           ELSE
           IF SSIG-FINGERPRINT NOT = CKPT-STREAM-FINGERPRINT
              ADD 1 TO WS-CHANGED-COUNT
              DISPLAY "      STREAM FILE CHANGED since this "
                 "checkpoint - the resume will be refused; the file "
                 "had " CKPT-STREAM-STEP-COUNT " steps then and has "
                 SSIG-STEP-COUNT " now"
              IF CKPT-LAST-STEP-NUMBER > SSIG-STEP-COUNT
                 DISPLAY "      step " CKPT-LAST-STEP-NUMBER
                    " is now past the end of the file"
              ELSE
              IF CKPT-LAST-STEP-NUMBER > 0
                 DISPLAY "      step " CKPT-LAST-STEP-NUMBER
                    " is now [" FUNCTION TRIM(SSIG-AT-LABEL) "] "
                    FUNCTION TRIM(SSIG-AT-PROGRAM)
              END-IF
              END-IF
              EVALUATE TRUE
                 WHEN CKPT-LAST-STEP-LABEL = SPACES
                    DISPLAY "      the completed step has no label - "
                       "use SETSTEP or RESET"
                 WHEN SSIG-FOUND-COUNT = 0
                    DISPLAY "      label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is no longer in the file - use SETSTEP or "
                       "RESET"
                 WHEN SSIG-FOUND-COUNT > 1
                    DISPLAY "      label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now on " SSIG-FOUND-COUNT
                       " steps - use SETSTEP or RESET"
                 WHEN SSIG-FOUND-PROGRAM NOT = CKPT-LAST-PROGRAM-NAME
                    DISPLAY "      label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now step " SSIG-FOUND-STEP " but runs "
                       FUNCTION TRIM(SSIG-FOUND-PROGRAM)
                       " - use SETSTEP or RESET"
                 WHEN OTHER
                    DISPLAY "      label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now step " SSIG-FOUND-STEP
                       " - JOBSTREAM RESYNC resumes after it"
              END-EVALUATE
           END-IF
           END-IF
           END-IF.

       3000-RESET-STREAM.
           IF WS-ARG-STREAM-ID = SPACES
                 DISPLAY "CKPTUTIL: " FUNCTION TRIM(WS-ARG-STREAM-ID)
                    " currently resumes after step "
                    CKPT-LAST-STEP-NUMBER " (status " CKPT-STATUS ")"
                 MOVE WS-ARG-STREAM-ID TO SSIG-STREAM-PATH
                 MOVE WS-TARGET-STEP TO SSIG-AT-STEP
                 MOVE SPACES TO SSIG-FIND-LABEL
                 CALL "STRMSIG" USING STREAM-SIG-PARMS
                 IF SSIG-FILE-MISSING
                    DISPLAY "CKPTUTIL: warning - the stream file "
                       "cannot be read; the resume point will not be "
                       "checked against it"
                 ELSE
                 IF WS-TARGET-STEP > SSIG-STEP-COUNT
                    DISPLAY "CKPTUTIL: warning - the stream file has "
                       "only " SSIG-STEP-COUNT " steps"
                 ELSE
                 IF WS-TARGET-STEP > 0
                    DISPLAY "CKPTUTIL: step " WS-TARGET-STEP " is ["
                       FUNCTION TRIM(SSIG-AT-LABEL) "] "
                       FUNCTION TRIM(SSIG-AT-PROGRAM)
                       " in the file as it stands"
                 END-IF
                 END-IF
                 END-IF
                 DISPLAY "CKPTUTIL: forcing resume after step "
                    WS-TARGET-STEP " - the next run will SKIP steps "
                    "1 through " WS-TARGET-STEP
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPLY))
                       = "YES"
                    MOVE WS-TARGET-STEP TO CKPT-LAST-STEP-NUMBER
                    MOVE SSIG-AT-LABEL TO CKPT-LAST-STEP-LABEL
                    MOVE SSIG-AT-PROGRAM TO CKPT-LAST-PROGRAM-NAME
                    MOVE SSIG-FINGERPRINT TO CKPT-STREAM-FINGERPRINT
                    MOVE SSIG-STEP-COUNT TO CKPT-STREAM-STEP-COUNT
                    MOVE "I" TO CKPT-STATUS
                    MOVE 0 TO CKPT-GROUP-START-STEP
                    MOVE SPACES TO CKPT-GROUP-DONE
                    MOVE FUNCTION CURRENT-DATE
                       TO CKPT-LAST-UPDATE-TS
                    REWRITE CHECKPOINT-RECORD
