
       object.
       working-storage section.
       01 components type "System.ComponentModel.IContainer".
       01 ProgramComboBox type "System.Windows.Forms.ComboBox".
       01 ParameterTextBox type "System.Windows.Forms.TextBox".
      *> close button's WM_CLOSE) while the job is running, and the
      *> fields below are shared between RunButton_Click, the two
      *> AuditWorker event methods, and Form1_FormClosing the same way
      *> JobInProgress above is already shared across methods.
       01 AuditWorker type "System.ComponentModel.BackgroundWorker".
       01 WS-SELECTED-PROGRAM  PIC X(50) VALUE SPACES.
       01 WS-PARM-TEXT         PIC X(60) VALUE SPACES.
       01 WS-RUN-RETURN-CODE   PIC S9(4) VALUE 0.
       01 WS-OPERATOR-ID       PIC X(20) VALUE SPACES.
       01 WS-AUDIT-LOG-PATH    PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
      *> Run-interlock state shared with STARTPROG.Main through the
      *> lock file: a launch refused because the program is already
      *> in flight reports who holds it instead of calling anyway.
       01 WS-RUN-REFUSED       PIC X(1)  VALUE "N".
           88 RUN-WAS-REFUSED  VALUE "Y".
       01 WS-LOCK-HELD-BY      PIC X(20) VALUE SPACES.
      *> Resource-class state (see ResourceClassRecord.cpy): a launch
      *> refused because a class it needs is at its limit - from
      *> either the single-program or the stream path - names the
      *> class and a resource holding it.
       01 WS-BUSY-CLASS        PIC X(12) VALUE SPACES.
       01 WS-BUSY-HOLDER       PIC X(200) VALUE SPACES.
      *> Operator-security state: the picker only offers what the
      *> signed-on operator is entitled to, and a launch that slips
      *> past that (or a registry program the operator lost while the
       01 WS-OPERAUTH-STATUS   PIC X(2)  VALUE "00".
       01 WS-AUTH-REJECTED     PIC X(1)  VALUE "N".
           88 AUTH-WAS-REJECTED VALUE "Y".
      *> Program registry (see ProgramRegistry.cpy), read at run time
      *> by PopulateProgramList and ProgramIsLaunchable exactly as
      *> STARTPROG.Main reads it, so a REGMAINT change reaches the
      *> picker the next time the window is opened and every launch
      *> check immediately.
       01 WS-REGISTRY-PATH     PIC X(200) VALUE
           "STARTPROG-REGISTRY.DAT".
       01 WS-REGISTRY-STATUS   PIC X(2)  VALUE "00".
      *> Job-stream launching from the window: the operator picks a
      *> stream file, LoadStreamButton fills StepListBox from its
      *> JobStreamRecord lines, and StreamWorker runs the stream on a
       01 WS-STREAM-STEP-COUNT PIC 9(4)  VALUE 0.
       01 WS-STREAM-RESUME-FROM
                               PIC 9(4)  VALUE 0.
      *> A restart inside a parallel group: the group's first step
      *> and its per-member "finished cleanly" flags, as the
      *> checkpoint recorded them (see CheckpointRecord.cpy).
       01 WS-STREAM-RESUME-GROUP
                               PIC 9(4)  VALUE 0.
       01 WS-STREAM-RESUME-DONE
                               PIC X(20) VALUE SPACES.
       01 WS-STREAM-FINAL-RC   PIC S9(4) VALUE 0.
       01 WS-STREAM-REFUSED    PIC X(1)  VALUE "N".
           88 STREAM-RUN-REFUSED VALUE "Y".
       01 WS-STREAM-CKPT-FAILED
                               PIC X(1)  VALUE "N".
           88 STREAM-CKPT-REWRITE-FAILED VALUE "Y".
      *> File status of a stream-run history line that could not be
      *> appended (spaces when every line went down).
       01 WS-STREAM-HIST-FAILED
                               PIC X(2)  VALUE SPACES.
       01 WS-STREAM-HELD-BY    PIC X(20) VALUE SPACES.
       01 WS-CKPT-PATH         PIC X(200) VALUE
           "STARTPROG-CHECKPOINT.DAT".
       01 HoldStreamButton type "System.Windows.Forms.Button".
       01 WS-HOLDS-PATH        PIC X(200) VALUE "STARTPROG-HOLDS.DAT".
       01 WS-HOLDS-STATUS      PIC X(2)  VALUE "00".
      *> Stream-run history (see StreamRunRecord.cpy): StreamWorker
      *> gives each stream run a run ID, stamps it on the run's audit
      *> lines and spools, hands it to parallel-group members, and
      *> keeps the run's begin, step and end lines in the same history
      *> file STARTPROG.Main writes. The sequence lives here so two
      *> runs from one window never share an ID.
       01 WS-STRMHIST-PATH     PIC X(200) VALUE
           "STARTPROG-STRMHIST.DAT".
       01 WS-STRMHIST-STATUS   PIC X(2)  VALUE "00".
       01 WS-RUN-ID            PIC X(20) VALUE SPACES.
       01 WS-RUN-SEQ           PIC 9(2)  VALUE 0.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.

      *> Fills the program picker from the same authorized-program
      *> registry STARTPROG.Main validates CALL-PROG against, held
      *> down to the entries that are enabled and effective today and
      *> the programs the signed-on operator is entitled to - the menu
      *> can never offer an operator a program Main would refuse.
      *> Each item is "<program> - <description>"; RunButton_Click
      *> takes the program name back off the front.
       method-id. "PopulateProgramList" private.
       environment division.
       input-output section.
       file-control.
           select PROGRAM-REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
       data division.
       file section.
       fd  PROGRAM-REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       local-storage section.
       01 WS-REG-EOF      PIC X(1)  VALUE "N".
           88 REGISTRY-AT-END VALUE "Y".
       01 WS-REG-NOW      PIC X(21) VALUE SPACES.
       01 WS-PICK-TEXT    PIC X(100) VALUE SPACES.
       procedure division.
           invoke ProgramComboBox::"Items"::"Clear"()
           move function current-date to WS-REG-NOW
           move "N" to WS-REG-EOF
           open input PROGRAM-REGISTRY-FILE
           if WS-REGISTRY-STATUS = "00"
              move low-values to REG-PROGRAM-NAME
              start PROGRAM-REGISTRY-FILE key >= REG-PROGRAM-NAME
              if WS-REGISTRY-STATUS not = "00"
                 move "Y" to WS-REG-EOF
              end-if
              perform until REGISTRY-AT-END
                 read PROGRAM-REGISTRY-FILE next record
                    at end
                       move "Y" to WS-REG-EOF
                    not at end
                       if REG-ENABLED
                          and REG-EFFECTIVE-DATE <= WS-REG-NOW(1:8)
                          and self::"OperatorMayRun"(REG-PROGRAM-NAME)
                          move spaces to WS-PICK-TEXT
                          if REG-DESCRIPTION = spaces
                             move REG-PROGRAM-NAME to WS-PICK-TEXT
                          else
                             string FUNCTION TRIM(REG-PROGRAM-NAME)
                                    " - "
                                    FUNCTION TRIM(REG-DESCRIPTION)
                                 delimited by size into WS-PICK-TEXT
                          end-if
                          invoke ProgramComboBox::"Items"::"Add"
                              (FUNCTION TRIM(WS-PICK-TEXT))
                       end-if
                 end-read
              end-perform
              close PROGRAM-REGISTRY-FILE
           end-if
           if ProgramComboBox::"Items"::"Count" > 0
              set ProgramComboBox::"SelectedIndex" to 0
           else
              if WS-REGISTRY-STATUS = "35"
                 set StatusLabel::"Text" to
                     "No program registry on file - run REGMAINT INIT."
              else
                 set StatusLabel::"Text" to
                     "No programs are authorized for this operator."
              end-if
           end-if
           goback.
       end method "PopulateProgramList".

      *> Registry check against the registry file, the same rules
      *> 0200-VALIDATE-PROGRAM applies in STARTPROG.Main: the program
      *> needs an enabled entry whose effective date has arrived. A
      *> missing or unreadable registry fails closed - the window has
      *> no REGMAINT bootstrap; that is a command-line job.
       method-id. "ProgramIsLaunchable" private.
       environment division.
       input-output section.
       file-control.
           select PROGRAM-REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
       data division.
       file section.
       fd  PROGRAM-REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       local-storage section.
       01 WS-LAUNCHABLE   PIC X(1)  VALUE "N".
       01 WS-REG-NOW      PIC X(21) VALUE SPACES.
       linkage section.
       01 WS-CHECK-PROGRAM PIC X(50).
       01 isLaunchable     condition-value.
       procedure division using WS-CHECK-PROGRAM
                          returning isLaunchable.
           move "N" to WS-LAUNCHABLE
           move function current-date to WS-REG-NOW
           open input PROGRAM-REGISTRY-FILE
           if WS-REGISTRY-STATUS = "00"
              move WS-CHECK-PROGRAM to REG-PROGRAM-NAME
              read PROGRAM-REGISTRY-FILE key is REG-PROGRAM-NAME
              if WS-REGISTRY-STATUS = "00"
                 and REG-ENABLED
                 and REG-EFFECTIVE-DATE <= WS-REG-NOW(1:8)
                 move "Y" to WS-LAUNCHABLE
              end-if
              close PROGRAM-REGISTRY-FILE
           end-if
           if WS-LAUNCHABLE = "Y"
              set isLaunchable to true
           else
              set isLaunchable to false
           end-if
           goback.
       end method "ProgramIsLaunchable".

      *> Entitlement check against the operator-security file, the
      *> same rules 0210-CHECK-OPERATOR-AUTH applies in
      *> STARTPROG.Main: a line for this operator naming the program
       local-storage section.
       01 WS-AUTHORIZED        PIC X(1)  VALUE "N".
           88 SELECTED-IS-AUTHORIZED VALUE "Y".
       01 WS-PICK-TEXT         PIC X(100) VALUE SPACES.
       01 WS-STATUS-MESSAGE    PIC X(80) VALUE SPACES.
       procedure division using by value sender as object
                                 e as type "System.EventArgs".
      *>   The picker item carries the description after the name;
      *>   program names never contain a space.
           move ProgramComboBox::"Text" to WS-PICK-TEXT
           move spaces to WS-SELECTED-PROGRAM
           unstring WS-PICK-TEXT delimited by space
               into WS-SELECTED-PROGRAM
           end-unstring
           move ParameterTextBox::"Text" to WS-PARM-TEXT

           if WS-SELECTED-PROGRAM = SPACES
           end-if

           move "N" to WS-AUTHORIZED
           if self::"ProgramIsLaunchable"(WS-SELECTED-PROGRAM)
              move "Y" to WS-AUTHORIZED
           end-if

           if not SELECTED-IS-AUTHORIZED
              set StatusLabel::"Text" to
                  "Program is not enabled in the program registry."
              goback
           end-if

      *> off the UI thread and appends the same audit-log entry
      *> STARTPROG.Main's 0300-WRITE-AUDIT-LOG writes for a
      *> command-line launch, so every launch - GUI or CLI - ends up
      *> in the audit log.
       method-id. "AuditWorker_DoWork" private.
       environment division.
       input-output section.
       file-control.
           select RUN-LOCK-FILE assign to WS-RUNLOCK-PATH
               organization is indexed
               access mode is dynamic
               file status is WS-RUNLOCK-STATUS.
       data division.
       file section.
       fd  RUN-LOCK-FILE.
       copy "RunLockRecord.cpy".
       local-storage section.
       copy "AuditLogRecord.cpy".
       copy "AuditSealParms.cpy".
       copy "ResourceClassParms.cpy".
       01 WS-SPOOL-STAMP    PIC X(21) VALUE SPACES.
       01 spoolWriter type "System.IO.StreamWriter".
       01 savedConsoleOut type "System.IO.TextWriter".
      *>   way the CLI path logs one.
           move "N" to WS-RUN-REFUSED
           move spaces to WS-LOCK-HELD-BY
           move spaces to WS-BUSY-CLASS WS-BUSY-HOLDER
           if AUTH-WAS-REJECTED
      *>      The entitlement refusal from RunButton_Click: no lock,
      *>      no CALL - just the audit trail below.
              end-if
              close RUN-LOCK-FILE
           end-if
      *>   Then a place in every resource class the program needs,
      *>   all or nothing, as 0282-ACQUIRE-RESOURCE-CLASSES takes
      *>   them in STARTPROG.Main; a full class refuses the launch
      *>   and gives the run lock back.
           if not RUN-WAS-REFUSED
              move "A" to RCLP-FUNCTION
              move "P" to RCLP-RESOURCE-KIND
              move WS-SELECTED-PROGRAM to RCLP-RESOURCE-NAME
              move WS-OPERATOR-ID to RCLP-OPERATOR-ID
              call "RESCLASS" using RESOURCE-CLASS-PARMS
              if not RCLP-GRANTED
                 move RCLP-BUSY-CLASS to WS-BUSY-CLASS
                 move RCLP-BUSY-HOLDER to WS-BUSY-HOLDER
                 move "Y" to WS-RUN-REFUSED
                 move 12 to WS-RUN-RETURN-CODE
                 perform 0110-RELEASE-RUN-LOCK
              end-if
           end-if

           if not RUN-WAS-REFUSED
      *>      Capture the program's console output into its per-run
                 invoke spoolWriter::"Close"()
                 set spoolWriter to null
              end-if
              perform 0110-RELEASE-RUN-LOCK
           end-if

           perform 0100-WRITE-AUDIT-ENTRY
           goback.

       0100-WRITE-AUDIT-ENTRY.
           move spaces to AUDIT-LOG-RECORD
           move function current-date  to ALOG-TIMESTAMP
           move WS-OPERATOR-ID         to ALOG-OPERATOR-ID
           move WS-SELECTED-PROGRAM    to ALOG-PROGRAM-NAME
           move WS-RUN-RETURN-CODE     to ALOG-RETURN-CODE
           move WS-PARM-TEXT           to ALOG-PARAMETERS
           move WS-SPOOL-FILE-NAME     to ALOG-SPOOL-FILE
           move spaces                 to ALOG-RUN-ID
           move "N"                    to ASEAL-FUNCTION
           move WS-AUDIT-LOG-PATH      to ASEAL-LOG-PATH
           call "AUDSEAL" using AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.

      *> Gives back the program's run lock and its resource-class
      *> places.
       0110-RELEASE-RUN-LOCK.
           open i-o RUN-LOCK-FILE
           if WS-RUNLOCK-STATUS = "00"
              move WS-SELECTED-PROGRAM to RLOCK-RESOURCE-NAME
              read RUN-LOCK-FILE key is RLOCK-RESOURCE-NAME
              if WS-RUNLOCK-STATUS = "00"
                 delete RUN-LOCK-FILE record
              end-if
              close RUN-LOCK-FILE
           end-if
           move "R" to RCLP-FUNCTION
           move "P" to RCLP-RESOURCE-KIND
           move WS-SELECTED-PROGRAM to RCLP-RESOURCE-NAME
           call "RESCLASS" using RESOURCE-CLASS-PARMS.
       end method "AuditWorker_DoWork".

      *> Marshaled back onto the UI thread by BackgroundWorker once
                     " is already running, started by "
                     FUNCTION TRIM(WS-LOCK-HELD-BY)
                     delimited by size into WS-STATUS-MESSAGE
              else
              if WS-BUSY-CLASS not = spaces
                 string FUNCTION TRIM(WS-SELECTED-PROGRAM)
                     " refused - resource "
                     FUNCTION TRIM(WS-BUSY-CLASS)
                     " is in use by "
                     FUNCTION TRIM(WS-BUSY-HOLDER)
                     delimited by size into WS-STATUS-MESSAGE
              else
                 string "Launch refused - run-lock file unavailable"
                     delimited by size into WS-STATUS-MESSAGE
              end-if
              end-if
           else
              string FUNCTION TRIM(WS-SELECTED-PROGRAM)
                  " finished with return code " WS-RUN-RETURN-CODE
                 not at end
                    add 1 to WS-STREAM-STEP-COUNT
                    move spaces to WS-STEP-LINE
                    if JS-PARALLEL-GROUP not = spaces
                       string WS-STREAM-STEP-COUNT " "
                           JS-STEP-LABEL " "
                           FUNCTION TRIM(JS-PROGRAM-NAME)
                           " - pending (parallel group "
                           FUNCTION TRIM(JS-PARALLEL-GROUP) ")"
                           delimited by size into WS-STEP-LINE
                    else
                       string WS-STREAM-STEP-COUNT " "
                           JS-STEP-LABEL " "
                           FUNCTION TRIM(JS-PROGRAM-NAME)
                           " - pending"
                           delimited by size into WS-STEP-LINE
                    end-if
                    invoke StepListBox::"Items"::"Add"
                        (FUNCTION TRIM(WS-STEP-LINE))
              end-read
       fd  CHECKPOINT-FILE.
       copy "CheckpointRecord.cpy".
       local-storage section.
       copy "StreamSigParms.cpy".
       01 WS-CONFIRM type "System.Windows.Forms.DialogResult".
       01 WS-PROMPT-TEXT PIC X(240) VALUE SPACES.
       01 WS-PROMPT-GROUP PIC X(80) VALUE SPACES.
       01 WS-CHANGE-TEXT PIC X(480) VALUE SPACES.
       01 WS-CHANGE-WHERE PIC X(160) VALUE SPACES.
       01 WS-RESYNC-TARGET PIC X(1) VALUE "N".
           88 RESYNC-TARGET-FOUND VALUE "Y".
       01 WS-RESYNC-DELTA PIC S9(4) VALUE 0.
       01 WS-RUN-WANTED PIC X(1) VALUE "Y".
           88 RUN-IS-WANTED VALUE "Y".
       procedure division using by value sender as object
                                 e as type "System.EventArgs".
           if JOB-IN-PROGRESS
                  "Load a job stream before running it."
              goback
           end-if
           move 0 to WS-STREAM-RESUME-FROM WS-STREAM-RESUME-GROUP
           move spaces to WS-STREAM-RESUME-DONE
           open i-o CHECKPOINT-FILE
           if WS-CKPT-STATUS = "00"
              move WS-STREAM-PATH to CKPT-JOB-STREAM-ID
              read CHECKPOINT-FILE key is CKPT-JOB-STREAM-ID
              if WS-CKPT-STATUS = "00" and CKPT-IN-PROGRESS
      *>         The same stream-file check STARTPROG.Main makes
      *>         before resuming (0422-CHECK-STREAM-CHANGE): a
      *>         checkpoint whose fingerprint no longer matches the
      *>         file cannot be resumed by step number as it stands.
                 move WS-STREAM-PATH to SSIG-STREAM-PATH
                 move CKPT-LAST-STEP-NUMBER to SSIG-AT-STEP
                 move CKPT-LAST-STEP-LABEL to SSIG-FIND-LABEL
                 call "STRMSIG" using STREAM-SIG-PARMS
                 if CKPT-STREAM-FINGERPRINT is numeric
                    and SSIG-FILE-READ
                    and SSIG-FINGERPRINT not = CKPT-STREAM-FINGERPRINT
                    perform 0010-CONFIRM-CHANGED-RESUME
                    if not RUN-IS-WANTED
                       close CHECKPOINT-FILE
                       goback
                    end-if
                 else
                    perform 0020-CONFIRM-RESUME
                 end-if
              end-if
              close CHECKPOINT-FILE
           set StatusLabel::"Text" to "Running job stream ..."
           invoke StreamWorker::"RunWorkerAsync"()
           goback.

      *> The stream file has changed since the checkpoint was written.
      *> Where the completed step's label still places it (one step,
      *> same program) the operator may accept the change - the
      *> checkpoint is moved to the label's new step, as "JOBSTREAM
      *> RESYNC" does - restart from the top, or not run at all;
      *> otherwise only the restart or not running. Not running
      *> clears WS-RUN-WANTED for the caller.
       0010-CONFIRM-CHANGED-RESUME.
           move "N" to WS-RESYNC-TARGET
           move spaces to WS-CHANGE-TEXT WS-CHANGE-WHERE
           evaluate true
              when CKPT-LAST-STEP-LABEL = spaces
                 move "The completed step has no label to find it by."
                    to WS-CHANGE-WHERE
              when SSIG-FOUND-COUNT = 0
                 string "Its label " FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                     " is no longer in the file."
                     delimited by size into WS-CHANGE-WHERE
              when SSIG-FOUND-COUNT > 1
                 string "Its label " FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                     " is now on " SSIG-FOUND-COUNT " steps."
                     delimited by size into WS-CHANGE-WHERE
              when SSIG-FOUND-PROGRAM not = CKPT-LAST-PROGRAM-NAME
                 string "Its label " FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                     " is now step " SSIG-FOUND-STEP " but runs "
                     FUNCTION TRIM(SSIG-FOUND-PROGRAM) "."
                     delimited by size into WS-CHANGE-WHERE
              when other
                 move "Y" to WS-RESYNC-TARGET
                 string "Its label " FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                     " is now step " SSIG-FOUND-STEP "."
                     delimited by size into WS-CHANGE-WHERE
           end-evaluate
           if RESYNC-TARGET-FOUND
              string "The stream file has changed since this stream "
                  "was interrupted after step " CKPT-LAST-STEP-NUMBER
                  " " FUNCTION TRIM(CKPT-LAST-STEP-LABEL) " ("
                  FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME) "); it had "
                  CKPT-STREAM-STEP-COUNT " steps then and has "
                  SSIG-STEP-COUNT " now. "
                  FUNCTION TRIM(WS-CHANGE-WHERE)
                  " Yes accepts the change and resumes after step "
                  SSIG-FOUND-STEP ", No restarts from the top, "
                  "Cancel does not run the stream."
                  delimited by size into WS-CHANGE-TEXT
              set WS-CONFIRM to invoke
                  type "System.Windows.Forms.MessageBox"::"Show"
                  (FUNCTION TRIM(WS-CHANGE-TEXT),
                   "STARTPROG",
                   type
                   "System.Windows.Forms.MessageBoxButtons"
                   ::"YesNoCancel",
                   type
                   "System.Windows.Forms.MessageBoxIcon"
                   ::"Warning")
           else
              string "The stream file has changed since this stream "
                  "was interrupted after step " CKPT-LAST-STEP-NUMBER
                  " " FUNCTION TRIM(CKPT-LAST-STEP-LABEL) " ("
                  FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME) "); it had "
                  CKPT-STREAM-STEP-COUNT " steps then and has "
                  SSIG-STEP-COUNT " now. "
                  FUNCTION TRIM(WS-CHANGE-WHERE)
                  " The resume point cannot be placed. Restart from "
                  "the top? No does not run the stream and leaves "
                  "the checkpoint for CKPTUTIL."
                  delimited by size into WS-CHANGE-TEXT
              set WS-CONFIRM to invoke
                  type "System.Windows.Forms.MessageBox"::"Show"
                  (FUNCTION TRIM(WS-CHANGE-TEXT),
                   "STARTPROG",
                   type
                   "System.Windows.Forms.MessageBoxButtons"
                   ::"YesNo",
                   type
                   "System.Windows.Forms.MessageBoxIcon"
                   ::"Warning")
           end-if
           if WS-CONFIRM =
                 type "System.Windows.Forms.DialogResult"::"Yes"
              if RESYNC-TARGET-FOUND
                 compute WS-RESYNC-DELTA =
                    SSIG-FOUND-STEP - CKPT-LAST-STEP-NUMBER
                 move SSIG-FOUND-STEP to CKPT-LAST-STEP-NUMBER
                 if CKPT-GROUP-START-STEP is numeric
                    and CKPT-GROUP-START-STEP > 0
                    compute CKPT-GROUP-START-STEP =
                       CKPT-GROUP-START-STEP + WS-RESYNC-DELTA
                 end-if
                 move SSIG-FINGERPRINT to CKPT-STREAM-FINGERPRINT
                 move SSIG-STEP-COUNT to CKPT-STREAM-STEP-COUNT
                 move function current-date to CKPT-LAST-UPDATE-TS
                 rewrite CHECKPOINT-RECORD
                 if WS-CKPT-STATUS not = "00"
                    set StatusLabel::"Text" to
                        "Checkpoint not updated - stream not run."
                    move "N" to WS-RUN-WANTED
                 else
                    move CKPT-LAST-STEP-NUMBER
                       to WS-STREAM-RESUME-FROM
                    if CKPT-GROUP-START-STEP is numeric
                       and CKPT-GROUP-START-STEP > 0
                       move CKPT-GROUP-START-STEP
                          to WS-STREAM-RESUME-GROUP
                       move CKPT-GROUP-DONE to WS-STREAM-RESUME-DONE
                    end-if
                 end-if
              else
                 delete CHECKPOINT-FILE record
              end-if
           else
              if RESYNC-TARGET-FOUND
                 and WS-CONFIRM =
                     type "System.Windows.Forms.DialogResult"::"No"
                 delete CHECKPOINT-FILE record
              else
                 set StatusLabel::"Text" to
                     "Job stream not run - checkpoint left as it was."
                 move "N" to WS-RUN-WANTED
              end-if
           end-if.

      *> The checkpoint matches the stream file: resume after its
      *> step, or (No) drop it and restart from the top.
       0020-CONFIRM-RESUME.
           move spaces to WS-PROMPT-TEXT WS-PROMPT-GROUP
           if CKPT-GROUP-START-STEP is numeric
              and CKPT-GROUP-START-STEP > 0
              string " Members of the parallel group at step "
                  CKPT-GROUP-START-STEP
                  " that finished are not run again."
                  delimited by size into WS-PROMPT-GROUP
           end-if
           string "This stream was interrupted after step "
               CKPT-LAST-STEP-NUMBER " ("
               FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME)
               "). Resume after that step?"
               " No restarts from the top."
               WS-PROMPT-GROUP
               delimited by size into WS-PROMPT-TEXT
           set WS-CONFIRM to invoke
               type "System.Windows.Forms.MessageBox"::"Show"
               (FUNCTION TRIM(WS-PROMPT-TEXT),
                "STARTPROG",
                type
                "System.Windows.Forms.MessageBoxButtons"
                ::"YesNo",
                type
                "System.Windows.Forms.MessageBoxIcon"
                ::"Question")
           if WS-CONFIRM =
                 type "System.Windows.Forms.DialogResult"
                 ::"Yes"
              move CKPT-LAST-STEP-NUMBER
                 to WS-STREAM-RESUME-FROM
              if CKPT-GROUP-START-STEP is numeric
                 and CKPT-GROUP-START-STEP > 0
                 move CKPT-GROUP-START-STEP
                    to WS-STREAM-RESUME-GROUP
                 move CKPT-GROUP-DONE to WS-STREAM-RESUME-DONE
              end-if
           else
              delete CHECKPOINT-FILE record
           end-if.
       end method "RunStreamButton_Click".

      *> Runs the whole stream off the UI thread with the same
               access mode is dynamic
               record key is RLOCK-RESOURCE-NAME
               file status is WS-RUNLOCK-STATUS.
           select CALENDAR-FILE assign to WS-CALENDAR-PATH
               organization line sequential
               file status is WS-CALENDAR-STATUS.
           select SPOOL-SCAN-FILE assign to WS-SPOOL-FILE-NAME
               organization line sequential
               file status is WS-SPOOLSCAN-STATUS.
           select STREAM-HISTORY-FILE assign to WS-STRMHIST-PATH
               organization line sequential
               file status is WS-STRMHIST-STATUS.
       data division.
       file section.
       fd  JOB-STREAM-FILE.
       copy "CheckpointRecord.cpy".
       fd  RUN-LOCK-FILE.
       copy "RunLockRecord.cpy".
       fd  CALENDAR-FILE.
       copy "CalendarRecord.cpy".
       fd  SCAN-RULE-FILE.
       copy "ScanRuleRecord.cpy".
       fd  SPOOL-SCAN-FILE.
       01  SPOOL-SCAN-LINE  PIC X(250).
       fd  STREAM-HISTORY-FILE.
       copy "StreamRunRecord.cpy".
       local-storage section.
       copy "AuditLogRecord.cpy".
       copy "AuditSealParms.cpy".
       copy "ResourceClassParms.cpy".
       01 WS-STREAM-EOF     PIC X(1) VALUE "N".
           88 STREAM-AT-END VALUE "Y".
      *> Symbolic-date state for &TODAY / &PREVBUS / &MONTHEND in step
       01 WS-LAST-GOOD-RC   PIC S9(4) VALUE 0.
       01 WS-STEP-PROGRAM   PIC X(50) VALUE SPACES.
       01 WS-STEP-PARMS     PIC X(60) VALUE SPACES.
       01 WS-STEP-LABEL     PIC X(8) VALUE SPACES.
       01 WS-STEP-ELIGIBLE  PIC X(1) VALUE "N".
           88 STEP-IS-ELIGIBLE VALUE "Y".
       01 WS-STEP-OK        PIC X(1) VALUE "N".
           88 STEP-LOCK-TAKEN VALUE "Y".
       01 WS-CKPT-EXISTS    PIC X(1) VALUE "N".
           88 CKPT-ON-FILE  VALUE "Y".
      *> The stream file's fingerprint, taken as the run starts and
      *> written with every checkpoint (see StreamSigParms.cpy).
       copy "StreamSigParms.cpy".
       01 WS-STREAM-FINGERPRINT
                            PIC X(18) VALUE SPACES.
       01 WS-STREAM-STEPS   PIC 9(4) VALUE 0.
       01 WS-STEP-LINE      PIC X(80) VALUE SPACES.
       01 WS-SPOOL-STAMP    PIC X(21) VALUE SPACES.
       01 WS-STEP-LOCK-NAME PIC X(200) VALUE SPACES.
       01 WS-STEP-END-STAMP PIC X(21) VALUE SPACES.
      *> This run's history state - the same B / S / E lines
      *> 0470-0474 write in STARTPROG.Main.
       01 WS-STRMHIST-EOF   PIC X(1) VALUE "N".
           88 STRMHIST-AT-END VALUE "Y".
       01 WS-RUN-ID-PARTS.
           05 WS-RUN-ID-STAMP PIC X(14).
           05 WS-RUN-ID-PID  PIC 9(4).
           05 WS-RUN-ID-SEQ  PIC 9(2).
       01 WS-RUN-PID        PIC S9(9) COMP-5 VALUE 0.
       01 WS-RUN-START-STAMP
                            PIC X(21) VALUE SPACES.
       01 WS-RUN-END-STAMP  PIC X(21) VALUE SPACES.
       01 WS-HIST-STATE     PIC X(1) VALUE SPACE.
       01 WS-HIST-NOW       PIC X(21) VALUE SPACES.
       01 WS-HIST-RAN       PIC 9(4) VALUE 0.
       01 WS-HIST-SKIPPED   PIC 9(4) VALUE 0.
       01 WS-HIST-REFUSED   PIC 9(4) VALUE 0.
       01 WS-SPOOL-HEADER   PIC X(120) VALUE SPACES.
      *> Parallel-group state, the same collection, launch, wait and
      *> checkpoint scheme 0460-0466 use in STARTPROG.Main: members
      *> start as separate launcher processes ("<program> <parms>")
      *> that take their own lock, spool, audit and run-statistics
      *> lines, and the line read past a group waits in
      *> WS-PENDING-LINE.
       01 WS-PENDING-LINE   PIC X(134) VALUE SPACES.
       01 WS-LINE-PENDING   PIC X(1) VALUE "N".
           88 STREAM-LINE-PENDING VALUE "Y".
       01 WS-PRIOR-STEP-PROG
                            PIC X(50) VALUE SPACES.
       01 WS-PRIOR-STEP-LABEL
                            PIC X(8) VALUE SPACES.
       01 WS-IN-GROUP       PIC X(1) VALUE "N".
           88 RUNNING-PARALLEL-GROUP VALUE "Y".
       01 WS-GRP-TAG        PIC X(8) VALUE SPACES.
       01 WS-GRP-COUNT      PIC 9(4) VALUE 0.
       01 WS-GRP-IDX        PIC 9(4) VALUE 0.
       01 WS-GRP-DUP-IDX    PIC 9(4) VALUE 0.
       01 WS-GRP-FIRST-STEP PIC 9(4) VALUE 0.
       01 WS-GRP-ENTRY-RC   PIC S9(4) VALUE 0.
       01 WS-GRP-ENTRY-MAX-RC
                            PIC S9(4) VALUE 0.
       01 WS-GRP-WORST-RC   PIC S9(4) VALUE 0.
       01 WS-GRP-RAN        PIC X(1) VALUE "N".
           88 GROUP-MEMBER-RAN VALUE "Y".
       01 WS-GRP-COLLECTING PIC X(1) VALUE "N".
           88 GROUP-STILL-COLLECTING VALUE "Y".
       01 WS-GRP-TABLE.
           05 WS-GRP-MEMBER OCCURS 20 TIMES.
              10 WS-GRP-LINE     PIC X(134).
              10 WS-GRP-STEP     PIC 9(4).
              10 WS-GRP-PROG     PIC X(50).
              10 WS-GRP-LOCK     PIC X(200).
              10 WS-GRP-STATE    PIC X(1).
                 88 GRP-MEMBER-DONE-EARLIER VALUE "C".
                 88 GRP-MEMBER-SKIPPED      VALUE "S".
                 88 GRP-MEMBER-STARTED      VALUE "P".
                 88 GRP-MEMBER-FINISHED     VALUE "F".
              10 WS-GRP-RC       PIC S9(4).
       01 WS-GRP-DONE-FLAGS PIC X(20) VALUE SPACES.
       01 WS-GRP-ARGS       PIC X(120) VALUE SPACES.
       01 WS-GRP-STEP-TEXT  PIC X(4) VALUE SPACES.
       01 WS-GRP-EXIT-CODE  PIC S9(9) COMP-5 VALUE 0.
       01 WS-CKPT-GROUP-START
                            PIC 9(4) VALUE 0.
       01 WS-CKPT-GROUP-DONE
                            PIC X(20) VALUE SPACES.
       01 grpProcs type "System.Diagnostics.Process" occurs 20.
       01 grpStartInfo type "System.Diagnostics.ProcessStartInfo".
       01 spoolWriter type "System.IO.StreamWriter".
       01 savedConsoleOut type "System.IO.TextWriter".
       procedure division using by value sender as object
                           e as type
                           "System.ComponentModel.DoWorkEventArgs".
           move spaces to WS-SPOOL-FILE-NAME
           move spaces to WS-RUN-ID
           move "N" to WS-STREAM-REFUSED
           move "N" to WS-STREAM-CKPT-FAILED
           move spaces to WS-STREAM-HIST-FAILED
           move spaces to WS-STREAM-HELD-BY
           move spaces to WS-BUSY-CLASS WS-BUSY-HOLDER
           move 0 to WS-STREAM-FINAL-RC
           move 0 to WS-LAST-GOOD-RC

              end-if
              close RUN-LOCK-FILE
           end-if
      *>   The stream's resource classes - its own and those of every
      *>   program it runs - are held for the whole run, so a class
      *>   at its limit refuses the stream before its first step
      *>   rather than at the step that needs the resource.
           if not STREAM-RUN-REFUSED
              move "A" to RCLP-FUNCTION
              move "S" to RCLP-RESOURCE-KIND
              move WS-STREAM-PATH to RCLP-RESOURCE-NAME
              move WS-OPERATOR-ID to RCLP-OPERATOR-ID
              call "RESCLASS" using RESOURCE-CLASS-PARMS
              if not RCLP-GRANTED
                 move RCLP-BUSY-CLASS to WS-BUSY-CLASS
                 move RCLP-BUSY-HOLDER to WS-BUSY-HOLDER
                 move "Y" to WS-STREAM-REFUSED
                 move 12 to WS-STREAM-FINAL-RC
                 perform 0487-RELEASE-STREAM-LOCK
              end-if
           end-if
           if STREAM-RUN-REFUSED
              move "JOBSTREAM" to WS-STEP-PROGRAM
              move WS-STREAM-PATH to WS-STEP-PARMS
              move 16 to WS-STEP-RC
              perform 0480-STREAM-AUDIT-ENTRY
           else
              move WS-STREAM-PATH to SSIG-STREAM-PATH
              move 0 to SSIG-AT-STEP
              move spaces to SSIG-FIND-LABEL
              call "STRMSIG" using STREAM-SIG-PARMS
              move SSIG-FINGERPRINT to WS-STREAM-FINGERPRINT
              move SSIG-STEP-COUNT to WS-STREAM-STEPS
              perform 0481-BEGIN-STREAM-RUN
              perform until STREAM-AT-END or STREAM-ABORTED
                 if STREAM-LINE-PENDING
                    move WS-PENDING-LINE to JOB-STREAM-RECORD
                    move "N" to WS-LINE-PENDING
                    perform 0401-RUN-STREAM-LINE
                 else
                    read JOB-STREAM-FILE
                       at end
                          move "Y" to WS-STREAM-EOF
                       not at end
                          perform 0401-RUN-STREAM-LINE
                    end-read
                 end-if
              end-perform
              close JOB-STREAM-FILE
      *>      Same completion rule as 0440-CHECKPOINT-CLOSE in
                    move "Y" to WS-STREAM-CKPT-FAILED
                 end-if
              end-if
              perform 0483-END-STREAM-RUN
           end-if
           close CHECKPOINT-FILE

           perform 0487-RELEASE-STREAM-LOCK
           goback.

      *> Releases the stream lock and the stream's resource-class
      *> places.
       0487-RELEASE-STREAM-LOCK.
           open i-o RUN-LOCK-FILE
           if WS-RUNLOCK-STATUS = "00"
              move WS-STREAM-PATH to RLOCK-RESOURCE-NAME
              end-if
              close RUN-LOCK-FILE
           end-if
           move "R" to RCLP-FUNCTION
           move "S" to RCLP-RESOURCE-KIND
           move WS-STREAM-PATH to RCLP-RESOURCE-NAME
           call "RESCLASS" using RESOURCE-CLASS-PARMS.

      *> One line from the stream file: a plain step, or the first
      *> line of a parallel group, which 0490 collects and runs as a
      *> set the way 0460-RUN-PARALLEL-GROUP does in STARTPROG.Main.
       0401-RUN-STREAM-LINE.
           add 1 to WS-STEP-NUMBER
           if JS-PARALLEL-GROUP not = spaces
              perform 0490-RUN-PARALLEL-GROUP
           else
              perform 0400-RUN-ONE-STREAM-STEP
              move JS-PROGRAM-NAME to WS-PRIOR-STEP-PROG
              move JS-STEP-LABEL to WS-PRIOR-STEP-LABEL
           end-if.

       0400-RUN-ONE-STREAM-STEP.
           move spaces to WS-SPOOL-FILE-NAME
           move JS-PROGRAM-NAME to WS-STEP-PROGRAM
           move JS-PARAMETERS to WS-STEP-PARMS
           move JS-STEP-LABEL to WS-STEP-LABEL
           if WS-STEP-NUMBER <= WS-STREAM-RESUME-FROM
              perform 0460-REPORT-STEP-STATE-CKPT
              move "C" to WS-HIST-STATE
              perform 0482-WRITE-STEP-HISTORY
           else
              perform 0410-EVALUATE-STEP-CONDITION
              if not STEP-IS-ELIGIBLE
                 perform 0461-REPORT-STEP-STATE-SKIP
                 move "S" to WS-HIST-STATE
                 perform 0482-WRITE-STEP-HISTORY
              else
      *>         Symbolic dates resolve before anything else, as in
      *>         STARTPROG.Main: a step whose date parameters do not
                    perform 0450-TRACK-STREAM-FINAL-RC
                    perform 0480-STREAM-AUDIT-ENTRY
                    perform 0466-REPORT-STEP-STATE-NODATE
                    move "F" to WS-HIST-STATE
                    perform 0482-WRITE-STEP-HISTORY
                 else
                 perform 0420-VALIDATE-STREAM-STEP
                 if not STEP-IS-RUNNABLE
                    perform 0450-TRACK-STREAM-FINAL-RC
                    perform 0480-STREAM-AUDIT-ENTRY
                    perform 0462-REPORT-STEP-STATE-REFUSED
                    move "F" to WS-HIST-STATE
                    perform 0482-WRITE-STEP-HISTORY
                 else
                    move WS-STEP-PROGRAM to WS-STEP-LOCK-NAME
                    perform 0430-LOCK-AND-CALL-STEP
                 end-if
                 end-if

       0420-VALIDATE-STREAM-STEP.
           move "N" to WS-STEP-OK
           if self::"ProgramIsLaunchable"(WS-STEP-PROGRAM)
              move "Y" to WS-STEP-OK
           end-if
           if STEP-IS-RUNNABLE
              if not self::"OperatorMayRun"(WS-STEP-PROGRAM)
                 move "N" to WS-STEP-OK
              open i-o RUN-LOCK-FILE
           end-if
           if WS-RUNLOCK-STATUS = "00"
              move WS-STEP-LOCK-NAME to RLOCK-RESOURCE-NAME
              read RUN-LOCK-FILE key is RLOCK-RESOURCE-NAME
              if WS-RUNLOCK-STATUS not = "00"
                 move WS-STEP-LOCK-NAME to RLOCK-RESOURCE-NAME
                 move WS-OPERATOR-ID to RLOCK-OPERATOR-ID
                 move function current-date to RLOCK-ACQUIRED-TS
                 write RUN-LOCK-RECORD
              perform 0450-TRACK-STREAM-FINAL-RC
              perform 0480-STREAM-AUDIT-ENTRY
              perform 0463-REPORT-STEP-STATE-LOCKED
              move "F" to WS-HIST-STATE
              perform 0482-WRITE-STEP-HISTORY
           else
              perform 0464-REPORT-STEP-STATE-RUNNING
      *>      Per-step spool, named like the single-launch spools so
              try
                 set spoolWriter to new "System.IO.StreamWriter"
                    (FUNCTION TRIM(WS-SPOOL-FILE-NAME))
                 move spaces to WS-SPOOL-HEADER
                 string "STARTPROG RUN ID " WS-RUN-ID " STEP "
                     WS-STEP-NUMBER " " FUNCTION TRIM(JS-STEP-LABEL)
                     " " FUNCTION TRIM(WS-STEP-PROGRAM)
                     delimited by size into WS-SPOOL-HEADER
                 invoke spoolWriter::"WriteLine"
                    (FUNCTION TRIM(WS-SPOOL-HEADER))
                 invoke type "System.Console"::"SetOut"(spoolWriter)
              catch
                 set spoolWriter to null
              end-try
              call WS-STEP-PROGRAM using WS-STEP-PARMS
              move return-code to WS-STEP-RC
              move function current-date to WS-STEP-END-STAMP
              if spoolWriter not = null
                 invoke type "System.Console"::"SetOut"
                    (savedConsoleOut)
              move WS-STEP-RC to WS-LAST-GOOD-RC
              open i-o RUN-LOCK-FILE
              if WS-RUNLOCK-STATUS = "00"
                 move WS-STEP-LOCK-NAME to RLOCK-RESOURCE-NAME
                 read RUN-LOCK-FILE key is RLOCK-RESOURCE-NAME
                 if WS-RUNLOCK-STATUS = "00"
                    delete RUN-LOCK-FILE record
              end-if
              perform 0450-TRACK-STREAM-FINAL-RC
              perform 0480-STREAM-AUDIT-ENTRY
              move "R" to WS-HIST-STATE
              perform 0482-WRITE-STEP-HISTORY
      *>      As in STARTPROG.Main: once any step has failed, a later
      *>      clean ALWAYS step must not advance the checkpoint past
      *>      the failure, or the resume prompt would offer to skip
      *>      work that never ran. A parallel-group member run here
      *>      leaves the checkpoint to the group as a whole.
              if WS-STEP-RC = 0 and WS-STREAM-FINAL-RC = 0
                 and not RUNNING-PARALLEL-GROUP
                 perform 0440-WRITE-STEP-CHECKPOINT
              end-if
              perform 0465-REPORT-STEP-STATE-DONE
      *> file, escalating WS-STEP-RC the way 0257-SCAN-RUN-SPOOL
      *> escalates a CLI launch's code: a match makes a cleaner code
      *> a 4 (W rule) or an 8 (F rule) before conditions, the
      *> checkpoint and the audit line see it. The run-ID line at the
      *> top of the spool is the launcher's own and is not scanned.
       0435-SCAN-STEP-SPOOL.
           if WS-SCAN-STATE = space
              perform 0436-LOAD-SCAN-RULES
                       at end
                          move "Y" to WS-SPOOLSCAN-EOF
                       not at end
                          if SPOOL-SCAN-LINE(1:17) not =
                                "STARTPROG RUN ID "
                             perform 0437-MATCH-SPOOL-LINE
                          end-if
                    end-read
                 end-perform
                 close SPOOL-SCAN-FILE
           move WS-STEP-RC      to CKPT-LAST-RETURN-CODE
           move function current-date to CKPT-LAST-UPDATE-TS
           move "I" to CKPT-STATUS
           move WS-CKPT-GROUP-START to CKPT-GROUP-START-STEP
           move WS-CKPT-GROUP-DONE  to CKPT-GROUP-DONE
           move WS-STEP-LABEL   to CKPT-LAST-STEP-LABEL
           move WS-STREAM-FINGERPRINT to CKPT-STREAM-FINGERPRINT
           move WS-STREAM-STEPS to CKPT-STREAM-STEP-COUNT
           if CKPT-ON-FILE
              rewrite CHECKPOINT-RECORD
           else
               (WS-STEP-NUMBER, FUNCTION TRIM(WS-STEP-LINE)).

       0480-STREAM-AUDIT-ENTRY.
           move spaces to AUDIT-LOG-RECORD
           move function current-date  to ALOG-TIMESTAMP
           move WS-OPERATOR-ID         to ALOG-OPERATOR-ID
           move WS-STEP-PROGRAM        to ALOG-PROGRAM-NAME
           move WS-STEP-RC             to ALOG-RETURN-CODE
           move WS-STEP-PARMS          to ALOG-PARAMETERS
           move WS-SPOOL-FILE-NAME     to ALOG-SPOOL-FILE
           move WS-RUN-ID              to ALOG-RUN-ID
           move "N"                    to ASEAL-FUNCTION
           move WS-AUDIT-LOG-PATH      to ASEAL-LOG-PATH
           call "AUDSEAL" using AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.

      *> Run history for the stream, as 0470-0474 keep it in
      *> STARTPROG.Main: a fresh run ID once the stream has its lock
      *> and its file is open, and the run's B line with the resume
      *> point the operator accepted.
       0481-BEGIN-STREAM-RUN.
           move function current-date to WS-RUN-START-STAMP
           if WS-RUN-SEQ = 99
              move 0 to WS-RUN-SEQ
           else
              add 1 to WS-RUN-SEQ
           end-if
           try
              move type "System.Diagnostics.Process"
                 ::"GetCurrentProcess"()::"Id" to WS-RUN-PID
           catch
              move 0 to WS-RUN-PID
           end-try
           move WS-RUN-START-STAMP(1:14) to WS-RUN-ID-STAMP
           compute WS-RUN-ID-PID = function mod(WS-RUN-PID, 10000)
           move WS-RUN-SEQ to WS-RUN-ID-SEQ
           move WS-RUN-ID-PARTS to WS-RUN-ID
           move spaces to WS-RUN-END-STAMP
           move 0 to WS-HIST-RAN WS-HIST-SKIPPED WS-HIST-REFUSED
           move "B" to WS-HIST-STATE
           perform 0484-WRITE-RUN-HISTORY.

      *> One step line for the run; the caller sets WS-HIST-STATE.
      *> A step that ran carries its spool stamp and end stamp and
      *> its spool name, anything else is stamped now.
       0482-WRITE-STEP-HISTORY.
           move spaces to STREAM-RUN-RECORD
           move WS-RUN-ID          to SRUN-RUN-ID
           move "S"                to SRUN-RECORD-TYPE
           move WS-STEP-NUMBER     to SRUN-STEP-NUMBER
           move JS-STEP-LABEL      to SRUN-STEP-LABEL
           move WS-STEP-PROGRAM    to SRUN-STEP-PROGRAM
           move WS-HIST-STATE      to SRUN-STEP-STATE
           move WS-STEP-PARMS      to SRUN-STEP-PARMS
           if SRUN-STEP-RAN or SRUN-STEP-REFUSED
              move WS-STEP-RC to SRUN-STEP-RC
           else
              move 0 to SRUN-STEP-RC
           end-if
           if SRUN-STEP-RAN
              move WS-SPOOL-STAMP(1:14)    to SRUN-STEP-START-TS
              move WS-STEP-END-STAMP(1:14) to SRUN-STEP-END-TS
              move WS-SPOOL-FILE-NAME      to SRUN-STEP-SPOOL
           else
              move function current-date to WS-HIST-NOW
              move WS-HIST-NOW(1:14) to SRUN-STEP-START-TS
                                        SRUN-STEP-END-TS
           end-if
           perform 0485-APPEND-RUN-HISTORY.

      *> Closes the run: counts its step lines, parallel-group
      *> members' own included, writes the E line with the stream's
      *> final code and drops the run ID.
       0483-END-STREAM-RUN.
           move 0 to WS-HIST-RAN WS-HIST-SKIPPED WS-HIST-REFUSED
           move "N" to WS-STRMHIST-EOF
           open input STREAM-HISTORY-FILE
           if WS-STRMHIST-STATUS = "00"
              perform until STRMHIST-AT-END
                 read STREAM-HISTORY-FILE
                    at end
                       move "Y" to WS-STRMHIST-EOF
                    not at end
                       if SRUN-RUN-ID = WS-RUN-ID
                          and SRUN-STEP-LINE
                          evaluate true
                             when SRUN-STEP-RAN
                                add 1 to WS-HIST-RAN
                             when SRUN-STEP-SKIPPED
                                  or SRUN-STEP-DONE-EARLIER
                                add 1 to WS-HIST-SKIPPED
                             when SRUN-STEP-REFUSED
                                add 1 to WS-HIST-REFUSED
                          end-evaluate
                       end-if
                 end-read
              end-perform
              close STREAM-HISTORY-FILE
           end-if
           move function current-date to WS-RUN-END-STAMP
           move "E" to WS-HIST-STATE
           perform 0484-WRITE-RUN-HISTORY
           move spaces to WS-RUN-ID.

      *> The run's B or E line (WS-HIST-STATE says which).
       0484-WRITE-RUN-HISTORY.
           move spaces to STREAM-RUN-RECORD
           move WS-RUN-ID               to SRUN-RUN-ID
           move WS-HIST-STATE           to SRUN-RECORD-TYPE
           move WS-RUN-START-STAMP(1:14) to SRUN-START-TS
           move WS-RUN-END-STAMP(1:14)  to SRUN-END-TS
           move WS-OPERATOR-ID          to SRUN-OPERATOR-ID
           move "W"                     to SRUN-HOW
           move WS-STREAM-RESUME-FROM   to SRUN-RESUME-STEP
           move WS-HIST-RAN             to SRUN-STEPS-RUN
           move WS-HIST-SKIPPED         to SRUN-STEPS-SKIPPED
           move WS-HIST-REFUSED         to SRUN-STEPS-REFUSED
           if SRUN-RUN-ENDED
              move WS-STREAM-FINAL-RC to SRUN-WORST-RC
           else
              move 0 to SRUN-WORST-RC
           end-if
           move WS-STREAM-PATH          to SRUN-STREAM-PATH
           perform 0485-APPEND-RUN-HISTORY.

      *> Created only when missing, as STARTPROG.Main's 0474 does: an
      *> open refused while another run has the file must not
      *> truncate every stream's history. A line that cannot be
      *> written is kept for the status text once the stream ends.
       0485-APPEND-RUN-HISTORY.
           open extend STREAM-HISTORY-FILE
           if WS-STRMHIST-STATUS = "35"
              open output STREAM-HISTORY-FILE
           end-if
           if WS-STRMHIST-STATUS not = "00"
              move WS-STRMHIST-STATUS to WS-STREAM-HIST-FAILED
           else
              write STREAM-RUN-RECORD
              if WS-STRMHIST-STATUS not = "00"
                 move WS-STRMHIST-STATUS to WS-STREAM-HIST-FAILED
              end-if
              close STREAM-HISTORY-FILE
           end-if.

      *> Runs one parallel group: the whole group is read, every
      *> member is judged against the code the stream brought into
      *> the group, eligible members are validated here (so a refusal
      *> shows in the list the same way a serial step's does) and
      *> started as separate processes, and only then are they
      *> waited for. Members a restart already has are reported as
      *> checkpointed and not started.
       0490-RUN-PARALLEL-GROUP.
           perform 0491-COLLECT-GROUP-MEMBERS
           move WS-LAST-GOOD-RC to WS-GRP-ENTRY-RC
           move WS-STREAM-FINAL-RC to WS-GRP-ENTRY-MAX-RC
           move 0 to WS-GRP-WORST-RC
           move "N" to WS-GRP-RAN
           move "Y" to WS-IN-GROUP
           move spaces to WS-GRP-DONE-FLAGS
           perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
              move WS-GRP-LINE(WS-GRP-IDX) to JOB-STREAM-RECORD
              move WS-GRP-STEP(WS-GRP-IDX) to WS-STEP-NUMBER
              move WS-GRP-ENTRY-RC to WS-LAST-GOOD-RC
              move "S" to WS-GRP-STATE(WS-GRP-IDX)
              move 0 to WS-GRP-RC(WS-GRP-IDX)
              move spaces to WS-SPOOL-FILE-NAME
              move JS-PROGRAM-NAME to WS-STEP-PROGRAM
              move JS-PARAMETERS to WS-STEP-PARMS
              evaluate true
                 when WS-STEP-NUMBER <= WS-STREAM-RESUME-FROM
                    move "C" to WS-GRP-STATE(WS-GRP-IDX)
                    perform 0460-REPORT-STEP-STATE-CKPT
                    move "C" to WS-HIST-STATE
                    perform 0482-WRITE-STEP-HISTORY
                 when WS-STREAM-RESUME-GROUP = WS-GRP-FIRST-STEP
                  and WS-STREAM-RESUME-DONE(WS-GRP-IDX:1) = "Y"
                    move "C" to WS-GRP-STATE(WS-GRP-IDX)
                    perform 0460-REPORT-STEP-STATE-CKPT
                    move "C" to WS-HIST-STATE
                    perform 0482-WRITE-STEP-HISTORY
                 when other
                    perform 0410-EVALUATE-STEP-CONDITION
                    if not STEP-IS-ELIGIBLE
                       perform 0461-REPORT-STEP-STATE-SKIP
                       move "S" to WS-HIST-STATE
                       perform 0482-WRITE-STEP-HISTORY
                    else
                       perform 0492-START-GROUP-MEMBER
                    end-if
              end-evaluate
              if GRP-MEMBER-DONE-EARLIER(WS-GRP-IDX)
                 move "Y" to WS-GRP-DONE-FLAGS(WS-GRP-IDX:1)
              end-if
           end-perform
           perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
              perform 0493-WAIT-GROUP-MEMBER
           end-perform
           perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
              if GRP-MEMBER-FINISHED(WS-GRP-IDX)
                 move "Y" to WS-GRP-RAN
                 move WS-GRP-RC(WS-GRP-IDX) to WS-STEP-RC
                 perform 0450-TRACK-STREAM-FINAL-RC
                 perform 0494-TRACK-GROUP-WORST-RC
                 if WS-GRP-RC(WS-GRP-IDX) = 0
                    move "Y" to WS-GRP-DONE-FLAGS(WS-GRP-IDX:1)
                 end-if
              end-if
           end-perform
           move "N" to WS-IN-GROUP
           move WS-GRP-STEP(WS-GRP-COUNT) to WS-STEP-NUMBER
           if GROUP-MEMBER-RAN
              move WS-GRP-WORST-RC to WS-LAST-GOOD-RC
           else
              move WS-GRP-ENTRY-RC to WS-LAST-GOOD-RC
           end-if
           perform 0495-CHECKPOINT-PARALLEL-GROUP
           move WS-GRP-PROG(WS-GRP-COUNT) to WS-PRIOR-STEP-PROG
           move WS-GRP-LINE(WS-GRP-COUNT)(111:8) to WS-PRIOR-STEP-LABEL.

      *> Reads ahead for as long as the lines carry the group's tag,
      *> up to 20 members; the first line that does not belong is
      *> parked for the main loop. A repeated program is interlocked
      *> under "<program>:<label>" (or the step number), as in
      *> STARTPROG.Main.
       0491-COLLECT-GROUP-MEMBERS.
           move JS-PARALLEL-GROUP to WS-GRP-TAG
           move WS-STEP-NUMBER to WS-GRP-FIRST-STEP
           move 0 to WS-GRP-COUNT
           perform 0496-ADD-GROUP-MEMBER
           move "Y" to WS-GRP-COLLECTING
           perform until not GROUP-STILL-COLLECTING
              read JOB-STREAM-FILE
                 at end
                    move "Y" to WS-STREAM-EOF
                    move "N" to WS-GRP-COLLECTING
                 not at end
                    if JS-PARALLEL-GROUP = WS-GRP-TAG
                       and WS-GRP-COUNT < 20
                       add 1 to WS-STEP-NUMBER
                       perform 0496-ADD-GROUP-MEMBER
                    else
                       move JOB-STREAM-RECORD to WS-PENDING-LINE
                       move "Y" to WS-LINE-PENDING
                       move "N" to WS-GRP-COLLECTING
                    end-if
              end-read
           end-perform.

       0496-ADD-GROUP-MEMBER.
           add 1 to WS-GRP-COUNT
           move JOB-STREAM-RECORD to WS-GRP-LINE(WS-GRP-COUNT)
           move WS-STEP-NUMBER to WS-GRP-STEP(WS-GRP-COUNT)
           move JS-PROGRAM-NAME to WS-GRP-PROG(WS-GRP-COUNT)
           move JS-PROGRAM-NAME to WS-GRP-LOCK(WS-GRP-COUNT)
           perform varying WS-GRP-DUP-IDX from 1 by 1
                   until WS-GRP-DUP-IDX >= WS-GRP-COUNT
              if WS-GRP-PROG(WS-GRP-DUP-IDX) = JS-PROGRAM-NAME
                 move spaces to WS-GRP-LOCK(WS-GRP-COUNT)
                 if JS-STEP-LABEL not = spaces
                    string FUNCTION TRIM(JS-PROGRAM-NAME) ":"
                        FUNCTION TRIM(JS-STEP-LABEL)
                        delimited by size
                        into WS-GRP-LOCK(WS-GRP-COUNT)
                 else
                    string FUNCTION TRIM(JS-PROGRAM-NAME) ":"
                        WS-STEP-NUMBER
                        delimited by size
                        into WS-GRP-LOCK(WS-GRP-COUNT)
                 end-if
              end-if
           end-perform.

      *> Resolves, validates and starts one member. A member whose
      *> process cannot be started runs here instead, through the
      *> serial step's own lock-and-call under the member's lock
      *> name (which leaves the checkpoint to the group).
       0492-START-GROUP-MEMBER.
           perform 0415-RESOLVE-STEP-PARMS
           if SYMBOL-SUBSTITUTION-FAILED
              move 16 to WS-STEP-RC
              perform 0480-STREAM-AUDIT-ENTRY
              perform 0466-REPORT-STEP-STATE-NODATE
              move "F" to WS-HIST-STATE
              perform 0482-WRITE-STEP-HISTORY
              move 16 to WS-GRP-RC(WS-GRP-IDX)
              move "F" to WS-GRP-STATE(WS-GRP-IDX)
           else
              perform 0420-VALIDATE-STREAM-STEP
              if not STEP-IS-RUNNABLE
                 move 16 to WS-STEP-RC
                 perform 0480-STREAM-AUDIT-ENTRY
                 perform 0462-REPORT-STEP-STATE-REFUSED
                 move "F" to WS-HIST-STATE
                 perform 0482-WRITE-STEP-HISTORY
                 move 16 to WS-GRP-RC(WS-GRP-IDX)
                 move "F" to WS-GRP-STATE(WS-GRP-IDX)
              else
                 move spaces to WS-GRP-ARGS
                 string FUNCTION TRIM(WS-STEP-PROGRAM) " "
                     FUNCTION TRIM(WS-STEP-PARMS)
                     delimited by size into WS-GRP-ARGS
                 move WS-STEP-NUMBER to WS-GRP-STEP-TEXT
                 try
                    set grpStartInfo to new
                        "System.Diagnostics.ProcessStartInfo"()
                    set grpStartInfo::"FileName" to
                        type "System.Diagnostics.Process"
                        ::"GetCurrentProcess"()::"MainModule"
                        ::"FileName"
                    set grpStartInfo::"Arguments" to
                        FUNCTION TRIM(WS-GRP-ARGS)
                    set grpStartInfo::"UseShellExecute" to false
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Remove"("STARTPROG_STEP_LOCK")
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Add"("STARTPROG_STEP_LOCK",
                        FUNCTION TRIM(WS-GRP-LOCK(WS-GRP-IDX)))
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Remove"("STARTPROG_STEP_NUMBER")
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Add"("STARTPROG_STEP_NUMBER",
                        WS-GRP-STEP-TEXT)
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Remove"("STARTPROG_RUN_ID")
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Add"("STARTPROG_RUN_ID", WS-RUN-ID)
                    invoke grpStartInfo::"EnvironmentVariables"
                        ::"Remove"("STARTPROG_STEP_LABEL")
                    if JS-STEP-LABEL not = spaces
                       invoke grpStartInfo::"EnvironmentVariables"
                           ::"Add"("STARTPROG_STEP_LABEL",
                           FUNCTION TRIM(JS-STEP-LABEL))
                    end-if
                    set grpProcs(WS-GRP-IDX) to
                        type "System.Diagnostics.Process"
                        ::"Start"(grpStartInfo)
                    move "P" to WS-GRP-STATE(WS-GRP-IDX)
                    perform 0464-REPORT-STEP-STATE-RUNNING
                 catch
                    move WS-GRP-LOCK(WS-GRP-IDX) to WS-STEP-LOCK-NAME
                    perform 0430-LOCK-AND-CALL-STEP
                    move WS-STEP-RC to WS-GRP-RC(WS-GRP-IDX)
                    move "F" to WS-GRP-STATE(WS-GRP-IDX)
                 end-try
              end-if
           end-if.

      *> Waits for one started member and reports its exit code (the
      *> program's return code after the child's spool scan) on the
      *> member's own line. A lost process counts as a failure.
       0493-WAIT-GROUP-MEMBER.
           if GRP-MEMBER-STARTED(WS-GRP-IDX)
              try
                 invoke grpProcs(WS-GRP-IDX)::"WaitForExit"()
                 move grpProcs(WS-GRP-IDX)::"ExitCode"
                    to WS-GRP-EXIT-CODE
                 move WS-GRP-EXIT-CODE to WS-GRP-RC(WS-GRP-IDX)
                 invoke grpProcs(WS-GRP-IDX)::"Dispose"()
              catch
                 move 16 to WS-GRP-RC(WS-GRP-IDX)
              end-try
              move "F" to WS-GRP-STATE(WS-GRP-IDX)
              move WS-GRP-LINE(WS-GRP-IDX) to JOB-STREAM-RECORD
              move WS-GRP-STEP(WS-GRP-IDX) to WS-STEP-NUMBER
              move WS-GRP-RC(WS-GRP-IDX) to WS-STEP-RC
              perform 0465-REPORT-STEP-STATE-DONE
           end-if.

       0494-TRACK-GROUP-WORST-RC.
           if WS-GRP-WORST-RC >= 0
              if WS-STEP-RC < 0
                 move WS-STEP-RC to WS-GRP-WORST-RC
              else
                 if WS-STEP-RC > WS-GRP-WORST-RC
                    move WS-STEP-RC to WS-GRP-WORST-RC
                 end-if
              end-if
           end-if.

      *> Same rule as 0465-CHECKPOINT-PARALLEL-GROUP in
      *> STARTPROG.Main: a clean group advances the checkpoint past
      *> its last member; a failed group entered while the checkpoint
      *> was still tracking stays at the step before the group with
      *> the members that finished cleanly flagged.
       0495-CHECKPOINT-PARALLEL-GROUP.
           if WS-STREAM-FINAL-RC = 0 and not STREAM-ABORTED
              move WS-GRP-PROG(WS-GRP-COUNT) to WS-STEP-PROGRAM
              move WS-GRP-LINE(WS-GRP-COUNT)(111:8) to WS-STEP-LABEL
              move 0 to WS-STEP-RC
              move 0 to WS-CKPT-GROUP-START
              move spaces to WS-CKPT-GROUP-DONE
              perform 0440-WRITE-STEP-CHECKPOINT
           else
              if WS-GRP-ENTRY-MAX-RC = 0 and not STREAM-ABORTED
                 move WS-GRP-FIRST-STEP to WS-CKPT-GROUP-START
                 move WS-GRP-DONE-FLAGS to WS-CKPT-GROUP-DONE
                 compute WS-STEP-NUMBER = WS-GRP-FIRST-STEP - 1
                 move WS-PRIOR-STEP-PROG to WS-STEP-PROGRAM
                 move WS-PRIOR-STEP-LABEL to WS-STEP-LABEL
                 move 0 to WS-STEP-RC
                 perform 0440-WRITE-STEP-CHECKPOINT
                 move WS-GRP-STEP(WS-GRP-COUNT) to WS-STEP-NUMBER
                 move 0 to WS-CKPT-GROUP-START
                 move spaces to WS-CKPT-GROUP-DONE
              end-if
           end-if.
       end method "StreamWorker_DoWork".

      *> Marshaled to the UI thread for every ReportProgress call:
                 string "Stream is already running, started by "
                     FUNCTION TRIM(WS-STREAM-HELD-BY)
                     delimited by size into WS-STATUS-MESSAGE
              else
              if WS-BUSY-CLASS not = spaces
                 string "Stream refused - resource "
                     FUNCTION TRIM(WS-BUSY-CLASS)
                     " is in use by "
                     FUNCTION TRIM(WS-BUSY-HOLDER)
                     delimited by size into WS-STATUS-MESSAGE
              else
                 string "Stream refused - run-lock file unavailable"
                     delimited by size into WS-STATUS-MESSAGE
              end-if
              end-if
           else
              if STREAM-CKPT-REWRITE-FAILED
                 string "Stream ran, but the checkpoint completion "
                     "rewrite failed - inspect it with CKPTUTIL"
                     delimited by size into WS-STATUS-MESSAGE
              else
              if WS-STREAM-HIST-FAILED not = spaces
                 string "Stream finished with return code "
                     WS-STREAM-FINAL-RC
                     " - run history not written (status "
                     WS-STREAM-HIST-FAILED ")"
                     delimited by size into WS-STATUS-MESSAGE
              else
                 string "Stream finished with return code "
                     WS-STREAM-FINAL-RC
                     delimited by size into WS-STATUS-MESSAGE
              end-if
              end-if
           end-if
           set StatusLabel::"Text" to FUNCTION TRIM(WS-STATUS-MESSAGE)
      *>   Same rule as the single-run handler: no spool from this
           select HOLD-FILE assign to WS-HOLDS-PATH
               organization line sequential
               file status is WS-HOLDS-STATUS.
       data division.
       file section.
       fd  HOLD-FILE.
       copy "HoldRecord.cpy".
       local-storage section.
       copy "AuditLogRecord.cpy".
       copy "AuditSealParms.cpy".
       01 WS-HOLDS-EOF      PIC X(1) VALUE "N".
           88 HOLDS-AT-END  VALUE "Y".
       01 WS-HOLD-TABLE.
           end-if.

       0530-AUDIT-HOLD-ACTION.
           move spaces to AUDIT-LOG-RECORD
           move function current-date  to ALOG-TIMESTAMP
           move WS-OPERATOR-ID         to ALOG-OPERATOR-ID
           move WS-HOLD-ACTION         to ALOG-PROGRAM-NAME
           move 0                      to ALOG-RETURN-CODE
           move WS-TARGET-PATH(1:60)   to ALOG-PARAMETERS
           move spaces                 to ALOG-SPOOL-FILE
           move spaces                 to ALOG-RUN-ID
           move "N"                    to ASEAL-FUNCTION
           move WS-AUDIT-LOG-PATH      to ASEAL-LOG-PATH
           call "AUDSEAL" using AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.
       end method "HoldStreamButton_Click".

      *> Guards against an operator closing the launcher window while a
