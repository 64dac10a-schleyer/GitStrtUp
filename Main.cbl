       environment division.
       input-output section.
       file-control.
           select JOB-STREAM-FILE assign to WS-JOB-STREAM-PATH
               organization line sequential
               file status is WS-JOBSTREAM-STATUS.
           select SPOOL-SCAN-FILE assign to WS-SPOOL-FILE-NAME
               organization line sequential
               file status is WS-SPOOLSCAN-STATUS.
           select PROGRAM-REGISTRY-FILE assign to WS-REGISTRY-PATH
               organization is indexed
               access mode is dynamic
               record key is REG-PROGRAM-NAME
               file status is WS-REGISTRY-STATUS.
           select TRIGGER-MARK-FILE assign to WS-TRIG-MARK-PATH
               organization line sequential
               file status is WS-TRIG-MARK-STATUS.
           select TRIGGER-WAIT-FILE assign to WS-TRIGWAIT-PATH
               organization line sequential
               file status is WS-TRIGWAIT-STATUS.
           select RESOURCE-WAIT-FILE assign to WS-RESWAIT-PATH
               organization line sequential
               file status is WS-RESWAIT-STATUS.
           select DISPATCH-LOG-FILE assign to WS-DISPATCH-PATH
               organization line sequential
               file status is WS-DISPATCH-STATUS.
           select MISSED-WINDOW-FILE assign to WS-MISSED-PATH
               organization line sequential
               file status is WS-MISSED-STATUS.
           select SCHED-BEAT-FILE assign to WS-SCHED-BEAT-PATH
               organization line sequential
               file status is WS-SCHED-BEAT-STATUS.
           select STREAM-HISTORY-FILE assign to WS-STRMHIST-PATH
               organization line sequential
               file status is WS-STRMHIST-STATUS.
       data division.
       file section.
       fd  JOB-STREAM-FILE.
       copy "JobStreamRecord.cpy".
      *> Alternate full-width view of the same record area, so the
      *> VERIFY pass can see content that runs past the 134 columns
      *> the step layout defines.
       01  JOB-STREAM-RAW-LINE   PIC X(250).
       fd  CHECKPOINT-FILE.
       copy "ScanRuleRecord.cpy".
       fd  SPOOL-SCAN-FILE.
       01  SPOOL-SCAN-LINE       PIC X(250).
       fd  PROGRAM-REGISTRY-FILE.
       copy "ProgramRegistry.cpy".
       fd  TRIGGER-MARK-FILE.
       01  TRIGGER-MARK-LINE     PIC X(300).
       fd  TRIGGER-WAIT-FILE.
       copy "TriggerWaitRecord.cpy".
       fd  RESOURCE-WAIT-FILE.
       copy "ResourceWaitRecord.cpy".
       fd  DISPATCH-LOG-FILE.
       copy "DispatchLogRecord.cpy".
       fd  MISSED-WINDOW-FILE.
       copy "MissedWindowRecord.cpy".
       fd  SCHED-BEAT-FILE.
       01  SCHED-BEAT-LINE       PIC X(80).
       fd  STREAM-HISTORY-FILE.
       copy "StreamRunRecord.cpy".
       local-storage section.
       01 WS-COMMAND-LINE   PIC X(250) VALUE SPACES.
       01 WS-CMDLINE-PTR    PIC 9(4)  VALUE 1.
       01 WS-TOKEN-RAW      PIC X(250) VALUE SPACES.
       01 WS-PROGRAM-AUTHORIZED
                             PIC X(1)  VALUE "N".
           88 PROGRAM-IS-AUTHORIZED VALUE "Y".
      *> Program-registry lookup (see ProgramRegistry.cpy). The file
      *> is read by key at every validation, so a REGMAINT change is
      *> honored by the very next launch - including by a scheduler
      *> that has been up for weeks.
       01 WS-REGISTRY-PATH   PIC X(200) VALUE "STARTPROG-REGISTRY.DAT".
       01 WS-REGISTRY-STATUS PIC X(2)  VALUE "00".
       01 WS-REG-LOOKUP      PIC X(50) VALUE SPACES.
       01 WS-REG-EFFECTIVE   PIC X(8)  VALUE SPACES.
       01 WS-REG-NOW         PIC X(21) VALUE SPACES.
       01 WS-REG-STATE       PIC X(1)  VALUE SPACE.
           88 REG-LOOKUP-LAUNCHABLE VALUE "Y".
           88 REG-LOOKUP-NOT-FOUND  VALUE "N".
           88 REG-LOOKUP-DISABLED   VALUE "D".
           88 REG-LOOKUP-PENDING    VALUE "P".
           88 REGISTRY-FILE-MISSING VALUE "M".
           88 REGISTRY-FILE-UNREADABLE VALUE "U".
       01 WS-OPERATOR-ID     PIC X(20) VALUE SPACES.
       01 WS-AUDIT-LOG-PATH  PIC X(200) VALUE "STARTPROG-AUDIT.LOG".
      *> Every audit line is built here and sealed and appended by
      *> AUDSEAL, which holds the audit-log lock while it does.
       copy "AuditLogRecord.cpy".
       copy "AuditSealParms.cpy".
       01 WS-JOB-STREAM-PATH PIC X(200) VALUE SPACES.
       01 WS-JOBSTREAM-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-VERIFY-PTR      PIC 9(4)  VALUE 1.
       01 WS-VERIFY-ERRORS   PIC 9(4)  VALUE 0.
       01 WS-VERIFY-WARNINGS PIC 9(4)  VALUE 0.
       01 WS-VERIFY-GRP-TAG  PIC X(8)  VALUE SPACES.
       01 WS-VERIFY-GRP-COUNT
                             PIC 9(4)  VALUE 0.
       01 WS-CHECKPOINT-PATH PIC X(200) VALUE
           "STARTPROG-CHECKPOINT.DAT".
       01 WS-CHECKPOINT-STATUS
       01 WS-CHECKPOINT-EXISTS
                             PIC X(1)  VALUE "N".
           88 CHECKPOINT-RECORD-EXISTS VALUE "Y".
      *> Stream-file fingerprint (see CheckpointRecord.cpy and
      *> StreamSigParms.cpy), taken when the stream starts and written
      *> with every checkpoint. An in-progress checkpoint whose
      *> fingerprint no longer matches the file refuses the resume
      *> unless the operator ran "JOBSTREAM RESYNC <file>", which
      *> moves the resume point to wherever the checkpoint's step
      *> label now sits.
       copy "StreamSigParms.cpy".
       01 WS-STREAM-FINGERPRINT
                             PIC X(18) VALUE SPACES.
       01 WS-STREAM-STEPS    PIC 9(4)  VALUE 0.
       01 WS-PRIOR-STEP-LABEL
                             PIC X(8)  VALUE SPACES.
       01 WS-RESUME-REFUSED  PIC X(1)  VALUE "N".
           88 RESUME-IS-REFUSED VALUE "Y".
       01 WS-RESYNC-WANTED   PIC X(1)  VALUE "N".
           88 RESYNC-REQUESTED VALUE "Y".
       01 WS-RESYNC-TARGET   PIC X(1)  VALUE "N".
           88 RESYNC-TARGET-FOUND VALUE "Y".
       01 WS-RESYNC-DELTA    PIC S9(4) VALUE 0.
      *> Parallel step groups (see JobStreamRecord.cpy). Consecutive
      *> lines with the same group tag are collected into
      *> WS-GRP-TABLE, started together as separate launcher
      *> processes ("<program> <parms>", a console single launch, so
      *> each member takes its own run lock, spool, audit line and
      *> run-statistics line) and waited for as a set. The line read
      *> one past the end of a group is parked in WS-PENDING-LINE for
      *> the main loop to process next. A member process is told its
      *> lock name, step number and label through the STARTPROG_STEP_*
      *> environment variables, and the stream's run ID through
      *> STARTPROG_RUN_ID, all picked up by 0055.
       01 WS-PENDING-LINE    PIC X(250) VALUE SPACES.
       01 WS-LINE-PENDING    PIC X(1)  VALUE "N".
           88 STREAM-LINE-PENDING VALUE "Y".
       01 WS-PRIOR-STEP-PROG PIC X(50) VALUE SPACES.
       01 WS-GRP-TAG         PIC X(8)  VALUE SPACES.
       01 WS-GRP-COUNT       PIC 9(4)  VALUE 0.
       01 WS-GRP-IDX         PIC 9(4)  VALUE 0.
       01 WS-GRP-DUP-IDX     PIC 9(4)  VALUE 0.
       01 WS-GRP-FIRST-STEP  PIC 9(4)  VALUE 0.
       01 WS-GRP-ENTRY-RC    PIC S9(4) VALUE 0.
       01 WS-GRP-ENTRY-MAX-RC
                             PIC S9(4) VALUE 0.
       01 WS-GRP-WORST-RC    PIC S9(4) VALUE 0.
       01 WS-GRP-RAN         PIC X(1)  VALUE "N".
           88 GROUP-MEMBER-RAN VALUE "Y".
       01 WS-GRP-COLLECTING  PIC X(1)  VALUE "N".
           88 GROUP-STILL-COLLECTING VALUE "Y".
       01 WS-GRP-TABLE.
           05 WS-GRP-MEMBER OCCURS 20 TIMES.
              10 WS-GRP-LINE       PIC X(250).
              10 WS-GRP-STEP       PIC 9(4).
              10 WS-GRP-PROG       PIC X(50).
              10 WS-GRP-LOCK       PIC X(200).
              10 WS-GRP-STATE      PIC X(1).
                 88 GRP-MEMBER-DONE-EARLIER VALUE "C".
                 88 GRP-MEMBER-SKIPPED      VALUE "S".
                 88 GRP-MEMBER-STARTED      VALUE "P".
                 88 GRP-MEMBER-FINISHED     VALUE "F".
              10 WS-GRP-RC         PIC S9(4).
       01 WS-GRP-DONE-FLAGS  PIC X(20) VALUE SPACES.
       01 WS-GRP-ARGS        PIC X(120) VALUE SPACES.
       01 WS-RESUME-GROUP-START
                             PIC 9(4)  VALUE 0.
       01 WS-RESUME-GROUP-DONE
                             PIC X(20) VALUE SPACES.
       01 WS-CKPT-GROUP-START
                             PIC 9(4)  VALUE 0.
       01 WS-CKPT-GROUP-DONE PIC X(20) VALUE SPACES.
       01 WS-MEMBER-LOCK     PIC X(200) VALUE SPACES.
       01 WS-MEMBER-STEP     PIC X(4)  VALUE SPACES.
      *> Stream-run history (see StreamRunRecord.cpy). WS-RUN-ID is
      *> set while a stream runs - by 0470 in the process running the
      *> stream, or from the STARTPROG_RUN_ID environment variable in
      *> a parallel-group member's child launcher - and goes onto
      *> every audit, run-statistics and spool line written meanwhile.
      *> WS-RUN-HOW says how the run was started; a stream the
      *> scheduler starts as a child process is told so through
      *> STARTPROG_STARTED_BY, picked up by 0055.
       01 WS-STRMHIST-PATH   PIC X(200) VALUE "STARTPROG-STRMHIST.DAT".
       01 WS-STRMHIST-STATUS PIC X(2)  VALUE "00".
       01 WS-STRMHIST-EOF    PIC X(1)  VALUE "N".
           88 STRMHIST-AT-END VALUE "Y".
       01 WS-RUN-ID          PIC X(20) VALUE SPACES.
       01 WS-RUN-ID-PARTS.
           05 WS-RUN-ID-STAMP PIC X(14).
           05 WS-RUN-ID-PID  PIC 9(4).
           05 WS-RUN-ID-SEQ  PIC 9(2).
       01 WS-RUN-SEQ         PIC 9(2)  VALUE 0.
       01 WS-RUN-PID         PIC S9(9) COMP-5 VALUE 0.
       01 WS-RUN-HOW         PIC X(1)  VALUE "C".
       01 WS-RUN-STARTED-BY  PIC X(10) VALUE SPACES.
       01 WS-RUN-START-STAMP PIC X(21) VALUE SPACES.
       01 WS-RUN-END-STAMP   PIC X(21) VALUE SPACES.
       01 WS-STEP-LABEL      PIC X(8)  VALUE SPACES.
       01 WS-HIST-STATE      PIC X(1)  VALUE SPACE.
       01 WS-HIST-PROGRAM    PIC X(50) VALUE SPACES.
       01 WS-HIST-PARMS      PIC X(60) VALUE SPACES.
       01 WS-HIST-NOW        PIC X(21) VALUE SPACES.
       01 WS-HIST-RAN        PIC 9(4)  VALUE 0.
       01 WS-HIST-SKIPPED    PIC 9(4)  VALUE 0.
       01 WS-HIST-REFUSED    PIC 9(4)  VALUE 0.
       01 WS-SPOOL-HEADER    PIC X(120) VALUE SPACES.
       01 grpProcs type "System.Diagnostics.Process" occurs 20.
       01 grpStartInfo type "System.Diagnostics.ProcessStartInfo".
       01 WS-OPERAUTH-PATH   PIC X(200) VALUE "STARTPROG-OPERAUTH.DAT".
       01 WS-OPERAUTH-STATUS PIC X(2)  VALUE "00".
       01 WS-OPERAUTH-EOF    PIC X(1)  VALUE "N".
           88 RUN-LOCK-ACQUIRED VALUE "Y".
       01 WS-STREAM-LOCKED   PIC X(1)  VALUE "N".
           88 STREAM-LOCK-HELD VALUE "Y".
      *> Resource classes (see ResourceClassRecord.cpy): a launch that
      *> takes a run lock also takes a place in every class it needs,
      *> through RESCLASS. WS-LOCK-KIND says whether WS-LOCK-RESOURCE
      *> is a stream path (the stream then needs the classes of every
      *> program it runs too) or a program. A launch that is a step
      *> of a stream run takes no places of its own - its stream
      *> took them for the whole run.
       01 WS-LOCK-KIND       PIC X(1)  VALUE "P".
           88 LOCKING-A-STREAM VALUE "S".
       copy "ResourceClassParms.cpy".
       01 WS-RUNSTATS-PATH   PIC X(200) VALUE "STARTPROG-RUNSTATS.DAT".
       01 WS-RUNSTATS-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNSTATS-EOF    PIC X(1)  VALUE "N".
                                 PIC X(1).
              10 WS-SCHED-HELD-NOTED
                                 PIC X(1).
              10 WS-SCHED-TRIGGER
                                 PIC X(200).
              10 WS-SCHED-DEADLINE
                                 PIC X(4).
              10 WS-SCHED-TRIG-HIT
                                 PIC X(200).
              10 WS-SCHED-FILE-NOTED
                                 PIC X(1).
              10 WS-SCHED-LATE-NOTED
                                 PIC X(1).
              10 WS-SCHED-FILE-WAIT
                                 PIC X(1).
              10 WS-SCHED-RES-WAIT
                                 PIC X(1).
              10 WS-SCHED-RES-CLASS
                                 PIC X(12).
              10 WS-SCHED-RES-SINCE
                                 PIC X(14).
       01 WS-SCHED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-SCHED-SAVE-TABLE.
           05 WS-SAVE-ENTRY OCCURS 50 TIMES
              10 WS-SAVE-WAITING PIC X(1).
              10 WS-SAVE-HELD-NOTED
                                 PIC X(1).
              10 WS-SAVE-TRIGGER PIC X(200).
              10 WS-SAVE-DEADLINE
                                 PIC X(4).
              10 WS-SAVE-TRIG-HIT
                                 PIC X(200).
              10 WS-SAVE-FILE-NOTED
                                 PIC X(1).
              10 WS-SAVE-LATE-NOTED
                                 PIC X(1).
              10 WS-SAVE-FILE-WAIT
                                 PIC X(1).
              10 WS-SAVE-RES-WAIT
                                 PIC X(1).
              10 WS-SAVE-RES-CLASS
                                 PIC X(12).
              10 WS-SAVE-RES-SINCE
                                 PIC X(14).
       01 WS-SCHED-SAVE-COUNT
                             PIC 9(4)  VALUE 0.
      *> Concurrent-dispatch state: each due stream is started as a
       01 reapKeys type "System.Collections.ArrayList".
       01 WS-REAP-SUB        PIC S9(9) COMP-5 VALUE 0.
       01 WS-REAP-STREAM     PIC X(200) VALUE SPACES.
       01 WS-REAP-LOCKED     PIC X(1)  VALUE "N".
           88 REAPED-STREAM-LOCKED VALUE "Y".
       01 WS-DEP-SUB         PIC 9(4)  VALUE 0.
       01 WS-DEP-CLEAR       PIC X(1)  VALUE "Y".
           88 STREAM-DEPENDENCY-CLEAR VALUE "Y".
      *> File-arrival trigger state (see SCH-TRIGGER-FILE in
      *> ScheduleRecord.cpy). The trigger name is split into its
      *> directory and its (possibly wildcarded) file-name part for
      *> the directory listing; a match is fresh when it has no
      *> .CONSUMED marker beside it, or has been replaced since the
      *> marker was written. WS-SCHED-TRIG-HIT in the schedule table
      *> remembers the file that armed an entry, so the marker goes
      *> on exactly that file when the stream finally starts - which
      *> for an entry also waiting on an AFTER stream may be polls
      *> later. The wait file (see TriggerWaitRecord.cpy) is only
      *> written while some entry uses a trigger, or to clear the
      *> lines the last scan left behind.
       01 WS-TRIG-IN-USE     PIC X(1)  VALUE "N".
           88 TRIGGERS-IN-USE VALUE "Y".
       01 WS-TRIG-FOUND      PIC X(1)  VALUE "N".
           88 TRIGGER-FILE-ARRIVED VALUE "Y".
       01 WS-TRIG-DIR        PIC X(200) VALUE SPACES.
       01 WS-TRIG-PATTERN    PIC X(200) VALUE SPACES.
       01 WS-TRIG-SLASH-POS  PIC 9(4)  VALUE 0.
       01 WS-TRIG-IDX        PIC 9(4)  VALUE 0.
       01 WS-TRIG-NAME-LEN   PIC 9(4)  VALUE 0.
       01 WS-TRIG-CANDIDATE  PIC X(200) VALUE SPACES.
       01 trigFiles type "System.String" occurs any.
       01 trigFile type "System.String".
       01 trigMarker type "System.String".
       01 trigFileTime type "System.DateTime".
       01 trigMarkTime type "System.DateTime".
       01 WS-TRIG-SUB        PIC S9(9) COMP-5 VALUE 0.
       01 WS-TRIG-MARK-PATH  PIC X(210) VALUE SPACES.
       01 WS-TRIG-MARK-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-TRIG-NOW        PIC X(21) VALUE SPACES.
       01 WS-TRIG-DEADLINE   PIC X(4)  VALUE SPACES.
       01 WS-TRIG-HHMM.
           05 WS-TRIG-HH     PIC 9(2).
           05 WS-TRIG-MI     PIC 9(2).
       01 WS-TRIG-START-MINS PIC 9(4)  VALUE 0.
       01 WS-TRIG-NOW-MINS   PIC 9(4)  VALUE 0.
       01 WS-TRIG-DUE-MINS   PIC 9(4)  VALUE 0.
       01 WS-TRIG-END-MINS   PIC 9(4)  VALUE 0.
       01 WS-TRIGWAIT-PATH   PIC X(200) VALUE "STARTPROG-TRIGWAIT.DAT".
       01 WS-TRIGWAIT-STATUS PIC X(2)  VALUE "00".
       01 WS-TRIGWAIT-WRITTEN
                             PIC 9(4)  VALUE 0.
      *> Resource-class queueing (see ResourceClassRecord.cpy and
      *> ResourceWaitRecord.cpy). Before a stream is started the
      *> scheduler takes its class places for it, so two streams due
      *> in the same poll cannot both see the last place free; the
      *> child launcher finds the places already under its own name
      *> and keeps them. A stream whose class is full is queued, not
      *> refused: WS-SCHED-RES-WAIT marks it, with the class and the
      *> time it was queued, and 0534-DISPATCH-WAITING-STREAMS tries
      *> it again every poll in schedule order - ahead of anything
      *> newly due - until the class frees.
       01 WS-RES-RESERVED    PIC X(1)  VALUE "N".
           88 STREAM-RESOURCES-RESERVED VALUE "Y".
       01 WS-RESWAIT-PATH    PIC X(200) VALUE "STARTPROG-RESWAIT.DAT".
       01 WS-RESWAIT-STATUS  PIC X(2)  VALUE "00".
       01 WS-RESWAIT-WRITTEN PIC 9(4)  VALUE 0.
       01 WS-RESWAIT-DUE     PIC 9(4)  VALUE 0.
       01 WS-RESWAIT-NOW     PIC X(21) VALUE SPACES.
      *> Missed-window state (see DispatchLogRecord.cpy and
      *> MissedWindowRecord.cpy). The heartbeat file holds the stamp
      *> of the scheduler's latest poll, rewritten every poll, so a
      *> scheduler started after an outage knows how long it was away;
      *> a gap of more than WS-MISS-GAP-MINS minutes between two polls
      *> of a running scheduler is treated the same way. The look-back
      *> is capped at WS-MISS-LOOKBACK-DAYS days of calendar.
       01 WS-DISPATCH-PATH   PIC X(200) VALUE "STARTPROG-DISPATCH.DAT".
       01 WS-DISPATCH-STATUS PIC X(2)  VALUE "00".
       01 WS-DISPATCH-EOF    PIC X(1)  VALUE "N".
           88 DISPATCH-LOG-AT-END VALUE "Y".
       01 WS-MISSED-PATH     PIC X(200) VALUE "STARTPROG-MISSED.DAT".
       01 WS-MISSED-STATUS   PIC X(2)  VALUE "00".
       01 WS-MISSED-EOF      PIC X(1)  VALUE "N".
           88 MISSED-FILE-AT-END VALUE "Y".
       01 WS-SCHED-BEAT-PATH PIC X(200) VALUE
           "STARTPROG-SCHEDBEAT.DAT".
       01 WS-SCHED-BEAT-STATUS
                             PIC X(2)  VALUE "00".
       01 WS-SCHED-BEAT-WARNED
                             PIC X(1)  VALUE "N".
       01 WS-MISS-STARTUP    PIC X(1)  VALUE "Y".
           88 MISS-CHECK-AT-STARTUP VALUE "Y".
       01 WS-MISS-LAST-POLL  PIC X(14) VALUE SPACES.
       01 WS-MISS-NOW        PIC X(21) VALUE SPACES.
       01 WS-MISS-STAMP      PIC X(21) VALUE SPACES.
       01 WS-MISS-NOW-MINS   PIC 9(11) VALUE 0.
       01 WS-MISS-LAST-MINS  PIC 9(11) VALUE 0.
       01 WS-MISS-CLOSE-MINS PIC 9(11) VALUE 0.
       01 WS-MISS-GAP-MINS   PIC 9(4)  VALUE 5.
       01 WS-MISS-LOOKBACK-DAYS
                             PIC 9(4)  VALUE 31.
       01 WS-MISS-FROM-INT   PIC 9(8)  VALUE 0.
       01 WS-MISS-TO-INT     PIC 9(8)  VALUE 0.
       01 WS-MISS-DAY-INT    PIC 9(8)  VALUE 0.
       01 WS-MISS-DATE-NUM   PIC 9(8)  VALUE 0.
       01 WS-MISS-FROM-DATE  PIC X(8)  VALUE SPACES.
       01 WS-MISS-TO-DATE    PIC X(8)  VALUE SPACES.
       01 WS-MISS-INST-DATE  PIC X(8)  VALUE SPACES.
       01 WS-MISS-CUTOFF     PIC X(8)  VALUE SPACES.
       01 WS-MISS-HHMM.
           05 WS-MISS-HH     PIC 9(2).
           05 WS-MISS-MI     PIC 9(2).
       01 WS-MISS-CARRY-ME   PIC X(1)  VALUE "N".
       01 WS-MISS-CARRY-QE   PIC X(1)  VALUE "N".
       01 WS-MDAY-TABLE.
           05 WS-MDAY-ENTRY OCCURS 40 TIMES
                             INDEXED BY WS-MDAY-IDX.
              10 WS-MDAY-DATE    PIC X(8).
              10 WS-MDAY-TYPE    PIC X(1).
              10 WS-MDAY-ME      PIC X(1).
              10 WS-MDAY-QE      PIC X(1).
       01 WS-MDAY-COUNT      PIC 9(4)  VALUE 0.
       01 WS-DISP-TABLE.
           05 WS-DISP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-DISP-IDX.
              10 WS-DISP-DATE    PIC X(8).
              10 WS-DISP-START   PIC X(4).
              10 WS-DISP-END     PIC X(4).
              10 WS-DISP-STREAM  PIC X(200).
       01 WS-DISP-COUNT      PIC 9(4)  VALUE 0.
       01 WS-DISP-OVERFLOW   PIC X(1)  VALUE "N".
       01 WS-DISP-NEW-DATE   PIC X(8)  VALUE SPACES.
       01 WS-DISP-NEW-START  PIC X(4)  VALUE SPACES.
       01 WS-DISP-NEW-END    PIC X(4)  VALUE SPACES.
       01 WS-DISP-NEW-SELECT PIC X(1)  VALUE SPACE.
       01 WS-DISP-NEW-HOW    PIC X(1)  VALUE SPACE.
       01 WS-DISP-NEW-STREAM PIC X(200) VALUE SPACES.
       01 WS-MISS-DISPATCHED PIC X(1)  VALUE "N".
           88 MISS-INSTANCE-DISPATCHED VALUE "Y".
       01 WS-MISS-RECORDED   PIC X(1)  VALUE "N".
           88 MISS-INSTANCE-RECORDED VALUE "Y".
       01 WS-MISS-TABLE.
           05 WS-MISS-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-MISS-IDX.
              10 WS-MISS-DATE    PIC X(8).
              10 WS-MISS-START   PIC X(4).
              10 WS-MISS-END     PIC X(4).
              10 WS-MISS-SELECT  PIC X(1).
              10 WS-MISS-STAT    PIC X(1).
              10 WS-MISS-FOUND   PIC X(14).
              10 WS-MISS-SETTLED PIC X(14).
              10 WS-MISS-BY      PIC X(20).
              10 WS-MISS-RC      PIC S9(4).
              10 WS-MISS-STREAM  PIC X(200).
              10 WS-MISS-PICKED  PIC X(1).
       01 WS-MISS-COUNT      PIC 9(4)  VALUE 0.
       01 WS-MISS-LOAD-STATE PIC X(1)  VALUE "N".
           88 MISSED-FILE-LOADED VALUE "Y".
           88 MISSED-FILE-UNUSABLE VALUE "E".
       01 WS-MISS-REWRITE-OK PIC X(1)  VALUE "Y".
           88 MISSED-FILE-REWRITTEN VALUE "Y".
       01 WS-MISS-FOUND-COUNT
                             PIC 9(4)  VALUE 0.
       01 WS-MISS-OPEN-COUNT PIC 9(4)  VALUE 0.
       01 WS-MISS-RUN-COUNT  PIC 9(4)  VALUE 0.
       01 WS-MISS-NEXT       PIC 9(4)  VALUE 0.
       01 WS-MISS-WORST-RC   PIC S9(4) VALUE 0.
       01 WS-MISS-STOP       PIC X(1)  VALUE "N".
           88 CATCHUP-STOPPED VALUE "Y".
       01 WS-MISS-SAVE-PARMS PIC X(60) VALUE SPACES.
       01 WS-MISS-ARG-ACTION PIC X(10) VALUE SPACES.
       01 WS-MISS-ARG-DATE   PIC X(8)  VALUE SPACES.
       01 WS-MISS-ARG-STREAM PIC X(60) VALUE SPACES.
       01 WS-MISS-PTR        PIC 9(4)  VALUE 1.
      *> Scheduler-originated audit lines (a consumed trigger, a late
      *> feed) go through 0300-WRITE-AUDIT-LOG under an event name of
      *> their own; the scheduler's own command and parameters are
      *> put back afterwards.
       01 WS-EVENT-SAVE-PROG PIC X(50) VALUE SPACES.
       01 WS-EVENT-SAVE-PARMS
                             PIC X(60) VALUE SPACES.
       01 WS-EVENT-SAVE-RC   PIC S9(4) VALUE 0.
       01 WS-EVENT-SAVE-SPOOL
                             PIC X(52) VALUE SPACES.
       01 WS-EVENT-NAME      PIC X(50) VALUE SPACES.
       01 WS-EVENT-PARMS     PIC X(60) VALUE SPACES.
       01 WS-EVENT-RC        PIC S9(4) VALUE 0.
      *> Symbolic-date state for the &TODAY / &PREVBUS / &MONTHEND
      *> tokens in step parameters (see JobStreamRecord.cpy). The
      *> values are read from the same processing calendar the
       01 WS-SCAN-POS        PIC 9(4)  VALUE 0.
       01 WS-SCAN-WORST      PIC X(1)  VALUE SPACE.
       01 WS-SYM-FOR-DATE    PIC X(8)  VALUE SPACES.
       01 WS-SYM-AS-OF-DATE  PIC X(8)  VALUE SPACES.
       01 WS-SYM-TODAY       PIC X(8)  VALUE SPACES.
       01 WS-SYM-PREVBUS     PIC X(8)  VALUE SPACES.
       01 WS-SYM-MONTHEND    PIC X(8)  VALUE SPACES.
           88 ALERT-IS-WARNING VALUE "W".
           88 ALERT-IS-FAILURE VALUE "F".
           88 ALERT-IS-ABORT   VALUE "A".
           88 ALERT-IS-FEED-LATE VALUE "L".
           88 ALERT-IS-MISSED-WINDOW VALUE "M".
       01 WS-ALERT-STREAM    PIC X(200) VALUE SPACES.
       01 WS-ALERT-TRIGGER   PIC X(200) VALUE SPACES.
       01 WS-ALERT-DEADLINE  PIC X(4)  VALUE SPACES.
       01 WS-ALERT-MISSED-DATE
                             PIC X(8)  VALUE SPACES.
       01 WS-ALERT-WINDOW    PIC X(9)  VALUE SPACES.
       01 WS-ALERT-RC        PIC S9(4) VALUE 0.
       01 WS-ALERT-STAMP     PIC X(21) VALUE SPACES.
      *> Per-process drop-file sequence: two alerts raised inside one
       procedure division.

           PERFORM 0050-GET-OPERATOR-ID.
           PERFORM 0055-GET-GROUP-MEMBER-CONTEXT.
           PERFORM 0010-VALIDATE-STARTUP-ENVIRONMENT.
           IF NOT STARTUP-ENVIRONMENT-OK
              DISPLAY "STARTPROG.Main: startup environment validation "
                    IF CALL-PROG = "RELEASE"
                       PERFORM 0565-RELEASE-STREAM
                    ELSE
                    IF CALL-PROG = "CATCHUP"
                       PERFORM 0570-RUN-CATCHUP
                    ELSE
                    IF CALL-PROG = "SCHEDULER"
                       PERFORM 0500-RUN-SCHEDULER
                    ELSE
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
                 MOVE WS-LAST-RETURN-CODE TO RETURN-CODE
              END-IF
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VARIABLE "USER"
           END-IF.

      *> A launch started by a job stream as a member of a parallel
      *> group arrives with its run-lock name and step number in the
      *> environment: the lock name keeps two members that run the
      *> same program from refusing each other, and the step number
      *> gives its spool file the same step-numbered name a serial
      *> stream step gets. A console launch has neither. The member
      *> also gets the stream's run ID and its step label, so its
      *> audit, run-statistics and spool lines belong to the run and
      *> it can write its own step line into the run history. A
      *> stream the scheduler starts as a child process is told so,
      *> for the run history's "how started".
       0055-GET-GROUP-MEMBER-CONTEXT.
           MOVE SPACES TO WS-MEMBER-LOCK WS-MEMBER-STEP.
           ACCEPT WS-MEMBER-LOCK
              FROM ENVIRONMENT-VARIABLE "STARTPROG_STEP_LOCK".
           ACCEPT WS-MEMBER-STEP
              FROM ENVIRONMENT-VARIABLE "STARTPROG_STEP_NUMBER".
           IF WS-MEMBER-STEP IS NUMERIC
              MOVE WS-MEMBER-STEP TO WS-STEP-NUMBER
           END-IF.
           MOVE SPACES TO WS-RUN-ID WS-STEP-LABEL WS-RUN-STARTED-BY.
           ACCEPT WS-RUN-ID
              FROM ENVIRONMENT-VARIABLE "STARTPROG_RUN_ID".
           ACCEPT WS-STEP-LABEL
              FROM ENVIRONMENT-VARIABLE "STARTPROG_STEP_LABEL".
           ACCEPT WS-RUN-STARTED-BY
              FROM ENVIRONMENT-VARIABLE "STARTPROG_STARTED_BY".
           IF WS-RUN-STARTED-BY = "SCHEDULER"
              MOVE "S" TO WS-RUN-HOW
           END-IF.

      *> Checks the prerequisites a launch depends on before the first
      *> CALL is attempted: the directories the audit log and
      *> checkpoint file are written to must exist, and - if present -
           TRY
              SET spoolWriter TO NEW "System.IO.StreamWriter"
                 (FUNCTION TRIM(WS-SPOOL-FILE-NAME))
      *>         A stream step's spool opens with its run ID, written
      *>         to the file only - the console has the run ID from
      *>         the stream's own start message.
              IF WS-RUN-ID NOT = SPACES
                 MOVE SPACES TO WS-SPOOL-HEADER
                 STRING "STARTPROG RUN ID " WS-RUN-ID " STEP "
                    WS-STEP-NUMBER " " FUNCTION TRIM(WS-STEP-LABEL)
                    " " FUNCTION TRIM(CALL-PROG)
                    DELIMITED BY SIZE INTO WS-SPOOL-HEADER
                 INVOKE spoolWriter::"WriteLine"
                    (FUNCTION TRIM(WS-SPOOL-HEADER))
              END-IF
              SET teeWriter TO NEW "STARTPROG.ConsoleTee"
                 (spoolWriter, consoleRealOut)
              INVOKE TYPE "System.Console"::"SetOut"(teeWriter)
      *> an EODCLOSE that closes the day on nothing. Each rule quotes
      *> the first line it matched; an uncaptured run (no spool) has
      *> nothing to scan, and an unreadable spool is reported rather
      *> than treated as clean. The run-ID line 0255 puts at the top
      *> of a stream step's spool is the launcher's, not the
      *> program's, and is not scanned.
       0257-SCAN-RUN-SPOOL.
           IF WS-SCAN-STATE = SPACE
              PERFORM 0258-LOAD-SCAN-RULES
                       AT END
                          MOVE "Y" TO WS-SPOOLSCAN-EOF
                       NOT AT END
                          IF SPOOL-SCAN-LINE(1:17) NOT =
                                "STARTPROG RUN ID "
                             PERFORM 0259-MATCH-SPOOL-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SPOOL-SCAN-FILE
              END-IF
           END-IF.

      *> A launch needs an enabled registry entry whose effective
      *> date has arrived. The one exception is REGMAINT when there
      *> is no registry file at all: something has to be able to
      *> create it (REGMAINT INIT), and it still has to pass the
      *> operator-security check below like any other launch.
       0200-VALIDATE-PROGRAM.
           MOVE "N" TO WS-PROGRAM-AUTHORIZED.
           MOVE CALL-PROG TO WS-REG-LOOKUP.
           PERFORM 0205-READ-REGISTRY-ENTRY.
           EVALUATE TRUE
              WHEN REG-LOOKUP-LAUNCHABLE
                 MOVE "Y" TO WS-PROGRAM-AUTHORIZED
              WHEN REGISTRY-FILE-MISSING AND CALL-PROG = "REGMAINT"
                 DISPLAY "STARTPROG.Main: no program registry at "
                    FUNCTION TRIM(WS-REGISTRY-PATH)
                    " - allowing REGMAINT so it can be created"
                 MOVE "Y" TO WS-PROGRAM-AUTHORIZED
              WHEN REGISTRY-FILE-MISSING
                 DISPLAY "STARTPROG.Main: no program registry at "
                    FUNCTION TRIM(WS-REGISTRY-PATH)
                    " - nothing can be launched until REGMAINT INIT "
                    "creates it"
              WHEN REGISTRY-FILE-UNREADABLE
                 DISPLAY "STARTPROG.Main: program registry "
                    "unreadable (status " WS-REGISTRY-STATUS
                    ") - refusing the launch"
              WHEN REG-LOOKUP-DISABLED
                 DISPLAY "STARTPROG.Main: " FUNCTION TRIM(CALL-PROG)
                    " is disabled in the program registry"
              WHEN REG-LOOKUP-PENDING
                 DISPLAY "STARTPROG.Main: " FUNCTION TRIM(CALL-PROG)
                    " is not launchable until its registry "
                    "effective date " WS-REG-EFFECTIVE
           END-EVALUATE.
           IF PROGRAM-IS-AUTHORIZED
              PERFORM 0210-CHECK-OPERATOR-AUTH
              IF NOT OPERATOR-IS-ENTITLED
              END-IF
           END-IF.

      *> Keyed read of WS-REG-LOOKUP in the registry file, leaving
      *> the verdict in WS-REG-STATE. The file is opened only for the
      *> moment of the read, the same as the run-lock file, so
      *> REGMAINT can update it while launchers are up.
       0205-READ-REGISTRY-ENTRY.
           MOVE "N" TO WS-REG-STATE.
           MOVE SPACES TO WS-REG-EFFECTIVE.
           MOVE FUNCTION CURRENT-DATE TO WS-REG-NOW.
           OPEN INPUT PROGRAM-REGISTRY-FILE.
           EVALUATE WS-REGISTRY-STATUS
              WHEN "35"
                 MOVE "M" TO WS-REG-STATE
              WHEN "00"
                 MOVE WS-REG-LOOKUP TO REG-PROGRAM-NAME
                 READ PROGRAM-REGISTRY-FILE KEY IS REG-PROGRAM-NAME
                 IF WS-REGISTRY-STATUS = "00"
                    MOVE REG-EFFECTIVE-DATE TO WS-REG-EFFECTIVE
                    EVALUATE TRUE
                       WHEN REG-DISABLED
                          MOVE "D" TO WS-REG-STATE
                       WHEN REG-EFFECTIVE-DATE > WS-REG-NOW(1:8)
                          MOVE "P" TO WS-REG-STATE
                       WHEN OTHER
                          MOVE "Y" TO WS-REG-STATE
                    END-EVALUATE
                 END-IF
                 CLOSE PROGRAM-REGISTRY-FILE
              WHEN OTHER
                 MOVE "U" TO WS-REG-STATE
           END-EVALUATE.

      *> Operator entitlement check against the operator-security
      *> file: the signed-on operator needs a line naming CALL-PROG
      *> (or "*" for everything). No security file installed means

       0250-RUN-SINGLE-PROGRAM.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           MOVE "F" TO WS-HIST-STATE.
           PERFORM 0200-VALIDATE-PROGRAM.
           IF PROGRAM-IS-AUTHORIZED
              MOVE CALL-PROG TO WS-LOCK-RESOURCE
              IF WS-MEMBER-LOCK NOT = SPACES
                 MOVE WS-MEMBER-LOCK TO WS-LOCK-RESOURCE
              END-IF
              PERFORM 0280-ACQUIRE-RUN-LOCK
              IF RUN-LOCK-ACQUIRED
                 PERFORM 0260-BEGIN-STEP-TIMING
                 PERFORM 0255-OPEN-RUN-SPOOL
                 CALL CALL-PROG USING WS-CALL-PARMS
                 MOVE RETURN-CODE TO WS-LAST-RETURN-CODE
                 MOVE "R" TO WS-HIST-STATE
                 PERFORM 0256-CLOSE-RUN-SPOOL
                 PERFORM 0257-SCAN-RUN-SPOOL
                 PERFORM 0270-END-STEP-TIMING
                 MOVE CALL-PROG TO WS-LOCK-RESOURCE
                 IF WS-MEMBER-LOCK NOT = SPACES
                    MOVE WS-MEMBER-LOCK TO WS-LOCK-RESOURCE
                 END-IF
                 PERFORM 0290-RELEASE-RUN-LOCK
                 IF WS-LAST-RETURN-CODE NOT = 0
                    DISPLAY "STARTPROG.Main: " CALL-PROG
              MOVE 16 TO WS-LAST-RETURN-CODE
           END-IF.
           PERFORM 0300-WRITE-AUDIT-LOG.
      *>   A launch that is a step of a stream run - serial, a group
      *>   member run inline, or a member's own child launcher -
      *>   records the step in the run history, run or refused.
           IF WS-RUN-ID NOT = SPACES
              MOVE CALL-PROG TO WS-HIST-PROGRAM
              MOVE WS-CALL-PARMS TO WS-HIST-PARMS
              PERFORM 0471-WRITE-STEP-HISTORY
           END-IF.

      *> Run-interlock acquire: records WS-LOCK-RESOURCE (a program
      *> name, or a job-stream path for a whole stream) as in-flight
                 "(status " WS-RUNLOCK-STATUS ") - refusing the "
                 "launch of " FUNCTION TRIM(WS-LOCK-RESOURCE)
           END-IF.
      *>   The resource classes come after the run lock, so a launch
      *>   refused as already running is told that first.
           IF RUN-LOCK-ACQUIRED
              AND (LOCKING-A-STREAM OR WS-RUN-ID = SPACES)
              PERFORM 0282-ACQUIRE-RESOURCE-CLASSES
           END-IF.

      *> Takes a place in every resource class the launch needs (see
      *> ResourceClassRecord.cpy). A class at its limit refuses the
      *> launch with the class and a holder named, the same way an
      *> already-running resource does, and gives back the run lock
      *> just taken; nothing is left half-held.
       0282-ACQUIRE-RESOURCE-CLASSES.
           MOVE "A" TO RCLP-FUNCTION.
           MOVE WS-LOCK-KIND TO RCLP-RESOURCE-KIND.
           MOVE WS-LOCK-RESOURCE TO RCLP-RESOURCE-NAME.
           MOVE WS-OPERATOR-ID TO RCLP-OPERATOR-ID.
           CALL "RESCLASS" USING RESOURCE-CLASS-PARMS.
           IF NOT RCLP-GRANTED
              IF RCLP-CLASS-BUSY
                 DISPLAY "STARTPROG.Main: refused - "
                    FUNCTION TRIM(WS-LOCK-RESOURCE)
                    " needs resource class "
                    FUNCTION TRIM(RCLP-BUSY-CLASS)
                    ", which is at its limit of " RCLP-BUSY-LIMIT
                    " - held by " FUNCTION TRIM(RCLP-BUSY-HOLDER)
              ELSE
                 DISPLAY "STARTPROG.Main: resource classes could not "
                    "be checked (run-lock file status "
                    RCLP-FILE-STATUS ") - refusing the launch of "
                    FUNCTION TRIM(WS-LOCK-RESOURCE)
              END-IF
              PERFORM 0290-RELEASE-RUN-LOCK
              MOVE "N" TO WS-LOCK-ACQUIRED
           END-IF.

      *> Gives back every resource-class place the launch holds.
       0283-RELEASE-RESOURCE-CLASSES.
           MOVE "R" TO RCLP-FUNCTION.
           MOVE WS-LOCK-KIND TO RCLP-RESOURCE-KIND.
           MOVE WS-LOCK-RESOURCE TO RCLP-RESOURCE-NAME.
           MOVE WS-OPERATOR-ID TO RCLP-OPERATOR-ID.
           CALL "RESCLASS" USING RESOURCE-CLASS-PARMS.
           IF RCLP-FILE-ERROR
              DISPLAY "STARTPROG.Main: resource-class release failed "
                 "for " FUNCTION TRIM(WS-LOCK-RESOURCE)
                 " (status " RCLP-FILE-STATUS ") - clear it "
                 "with: UNLOCK " FUNCTION TRIM(WS-LOCK-RESOURCE)
           END-IF.

      *> Unlike 0410-CHECKPOINT-OPEN, the create-on-failure fallback
      *> here is limited to "file not found": an OPEN OUTPUT on any

      *> Operator escape hatch for a lock left behind by a crashed
      *> run ("UNLOCK <resource>" from the command line): shows who
      *> held it and deletes the record, and gives back any
      *> resource-class places held under the same name. A single
      *> stuck place can also be cleared by its own key,
      *> "UNLOCK CLASS:<class>:<holder>", as OPSTATUS lists it.
      *> Deliberately loud about a lock that is not there, so a
      *> mistyped resource name is not mistaken for a successful
      *> clear.
       0285-CLEAR-RUN-LOCK.
           MOVE WS-CALL-PARMS TO WS-LOCK-RESOURCE.
           IF WS-LOCK-RESOURCE = SPACES
                    MOVE 4 TO WS-LAST-RETURN-CODE
                 END-IF
                 CLOSE RUN-LOCK-FILE
      *>         The resource-class places a crashed run left under
      *>         the same name go with its lock.
                 PERFORM 0283-RELEASE-RESOURCE-CLASSES
                 IF RCLP-RELEASED-COUNT > 0
                    DISPLAY "STARTPROG.Main: gave back "
                       RCLP-RELEASED-COUNT " resource-class place(s) "
                       "held by " FUNCTION TRIM(WS-LOCK-RESOURCE)
                    IF WS-LAST-RETURN-CODE = 4
                       MOVE 0 TO WS-LAST-RETURN-CODE
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "STARTPROG.Main: run-lock file unavailable "
                    "(status " WS-RUNLOCK-STATUS ")"
              END-IF
              CLOSE RUN-LOCK-FILE
           END-IF.
           IF LOCKING-A-STREAM OR WS-RUN-ID = SPACES
              PERFORM 0283-RELEASE-RESOURCE-CLASSES
           END-IF.

      *> Captures the wall-clock start of the step about to be CALLed
      *> and, when the run-statistics file holds enough history for
           ELSE
              MOVE 0 TO WS-STEP-ELAPSED-SECS
           END-IF.
      *>   Group members append here at the same time, so the file
      *>   is created only when missing - never truncated because
      *>   another run had it open.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS = "35"
              OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           IF WS-RUNSTATS-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: run-statistics file "
                 "unavailable for " CALL-PROG " (status "
                 WS-RUNSTATS-STATUS ")"
           ELSE
              MOVE CALL-PROG           TO RSTAT-PROGRAM-NAME
              MOVE WS-OPERATOR-ID      TO RSTAT-OPERATOR-ID
              MOVE WS-STEP-START-STAMP(1:14) TO RSTAT-START-TS
              MOVE WS-STEP-END-STAMP(1:14)   TO RSTAT-END-TS
              MOVE WS-STEP-ELAPSED-SECS      TO RSTAT-ELAPSED-SECS
              MOVE WS-LAST-RETURN-CODE       TO RSTAT-RETURN-CODE
              MOVE WS-RUN-ID                 TO RSTAT-RUN-ID
              WRITE RUN-STATS-RECORD
              IF WS-RUNSTATS-STATUS NOT = "00"
                 DISPLAY "STARTPROG.Main: run-statistics write "
                    "failed for " CALL-PROG " (status "
                    WS-RUNSTATS-STATUS ")"
              END-IF
              CLOSE RUN-STATS-FILE
           END-IF.
           IF WS-ALERT-THRESHOLD-SECS > 0
              AND WS-STEP-ELAPSED-SECS > WS-ALERT-THRESHOLD-SECS
              DISPLAY "STARTPROG.Main: LONG RUNNER - " CALL-PROG
                 "average is " WS-STEP-AVG-SECS " seconds"
           END-IF.

      *> The line is built here; AUDSEAL numbers, seals and appends
      *> it under the audit-log lock.
       0300-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALOG-TIMESTAMP.
           MOVE WS-OPERATOR-ID       TO ALOG-OPERATOR-ID.
           MOVE CALL-PROG            TO ALOG-PROGRAM-NAME.
           MOVE WS-LAST-RETURN-CODE  TO ALOG-RETURN-CODE.
           MOVE WS-CALL-PARMS        TO ALOG-PARAMETERS.
           MOVE WS-SPOOL-FILE-NAME   TO ALOG-SPOOL-FILE.
           MOVE WS-RUN-ID            TO ALOG-RUN-ID.
           MOVE "N"                  TO ASEAL-FUNCTION.
           MOVE WS-AUDIT-LOG-PATH    TO ASEAL-LOG-PATH.
           CALL "AUDSEAL" USING AUDIT-SEAL-PARMS AUDIT-LOG-RECORD.
           IF ASEAL-WRITE-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: audit log write failed for "
                 CALL-PROG " (status " ASEAL-WRITE-STATUS ")"
           END-IF.

      *> "JOBSTREAM <file>" executes the stream; "JOBSTREAM VERIFY
      *> <file>" only reads it and reports every problem at once, so
      *> ops can pre-flight the night's streams in the afternoon
      *> instead of discovering a typo in step 14 after steps 1-13
      *> have posted. "JOBSTREAM RESYNC <file>" executes the stream
      *> but accepts a change made to the file since its in-progress
      *> checkpoint was written (see 0422-CHECK-STREAM-CHANGE).
       0400-RUN-JOB-STREAM.
      *>   Audit lines written at stream level (a lock refusal, an
      *>   unopenable file, a verify result) must not inherit the
              END-IF
              PERFORM 0600-VERIFY-JOB-STREAM
           ELSE
      *>       "RESYNC <file>" runs the stream, accepting a change to
      *>       the file since its checkpoint was written (see 0422).
           IF WS-VERIFY-TOKEN = "RESYNC"
              MOVE "Y" TO WS-RESYNC-WANTED
              IF WS-VERIFY-PTR <= LENGTH OF WS-CALL-PARMS
                 MOVE WS-CALL-PARMS(WS-VERIFY-PTR:)
                    TO WS-JOB-STREAM-PATH
              ELSE
                 MOVE SPACES TO WS-JOB-STREAM-PATH
              END-IF
              PERFORM 0401-EXECUTE-JOB-STREAM
           ELSE
              MOVE "N" TO WS-RESYNC-WANTED
              MOVE WS-CALL-PARMS TO WS-JOB-STREAM-PATH
              PERFORM 0401-EXECUTE-JOB-STREAM
           END-IF
           END-IF.

       0401-EXECUTE-JOB-STREAM.
           MOVE "N" TO WS-JOBSTREAM-EOF.
           MOVE "N" TO WS-LINE-PENDING.
           MOVE SPACES TO WS-MEMBER-LOCK WS-PRIOR-STEP-PROG.
           MOVE SPACES TO WS-PRIOR-STEP-LABEL.
           MOVE 0 TO WS-CKPT-GROUP-START.
           MOVE SPACES TO WS-CKPT-GROUP-DONE.
           MOVE 0 TO WS-STEP-NUMBER.
           MOVE 0 TO WS-STREAM-MAX-RC.
           MOVE "N" TO WS-STREAM-ABORT.
      *>       The stream file itself is interlocked, so two
      *>       operators cannot run the same stream concurrently even
      *>       though each step also takes its own program-level lock
      *>       as 0250-RUN-SINGLE-PROGRAM reaches it. The stream lock
      *>       also takes the resource-class places of the stream and
      *>       of every program in it, for the whole run.
              MOVE "N" TO WS-STREAM-LOCKED
              MOVE WS-JOB-STREAM-PATH TO WS-LOCK-RESOURCE
              MOVE "S" TO WS-LOCK-KIND
              PERFORM 0280-ACQUIRE-RUN-LOCK
              MOVE "P" TO WS-LOCK-KIND
              IF NOT RUN-LOCK-ACQUIRED
                 MOVE 12 TO WS-LAST-RETURN-CODE
                 PERFORM 0300-WRITE-AUDIT-LOG
              MOVE "Y" TO WS-STREAM-LOCKED
              PERFORM 0410-CHECKPOINT-OPEN
              PERFORM 0420-CHECKPOINT-READ
              IF RESUME-IS-REFUSED
                 MOVE 12 TO WS-LAST-RETURN-CODE
                 PERFORM 0300-WRITE-AUDIT-LOG
                 CLOSE CHECKPOINT-FILE
              ELSE
              PERFORM 0470-BEGIN-STREAM-RUN
              PERFORM UNTIL JOBSTREAM-AT-END OR STREAM-ABORTED
                 IF STREAM-LINE-PENDING
                    MOVE WS-PENDING-LINE TO JOB-STREAM-RAW-LINE
                    MOVE "N" TO WS-LINE-PENDING
                    PERFORM 0402-PROCESS-STREAM-LINE
                 ELSE
                    READ JOB-STREAM-FILE
                       AT END
                          MOVE "Y" TO WS-JOBSTREAM-EOF
                       NOT AT END
                          PERFORM 0402-PROCESS-STREAM-LINE
                    END-READ
                 END-IF
              END-PERFORM
              MOVE WS-STREAM-MAX-RC TO WS-LAST-RETURN-CODE
              PERFORM 0440-CHECKPOINT-CLOSE
              PERFORM 0472-END-STREAM-RUN
              END-IF
              CLOSE JOB-STREAM-FILE
              IF STREAM-LOCK-HELD
                 MOVE WS-JOB-STREAM-PATH TO WS-LOCK-RESOURCE
                 MOVE "S" TO WS-LOCK-KIND
                 PERFORM 0290-RELEASE-RUN-LOCK
                 MOVE "P" TO WS-LOCK-KIND
                 MOVE "N" TO WS-STREAM-LOCKED
              END-IF
              END-IF
           END-IF.

      *> One step line from the stream file - either a plain step,
      *> run here exactly as it always has been, or the first line of
      *> a parallel group, which 0460 collects and runs as a set.
       0402-PROCESS-STREAM-LINE.
           ADD 1 TO WS-STEP-NUMBER.
           IF JS-PARALLEL-GROUP NOT = SPACES
              PERFORM 0460-RUN-PARALLEL-GROUP
           ELSE
              MOVE JS-STEP-LABEL TO WS-STEP-LABEL
              MOVE JS-PROGRAM-NAME TO WS-HIST-PROGRAM
              MOVE JS-PARAMETERS TO WS-HIST-PARMS
              IF WS-STEP-NUMBER > WS-RESUME-FROM-STEP
                 PERFORM 0405-EVALUATE-STEP-CONDITION
                 IF STEP-IS-ELIGIBLE
                    MOVE JS-PROGRAM-NAME TO CALL-PROG
                    MOVE JS-PARAMETERS TO WS-CALL-PARMS
                    PERFORM 0450-RESOLVE-STEP-PARMS
                    IF SYMBOL-SUBSTITUTION-FAILED
                       DISPLAY "STARTPROG.Main: step "
                          WS-STEP-NUMBER " "
                          FUNCTION TRIM(JS-STEP-LABEL)
                          " refused - its date "
                          "parameters did not resolve"
                       MOVE 16 TO WS-LAST-RETURN-CODE
                       PERFORM 0300-WRITE-AUDIT-LOG
                       MOVE "F" TO WS-HIST-STATE
                       PERFORM 0471-WRITE-STEP-HISTORY
                    ELSE
                       PERFORM 0250-RUN-SINGLE-PROGRAM
                    END-IF
                    PERFORM 0406-TRACK-STREAM-MAX-RC
      *>            Once any step has failed, later clean steps (an
      *>            ALWAYS cleanup, say) must not advance the
      *>            checkpoint past the failure: the recorded resume
      *>            point has to make the next run re-run the failed
      *>            step, not skip it.
                    IF WS-LAST-RETURN-CODE = 0
                       AND WS-STREAM-MAX-RC = 0
                       PERFORM 0430-CHECKPOINT-WRITE
                    END-IF
                 ELSE
                    MOVE "S" TO WS-HIST-STATE
                    PERFORM 0471-WRITE-STEP-HISTORY
                 END-IF
              ELSE
                 MOVE "C" TO WS-HIST-STATE
                 PERFORM 0471-WRITE-STEP-HISTORY
              END-IF
              MOVE JS-PROGRAM-NAME TO WS-PRIOR-STEP-PROG
              MOVE JS-STEP-LABEL TO WS-PRIOR-STEP-LABEL
           END-IF.

      *> Decides whether the step just read from JOB-STREAM-FILE may
      *> run, from its JS-CONDITION and the return code of the last
      *> step that actually ran. Skipped steps leave
           END-IF.

       0420-CHECKPOINT-READ.
           MOVE 0 TO WS-RESUME-FROM-STEP WS-RESUME-GROUP-START.
           MOVE SPACES TO WS-RESUME-GROUP-DONE.
           MOVE "N" TO WS-CHECKPOINT-EXISTS.
           MOVE "N" TO WS-RESUME-REFUSED.
           MOVE WS-JOB-STREAM-PATH TO CKPT-JOB-STREAM-ID.
           READ CHECKPOINT-FILE KEY IS CKPT-JOB-STREAM-ID.
      *>   The fingerprint is taken whether or not there is anything
      *>   to resume - every checkpoint this run writes carries it.
           MOVE WS-JOB-STREAM-PATH TO SSIG-STREAM-PATH.
           MOVE 0 TO SSIG-AT-STEP.
           MOVE SPACES TO SSIG-FIND-LABEL.
           IF WS-CHECKPOINT-STATUS = "00" AND CKPT-IN-PROGRESS
              MOVE CKPT-LAST-STEP-NUMBER TO SSIG-AT-STEP
              MOVE CKPT-LAST-STEP-LABEL TO SSIG-FIND-LABEL
           END-IF.
           CALL "STRMSIG" USING STREAM-SIG-PARMS.
           MOVE SSIG-FINGERPRINT TO WS-STREAM-FINGERPRINT.
           MOVE SSIG-STEP-COUNT TO WS-STREAM-STEPS.
           IF WS-CHECKPOINT-STATUS = "00"
              MOVE "Y" TO WS-CHECKPOINT-EXISTS
              IF CKPT-IN-PROGRESS
                 PERFORM 0422-CHECK-STREAM-CHANGE
              END-IF
              IF CKPT-IN-PROGRESS AND NOT RESUME-IS-REFUSED
                 MOVE CKPT-LAST-STEP-NUMBER TO WS-RESUME-FROM-STEP
                 DISPLAY "STARTPROG.Main: resuming job stream "
                    WS-JOB-STREAM-PATH " after step "
                    WS-RESUME-FROM-STEP
                 IF CKPT-GROUP-START-STEP IS NUMERIC
                    AND CKPT-GROUP-START-STEP > 0
                    MOVE CKPT-GROUP-START-STEP
                       TO WS-RESUME-GROUP-START
                    MOVE CKPT-GROUP-DONE TO WS-RESUME-GROUP-DONE
                    DISPLAY "STARTPROG.Main: the parallel group "
                       "starting at step " WS-RESUME-GROUP-START
                       " re-runs only its unfinished members"
                 END-IF
              END-IF
           END-IF.
           IF RESYNC-REQUESTED
              AND NOT (CHECKPOINT-RECORD-EXISTS AND CKPT-IN-PROGRESS)
              DISPLAY "STARTPROG.Main: no interrupted run to "
                 "resynchronize for job stream "
                 FUNCTION TRIM(WS-JOB-STREAM-PATH)
                 " - running it from the top"
           END-IF.

      *> Restart resumes by position, so an in-progress checkpoint is
      *> only trusted while the stream file is the one it was written
      *> against. When the file has changed (a line inserted, removed
      *> or edited since the failure) the resume is refused - running
      *> on would skip the wrong steps or re-post one that already
      *> ran - unless the operator asked for "JOBSTREAM RESYNC", in
      *> which case the resume point follows the completed step's
      *> label to its new position. A checkpoint written before
      *> fingerprints were recorded cannot be checked and is resumed
      *> by step number as it always was.
       0422-CHECK-STREAM-CHANGE.
           IF CKPT-STREAM-FINGERPRINT IS NOT NUMERIC
              DISPLAY "STARTPROG.Main: the checkpoint for job stream "
                 FUNCTION TRIM(WS-JOB-STREAM-PATH)
                 " records no stream-file fingerprint - resuming by "
                 "step number without checking the file"
           ELSE
           IF CKPT-STREAM-FINGERPRINT = WS-STREAM-FINGERPRINT
              IF RESYNC-REQUESTED
                 DISPLAY "STARTPROG.Main: job stream file "
                    FUNCTION TRIM(WS-JOB-STREAM-PATH)
                    " is unchanged since its checkpoint - nothing "
                    "to resynchronize"
              END-IF
           ELSE
              DISPLAY "STARTPROG.Main: job stream file "
                 FUNCTION TRIM(WS-JOB-STREAM-PATH)
                 " has changed since its checkpoint was written"
              PERFORM 0423-EXPLAIN-STREAM-CHANGE
              IF RESYNC-REQUESTED AND RESYNC-TARGET-FOUND
                 PERFORM 0424-RESYNC-CHECKPOINT
              ELSE
                 MOVE "Y" TO WS-RESUME-REFUSED
                 DISPLAY "STARTPROG.Main: resume refused - step "
                    CKPT-LAST-STEP-NUMBER " is no longer known to "
                    "be the step that completed"
                 IF RESYNC-TARGET-FOUND
                    DISPLAY "STARTPROG.Main: to resume after "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " (now step " SSIG-FOUND-STEP
                       ") run JOBSTREAM RESYNC "
                       FUNCTION TRIM(WS-JOB-STREAM-PATH)
                 ELSE
                    DISPLAY "STARTPROG.Main: set the resume point "
                       "with CKPTUTIL SETSTEP, or run CKPTUTIL RESET "
                       "to start the stream from the top"
                 END-IF
              END-IF
           END-IF
           END-IF.

      *> What moved between the checkpoint and the stream file as it
      *> stands (STREAM-SIG-PARMS, looked up at the checkpoint's step
      *> number and label), and whether the completed step can still
      *> be found: its label on exactly one step, running the same
      *> program. Shared by the resume check and JOBSTREAM VERIFY.
       0423-EXPLAIN-STREAM-CHANGE.
           MOVE "N" TO WS-RESYNC-TARGET.
           DISPLAY "    checkpoint: after step " CKPT-LAST-STEP-NUMBER
              " " FUNCTION TRIM(CKPT-LAST-STEP-LABEL) " ("
              FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME) "); the file had "
              CKPT-STREAM-STEP-COUNT " steps then and has "
              SSIG-STEP-COUNT " now".
           IF CKPT-LAST-STEP-NUMBER > SSIG-STEP-COUNT
              DISPLAY "    step " CKPT-LAST-STEP-NUMBER
                 " is now past the end of the file"
           ELSE
           IF CKPT-LAST-STEP-NUMBER > 0
              IF SSIG-AT-LABEL = SPACES
                 DISPLAY "    step " CKPT-LAST-STEP-NUMBER " is now "
                    "an unlabeled step (" FUNCTION TRIM(SSIG-AT-PROGRAM)
                    ")"
              ELSE
                 DISPLAY "    step " CKPT-LAST-STEP-NUMBER " is now "
                    FUNCTION TRIM(SSIG-AT-LABEL) " ("
                    FUNCTION TRIM(SSIG-AT-PROGRAM) ")"
              END-IF
           END-IF
           END-IF.
           IF CKPT-LAST-STEP-LABEL = SPACES
              DISPLAY "    the completed step has no label, so its "
                 "new position cannot be found"
           ELSE
              EVALUATE TRUE
                 WHEN SSIG-FOUND-COUNT = 0
                    DISPLAY "    label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is no longer in the file"
                 WHEN SSIG-FOUND-COUNT > 1
                    DISPLAY "    label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now on " SSIG-FOUND-COUNT
                       " steps - it cannot place the resume point"
                 WHEN SSIG-FOUND-PROGRAM NOT = CKPT-LAST-PROGRAM-NAME
                    DISPLAY "    label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now step " SSIG-FOUND-STEP " but runs "
                       FUNCTION TRIM(SSIG-FOUND-PROGRAM) ", not "
                       FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME)
                 WHEN OTHER
                    MOVE "Y" TO WS-RESYNC-TARGET
                    DISPLAY "    label "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       " is now step " SSIG-FOUND-STEP
              END-EVALUATE
           END-IF.

      *> JOBSTREAM RESYNC: the operator has accepted the change, so
      *> the resume point (and a part-done group's first step with
      *> it) moves by however far the completed step's label moved,
      *> and the checkpoint is rewritten against the file as it is
      *> now. If that rewrite fails the resume is refused rather than
      *> run from a point that was never recorded.
       0424-RESYNC-CHECKPOINT.
           COMPUTE WS-RESYNC-DELTA =
              SSIG-FOUND-STEP - CKPT-LAST-STEP-NUMBER.
           MOVE SSIG-FOUND-STEP TO CKPT-LAST-STEP-NUMBER.
           IF CKPT-GROUP-START-STEP IS NUMERIC
              AND CKPT-GROUP-START-STEP > 0
              COMPUTE CKPT-GROUP-START-STEP =
                 CKPT-GROUP-START-STEP + WS-RESYNC-DELTA
           END-IF.
           MOVE WS-STREAM-FINGERPRINT TO CKPT-STREAM-FINGERPRINT.
           MOVE WS-STREAM-STEPS TO CKPT-STREAM-STEP-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CKPT-LAST-UPDATE-TS.
           REWRITE CHECKPOINT-RECORD.
           IF WS-CHECKPOINT-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: checkpoint rewrite failed "
                 "(status " WS-CHECKPOINT-STATUS
                 ") - resume refused"
              MOVE "Y" TO WS-RESUME-REFUSED
           ELSE
              DISPLAY "STARTPROG.Main: change accepted - resume "
                 "point moved to step " CKPT-LAST-STEP-NUMBER " "
                 FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
           END-IF.

      *> A checkpoint that fails to write must not be treated as if
           MOVE WS-LAST-RETURN-CODE TO CKPT-LAST-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CKPT-LAST-UPDATE-TS.
           MOVE "I" TO CKPT-STATUS.
           MOVE WS-CKPT-GROUP-START TO CKPT-GROUP-START-STEP.
           MOVE WS-CKPT-GROUP-DONE  TO CKPT-GROUP-DONE.
           MOVE WS-STEP-LABEL       TO CKPT-LAST-STEP-LABEL.
           MOVE WS-STREAM-FINGERPRINT TO CKPT-STREAM-FINGERPRINT.
           MOVE WS-STREAM-STEPS     TO CKPT-STREAM-STEP-COUNT.
           IF CHECKPOINT-RECORD-EXISTS
              REWRITE CHECKPOINT-RECORD
           ELSE
      *> way the scheduler's own carry-forward reads the file. An
      *> unopenable calendar leaves both blank (and the cache unset so
      *> the next step retries) - the substitution pass turns a blank
      *> into a refused step. A catch-up run (0570-RUN-CATCHUP) sets
      *> WS-SYM-AS-OF-DATE to the missed instance's business date, and
      *> "today" is then that date rather than the clock's, so all
      *> three tokens resolve as they would have on the night itself.
       0451-LOAD-SYMBOLIC-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-SYM-NOW.
           IF WS-SYM-AS-OF-DATE NOT = SPACES
              MOVE WS-SYM-AS-OF-DATE TO WS-SYM-NOW(1:8)
           END-IF.
           IF WS-SYM-FOR-DATE NOT = WS-SYM-NOW(1:8)
              MOVE SPACES TO WS-SYM-PREVBUS WS-SYM-MONTHEND
              MOVE WS-SYM-NOW(1:8) TO WS-SYM-TODAY
              END-IF
           END-PERFORM.

      *> Runs one parallel group (see JobStreamRecord.cpy). The whole
      *> group is read first; then every member's condition is judged
      *> against the return code the stream brought into the group,
      *> and each eligible member is started as a separate launcher
      *> process - the same way 0532-LAUNCH-STREAM-PROCESS starts a
      *> stream - before any of them is waited for. Members a restart
      *> already has (at or before the resume step, or flagged done in
      *> the checkpoint's group fields) are not started again. Once
      *> all have ended, each member's code is folded into the
      *> stream's worst code, and the group's own worst code becomes
      *> the last return code the step after the group is judged on.
       0460-RUN-PARALLEL-GROUP.
           PERFORM 0461-COLLECT-GROUP-MEMBERS.
           MOVE WS-LAST-RETURN-CODE TO WS-GRP-ENTRY-RC.
           MOVE WS-STREAM-MAX-RC TO WS-GRP-ENTRY-MAX-RC.
           MOVE 0 TO WS-GRP-WORST-RC.
           MOVE "N" TO WS-GRP-RAN.
           MOVE SPACES TO WS-GRP-DONE-FLAGS.
           DISPLAY "STARTPROG.Main: parallel group "
              FUNCTION TRIM(WS-GRP-TAG) " - steps "
              WS-GRP-FIRST-STEP " to " WS-STEP-NUMBER.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              MOVE WS-GRP-LINE(WS-GRP-IDX) TO JOB-STREAM-RAW-LINE
              MOVE WS-GRP-STEP(WS-GRP-IDX) TO WS-STEP-NUMBER
              MOVE WS-GRP-ENTRY-RC TO WS-LAST-RETURN-CODE
              MOVE "S" TO WS-GRP-STATE(WS-GRP-IDX)
              MOVE 0 TO WS-GRP-RC(WS-GRP-IDX)
              MOVE JS-STEP-LABEL TO WS-STEP-LABEL
              MOVE JS-PROGRAM-NAME TO WS-HIST-PROGRAM
              MOVE JS-PARAMETERS TO WS-HIST-PARMS
              EVALUATE TRUE
                 WHEN WS-STEP-NUMBER <= WS-RESUME-FROM-STEP
                    MOVE "C" TO WS-GRP-STATE(WS-GRP-IDX)
                    MOVE "C" TO WS-HIST-STATE
                    PERFORM 0471-WRITE-STEP-HISTORY
                 WHEN WS-RESUME-GROUP-START = WS-GRP-FIRST-STEP
                  AND WS-RESUME-GROUP-DONE(WS-GRP-IDX:1) = "Y"
                    MOVE "C" TO WS-GRP-STATE(WS-GRP-IDX)
                    DISPLAY "STARTPROG.Main: step " WS-STEP-NUMBER
                       " " FUNCTION TRIM(JS-STEP-LABEL) " ("
                       FUNCTION TRIM(JS-PROGRAM-NAME)
                       ") finished cleanly before the restart - "
                       "not run again"
                    MOVE "C" TO WS-HIST-STATE
                    PERFORM 0471-WRITE-STEP-HISTORY
                 WHEN OTHER
                    PERFORM 0405-EVALUATE-STEP-CONDITION
                    IF STEP-IS-ELIGIBLE
                       PERFORM 0462-START-GROUP-MEMBER
                    ELSE
                       MOVE "S" TO WS-HIST-STATE
                       PERFORM 0471-WRITE-STEP-HISTORY
                    END-IF
              END-EVALUATE
              IF GRP-MEMBER-DONE-EARLIER(WS-GRP-IDX)
                 MOVE "Y" TO WS-GRP-DONE-FLAGS(WS-GRP-IDX:1)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              PERFORM 0463-WAIT-GROUP-MEMBER
           END-PERFORM.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              IF GRP-MEMBER-FINISHED(WS-GRP-IDX)
                 MOVE "Y" TO WS-GRP-RAN
                 MOVE WS-GRP-RC(WS-GRP-IDX) TO WS-LAST-RETURN-CODE
                 PERFORM 0406-TRACK-STREAM-MAX-RC
                 PERFORM 0464-TRACK-GROUP-WORST-RC
                 IF WS-GRP-RC(WS-GRP-IDX) = 0
                    MOVE "Y" TO WS-GRP-DONE-FLAGS(WS-GRP-IDX:1)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-GRP-STEP(WS-GRP-COUNT) TO WS-STEP-NUMBER.
      *>   A group in which nothing ran (all skipped, or all done
      *>   before a restart) leaves the last return code as it found
      *>   it, exactly as a skipped serial step does.
           IF GROUP-MEMBER-RAN
              MOVE WS-GRP-WORST-RC TO WS-LAST-RETURN-CODE
              DISPLAY "STARTPROG.Main: parallel group "
                 FUNCTION TRIM(WS-GRP-TAG)
                 " finished - worst return code " WS-GRP-WORST-RC
           ELSE
              MOVE WS-GRP-ENTRY-RC TO WS-LAST-RETURN-CODE
           END-IF.
           PERFORM 0465-CHECKPOINT-PARALLEL-GROUP.
           MOVE WS-GRP-PROG(WS-GRP-COUNT) TO WS-PRIOR-STEP-PROG.
           MOVE WS-GRP-LINE(WS-GRP-COUNT)(111:8) TO WS-PRIOR-STEP-LABEL.

      *> Reads ahead from the group's first line (already in the
      *> record area) for as long as the lines carry the same tag, up
      *> to the 20 members the table holds. The first line that does
      *> not belong is parked for the main loop.
       0461-COLLECT-GROUP-MEMBERS.
           MOVE JS-PARALLEL-GROUP TO WS-GRP-TAG.
           MOVE WS-STEP-NUMBER TO WS-GRP-FIRST-STEP.
           MOVE 0 TO WS-GRP-COUNT.
           PERFORM 0466-ADD-GROUP-MEMBER.
           MOVE "Y" TO WS-GRP-COLLECTING.
           PERFORM UNTIL NOT GROUP-STILL-COLLECTING
              READ JOB-STREAM-FILE
                 AT END
                    MOVE "Y" TO WS-JOBSTREAM-EOF
                    MOVE "N" TO WS-GRP-COLLECTING
                 NOT AT END
                    IF JS-PARALLEL-GROUP = WS-GRP-TAG
                       AND WS-GRP-COUNT < 20
                       ADD 1 TO WS-STEP-NUMBER
                       PERFORM 0466-ADD-GROUP-MEMBER
                    ELSE
                       MOVE JOB-STREAM-RAW-LINE TO WS-PENDING-LINE
                       MOVE "Y" TO WS-LINE-PENDING
                       MOVE "N" TO WS-GRP-COLLECTING
                    END-IF
              END-READ
           END-PERFORM.

      *> Adds the line in the record area to the member table. The
      *> first member
      *> running a given program is interlocked under the program
      *> name, as a serial step would be; a later member running the
      *> same program gets "<program>:<label>" (or the step number)
      *> so the two can run side by side.
       0466-ADD-GROUP-MEMBER.
           ADD 1 TO WS-GRP-COUNT.
           MOVE JOB-STREAM-RAW-LINE TO WS-GRP-LINE(WS-GRP-COUNT).
           MOVE WS-STEP-NUMBER TO WS-GRP-STEP(WS-GRP-COUNT).
           MOVE JS-PROGRAM-NAME TO WS-GRP-PROG(WS-GRP-COUNT).
           MOVE JS-PROGRAM-NAME TO WS-GRP-LOCK(WS-GRP-COUNT).
           PERFORM VARYING WS-GRP-DUP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-DUP-IDX >= WS-GRP-COUNT
              IF WS-GRP-PROG(WS-GRP-DUP-IDX) = JS-PROGRAM-NAME
                 MOVE SPACES TO WS-GRP-LOCK(WS-GRP-COUNT)
                 IF JS-STEP-LABEL NOT = SPACES
                    STRING FUNCTION TRIM(JS-PROGRAM-NAME) ":"
                       FUNCTION TRIM(JS-STEP-LABEL)
                       DELIMITED BY SIZE
                       INTO WS-GRP-LOCK(WS-GRP-COUNT)
                 ELSE
                    STRING FUNCTION TRIM(JS-PROGRAM-NAME) ":"
                       WS-STEP-NUMBER
                       DELIMITED BY SIZE
                       INTO WS-GRP-LOCK(WS-GRP-COUNT)
                 END-IF
              END-IF
           END-PERFORM.

      *> Starts one eligible member. Its date tokens are resolved
      *> here, in the stream, so an unresolvable token refuses it the
      *> same way it refuses a serial step; otherwise it is launched
      *> as "<program> <parms>" with its lock name, step number, step
      *> label and the stream's run ID in the child's environment. If
      *> a separate process cannot be started the member runs inline
      *> instead, as the scheduler does with a stream - slower, but
      *> it still runs.
       0462-START-GROUP-MEMBER.
           MOVE JS-PROGRAM-NAME TO CALL-PROG.
           MOVE JS-PARAMETERS TO WS-CALL-PARMS.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           PERFORM 0450-RESOLVE-STEP-PARMS.
           IF SYMBOL-SUBSTITUTION-FAILED
              DISPLAY "STARTPROG.Main: step " WS-STEP-NUMBER " "
                 FUNCTION TRIM(JS-STEP-LABEL)
                 " refused - its date parameters did not resolve"
              MOVE 16 TO WS-LAST-RETURN-CODE
              PERFORM 0300-WRITE-AUDIT-LOG
              MOVE "F" TO WS-HIST-STATE
              PERFORM 0471-WRITE-STEP-HISTORY
              MOVE 16 TO WS-GRP-RC(WS-GRP-IDX)
              MOVE "F" TO WS-GRP-STATE(WS-GRP-IDX)
           ELSE
              MOVE SPACES TO WS-GRP-ARGS
              STRING FUNCTION TRIM(CALL-PROG) " "
                 FUNCTION TRIM(WS-CALL-PARMS)
                 DELIMITED BY SIZE INTO WS-GRP-ARGS
              MOVE WS-STEP-NUMBER TO WS-MEMBER-STEP
              TRY
                 SET grpStartInfo TO NEW
                    "System.Diagnostics.ProcessStartInfo"()
                 SET grpStartInfo::"FileName" TO
                    TYPE "System.Diagnostics.Process"
                    ::"GetCurrentProcess"()::"MainModule"::"FileName"
                 SET grpStartInfo::"Arguments" TO
                    FUNCTION TRIM(WS-GRP-ARGS)
                 SET grpStartInfo::"UseShellExecute" TO FALSE
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Remove"("STARTPROG_STEP_LOCK")
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Add"("STARTPROG_STEP_LOCK",
                    FUNCTION TRIM(WS-GRP-LOCK(WS-GRP-IDX)))
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Remove"("STARTPROG_STEP_NUMBER")
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Add"("STARTPROG_STEP_NUMBER", WS-MEMBER-STEP)
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Remove"("STARTPROG_RUN_ID")
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Add"("STARTPROG_RUN_ID", WS-RUN-ID)
                 INVOKE grpStartInfo::"EnvironmentVariables"
                    ::"Remove"("STARTPROG_STEP_LABEL")
                 IF WS-STEP-LABEL NOT = SPACES
                    INVOKE grpStartInfo::"EnvironmentVariables"
                       ::"Add"("STARTPROG_STEP_LABEL",
                       FUNCTION TRIM(WS-STEP-LABEL))
                 END-IF
                 SET grpProcs(WS-GRP-IDX) TO
                    TYPE "System.Diagnostics.Process"
                    ::"Start"(grpStartInfo)
                 MOVE "P" TO WS-GRP-STATE(WS-GRP-IDX)
                 DISPLAY "STARTPROG.Main: step " WS-STEP-NUMBER " "
                    FUNCTION TRIM(JS-STEP-LABEL) " ("
                    FUNCTION TRIM(CALL-PROG) ") started"
              CATCH
                 DISPLAY "STARTPROG.Main: could not start a separate "
                    "process for step " WS-STEP-NUMBER " ("
                    FUNCTION TRIM(CALL-PROG) ") - running it inline"
                 MOVE WS-GRP-LOCK(WS-GRP-IDX) TO WS-MEMBER-LOCK
                 PERFORM 0250-RUN-SINGLE-PROGRAM
                 MOVE SPACES TO WS-MEMBER-LOCK
                 MOVE WS-LAST-RETURN-CODE TO WS-GRP-RC(WS-GRP-IDX)
                 MOVE "F" TO WS-GRP-STATE(WS-GRP-IDX)
              END-TRY
           END-IF.

      *> Waits for one started member and takes its exit code, which
      *> is the launched program's return code after the spool scan -
      *> the child wrote its own audit and run-statistics lines. A
      *> process the stream loses track of counts as a failure.
       0463-WAIT-GROUP-MEMBER.
           IF GRP-MEMBER-STARTED(WS-GRP-IDX)
              TRY
                 INVOKE grpProcs(WS-GRP-IDX)::"WaitForExit"()
                 MOVE grpProcs(WS-GRP-IDX)::"ExitCode"
                    TO WS-PROC-EXIT-CODE
                 MOVE WS-PROC-EXIT-CODE TO WS-GRP-RC(WS-GRP-IDX)
                 INVOKE grpProcs(WS-GRP-IDX)::"Dispose"()
              CATCH
                 DISPLAY "STARTPROG.Main: lost track of step "
                    WS-GRP-STEP(WS-GRP-IDX) " ("
                    FUNCTION TRIM(WS-GRP-PROG(WS-GRP-IDX))
                    ") - treating it as failed"
                 MOVE 16 TO WS-GRP-RC(WS-GRP-IDX)
              END-TRY
              MOVE "F" TO WS-GRP-STATE(WS-GRP-IDX)
              DISPLAY "STARTPROG.Main: step "
                 WS-GRP-STEP(WS-GRP-IDX) " ("
                 FUNCTION TRIM(WS-GRP-PROG(WS-GRP-IDX))
                 ") finished with return code "
                 WS-GRP-RC(WS-GRP-IDX)
           END-IF.

      *> The group's worst code, with the same negative-code rule
      *> 0406-TRACK-STREAM-MAX-RC applies to the stream's.
       0464-TRACK-GROUP-WORST-RC.
           IF WS-GRP-WORST-RC >= 0
              IF WS-LAST-RETURN-CODE < 0
                 MOVE WS-LAST-RETURN-CODE TO WS-GRP-WORST-RC
              ELSE
                 IF WS-LAST-RETURN-CODE > WS-GRP-WORST-RC
                    MOVE WS-LAST-RETURN-CODE TO WS-GRP-WORST-RC
                 END-IF
              END-IF
           END-IF.

      *> A clean group (stream still at zero) advances the checkpoint
      *> past its last member, as a clean serial step would. A group
      *> that failed somewhere, entered while the checkpoint was still
      *> tracking, leaves the resume point at the step before the
      *> group and records which members finished cleanly, so the
      *> restart runs only the others. 0430 aborts the stream on a
      *> write failure either way.
       0465-CHECKPOINT-PARALLEL-GROUP.
           IF WS-STREAM-MAX-RC = 0 AND NOT STREAM-ABORTED
              MOVE WS-GRP-PROG(WS-GRP-COUNT) TO CALL-PROG
              MOVE WS-GRP-LINE(WS-GRP-COUNT)(111:8) TO WS-STEP-LABEL
              MOVE 0 TO WS-CKPT-GROUP-START
              MOVE SPACES TO WS-CKPT-GROUP-DONE
              PERFORM 0430-CHECKPOINT-WRITE
           ELSE
              IF WS-GRP-ENTRY-MAX-RC = 0 AND NOT STREAM-ABORTED
                 MOVE WS-GRP-FIRST-STEP TO WS-CKPT-GROUP-START
                 MOVE WS-GRP-DONE-FLAGS TO WS-CKPT-GROUP-DONE
                 COMPUTE WS-STEP-NUMBER = WS-GRP-FIRST-STEP - 1
                 MOVE WS-PRIOR-STEP-PROG TO CALL-PROG
                 MOVE WS-PRIOR-STEP-LABEL TO WS-STEP-LABEL
                 MOVE 0 TO WS-LAST-RETURN-CODE
                 PERFORM 0430-CHECKPOINT-WRITE
                 IF NOT STREAM-ABORTED
                    MOVE WS-GRP-WORST-RC TO WS-LAST-RETURN-CODE
                 END-IF
                 MOVE WS-GRP-STEP(WS-GRP-COUNT) TO WS-STEP-NUMBER
                 MOVE 0 TO WS-CKPT-GROUP-START
                 MOVE SPACES TO WS-CKPT-GROUP-DONE
              END-IF
           END-IF.

      *> Starts the run-history record for a stream that has just
      *> taken its lock: a fresh run ID (start second, process ID and
      *> a per-process sequence - see StreamRunRecord.cpy), and the
      *> run's B line with the resume point the checkpoint gave it.
       0470-BEGIN-STREAM-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP.
           IF WS-RUN-SEQ = 99
              MOVE 0 TO WS-RUN-SEQ
           ELSE
              ADD 1 TO WS-RUN-SEQ
           END-IF.
           TRY
              MOVE TYPE "System.Diagnostics.Process"
                 ::"GetCurrentProcess"()::"Id" TO WS-RUN-PID
           CATCH
              MOVE 0 TO WS-RUN-PID
           END-TRY.
           MOVE WS-RUN-START-STAMP(1:14) TO WS-RUN-ID-STAMP.
           COMPUTE WS-RUN-ID-PID = FUNCTION MOD(WS-RUN-PID, 10000).
           MOVE WS-RUN-SEQ TO WS-RUN-ID-SEQ.
           MOVE WS-RUN-ID-PARTS TO WS-RUN-ID.
           DISPLAY "STARTPROG.Main: job stream "
              FUNCTION TRIM(WS-JOB-STREAM-PATH) " run ID " WS-RUN-ID.
           MOVE SPACES TO WS-RUN-END-STAMP.
           MOVE 0 TO WS-HIST-RAN WS-HIST-SKIPPED WS-HIST-REFUSED.
           MOVE "B" TO WS-HIST-STATE.
           PERFORM 0473-WRITE-RUN-HISTORY.

      *> One step line for the current run. The caller sets
      *> WS-HIST-STATE and the step's program and parameters; a step
      *> that ran carries its own start and end stamps and spool
      *> name, anything else is stamped now.
       0471-WRITE-STEP-HISTORY.
           MOVE SPACES TO STREAM-RUN-RECORD.
           MOVE WS-RUN-ID        TO SRUN-RUN-ID.
           MOVE "S"              TO SRUN-RECORD-TYPE.
           MOVE WS-STEP-NUMBER   TO SRUN-STEP-NUMBER.
           MOVE WS-STEP-LABEL    TO SRUN-STEP-LABEL.
           MOVE WS-HIST-PROGRAM  TO SRUN-STEP-PROGRAM.
           MOVE WS-HIST-STATE    TO SRUN-STEP-STATE.
           MOVE WS-HIST-PARMS    TO SRUN-STEP-PARMS.
           IF SRUN-STEP-RAN OR SRUN-STEP-REFUSED
              MOVE WS-LAST-RETURN-CODE TO SRUN-STEP-RC
           ELSE
              MOVE 0 TO SRUN-STEP-RC
           END-IF.
           IF SRUN-STEP-RAN
              MOVE WS-STEP-START-STAMP(1:14) TO SRUN-STEP-START-TS
              MOVE WS-STEP-END-STAMP(1:14)   TO SRUN-STEP-END-TS
              MOVE WS-SPOOL-FILE-NAME        TO SRUN-STEP-SPOOL
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-HIST-NOW
              MOVE WS-HIST-NOW(1:14) TO SRUN-STEP-START-TS
                                        SRUN-STEP-END-TS
           END-IF.
           PERFORM 0474-APPEND-RUN-HISTORY.

      *> Closes the run: counts the run's step lines - including the
      *> ones parallel-group members wrote from their own launchers -
      *> and writes the E line with the stream's final code. The run
      *> ID is dropped so nothing written after the stream (a
      *> scheduler event, say) is taken for part of it.
       0472-END-STREAM-RUN.
           MOVE 0 TO WS-HIST-RAN WS-HIST-SKIPPED WS-HIST-REFUSED.
           MOVE "N" TO WS-STRMHIST-EOF.
           OPEN INPUT STREAM-HISTORY-FILE.
           IF WS-STRMHIST-STATUS = "00"
              PERFORM UNTIL STRMHIST-AT-END
                 READ STREAM-HISTORY-FILE
                    AT END
                       MOVE "Y" TO WS-STRMHIST-EOF
                    NOT AT END
                       IF SRUN-RUN-ID = WS-RUN-ID
                          AND SRUN-STEP-LINE
                          EVALUATE TRUE
                             WHEN SRUN-STEP-RAN
                                ADD 1 TO WS-HIST-RAN
                             WHEN SRUN-STEP-SKIPPED
                                  OR SRUN-STEP-DONE-EARLIER
                                ADD 1 TO WS-HIST-SKIPPED
                             WHEN SRUN-STEP-REFUSED
                                ADD 1 TO WS-HIST-REFUSED
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STREAM-HISTORY-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-STAMP.
           MOVE "E" TO WS-HIST-STATE.
           PERFORM 0473-WRITE-RUN-HISTORY.
           DISPLAY "STARTPROG.Main: run " WS-RUN-ID " ended - "
              WS-HIST-RAN " run, " WS-HIST-SKIPPED " skipped, "
              WS-HIST-REFUSED " refused, return code "
              WS-LAST-RETURN-CODE.
           MOVE SPACES TO WS-RUN-ID.

      *> The run's B or E line (WS-HIST-STATE says which).
       0473-WRITE-RUN-HISTORY.
           MOVE SPACES TO STREAM-RUN-RECORD.
           MOVE WS-RUN-ID           TO SRUN-RUN-ID.
           MOVE WS-HIST-STATE       TO SRUN-RECORD-TYPE.
           MOVE WS-RUN-START-STAMP(1:14) TO SRUN-START-TS.
           MOVE WS-RUN-END-STAMP(1:14)   TO SRUN-END-TS.
           MOVE WS-OPERATOR-ID      TO SRUN-OPERATOR-ID.
           MOVE WS-RUN-HOW          TO SRUN-HOW.
           MOVE WS-RESUME-FROM-STEP TO SRUN-RESUME-STEP.
           MOVE WS-HIST-RAN         TO SRUN-STEPS-RUN.
           MOVE WS-HIST-SKIPPED     TO SRUN-STEPS-SKIPPED.
           MOVE WS-HIST-REFUSED     TO SRUN-STEPS-REFUSED.
           IF SRUN-RUN-ENDED
              MOVE WS-LAST-RETURN-CODE TO SRUN-WORST-RC
           ELSE
              MOVE 0 TO SRUN-WORST-RC
           END-IF.
           MOVE WS-JOB-STREAM-PATH  TO SRUN-STREAM-PATH.
           PERFORM 0474-APPEND-RUN-HISTORY.

      *> Appends the record built in STREAM-RUN-RECORD; the file is
      *> opened only for the moment of the write, as the audit log
      *> is, since a parallel group's members append to it too. It
      *> is created only when missing: an open refused because
      *> another member has it must not truncate every stream's
      *> history.
       0474-APPEND-RUN-HISTORY.
           OPEN EXTEND STREAM-HISTORY-FILE.
           IF WS-STRMHIST-STATUS = "35"
              OPEN OUTPUT STREAM-HISTORY-FILE
           END-IF.
           IF WS-STRMHIST-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: stream-run history "
                 "unavailable for run " WS-RUN-ID " (status "
                 WS-STRMHIST-STATUS ")"
           ELSE
              WRITE STREAM-RUN-RECORD
              IF WS-STRMHIST-STATUS NOT = "00"
                 DISPLAY "STARTPROG.Main: stream-run history write "
                    "failed for run " WS-RUN-ID " (status "
                    WS-STRMHIST-STATUS ")"
              END-IF
              CLOSE STREAM-HISTORY-FILE
           END-IF.

      *> Pre-flight check of a job-stream file: reads every step
      *> without calling anything and reports all problems in one
      *> pass - programs not in the registry, empty or malformed
      *> audit-logged like any other launch.
       0600-VERIFY-JOB-STREAM.
           MOVE 0 TO WS-VERIFY-ERRORS WS-VERIFY-WARNINGS
              WS-STEP-NUMBER WS-VERIFY-GRP-COUNT.
           MOVE SPACES TO WS-VERIFY-GRP-TAG.
           MOVE "N" TO WS-JOBSTREAM-EOF.
           IF WS-JOB-STREAM-PATH = SPACES
              DISPLAY "STARTPROG.Main: VERIFY needs the job-stream "
              DISPLAY "  step " WS-STEP-NUMBER ": empty or "
                 "malformed step line"
           ELSE
              MOVE JS-PROGRAM-NAME TO WS-REG-LOOKUP
              PERFORM 0205-READ-REGISTRY-ENTRY
              EVALUATE TRUE
                 WHEN REG-LOOKUP-LAUNCHABLE
                    CONTINUE
                 WHEN REG-LOOKUP-DISABLED
                    ADD 1 TO WS-VERIFY-ERRORS
                    DISPLAY "  step " WS-STEP-NUMBER ": "
                       FUNCTION TRIM(JS-PROGRAM-NAME)
                       " is disabled in the program registry"
      *>          A dated-ahead entry is what a VERIFY of a stream
      *>          built for a program going live next week looks
      *>          like, so it is a warning rather than an error -
      *>          a run before that date still refuses the step.
                 WHEN REG-LOOKUP-PENDING
                    ADD 1 TO WS-VERIFY-WARNINGS
                    DISPLAY "  step " WS-STEP-NUMBER ": "
                       FUNCTION TRIM(JS-PROGRAM-NAME)
                       " is not launchable until its registry "
                       "effective date " WS-REG-EFFECTIVE
                 WHEN REGISTRY-FILE-MISSING
                 WHEN REGISTRY-FILE-UNREADABLE
                    ADD 1 TO WS-VERIFY-ERRORS
                    DISPLAY "  step " WS-STEP-NUMBER ": "
                       FUNCTION TRIM(JS-PROGRAM-NAME)
                       " cannot be checked - program registry "
                       FUNCTION TRIM(WS-REGISTRY-PATH)
                       " missing or unreadable (status "
                       WS-REGISTRY-STATUS ")"
                 WHEN OTHER
                    ADD 1 TO WS-VERIFY-ERRORS
                    DISPLAY "  step " WS-STEP-NUMBER ": "
                       FUNCTION TRIM(JS-PROGRAM-NAME)
                       " is not in the program registry"
              END-EVALUATE
           END-IF.
           IF NOT (JS-COND-DEFAULT OR JS-COND-WARNOK
                   OR JS-COND-ALWAYS)
                 "columns - the parameter string will be "
                 "truncated at launch"
           END-IF.
           IF JOB-STREAM-RAW-LINE(135:) NOT = SPACES
              ADD 1 TO WS-VERIFY-ERRORS
              DISPLAY "  step " WS-STEP-NUMBER ": line runs past "
                 "the 134-column step layout - the parameter "
                 "string cannot be launched as written"
           END-IF.
      *>   A run of one group tag longer than the member table is
      *>   split at the 20th step into a second group that only
      *>   starts once the first has finished - legal, but almost
      *>   never what the author meant.
           IF JS-PARALLEL-GROUP = SPACES
              MOVE SPACES TO WS-VERIFY-GRP-TAG
              MOVE 0 TO WS-VERIFY-GRP-COUNT
           ELSE
              IF JS-PARALLEL-GROUP = WS-VERIFY-GRP-TAG
                 ADD 1 TO WS-VERIFY-GRP-COUNT
              ELSE
                 MOVE JS-PARALLEL-GROUP TO WS-VERIFY-GRP-TAG
                 MOVE 1 TO WS-VERIFY-GRP-COUNT
              END-IF
              IF WS-VERIFY-GRP-COUNT = 21
                 ADD 1 TO WS-VERIFY-ERRORS
                 DISPLAY "  step " WS-STEP-NUMBER ": parallel "
                    "group " FUNCTION TRIM(WS-VERIFY-GRP-TAG)
                    " has more than 20 steps - the rest run as a "
                    "separate group after the first 20"
              END-IF
           END-IF.
      *>   Pre-flight of the symbolic date tokens: the whole point of
      *>   an afternoon VERIFY is to see the dates the night's run
      *>   will actually pass, so every step that carries an "&" has
           MOVE WS-JOB-STREAM-PATH TO CKPT-JOB-STREAM-ID.
           READ CHECKPOINT-FILE KEY IS CKPT-JOB-STREAM-ID.
           IF WS-CHECKPOINT-STATUS = "00" AND CKPT-IN-PROGRESS
              MOVE WS-JOB-STREAM-PATH TO SSIG-STREAM-PATH
              MOVE CKPT-LAST-STEP-NUMBER TO SSIG-AT-STEP
              MOVE CKPT-LAST-STEP-LABEL TO SSIG-FIND-LABEL
              CALL "STRMSIG" USING STREAM-SIG-PARMS
              IF CKPT-STREAM-FINGERPRINT IS NUMERIC
                 AND SSIG-FILE-READ
                 AND SSIG-FINGERPRINT NOT = CKPT-STREAM-FINGERPRINT
                 ADD 1 TO WS-VERIFY-ERRORS
                 DISPLAY "  ERROR: the stream file has changed since "
                    "its in-progress checkpoint was written - a run "
                    "tonight would refuse to resume"
                 PERFORM 0423-EXPLAIN-STREAM-CHANGE
                 IF RESYNC-TARGET-FOUND
                    DISPLAY "  run JOBSTREAM RESYNC to resume after "
                       FUNCTION TRIM(CKPT-LAST-STEP-LABEL)
                       ", or CKPTUTIL RESET to start from the top"
                 ELSE
                    DISPLAY "  use CKPTUTIL SETSTEP to set the resume "
                       "point, or CKPTUTIL RESET to start from the top"
                 END-IF
              ELSE
                 ADD 1 TO WS-VERIFY-WARNINGS
                 DISPLAY "  warning: an in-progress checkpoint exists "
                    "- a run tonight would resume after step "
                    CKPT-LAST-STEP-NUMBER " ("
                    FUNCTION TRIM(CKPT-LAST-PROGRAM-NAME)
                    "); use CKPTUTIL to inspect or reset it"
              END-IF
              IF CKPT-GROUP-START-STEP IS NUMERIC
                 AND CKPT-GROUP-START-STEP > 0
                 DISPLAY "  warning: the parallel group starting at "
                    "step " CKPT-GROUP-START-STEP " would re-run "
                    "only its unfinished members"
              END-IF
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *> which is the shutdown signal a service wrapper or an operator
      *> can produce without having to find and kill the process;
      *> streams already dispatched are separate processes and run to
      *> completion on their own. Every dispatch is written to the
      *> dispatch log, and every poll checks for windows that closed
      *> while nobody was polling (0550-CHECK-MISSED-WINDOWS) - at
      *> startup against the heartbeat the last run left, and after
      *> any stall of the loop itself.
       0500-RUN-SCHEDULER.
           DISPLAY "STARTPROG.Main: scheduler started - calendar "
              FUNCTION TRIM(WS-CALENDAR-PATH) ", schedule "
           SET schedProcs TO NEW "System.Collections.Hashtable"().
           MOVE SPACES TO WS-SCHED-LAST-DAY.
           MOVE "N" TO WS-SCHED-STOP.
           MOVE "Y" TO WS-MISS-STARTUP.
           PERFORM 0552-READ-SCHED-BEAT.
           PERFORM UNTIL SCHEDULER-STOP-REQUESTED
              PERFORM 0505-CHECK-SCHED-STOP
              IF NOT SCHEDULER-STOP-REQUESTED
                    PERFORM 0510-LOAD-CALENDAR-DAY
                    PERFORM 0520-LOAD-SCHEDULE
                    PERFORM 0525-CARRY-WRAPPED-RAN
                    IF MISS-CHECK-AT-STARTUP
                       PERFORM 0526-MARK-DISPATCHED-INSTANCES
                    END-IF
                 END-IF
                 PERFORM 0550-CHECK-MISSED-WINDOWS
                 PERFORM 0535-REAP-FINISHED-STREAMS
      *>         Entries waiting on an AFTER stream are settled every
      *>         poll, OUTSIDE the business-day gate: they qualified
                 IF SCHED-DAY-IS-BUSINESS
                    PERFORM 0530-DISPATCH-DUE-STREAMS
                 END-IF
                 PERFORM 0546-WRITE-RESOURCE-WAITS
                 INVOKE TYPE "System.Threading.Thread"::"Sleep"
                     (60000)
              END-IF

       0520-LOAD-SCHEDULE.
           MOVE 0 TO WS-SCHED-COUNT.
           MOVE "N" TO WS-TRIG-IN-USE.
           MOVE "N" TO WS-SCHEDULE-EOF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
                             WS-SCHED-WAITING(WS-SCHED-IDX)
                          MOVE "N" TO
                             WS-SCHED-HELD-NOTED(WS-SCHED-IDX)
                          MOVE SCH-TRIGGER-FILE
                             TO WS-SCHED-TRIGGER(WS-SCHED-IDX)
                          MOVE SCH-TRIGGER-DEADLINE
                             TO WS-SCHED-DEADLINE(WS-SCHED-IDX)
                          MOVE SPACES TO
                             WS-SCHED-TRIG-HIT(WS-SCHED-IDX)
                          MOVE "N" TO
                             WS-SCHED-FILE-NOTED(WS-SCHED-IDX)
                          MOVE "N" TO
                             WS-SCHED-LATE-NOTED(WS-SCHED-IDX)
                          MOVE "N" TO
                             WS-SCHED-FILE-WAIT(WS-SCHED-IDX)
                          MOVE "N" TO
                             WS-SCHED-RES-WAIT(WS-SCHED-IDX)
                          MOVE SPACES TO
                             WS-SCHED-RES-CLASS(WS-SCHED-IDX)
                             WS-SCHED-RES-SINCE(WS-SCHED-IDX)
                          IF SCH-TRIGGER-FILE NOT = SPACES
                             MOVE "Y" TO WS-TRIG-IN-USE
      *>                    A deadline that is not a real HHMM is
      *>                    dropped to the window end, loudly - a
      *>                    typo must not silence the late alert.
                             IF SCH-TRIGGER-DEADLINE NOT = SPACES
                                AND (SCH-TRIGGER-DEADLINE
                                        IS NOT NUMERIC
                                     OR SCH-TRIGGER-DEADLINE(1:2)
                                        > "23"
                                     OR SCH-TRIGGER-DEADLINE(3:2)
                                        > "59")
                                DISPLAY "STARTPROG.Main: trigger "
                                   "deadline "
                                   SCH-TRIGGER-DEADLINE " for "
                                   FUNCTION TRIM(SCH-STREAM-PATH)
                                   " is not a valid HHMM - using "
                                   "the window end"
                                MOVE SPACES TO
                                   WS-SCHED-DEADLINE(WS-SCHED-IDX)
                             END-IF
                          END-IF
                       END-IF
                       END-IF
                 END-READ
      *> waiting on its dependency at midnight, wrapped or not - a
      *> 2330-2359 entry waiting on the 2300 three-hour stream must
      *> keep waiting into the new day and catch up when the stream
      *> completes, not silently re-arm as "never due" (an entry
      *> queued on a full resource class keeps its place the same
      *> way, with the class and the time it was queued). A waiting
      *> entry keeps the trigger file that armed it, and a wrapped
      *> entry still waiting on its feed keeps its waiting and
      *> late-alert notes, so the morning half neither repeats the
      *> console line nor pages a second time for the same feed.
       0525-CARRY-WRAPPED-RAN.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                       WS-SCHED-STREAM(WS-SCHED-IDX)
                    AND WS-SAVE-AFTER(WS-SAVE-IDX) =
                       WS-SCHED-AFTER(WS-SCHED-IDX)
                    AND WS-SAVE-TRIGGER(WS-SAVE-IDX) =
                       WS-SCHED-TRIGGER(WS-SCHED-IDX)
                    AND WS-SAVE-DEADLINE(WS-SAVE-IDX) =
                       WS-SCHED-DEADLINE(WS-SCHED-IDX)
                    IF WS-SCHED-START(WS-SCHED-IDX) >
                          WS-SCHED-END(WS-SCHED-IDX)
                       AND WS-SAVE-RAN(WS-SAVE-IDX) = "Y"
                       AND WS-SCHED-RAN(WS-SCHED-IDX) = "N"
                       MOVE "Y" TO
                          WS-SCHED-WAITING(WS-SCHED-IDX)
                       MOVE WS-SAVE-TRIG-HIT(WS-SAVE-IDX) TO
                          WS-SCHED-TRIG-HIT(WS-SCHED-IDX)
                       MOVE WS-SAVE-RES-WAIT(WS-SAVE-IDX) TO
                          WS-SCHED-RES-WAIT(WS-SCHED-IDX)
                       MOVE WS-SAVE-RES-CLASS(WS-SAVE-IDX) TO
                          WS-SCHED-RES-CLASS(WS-SCHED-IDX)
                       MOVE WS-SAVE-RES-SINCE(WS-SAVE-IDX) TO
                          WS-SCHED-RES-SINCE(WS-SCHED-IDX)
                    END-IF
                    IF WS-SCHED-START(WS-SCHED-IDX) >
                          WS-SCHED-END(WS-SCHED-IDX)
                       MOVE WS-SAVE-FILE-NOTED(WS-SAVE-IDX) TO
                          WS-SCHED-FILE-NOTED(WS-SCHED-IDX)
                       MOVE WS-SAVE-LATE-NOTED(WS-SAVE-IDX) TO
                          WS-SCHED-LATE-NOTED(WS-SCHED-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> A scheduler started in the middle of a window must not
      *> dispatch an instance an earlier run of it already started -
      *> the freshly loaded table says every entry is un-run. Each
      *> entry's current instance is looked up in the dispatch log
      *> (see DispatchLogRecord.cpy) and marked as run when it is
      *> there. The current instance is today's, except in the
      *> morning half of a wrapped window, which still belongs to the
      *> instance that opened yesterday evening.
       0526-MARK-DISPATCHED-INSTANCES.
           MOVE WS-SCHED-TODAY TO WS-STAMP-WORK(1:8).
           COMPUTE WS-MISS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) - 1).
           MOVE WS-MISS-DATE-NUM TO WS-MISS-FROM-DATE.
           PERFORM 0557-LOAD-DISPATCH-LOG.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              IF WS-SCHED-START(WS-SCHED-IDX) >
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-SCHED-NOW-HHMM <=
                    WS-SCHED-END(WS-SCHED-IDX)
                 MOVE WS-MISS-FROM-DATE TO WS-MISS-INST-DATE
              ELSE
                 MOVE WS-SCHED-TODAY TO WS-MISS-INST-DATE
              END-IF
              PERFORM 0558-FIND-DISPATCH
              IF MISS-INSTANCE-DISPATCHED
                 MOVE "Y" TO WS-SCHED-RAN(WS-SCHED-IDX)
                 IF WS-SCHED-START(WS-SCHED-IDX) >
                       WS-SCHED-END(WS-SCHED-IDX)
                    AND WS-MISS-INST-DATE = WS-SCHED-TODAY
                    MOVE "Y" TO WS-SCHED-PREV-HALF(WS-SCHED-IDX)
                 END-IF
                 DISPLAY "STARTPROG.Main: "
                    FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                    " window " WS-SCHED-START(WS-SCHED-IDX) "-"
                    WS-SCHED-END(WS-SCHED-IDX) " of "
                    WS-MISS-INST-DATE " was already dispatched - "
                    "not dispatching it again"
              END-IF
           END-PERFORM.

      *> A window whose end is before its start wraps past midnight
      *> (2300-0200 is due from 23:00 through 02:00); the two halves
      *> are matched separately since a single HHMM compare cannot
      *> span the day boundary. A wrapped window fires once per
      *> window instance: its ran-state survives the midnight reload
      *> (0525-CARRY-WRAPPED-RAN) and is re-armed by the first poll
      *> in the gap after the window closes. An entry with a trigger
      *> file is due only once its feed has arrived; until then it is
      *> WAITING FOR FILE - noted once on the console, listed in the
      *> trigger-wait file for OPSTATUS every poll, and alerted on
      *> once if its deadline passes. A due entry whose resource
      *> class is full is queued for 0534 rather than refused.
       0530-DISPATCH-DUE-STREAMS.
           PERFORM 0528-LOAD-HOLDS.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              MOVE "N" TO WS-SCHED-FILE-WAIT(WS-SCHED-IDX)
      *>      The gap between a wrapped window's end and its start
      *>      re-arms the feed notes for the next instance whether
      *>      or not the last one ever dispatched.
              IF WS-SCHED-START(WS-SCHED-IDX) >
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-SCHED-NOW-HHMM >
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-SCHED-NOW-HHMM <
                    WS-SCHED-START(WS-SCHED-IDX)
                 MOVE "N" TO WS-SCHED-FILE-NOTED(WS-SCHED-IDX)
                 MOVE "N" TO WS-SCHED-LATE-NOTED(WS-SCHED-IDX)
              END-IF
              IF WS-SCHED-RAN(WS-SCHED-IDX) = "Y"
                 AND WS-SCHED-START(WS-SCHED-IDX) >
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-SCHED-NOW-HHMM >
                    WS-SCHED-END(WS-SCHED-IDX)
                             " - not dispatching"
                       END-IF
                    ELSE
                    PERFORM 0533-CHECK-TRIGGER-FILE
                    IF NOT TRIGGER-FILE-ARRIVED
                       MOVE "Y" TO WS-SCHED-FILE-WAIT(WS-SCHED-IDX)
                       IF WS-SCHED-FILE-NOTED(WS-SCHED-IDX) = "N"
                          MOVE "Y" TO
                             WS-SCHED-FILE-NOTED(WS-SCHED-IDX)
                          DISPLAY "STARTPROG.Main: "
                             FUNCTION TRIM
                                (WS-SCHED-STREAM(WS-SCHED-IDX))
                             " is WAITING FOR FILE "
                             FUNCTION TRIM
                                (WS-SCHED-TRIGGER(WS-SCHED-IDX))
                       END-IF
                       PERFORM 0536-CHECK-FEED-DEADLINE
                    ELSE
                    PERFORM 0531-CHECK-STREAM-DEPENDENCY
                    MOVE "N" TO WS-RES-RESERVED
                    IF STREAM-DEPENDENCY-CLEAR
                       PERFORM 0545-RESERVE-STREAM-RESOURCES
                    END-IF
                    IF STREAM-RESOURCES-RESERVED
                       MOVE "Y" TO WS-SCHED-RAN(WS-SCHED-IDX)
                       MOVE "N" TO WS-SCHED-WAITING(WS-SCHED-IDX)
                       IF WS-SCHED-START(WS-SCHED-IDX) >
                       IF WS-SCHED-WAITING(WS-SCHED-IDX) = "N"
                          MOVE "Y" TO
                             WS-SCHED-WAITING(WS-SCHED-IDX)
                          IF NOT STREAM-DEPENDENCY-CLEAR
                             DISPLAY "STARTPROG.Main: holding "
                                FUNCTION TRIM
                                   (WS-SCHED-STREAM(WS-SCHED-IDX))
                                " until "
                                FUNCTION TRIM
                                   (WS-SCHED-AFTER(WS-SCHED-IDX))
                                " completes"
                          END-IF
                       END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF TRIGGERS-IN-USE OR WS-TRIGWAIT-WRITTEN > 0
              PERFORM 0538-WRITE-TRIGGER-WAITS
           END-IF.

      *> Settles every entry armed as WAITING on an AFTER stream or
      *> queued on a full resource class, at every poll: the moment
      *> the dependency clears and the classes have room - even after
      *> midnight, even on a non-business day - the entry dispatches.
      *> Entries are settled in schedule-file order, and before the
      *> scan for newly due streams, so a queued stream is first in
      *> line for the place that frees.
      *> The business-day and day-select gates are deliberately NOT
      *> re-tested here: the entry passed both the night its window
      *> came due, and a Friday month-end follower must not be told
                    END-IF
                 ELSE
                    PERFORM 0531-CHECK-STREAM-DEPENDENCY
                    MOVE "N" TO WS-RES-RESERVED
                    IF STREAM-DEPENDENCY-CLEAR
                       PERFORM 0545-RESERVE-STREAM-RESOURCES
                    END-IF
                    IF STREAM-RESOURCES-RESERVED
                       MOVE "Y" TO WS-SCHED-RAN(WS-SCHED-IDX)
                       MOVE "N" TO WS-SCHED-WAITING(WS-SCHED-IDX)
                       IF WS-SCHED-START(WS-SCHED-IDX) >
           END-IF.
           PERFORM 0300-WRITE-AUDIT-LOG.

      *> Missed-window check, once per poll. At scheduler startup, or
      *> when more than WS-MISS-GAP-MINS minutes have passed since
      *> the previous poll, every window instance that closed in the
      *> gap without being dispatched is found and recorded (see
      *> MissedWindowRecord.cpy); a poll on time costs only the
      *> heartbeat rewrite. With no heartbeat on file - a first start,
      *> or a lost file - there is no knowing how long the scheduler
      *> was away, and the console says so rather than guessing.
       0550-CHECK-MISSED-WINDOWS.
           MOVE FUNCTION CURRENT-DATE TO WS-MISS-NOW.
           MOVE WS-MISS-NOW(1:14) TO WS-STAMP-WORK.
           PERFORM 0261-STAMP-TO-SECONDS.
           COMPUTE WS-MISS-NOW-MINS = WS-STAMP-SECONDS / 60.
           IF WS-MISS-LAST-POLL = SPACES
              IF MISS-CHECK-AT-STARTUP
                 DISPLAY "STARTPROG.Main: no earlier scheduler poll "
                    "on record in "
                    FUNCTION TRIM(WS-SCHED-BEAT-PATH)
                    " - windows missed before now cannot be listed"
              END-IF
           ELSE
              MOVE WS-MISS-LAST-POLL TO WS-STAMP-WORK
              PERFORM 0261-STAMP-TO-SECONDS
              COMPUTE WS-MISS-LAST-MINS = WS-STAMP-SECONDS / 60
              IF MISS-CHECK-AT-STARTUP
                 OR WS-MISS-NOW-MINS >
                    WS-MISS-LAST-MINS + WS-MISS-GAP-MINS
                 PERFORM 0555-FIND-MISSED-WINDOWS
              END-IF
           END-IF.
           MOVE "N" TO WS-MISS-STARTUP.
           MOVE WS-MISS-NOW(1:14) TO WS-MISS-LAST-POLL.
           PERFORM 0551-WRITE-SCHED-BEAT.

      *> Rewrites the heartbeat with this poll's stamp. A heartbeat
      *> that cannot be written is said once, not once a minute.
       0551-WRITE-SCHED-BEAT.
           OPEN OUTPUT SCHED-BEAT-FILE.
           IF WS-SCHED-BEAT-STATUS NOT = "00"
              IF WS-SCHED-BEAT-WARNED = "N"
                 MOVE "Y" TO WS-SCHED-BEAT-WARNED
                 DISPLAY "STARTPROG.Main: WARNING - scheduler "
                    "heartbeat " FUNCTION TRIM(WS-SCHED-BEAT-PATH)
                    " cannot be written (status "
                    WS-SCHED-BEAT-STATUS ") - after a restart, "
                    "windows missed while down will not be listed"
              END-IF
           ELSE
              MOVE SPACES TO SCHED-BEAT-LINE
              STRING WS-MISS-LAST-POLL " LAST SCHEDULER POLL UNDER "
                 FUNCTION TRIM(WS-OPERATOR-ID)
                 DELIMITED BY SIZE INTO SCHED-BEAT-LINE
              WRITE SCHED-BEAT-LINE
              CLOSE SCHED-BEAT-FILE
           END-IF.

      *> Picks up the stamp of the last poll a previous scheduler run
      *> made. Anything that is not a stamp counts as no heartbeat.
       0552-READ-SCHED-BEAT.
           MOVE SPACES TO WS-MISS-LAST-POLL.
           OPEN INPUT SCHED-BEAT-FILE.
           IF WS-SCHED-BEAT-STATUS = "00"
              READ SCHED-BEAT-FILE
                 NOT AT END
                    IF SCHED-BEAT-LINE(1:14) IS NUMERIC
                       MOVE SCHED-BEAT-LINE(1:14)
                          TO WS-MISS-LAST-POLL
                    END-IF
              END-READ
              CLOSE SCHED-BEAT-FILE
           END-IF.

      *> Is the instance of the entry at WS-SCHED-IDX for
      *> WS-MISS-INST-DATE already in the missed-window table?
       0553-FIND-MISSED-ENTRY.
           MOVE "N" TO WS-MISS-RECORDED.
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
              IF WS-MISS-DATE(WS-MISS-IDX) = WS-MISS-INST-DATE
                 AND WS-MISS-START(WS-MISS-IDX) =
                    WS-SCHED-START(WS-SCHED-IDX)
                 AND WS-MISS-END(WS-MISS-IDX) =
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-MISS-STREAM(WS-MISS-IDX) =
                    WS-SCHED-STREAM(WS-SCHED-IDX)
                 MOVE "Y" TO WS-MISS-RECORDED
              END-IF
           END-PERFORM.

      *> Records one missed instance - the entry at WS-SCHED-IDX on
      *> WS-MISS-INST-DATE - in the missed-window file, and says so
      *> on the console, in the audit log and through the alert
      *> routes (severity M). The console, audit and alert still go
      *> out when the file cannot be written: the operator has to
      *> hear about the missed stream either way.
       0554-RECORD-MISSED-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-MISS-STAMP.
           ADD 1 TO WS-MISS-FOUND-COUNT.
           OPEN EXTEND MISSED-WINDOW-FILE.
           IF WS-MISSED-STATUS = "35"
              OPEN OUTPUT MISSED-WINDOW-FILE
           END-IF.
           IF WS-MISSED-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: missed-window file "
                 FUNCTION TRIM(WS-MISSED-PATH)
                 " unavailable (status " WS-MISSED-STATUS
                 ") - the instance below is NOT recorded for CATCHUP"
           ELSE
              MOVE SPACES TO MISSED-WINDOW-RECORD
              MOVE WS-MISS-INST-DATE TO MISS-BUSINESS-DATE
              MOVE WS-SCHED-START(WS-SCHED-IDX) TO MISS-WINDOW-START
              MOVE WS-SCHED-END(WS-SCHED-IDX) TO MISS-WINDOW-END
              MOVE WS-SCHED-SELECT(WS-SCHED-IDX) TO MISS-DAY-SELECT
              MOVE "P" TO MISS-STATUS
              MOVE WS-MISS-STAMP(1:14) TO MISS-FOUND-TS
              MOVE 0 TO MISS-RETURN-CODE
              MOVE WS-SCHED-STREAM(WS-SCHED-IDX) TO MISS-STREAM-PATH
              WRITE MISSED-WINDOW-RECORD
              CLOSE MISSED-WINDOW-FILE
              IF WS-MISS-COUNT < 300
                 ADD 1 TO WS-MISS-COUNT
                 SET WS-MISS-IDX TO WS-MISS-COUNT
                 MOVE WS-MISS-INST-DATE TO WS-MISS-DATE(WS-MISS-IDX)
                 MOVE WS-SCHED-START(WS-SCHED-IDX)
                    TO WS-MISS-START(WS-MISS-IDX)
                 MOVE WS-SCHED-END(WS-SCHED-IDX)
                    TO WS-MISS-END(WS-MISS-IDX)
                 MOVE WS-SCHED-SELECT(WS-SCHED-IDX)
                    TO WS-MISS-SELECT(WS-MISS-IDX)
                 MOVE "P" TO WS-MISS-STAT(WS-MISS-IDX)
                 MOVE WS-MISS-STAMP(1:14)
                    TO WS-MISS-FOUND(WS-MISS-IDX)
                 MOVE SPACES TO WS-MISS-SETTLED(WS-MISS-IDX)
                    WS-MISS-BY(WS-MISS-IDX)
                 MOVE 0 TO WS-MISS-RC(WS-MISS-IDX)
                 MOVE WS-SCHED-STREAM(WS-SCHED-IDX)
                    TO WS-MISS-STREAM(WS-MISS-IDX)
                 MOVE "N" TO WS-MISS-PICKED(WS-MISS-IDX)
              END-IF
           END-IF.
           DISPLAY "STARTPROG.Main: MISSED WINDOW - "
              FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
              " window " WS-SCHED-START(WS-SCHED-IDX) "-"
              WS-SCHED-END(WS-SCHED-IDX) " of " WS-MISS-INST-DATE
              " closed while the scheduler was not polling and was "
              "never dispatched".
           MOVE "MISSED-WINDOW" TO WS-EVENT-NAME.
           MOVE SPACES TO WS-EVENT-PARMS.
           STRING WS-MISS-INST-DATE " "
              FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
              DELIMITED BY SIZE INTO WS-EVENT-PARMS.
           MOVE 4 TO WS-EVENT-RC.
           PERFORM 0539-WRITE-EVENT-AUDIT.
           MOVE WS-SCHED-STREAM(WS-SCHED-IDX) TO WS-ALERT-STREAM.
           MOVE WS-MISS-INST-DATE TO WS-ALERT-MISSED-DATE.
           MOVE SPACES TO WS-ALERT-WINDOW.
           STRING WS-SCHED-START(WS-SCHED-IDX) "-"
              WS-SCHED-END(WS-SCHED-IDX)
              DELIMITED BY SIZE INTO WS-ALERT-WINDOW.
           MOVE 0 TO WS-ALERT-RC.
           MOVE "M" TO WS-ALERT-SEVERITY.
           PERFORM 0542-ROUTE-ALERT.

      *> Walks the business dates from the day before the last poll
      *> (a wrapped window that opened that evening may have closed
      *> in the gap) through today, against today's schedule, and
      *> records every instance that closed after the last poll and
      *> before this one with no dispatch-log line, no missed-window
      *> line already, and no hold covering its date. The schedule as
      *> it stands now is the schedule the missed nights are judged
      *> by - an entry added or removed during the outage is taken as
      *> it is now. Instances still waiting for CATCHUP from earlier
      *> outages are counted into the same closing line, so a
      *> restarted scheduler reminds the console of them.
       0555-FIND-MISSED-WINDOWS.
           DISPLAY "STARTPROG.Main: scheduler last polled at "
              WS-MISS-LAST-POLL " - checking for windows that closed "
              "since then without being dispatched".
           MOVE WS-MISS-LAST-POLL(1:8) TO WS-STAMP-WORK(1:8).
           COMPUTE WS-MISS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) - 1.
           MOVE WS-MISS-NOW(1:8) TO WS-STAMP-WORK(1:8).
           COMPUTE WS-MISS-TO-INT =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           IF WS-MISS-TO-INT - WS-MISS-FROM-INT > WS-MISS-LOOKBACK-DAYS
              COMPUTE WS-MISS-FROM-INT =
                 WS-MISS-TO-INT - WS-MISS-LOOKBACK-DAYS
              DISPLAY "STARTPROG.Main: the gap is longer than "
                 WS-MISS-LOOKBACK-DAYS " days - only the last "
                 WS-MISS-LOOKBACK-DAYS " days are checked"
           END-IF.
           COMPUTE WS-MISS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-MISS-FROM-INT).
           MOVE WS-MISS-DATE-NUM TO WS-MISS-FROM-DATE.
           MOVE WS-MISS-NOW(1:8) TO WS-MISS-TO-DATE.
           PERFORM 0556-LOAD-MISSED-DAYS.
           PERFORM 0557-LOAD-DISPATCH-LOG.
           PERFORM 0571-LOAD-MISSED-FILE.
           PERFORM 0528-LOAD-HOLDS.
           MOVE 0 TO WS-MISS-FOUND-COUNT.
           PERFORM VARYING WS-MDAY-IDX FROM 1 BY 1
                   UNTIL WS-MDAY-IDX > WS-MDAY-COUNT
              IF WS-MDAY-TYPE(WS-MDAY-IDX) = "B"
                 PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                    PERFORM 0559-CHECK-MISSED-INSTANCE
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-MISS-OPEN-COUNT.
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
              IF WS-MISS-STAT(WS-MISS-IDX) = "P"
                 OR WS-MISS-STAT(WS-MISS-IDX) = "F"
                 ADD 1 TO WS-MISS-OPEN-COUNT
              END-IF
           END-PERFORM.
           IF WS-MISS-OPEN-COUNT = 0
              DISPLAY "STARTPROG.Main: no missed windows"
           ELSE
              DISPLAY "STARTPROG.Main: " WS-MISS-FOUND-COUNT
                 " window instance(s) missed in this gap, "
                 WS-MISS-OPEN-COUNT " in all waiting in "
                 FUNCTION TRIM(WS-MISSED-PATH)
                 " - STARTPROG CATCHUP runs them in date order"
           END-IF.

      *> Reads the calendar dates from WS-MISS-FROM-DATE through
      *> WS-MISS-TO-DATE into the day table, with their effective
      *> month-end and quarter-end flags worked out the way
      *> 0510-LOAD-CALENDAR-DAY does for today - a period end on a
      *> holiday or weekend carries forward to the next business
      *> day. A date missing from the calendar is no business day
      *> here either.
       0556-LOAD-MISSED-DAYS.
           MOVE 0 TO WS-MDAY-COUNT.
           MOVE "N" TO WS-MISS-CARRY-ME WS-MISS-CARRY-QE.
           MOVE "N" TO WS-CALENDAR-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: unable to open calendar file "
                 FUNCTION TRIM(WS-CALENDAR-PATH) " (status "
                 WS-CALENDAR-STATUS ") - missed windows cannot be "
                 "worked out"
           ELSE
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END
                       MOVE "Y" TO WS-CALENDAR-EOF
                    NOT AT END
                       IF CAL-DATE >= WS-MISS-FROM-DATE
                          AND CAL-DATE <= WS-MISS-TO-DATE
                          AND WS-MDAY-COUNT < 40
                          ADD 1 TO WS-MDAY-COUNT
                          SET WS-MDAY-IDX TO WS-MDAY-COUNT
                          MOVE CAL-DATE TO WS-MDAY-DATE(WS-MDAY-IDX)
                          MOVE CAL-DAY-TYPE
                             TO WS-MDAY-TYPE(WS-MDAY-IDX)
                          MOVE "N" TO WS-MDAY-ME(WS-MDAY-IDX)
                          MOVE "N" TO WS-MDAY-QE(WS-MDAY-IDX)
                          IF CAL-MONTH-END
                             OR (CAL-BUSINESS-DAY
                                 AND WS-MISS-CARRY-ME = "Y")
                             MOVE "Y" TO WS-MDAY-ME(WS-MDAY-IDX)
                          END-IF
                          IF CAL-QTR-END
                             OR (CAL-BUSINESS-DAY
                                 AND WS-MISS-CARRY-QE = "Y")
                             MOVE "Y" TO WS-MDAY-QE(WS-MDAY-IDX)
                          END-IF
                       END-IF
                       IF CAL-BUSINESS-DAY
                          MOVE "N" TO WS-MISS-CARRY-ME
                          MOVE "N" TO WS-MISS-CARRY-QE
                       ELSE
                          IF CAL-MONTH-END
                             MOVE "Y" TO WS-MISS-CARRY-ME
                          END-IF
                          IF CAL-QTR-END
                             MOVE "Y" TO WS-MISS-CARRY-QE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

      *> Loads the dispatch-log lines from WS-MISS-FROM-DATE on into
      *> the dispatch table. No log yet means nothing was dispatched.
       0557-LOAD-DISPATCH-LOG.
           MOVE 0 TO WS-DISP-COUNT.
           MOVE "N" TO WS-DISP-OVERFLOW.
           MOVE "N" TO WS-DISPATCH-EOF.
           OPEN INPUT DISPATCH-LOG-FILE.
           EVALUATE WS-DISPATCH-STATUS
              WHEN "35"
                 CONTINUE
              WHEN "00"
                 PERFORM UNTIL DISPATCH-LOG-AT-END
                    READ DISPATCH-LOG-FILE
                       AT END
                          MOVE "Y" TO WS-DISPATCH-EOF
                       NOT AT END
                          IF DISP-BUSINESS-DATE >= WS-MISS-FROM-DATE
                             IF WS-DISP-COUNT < 2000
                                ADD 1 TO WS-DISP-COUNT
                                SET WS-DISP-IDX TO WS-DISP-COUNT
                                MOVE DISP-BUSINESS-DATE
                                   TO WS-DISP-DATE(WS-DISP-IDX)
                                MOVE DISP-WINDOW-START
                                   TO WS-DISP-START(WS-DISP-IDX)
                                MOVE DISP-WINDOW-END
                                   TO WS-DISP-END(WS-DISP-IDX)
                                MOVE DISP-STREAM-PATH
                                   TO WS-DISP-STREAM(WS-DISP-IDX)
                             ELSE
                                MOVE "Y" TO WS-DISP-OVERFLOW
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DISPATCH-LOG-FILE
                 IF WS-DISP-OVERFLOW = "Y"
                    DISPLAY "STARTPROG.Main: WARNING - more than "
                       "2000 dispatches since " WS-MISS-FROM-DATE
                       " - later ones may be reported missed"
                 END-IF
              WHEN OTHER
                 DISPLAY "STARTPROG.Main: WARNING - dispatch log "
                    FUNCTION TRIM(WS-DISPATCH-PATH)
                    " unreadable (status " WS-DISPATCH-STATUS
                    ") - instances it records may be reported missed"
           END-EVALUATE.

      *> Has the instance of the entry at WS-SCHED-IDX for
      *> WS-MISS-INST-DATE been dispatched?
       0558-FIND-DISPATCH.
           MOVE "N" TO WS-MISS-DISPATCHED.
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > WS-DISP-COUNT
              IF WS-DISP-DATE(WS-DISP-IDX) = WS-MISS-INST-DATE
                 AND WS-DISP-START(WS-DISP-IDX) =
                    WS-SCHED-START(WS-SCHED-IDX)
                 AND WS-DISP-END(WS-DISP-IDX) =
                    WS-SCHED-END(WS-SCHED-IDX)
                 AND WS-DISP-STREAM(WS-DISP-IDX) =
                    WS-SCHED-STREAM(WS-SCHED-IDX)
                 MOVE "Y" TO WS-MISS-DISPATCHED
              END-IF
           END-PERFORM.

      *> One schedule entry (WS-SCHED-IDX) on one business date
      *> (WS-MDAY-IDX): selected that day, closed between the last
      *> poll and this one, and not dispatched, recorded or held - a
      *> missed instance. Times are minutes on the same scale as the
      *> poll stamps, so a wrapped window closes the next morning.
       0559-CHECK-MISSED-INSTANCE.
           IF (WS-SCHED-SELECT(WS-SCHED-IDX) = "D"
               OR (WS-SCHED-SELECT(WS-SCHED-IDX) = "M"
                   AND WS-MDAY-ME(WS-MDAY-IDX) = "Y")
               OR (WS-SCHED-SELECT(WS-SCHED-IDX) = "Q"
                   AND WS-MDAY-QE(WS-MDAY-IDX) = "Y"))
              AND WS-SCHED-START(WS-SCHED-IDX) IS NUMERIC
              AND WS-SCHED-END(WS-SCHED-IDX) IS NUMERIC
              MOVE WS-MDAY-DATE(WS-MDAY-IDX) TO WS-MISS-INST-DATE
              MOVE WS-MISS-INST-DATE TO WS-STAMP-WORK(1:8)
              COMPUTE WS-MISS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
              MOVE WS-SCHED-END(WS-SCHED-IDX) TO WS-MISS-HHMM
              COMPUTE WS-MISS-CLOSE-MINS = WS-MISS-DAY-INT * 1440
                 + WS-MISS-HH * 60 + WS-MISS-MI
              IF WS-SCHED-START(WS-SCHED-IDX) >
                    WS-SCHED-END(WS-SCHED-IDX)
                 ADD 1440 TO WS-MISS-CLOSE-MINS
              END-IF
              IF WS-MISS-CLOSE-MINS > WS-MISS-LAST-MINS
                 AND WS-MISS-CLOSE-MINS < WS-MISS-NOW-MINS
                 PERFORM 0558-FIND-DISPATCH
                 PERFORM 0553-FIND-MISSED-ENTRY
                 MOVE "N" TO WS-STREAM-IS-HELD
                 PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    IF WS-HOLD-STREAM(WS-HOLD-IDX) =
                          WS-SCHED-STREAM(WS-SCHED-IDX)
                       AND (WS-HOLD-UNTIL(WS-HOLD-IDX) = SPACES
                            OR WS-HOLD-UNTIL(WS-HOLD-IDX) >=
                               WS-MISS-INST-DATE)
                       MOVE "Y" TO WS-STREAM-IS-HELD
                       MOVE WS-HOLD-WHO(WS-HOLD-IDX) TO WS-HELD-BY-OP
                    END-IF
                 END-PERFORM
                 IF NOT MISS-INSTANCE-DISPATCHED
                    AND NOT MISS-INSTANCE-RECORDED
                    IF SCHEDULED-STREAM-HELD
                       DISPLAY "STARTPROG.Main: "
                          FUNCTION TRIM
                             (WS-SCHED-STREAM(WS-SCHED-IDX))
                          " window " WS-SCHED-START(WS-SCHED-IDX)
                          "-" WS-SCHED-END(WS-SCHED-IDX) " of "
                          WS-MISS-INST-DATE " was not dispatched but "
                          "is HELD by " FUNCTION TRIM(WS-HELD-BY-OP)
                          " - not counted as missed"
                    ELSE
                       PERFORM 0554-RECORD-MISSED-WINDOW
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> "CATCHUP [LIST | SKIP <yyyymmdd> <stream>]": runs the window
      *> instances the scheduler recorded as missed (see
      *> MissedWindowRecord.cpy), oldest first, each inline as a
      *> "JOBSTREAM <file>" would run it - stream lock, checkpoints,
      *> spools, audit and run statistics as usual - but with the
      *> symbolic dates resolved as of the missed business date.
      *> LIST only shows what is waiting; SKIP settles one instance
      *> without running it. The command itself is audit-logged like
      *> HOLD and RELEASE: a late posting run must be attributable.
       0570-RUN-CATCHUP.
           MOVE WS-CALL-PARMS TO WS-MISS-SAVE-PARMS.
           MOVE SPACES TO WS-MISS-ARG-ACTION WS-MISS-ARG-DATE
              WS-MISS-ARG-STREAM.
           MOVE 1 TO WS-MISS-PTR.
           UNSTRING WS-CALL-PARMS DELIMITED BY ALL SPACE
               INTO WS-MISS-ARG-ACTION WS-MISS-ARG-DATE
                    WS-MISS-ARG-STREAM
               WITH POINTER WS-MISS-PTR
           END-UNSTRING.
           MOVE 0 TO WS-LAST-RETURN-CODE.
           PERFORM 0571-LOAD-MISSED-FILE.
           EVALUATE TRUE
              WHEN WS-MISS-ARG-ACTION NOT = SPACES
                   AND WS-MISS-ARG-ACTION NOT = "LIST"
                   AND WS-MISS-ARG-ACTION NOT = "SKIP"
                 DISPLAY "STARTPROG.Main: CATCHUP understands LIST "
                    "or SKIP <yyyymmdd> <stream>, not "
                    FUNCTION TRIM(WS-MISS-ARG-ACTION)
                 MOVE 16 TO WS-LAST-RETURN-CODE
              WHEN MISSED-FILE-UNUSABLE
                 DISPLAY "STARTPROG.Main: the missed-window file "
                    "could not be read in full - nothing was run"
                 MOVE 16 TO WS-LAST-RETURN-CODE
              WHEN WS-MISS-ARG-ACTION = "LIST"
                 PERFORM 0576-LIST-MISSED-WINDOWS
              WHEN WS-MISS-ARG-ACTION = "SKIP"
                 PERFORM 0575-SKIP-MISSED-WINDOW
              WHEN OTHER
                 PERFORM 0574-CATCH-UP-MISSED-WINDOWS
           END-EVALUATE.
           MOVE "CATCHUP" TO CALL-PROG.
           MOVE WS-MISS-SAVE-PARMS TO WS-CALL-PARMS.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           PERFORM 0300-WRITE-AUDIT-LOG.

      *> Reads the missed-window file into the missed table. No file
      *> means nothing was ever missed; a file too big for the table
      *> or unreadable is WS-MISS-LOAD-STATE "E", and nothing may then
      *> rewrite it - the lines that did not fit would be lost.
       0571-LOAD-MISSED-FILE.
           MOVE 0 TO WS-MISS-COUNT.
           MOVE "N" TO WS-MISS-LOAD-STATE.
           MOVE "N" TO WS-MISSED-EOF.
           OPEN INPUT MISSED-WINDOW-FILE.
           EVALUATE WS-MISSED-STATUS
              WHEN "35"
                 CONTINUE
              WHEN "00"
                 MOVE "Y" TO WS-MISS-LOAD-STATE
                 PERFORM UNTIL MISSED-FILE-AT-END
                    READ MISSED-WINDOW-FILE
                       AT END
                          MOVE "Y" TO WS-MISSED-EOF
                       NOT AT END
                          IF MISS-STREAM-PATH NOT = SPACES
                             IF WS-MISS-COUNT < 300
                                ADD 1 TO WS-MISS-COUNT
                                SET WS-MISS-IDX TO WS-MISS-COUNT
                                MOVE MISS-BUSINESS-DATE
                                   TO WS-MISS-DATE(WS-MISS-IDX)
                                MOVE MISS-WINDOW-START
                                   TO WS-MISS-START(WS-MISS-IDX)
                                MOVE MISS-WINDOW-END
                                   TO WS-MISS-END(WS-MISS-IDX)
                                MOVE MISS-DAY-SELECT
                                   TO WS-MISS-SELECT(WS-MISS-IDX)
                                MOVE MISS-STATUS
                                   TO WS-MISS-STAT(WS-MISS-IDX)
                                MOVE MISS-FOUND-TS
                                   TO WS-MISS-FOUND(WS-MISS-IDX)
                                MOVE MISS-SETTLED-TS
                                   TO WS-MISS-SETTLED(WS-MISS-IDX)
                                MOVE MISS-SETTLED-BY
                                   TO WS-MISS-BY(WS-MISS-IDX)
                                MOVE MISS-RETURN-CODE
                                   TO WS-MISS-RC(WS-MISS-IDX)
                                MOVE MISS-STREAM-PATH
                                   TO WS-MISS-STREAM(WS-MISS-IDX)
                                MOVE "N" TO WS-MISS-PICKED(WS-MISS-IDX)
                             ELSE
                                MOVE "E" TO WS-MISS-LOAD-STATE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE MISSED-WINDOW-FILE
                 IF MISSED-FILE-UNUSABLE
                    DISPLAY "STARTPROG.Main: missed-window file "
                       FUNCTION TRIM(WS-MISSED-PATH)
                       " holds more than 300 lines - only the first "
                       "300 are used"
                 END-IF
              WHEN OTHER
                 MOVE "E" TO WS-MISS-LOAD-STATE
                 DISPLAY "STARTPROG.Main: missed-window file "
                    FUNCTION TRIM(WS-MISSED-PATH)
                    " unreadable (status " WS-MISSED-STATUS ")"
           END-EVALUATE.

      *> Rewrites the missed-window file from the table, dropping
      *> settled lines more than five weeks old.
       0572-REWRITE-MISSED-FILE.
           MOVE "Y" TO WS-MISS-REWRITE-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-MISS-STAMP.
           MOVE WS-MISS-STAMP(1:8) TO WS-STAMP-WORK(1:8).
           COMPUTE WS-MISS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) - 35).
           MOVE WS-MISS-DATE-NUM TO WS-MISS-CUTOFF.
           OPEN OUTPUT MISSED-WINDOW-FILE.
           IF WS-MISSED-STATUS NOT = "00"
              MOVE "N" TO WS-MISS-REWRITE-OK
              DISPLAY "STARTPROG.Main: missed-window file "
                 FUNCTION TRIM(WS-MISSED-PATH)
                 " could not be rewritten (status " WS-MISSED-STATUS
                 ") - the change above is NOT recorded"
           ELSE
              PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                      UNTIL WS-MISS-IDX > WS-MISS-COUNT
                 IF WS-MISS-STAT(WS-MISS-IDX) = "P"
                    OR WS-MISS-STAT(WS-MISS-IDX) = "F"
                    OR WS-MISS-DATE(WS-MISS-IDX) >= WS-MISS-CUTOFF
                    MOVE SPACES TO MISSED-WINDOW-RECORD
                    MOVE WS-MISS-DATE(WS-MISS-IDX)
                       TO MISS-BUSINESS-DATE
                    MOVE WS-MISS-START(WS-MISS-IDX)
                       TO MISS-WINDOW-START
                    MOVE WS-MISS-END(WS-MISS-IDX) TO MISS-WINDOW-END
                    MOVE WS-MISS-SELECT(WS-MISS-IDX)
                       TO MISS-DAY-SELECT
                    MOVE WS-MISS-STAT(WS-MISS-IDX) TO MISS-STATUS
                    MOVE WS-MISS-FOUND(WS-MISS-IDX) TO MISS-FOUND-TS
                    MOVE WS-MISS-SETTLED(WS-MISS-IDX)
                       TO MISS-SETTLED-TS
                    MOVE WS-MISS-BY(WS-MISS-IDX) TO MISS-SETTLED-BY
                    MOVE WS-MISS-RC(WS-MISS-IDX) TO MISS-RETURN-CODE
                    MOVE WS-MISS-STREAM(WS-MISS-IDX)
                       TO MISS-STREAM-PATH
                    WRITE MISSED-WINDOW-RECORD
                 END-IF
              END-PERFORM
              CLOSE MISSED-WINDOW-FILE
           END-IF.

      *> Finds the oldest open instance (business date, then window
      *> start) not yet taken this run: WS-MISS-NEXT, or zero when
      *> none is left.
       0573-PICK-NEXT-MISSED.
           MOVE 0 TO WS-MISS-NEXT.
           PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
              IF (WS-MISS-STAT(WS-MISS-IDX) = "P"
                  OR WS-MISS-STAT(WS-MISS-IDX) = "F")
                 AND WS-MISS-PICKED(WS-MISS-IDX) = "N"
                 IF WS-MISS-NEXT = 0
                    SET WS-MISS-NEXT TO WS-MISS-IDX
                 ELSE
                    IF WS-MISS-DATE(WS-MISS-IDX) <
                          WS-MISS-DATE(WS-MISS-NEXT)
                       OR (WS-MISS-DATE(WS-MISS-IDX) =
                              WS-MISS-DATE(WS-MISS-NEXT)
                           AND WS-MISS-START(WS-MISS-IDX) <
                              WS-MISS-START(WS-MISS-NEXT))
                       SET WS-MISS-NEXT TO WS-MISS-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *> Runs the open instances oldest first. A run that fails stops
      *> the catch-up there, marked F: the later dates must not post
      *> ahead of it, and the next CATCHUP starts with it again -
      *> resuming from the stream's checkpoint, under the same
      *> business date. A stream that could not even start (its lock
      *> is held, its file will not open) stops the catch-up with the
      *> instance left open. A held stream is passed over and stays
      *> open for a later CATCHUP.
       0574-CATCH-UP-MISSED-WINDOWS.
           MOVE 0 TO WS-MISS-RUN-COUNT WS-MISS-WORST-RC.
           MOVE "N" TO WS-MISS-STOP.
           PERFORM 0528-LOAD-HOLDS.
           PERFORM 0573-PICK-NEXT-MISSED.
           PERFORM UNTIL WS-MISS-NEXT = 0 OR CATCHUP-STOPPED
              SET WS-MISS-IDX TO WS-MISS-NEXT
              MOVE "Y" TO WS-MISS-PICKED(WS-MISS-IDX)
              PERFORM 0577-RUN-MISSED-INSTANCE
              PERFORM 0573-PICK-NEXT-MISSED
           END-PERFORM.
           IF WS-MISS-RUN-COUNT = 0 AND NOT CATCHUP-STOPPED
              AND WS-MISS-WORST-RC = 0
              DISPLAY "STARTPROG.Main: no missed windows are waiting "
                 "for catch-up"
           ELSE
              DISPLAY "STARTPROG.Main: catch-up ran "
                 WS-MISS-RUN-COUNT " missed window instance(s), "
                 "worst return code " WS-MISS-WORST-RC
           END-IF.
           MOVE WS-MISS-WORST-RC TO WS-LAST-RETURN-CODE.

      *> "CATCHUP SKIP <yyyymmdd> <stream>": settles the open
      *> instances of the stream on that business date as skipped.
       0575-SKIP-MISSED-WINDOW.
           IF WS-MISS-ARG-DATE = SPACES
              OR WS-MISS-ARG-STREAM = SPACES
              DISPLAY "STARTPROG.Main: CATCHUP SKIP needs the "
                 "business date (YYYYMMDD) and the stream file of the "
                 "missed window"
              MOVE 16 TO WS-LAST-RETURN-CODE
           ELSE
              MOVE 0 TO WS-MISS-RUN-COUNT
              MOVE FUNCTION CURRENT-DATE TO WS-MISS-STAMP
              PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                      UNTIL WS-MISS-IDX > WS-MISS-COUNT
                 IF WS-MISS-DATE(WS-MISS-IDX) = WS-MISS-ARG-DATE
                    AND WS-MISS-STREAM(WS-MISS-IDX)(1:60) =
                       WS-MISS-ARG-STREAM
                    AND (WS-MISS-STAT(WS-MISS-IDX) = "P"
                         OR WS-MISS-STAT(WS-MISS-IDX) = "F")
                    MOVE "X" TO WS-MISS-STAT(WS-MISS-IDX)
                    MOVE WS-MISS-STAMP(1:14)
                       TO WS-MISS-SETTLED(WS-MISS-IDX)
                    MOVE WS-OPERATOR-ID TO WS-MISS-BY(WS-MISS-IDX)
                    MOVE 0 TO WS-MISS-RC(WS-MISS-IDX)
                    ADD 1 TO WS-MISS-RUN-COUNT
                 END-IF
              END-PERFORM
              IF WS-MISS-RUN-COUNT = 0
                 DISPLAY "STARTPROG.Main: no open missed window for "
                    FUNCTION TRIM(WS-MISS-ARG-STREAM) " on "
                    WS-MISS-ARG-DATE
                 MOVE 4 TO WS-LAST-RETURN-CODE
              ELSE
                 PERFORM 0572-REWRITE-MISSED-FILE
                 IF MISSED-FILE-REWRITTEN
                    DISPLAY "STARTPROG.Main: skipped "
                       WS-MISS-RUN-COUNT " missed instance(s) of "
                       FUNCTION TRIM(WS-MISS-ARG-STREAM) " on "
                       WS-MISS-ARG-DATE " - they will not be run"
                 ELSE
                    MOVE 16 TO WS-LAST-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      *> "CATCHUP LIST": the open instances in the order CATCHUP
      *> would run them.
       0576-LIST-MISSED-WINDOWS.
           MOVE 0 TO WS-MISS-RUN-COUNT.
           PERFORM 0573-PICK-NEXT-MISSED.
           PERFORM UNTIL WS-MISS-NEXT = 0
              SET WS-MISS-IDX TO WS-MISS-NEXT
              MOVE "Y" TO WS-MISS-PICKED(WS-MISS-IDX)
              ADD 1 TO WS-MISS-RUN-COUNT
              IF WS-MISS-STAT(WS-MISS-IDX) = "F"
                 DISPLAY "STARTPROG.Main: " WS-MISS-DATE(WS-MISS-IDX)
                    " " WS-MISS-START(WS-MISS-IDX) "-"
                    WS-MISS-END(WS-MISS-IDX) " "
                    FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                    " - FAILED catch-up " WS-MISS-SETTLED(WS-MISS-IDX)
                    " return code " WS-MISS-RC(WS-MISS-IDX)
              ELSE
                 DISPLAY "STARTPROG.Main: " WS-MISS-DATE(WS-MISS-IDX)
                    " " WS-MISS-START(WS-MISS-IDX) "-"
                    WS-MISS-END(WS-MISS-IDX) " "
                    FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                    " - missed, noticed " WS-MISS-FOUND(WS-MISS-IDX)
              END-IF
              PERFORM 0573-PICK-NEXT-MISSED
           END-PERFORM.
           IF WS-MISS-RUN-COUNT = 0
              DISPLAY "STARTPROG.Main: no missed windows are waiting "
                 "for catch-up"
           END-IF.

      *> Runs the one missed instance at WS-MISS-IDX.
       0577-RUN-MISSED-INSTANCE.
           MOVE "N" TO WS-STREAM-IS-HELD.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-STREAM(WS-HOLD-IDX) =
                    WS-MISS-STREAM(WS-MISS-IDX)
                 AND (WS-HOLD-UNTIL(WS-HOLD-IDX) = SPACES
                      OR WS-HOLD-UNTIL(WS-HOLD-IDX) >= WS-HOLD-TODAY)
                 MOVE "Y" TO WS-STREAM-IS-HELD
                 MOVE WS-HOLD-WHO(WS-HOLD-IDX) TO WS-HELD-BY-OP
              END-IF
           END-PERFORM.
           IF SCHEDULED-STREAM-HELD
              DISPLAY "STARTPROG.Main: "
                 FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                 " (" WS-MISS-DATE(WS-MISS-IDX) ") is HELD by "
                 FUNCTION TRIM(WS-HELD-BY-OP)
                 " - left for a later CATCHUP"
              IF WS-MISS-WORST-RC >= 0 AND WS-MISS-WORST-RC < 4
                 MOVE 4 TO WS-MISS-WORST-RC
              END-IF
           ELSE
              DISPLAY "STARTPROG.Main: catching up "
                 FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                 " window " WS-MISS-START(WS-MISS-IDX) "-"
                 WS-MISS-END(WS-MISS-IDX) " of "
                 WS-MISS-DATE(WS-MISS-IDX)
                 " - symbolic dates resolve as of that date"
              MOVE WS-MISS-DATE(WS-MISS-IDX) TO WS-SYM-AS-OF-DATE
              MOVE "JOBSTREAM" TO CALL-PROG
              MOVE WS-MISS-STREAM(WS-MISS-IDX) TO WS-CALL-PARMS
              MOVE 0 TO WS-LAST-RETURN-CODE
              PERFORM 0400-RUN-JOB-STREAM
              MOVE SPACES TO WS-SYM-AS-OF-DATE
              IF WS-LAST-RETURN-CODE < 0
                 OR WS-LAST-RETURN-CODE > WS-MISS-WORST-RC
                 MOVE WS-LAST-RETURN-CODE TO WS-MISS-WORST-RC
              END-IF
              IF WS-STEP-NUMBER = 0 AND WS-LAST-RETURN-CODE >= 12
                 DISPLAY "STARTPROG.Main: "
                    FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                    " did not start (return code "
                    WS-LAST-RETURN-CODE ") - catch-up stopped; the "
                    "instance stays open"
                 MOVE "Y" TO WS-MISS-STOP
              ELSE
                 ADD 1 TO WS-MISS-RUN-COUNT
                 MOVE FUNCTION CURRENT-DATE TO WS-MISS-STAMP
                 MOVE WS-MISS-STAMP(1:14)
                    TO WS-MISS-SETTLED(WS-MISS-IDX)
                 MOVE WS-OPERATOR-ID TO WS-MISS-BY(WS-MISS-IDX)
                 MOVE WS-LAST-RETURN-CODE TO WS-MISS-RC(WS-MISS-IDX)
                 IF STREAM-ABORTED
                    OR WS-LAST-RETURN-CODE < 0
                    OR WS-LAST-RETURN-CODE > 4
                    MOVE "F" TO WS-MISS-STAT(WS-MISS-IDX)
                    MOVE "Y" TO WS-MISS-STOP
                    DISPLAY "STARTPROG.Main: catch-up of "
                       FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                       " for " WS-MISS-DATE(WS-MISS-IDX)
                       " ended with return code " WS-LAST-RETURN-CODE
                       " - stopped here so later dates do not post "
                       "ahead of it; CATCHUP resumes with it"
                 ELSE
                    MOVE "C" TO WS-MISS-STAT(WS-MISS-IDX)
                    DISPLAY "STARTPROG.Main: caught up "
                       FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                       " for " WS-MISS-DATE(WS-MISS-IDX)
                       " (return code " WS-LAST-RETURN-CODE ")"
                 END-IF
                 MOVE WS-MISS-DATE(WS-MISS-IDX) TO WS-DISP-NEW-DATE
                 MOVE WS-MISS-START(WS-MISS-IDX) TO WS-DISP-NEW-START
                 MOVE WS-MISS-END(WS-MISS-IDX) TO WS-DISP-NEW-END
                 MOVE WS-MISS-SELECT(WS-MISS-IDX)
                    TO WS-DISP-NEW-SELECT
                 MOVE WS-MISS-STREAM(WS-MISS-IDX)
                    TO WS-DISP-NEW-STREAM
                 MOVE "C" TO WS-DISP-NEW-HOW
                 PERFORM 0544-WRITE-DISPATCH-LOG
                 MOVE "CATCHUP-RUN" TO WS-EVENT-NAME
                 MOVE SPACES TO WS-EVENT-PARMS
                 STRING WS-MISS-DATE(WS-MISS-IDX) " "
                    FUNCTION TRIM(WS-MISS-STREAM(WS-MISS-IDX))
                    DELIMITED BY SIZE INTO WS-EVENT-PARMS
                 MOVE WS-LAST-RETURN-CODE TO WS-EVENT-RC
                 PERFORM 0539-WRITE-EVENT-AUDIT
                 PERFORM 0572-REWRITE-MISSED-FILE
              END-IF
           END-IF.

      *> Decides whether the entry at WS-SCHED-IDX may dispatch now,
      *> against its declared AFTER stream. The dependency holds the
      *> entry while the named stream is running anywhere - the
              " (window "
              WS-SCHED-START(WS-SCHED-IDX) "-"
              WS-SCHED-END(WS-SCHED-IDX) ")".
           IF WS-SCHED-TRIG-HIT(WS-SCHED-IDX) NOT = SPACES
              PERFORM 0537-CONSUME-TRIGGER-FILE
           END-IF.
      *>   The instance belongs to the date its window opened: a poll
      *>   before the window's start time can only be dispatching the
      *>   instance that opened yesterday evening (the morning half of
      *>   a wrapped window, or an AFTER wait that ran past midnight).
           IF WS-SCHED-NOW-HHMM < WS-SCHED-START(WS-SCHED-IDX)
              MOVE WS-SCHED-TODAY TO WS-STAMP-WORK(1:8)
              COMPUTE WS-MISS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) - 1)
              MOVE WS-MISS-DATE-NUM TO WS-DISP-NEW-DATE
           ELSE
              MOVE WS-SCHED-TODAY TO WS-DISP-NEW-DATE
           END-IF.
           MOVE WS-SCHED-START(WS-SCHED-IDX) TO WS-DISP-NEW-START.
           MOVE WS-SCHED-END(WS-SCHED-IDX) TO WS-DISP-NEW-END.
           MOVE WS-SCHED-SELECT(WS-SCHED-IDX) TO WS-DISP-NEW-SELECT.
           MOVE WS-SCHED-STREAM(WS-SCHED-IDX) TO WS-DISP-NEW-STREAM.
           MOVE "S" TO WS-DISP-NEW-HOW.
           PERFORM 0544-WRITE-DISPATCH-LOG.
           MOVE SPACES TO WS-SCHED-ARGS.
           STRING "JOBSTREAM "
              FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
              SET schedStartInfo::"Arguments" TO
                 FUNCTION TRIM(WS-SCHED-ARGS)
              SET schedStartInfo::"UseShellExecute" TO FALSE
              INVOKE schedStartInfo::"EnvironmentVariables"
                 ::"Remove"("STARTPROG_STARTED_BY")
              INVOKE schedStartInfo::"EnvironmentVariables"
                 ::"Add"("STARTPROG_STARTED_BY", "SCHEDULER")
              SET schedProc TO TYPE "System.Diagnostics.Process"
                 ::"Start"(schedStartInfo)
              SET schedKey TO FUNCTION TRIM
              MOVE 0 TO WS-LAST-RETURN-CODE
              MOVE WS-SCHED-STREAM(WS-SCHED-IDX)
                 TO WS-CALL-PARMS
              MOVE "S" TO WS-RUN-HOW
              PERFORM 0400-RUN-JOB-STREAM
              MOVE "C" TO WS-RUN-HOW
              DISPLAY "STARTPROG.Main: scheduler finished "
                 FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                 " with return code " WS-LAST-RETURN-CODE
              PERFORM 0540-RAISE-STREAM-ALERT
           END-TRY.

      *> Has the entry's trigger feed arrived? An entry without a
      *> trigger always has. Otherwise the trigger's directory is
      *> listed for its file-name pattern (the wildcards are the
      *> directory listing's own) and the matches are taken in name
      *> order, so of several dated feeds the oldest fires first. A
      *> match is fresh - and arms the entry - when no .CONSUMED
      *> marker sits beside it, or when the file was written after
      *> its marker (the upstream job dropped a new feed under the
      *> same name). Marker files themselves never match. A missing
      *> or unreadable inbound directory is simply "not arrived":
      *> the WAITING FOR FILE line and the late alert say the rest.
       0533-CHECK-TRIGGER-FILE.
           MOVE "Y" TO WS-TRIG-FOUND.
           IF WS-SCHED-TRIGGER(WS-SCHED-IDX) NOT = SPACES
              MOVE "N" TO WS-TRIG-FOUND
              MOVE SPACES TO WS-SCHED-TRIG-HIT(WS-SCHED-IDX)
              MOVE WS-SCHED-TRIGGER(WS-SCHED-IDX) TO WS-TRIG-CANDIDATE
              MOVE 0 TO WS-TRIG-SLASH-POS
              PERFORM VARYING WS-TRIG-IDX FROM 1 BY 1
                      UNTIL WS-TRIG-IDX > LENGTH OF WS-TRIG-CANDIDATE
                 IF WS-TRIG-CANDIDATE(WS-TRIG-IDX:1) = "/"
                    OR WS-TRIG-CANDIDATE(WS-TRIG-IDX:1) = "\"
                    MOVE WS-TRIG-IDX TO WS-TRIG-SLASH-POS
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-TRIG-DIR WS-TRIG-PATTERN
              IF WS-TRIG-SLASH-POS > 0
                 MOVE WS-TRIG-CANDIDATE(1:WS-TRIG-SLASH-POS)
                    TO WS-TRIG-DIR
                 IF WS-TRIG-SLASH-POS < LENGTH OF WS-TRIG-CANDIDATE
                    MOVE WS-TRIG-CANDIDATE(WS-TRIG-SLASH-POS + 1:)
                       TO WS-TRIG-PATTERN
                 END-IF
              ELSE
                 MOVE "." TO WS-TRIG-DIR
                 MOVE WS-TRIG-CANDIDATE TO WS-TRIG-PATTERN
              END-IF
              IF WS-TRIG-PATTERN NOT = SPACES
                 TRY
                    SET trigFiles TO TYPE "System.IO.Directory"
                       ::"GetFiles"(FUNCTION TRIM(WS-TRIG-DIR),
                                    FUNCTION TRIM(WS-TRIG-PATTERN))
                    INVOKE TYPE "System.Array"::"Sort"(trigFiles)
                    PERFORM VARYING WS-TRIG-SUB FROM 1 BY 1
                            UNTIL WS-TRIG-SUB > trigFiles::"Length"
                               OR TRIGGER-FILE-ARRIVED
                       SET trigFile TO trigFiles(WS-TRIG-SUB)
                       MOVE SPACES TO WS-TRIG-CANDIDATE
                       MOVE trigFile TO WS-TRIG-CANDIDATE
                       COMPUTE WS-TRIG-NAME-LEN = FUNCTION LENGTH(
                          FUNCTION TRIM(WS-TRIG-CANDIDATE))
                       IF WS-TRIG-NAME-LEN > 9
                          AND WS-TRIG-CANDIDATE
                             (WS-TRIG-NAME-LEN - 8:9) = ".CONSUMED"
                          CONTINUE
                       ELSE
                          SET trigMarker TO TYPE "System.String"
                             ::"Concat"(trigFile, ".CONSUMED")
                          IF NOT TYPE "System.IO.File"
                                ::"Exists"(trigMarker)
                             MOVE "Y" TO WS-TRIG-FOUND
                          ELSE
                             SET trigFileTime TO TYPE "System.IO.File"
                                ::"GetLastWriteTime"(trigFile)
                             SET trigMarkTime TO TYPE "System.IO.File"
                                ::"GetLastWriteTime"(trigMarker)
                             IF TYPE "System.DateTime"::"Compare"
                                   (trigFileTime, trigMarkTime) > 0
                                MOVE "Y" TO WS-TRIG-FOUND
                             END-IF
                          END-IF
                          IF TRIGGER-FILE-ARRIVED
                             MOVE WS-TRIG-CANDIDATE TO
                                WS-SCHED-TRIG-HIT(WS-SCHED-IDX)
                          END-IF
                       END-IF
                    END-PERFORM
                 CATCH
                    MOVE "N" TO WS-TRIG-FOUND
                    MOVE SPACES TO WS-SCHED-TRIG-HIT(WS-SCHED-IDX)
                 END-TRY
              END-IF
           END-IF.

      *> Raises the FEED LATE alert, once per window instance, when a
      *> poll lands at or past the entry's trigger deadline with the
      *> feed still missing. Times are compared as minutes elapsed
      *> since the window opened, so a 2300-0400 window with a 0200
      *> deadline is not "late" at 23:30 just because 2330 > 0200. A
      *> blank deadline - or one that falls outside the window, where
      *> no poll would ever test it - is the window end: the last
      *> poll before the window closes on a missing feed says so.
       0536-CHECK-FEED-DEADLINE.
           IF WS-SCHED-LATE-NOTED(WS-SCHED-IDX) = "N"
              PERFORM 0543-SET-FEED-DEADLINE
              IF WS-TRIG-NOW-MINS >= WS-TRIG-DUE-MINS
                 MOVE "Y" TO WS-SCHED-LATE-NOTED(WS-SCHED-IDX)
                 DISPLAY "STARTPROG.Main: FEED LATE - "
                    FUNCTION TRIM(WS-SCHED-TRIGGER(WS-SCHED-IDX))
                    " for "
                    FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                    " has not arrived by " WS-TRIG-DEADLINE
                 MOVE WS-SCHED-STREAM(WS-SCHED-IDX)
                    TO WS-ALERT-STREAM
                 MOVE WS-SCHED-TRIGGER(WS-SCHED-IDX)
                    TO WS-ALERT-TRIGGER
                 MOVE WS-TRIG-DEADLINE TO WS-ALERT-DEADLINE
                 MOVE 0 TO WS-ALERT-RC
                 MOVE "L" TO WS-ALERT-SEVERITY
                 PERFORM 0542-ROUTE-ALERT
                 MOVE "FEED-LATE" TO WS-EVENT-NAME
                 MOVE SPACES TO WS-EVENT-PARMS
                 STRING WS-TRIG-DEADLINE " "
                    FUNCTION TRIM(WS-SCHED-TRIGGER(WS-SCHED-IDX))
                    DELIMITED BY SIZE INTO WS-EVENT-PARMS
                 MOVE 4 TO WS-EVENT-RC
                 PERFORM 0539-WRITE-EVENT-AUDIT
              END-IF
           END-IF.

      *> Works out the deadline in force for the entry at
      *> WS-SCHED-IDX (WS-TRIG-DEADLINE), and the poll time and the
      *> deadline as minutes into the window (WS-TRIG-NOW-MINS,
      *> WS-TRIG-DUE-MINS).
       0543-SET-FEED-DEADLINE.
           IF WS-SCHED-DEADLINE(WS-SCHED-IDX) = SPACES
              MOVE WS-SCHED-END(WS-SCHED-IDX) TO WS-TRIG-DEADLINE
           ELSE
              MOVE WS-SCHED-DEADLINE(WS-SCHED-IDX)
                 TO WS-TRIG-DEADLINE
           END-IF.
           MOVE WS-SCHED-START(WS-SCHED-IDX) TO WS-TRIG-HHMM.
           COMPUTE WS-TRIG-START-MINS = WS-TRIG-HH * 60 + WS-TRIG-MI.
           MOVE WS-SCHED-NOW-HHMM TO WS-TRIG-HHMM.
           COMPUTE WS-TRIG-NOW-MINS = FUNCTION MOD(
              WS-TRIG-HH * 60 + WS-TRIG-MI + 1440
              - WS-TRIG-START-MINS, 1440).
           MOVE WS-TRIG-DEADLINE TO WS-TRIG-HHMM.
           COMPUTE WS-TRIG-DUE-MINS = FUNCTION MOD(
              WS-TRIG-HH * 60 + WS-TRIG-MI + 1440
              - WS-TRIG-START-MINS, 1440).
           MOVE WS-SCHED-END(WS-SCHED-IDX) TO WS-TRIG-HHMM.
           COMPUTE WS-TRIG-END-MINS = FUNCTION MOD(
              WS-TRIG-HH * 60 + WS-TRIG-MI + 1440
              - WS-TRIG-START-MINS, 1440).
           IF WS-TRIG-DUE-MINS > WS-TRIG-END-MINS
              MOVE WS-TRIG-END-MINS TO WS-TRIG-DUE-MINS
              MOVE WS-SCHED-END(WS-SCHED-IDX) TO WS-TRIG-DEADLINE
           END-IF.

      *> Appends the window instance in WS-DISP-NEW-xxx to the
      *> dispatch log (see DispatchLogRecord.cpy). A log that cannot
      *> be written does not stop the dispatch - the stream is due -
      *> but the console says what a restart will not know.
       0544-WRITE-DISPATCH-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-MISS-STAMP.
           OPEN EXTEND DISPATCH-LOG-FILE.
           IF WS-DISPATCH-STATUS = "35"
              OPEN OUTPUT DISPATCH-LOG-FILE
           END-IF.
           IF WS-DISPATCH-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: WARNING - dispatch log "
                 FUNCTION TRIM(WS-DISPATCH-PATH)
                 " unavailable (status " WS-DISPATCH-STATUS
                 ") - a restarted scheduler will not know "
                 FUNCTION TRIM(WS-DISP-NEW-STREAM)
                 " ran for " WS-DISP-NEW-DATE
           ELSE
              MOVE SPACES TO DISPATCH-LOG-RECORD
              MOVE WS-DISP-NEW-DATE TO DISP-BUSINESS-DATE
              MOVE WS-DISP-NEW-START TO DISP-WINDOW-START
              MOVE WS-DISP-NEW-END TO DISP-WINDOW-END
              MOVE WS-DISP-NEW-SELECT TO DISP-DAY-SELECT
              MOVE WS-DISP-NEW-HOW TO DISP-HOW
              MOVE WS-MISS-STAMP(1:14) TO DISP-DISPATCH-TS
              MOVE WS-OPERATOR-ID TO DISP-OPERATOR-ID
              MOVE WS-DISP-NEW-STREAM TO DISP-STREAM-PATH
              WRITE DISPATCH-LOG-RECORD
              IF WS-DISPATCH-STATUS NOT = "00"
                 DISPLAY "STARTPROG.Main: WARNING - dispatch log "
                    "write failed (status " WS-DISPATCH-STATUS
                    ") for " FUNCTION TRIM(WS-DISP-NEW-STREAM)
              END-IF
              CLOSE DISPATCH-LOG-FILE
           END-IF.

      *> Marks the feed that armed the entry as consumed, just before
      *> its stream is started: a .CONSUMED marker beside the feed
      *> records which stream took it, when, and under which
      *> operator. The feed itself stays where it is - the stream's
      *> steps still have to read it. If the marker cannot be
      *> written the stream still runs (the feed did arrive), but the
      *> console and the audit line say the feed may fire again.
       0537-CONSUME-TRIGGER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TRIG-NOW.
           MOVE SPACES TO WS-TRIG-MARK-PATH.
           STRING FUNCTION TRIM(WS-SCHED-TRIG-HIT(WS-SCHED-IDX))
              ".CONSUMED"
              DELIMITED BY SIZE INTO WS-TRIG-MARK-PATH.
           MOVE 0 TO WS-EVENT-RC.
           OPEN OUTPUT TRIGGER-MARK-FILE.
           IF WS-TRIG-MARK-STATUS NOT = "00"
              DISPLAY "STARTPROG.Main: WARNING - consumed marker "
                 FUNCTION TRIM(WS-TRIG-MARK-PATH)
                 " could not be written (status "
                 WS-TRIG-MARK-STATUS ") - the feed may fire again"
              MOVE 4 TO WS-EVENT-RC
           ELSE
              MOVE SPACES TO TRIGGER-MARK-LINE
              STRING "CONSUMED BY "
                 FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                 " AT " WS-TRIG-NOW(1:14) " UNDER "
                 FUNCTION TRIM(WS-OPERATOR-ID)
                 DELIMITED BY SIZE INTO TRIGGER-MARK-LINE
              WRITE TRIGGER-MARK-LINE
              CLOSE TRIGGER-MARK-FILE
              DISPLAY "STARTPROG.Main: trigger file "
                 FUNCTION TRIM(WS-SCHED-TRIG-HIT(WS-SCHED-IDX))
                 " consumed by "
                 FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
           END-IF.
           MOVE "TRIGGER-CONSUMED" TO WS-EVENT-NAME.
           MOVE WS-SCHED-TRIG-HIT(WS-SCHED-IDX) TO WS-EVENT-PARMS.
           PERFORM 0539-WRITE-EVENT-AUDIT.
           MOVE SPACES TO WS-SCHED-TRIG-HIT(WS-SCHED-IDX).

      *> Rewrites the trigger-wait file from this scan's WAITING FOR
      *> FILE entries (see TriggerWaitRecord.cpy) for OPSTATUS. A
      *> file that cannot be written only costs the snapshot its
      *> WAITING FOR FILE lines - the scheduler's own console already
      *> carries them - so it is retried next poll, not reported
      *> every minute.
       0538-WRITE-TRIGGER-WAITS.
           MOVE FUNCTION CURRENT-DATE TO WS-TRIG-NOW.
           OPEN OUTPUT TRIGGER-WAIT-FILE.
           IF WS-TRIGWAIT-STATUS = "00"
              MOVE 0 TO WS-TRIGWAIT-WRITTEN
              PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                      UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                 IF WS-SCHED-FILE-WAIT(WS-SCHED-IDX) = "Y"
                    PERFORM 0543-SET-FEED-DEADLINE
                    MOVE SPACES TO TRIGGER-WAIT-RECORD
                    MOVE WS-TRIG-NOW(1:14) TO TWAIT-AS-OF
                    MOVE WS-SCHED-START(WS-SCHED-IDX)
                       TO TWAIT-WINDOW-START
                    MOVE WS-SCHED-END(WS-SCHED-IDX)
                       TO TWAIT-WINDOW-END
                    MOVE WS-SCHED-LATE-NOTED(WS-SCHED-IDX)
                       TO TWAIT-LATE
                    MOVE WS-TRIG-DEADLINE TO TWAIT-DEADLINE
                    MOVE WS-SCHED-STREAM(WS-SCHED-IDX)
                       TO TWAIT-STREAM-PATH
                    MOVE WS-SCHED-TRIGGER(WS-SCHED-IDX)
                       TO TWAIT-TRIGGER-FILE
                    WRITE TRIGGER-WAIT-RECORD
                    ADD 1 TO WS-TRIGWAIT-WRITTEN
                 END-IF
              END-PERFORM
              CLOSE TRIGGER-WAIT-FILE
           END-IF.

      *> Takes the resource-class places the entry's stream needs,
      *> in its name, before it is started (see RESCLASS). A class
      *> at its limit queues the entry - noted on the console when it
      *> is queued or starts waiting on a different class, not once a
      *> minute - and a queued entry that now gets its places is
      *> noted as released from the queue. A run-lock file that
      *> cannot be read queues the entry too: starting it would only
      *> have the child refuse the launch.
       0545-RESERVE-STREAM-RESOURCES.
           MOVE "A" TO RCLP-FUNCTION.
           MOVE "S" TO RCLP-RESOURCE-KIND.
           MOVE WS-SCHED-STREAM(WS-SCHED-IDX) TO RCLP-RESOURCE-NAME.
           MOVE WS-OPERATOR-ID TO RCLP-OPERATOR-ID.
           CALL "RESCLASS" USING RESOURCE-CLASS-PARMS.
           IF RCLP-GRANTED
              MOVE "Y" TO WS-RES-RESERVED
              IF WS-SCHED-RES-WAIT(WS-SCHED-IDX) = "Y"
                 DISPLAY "STARTPROG.Main: "
                    FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                    " has its resources - leaving the queue after "
                    "waiting since "
                    WS-SCHED-RES-SINCE(WS-SCHED-IDX)(9:4)
                 MOVE "N" TO WS-SCHED-RES-WAIT(WS-SCHED-IDX)
                 MOVE SPACES TO WS-SCHED-RES-CLASS(WS-SCHED-IDX)
                    WS-SCHED-RES-SINCE(WS-SCHED-IDX)
              END-IF
           ELSE
              MOVE "N" TO WS-RES-RESERVED
              IF WS-SCHED-RES-WAIT(WS-SCHED-IDX) = "N"
                 OR WS-SCHED-RES-CLASS(WS-SCHED-IDX) NOT =
                    RCLP-BUSY-CLASS
                 IF WS-SCHED-RES-WAIT(WS-SCHED-IDX) = "N"
                    MOVE FUNCTION CURRENT-DATE TO WS-RESWAIT-NOW
                    MOVE WS-RESWAIT-NOW(1:14) TO
                       WS-SCHED-RES-SINCE(WS-SCHED-IDX)
                 END-IF
                 MOVE "Y" TO WS-SCHED-RES-WAIT(WS-SCHED-IDX)
                 MOVE RCLP-BUSY-CLASS TO
                    WS-SCHED-RES-CLASS(WS-SCHED-IDX)
                 IF RCLP-CLASS-BUSY
                    DISPLAY "STARTPROG.Main: queueing "
                       FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                       " - resource class "
                       FUNCTION TRIM(RCLP-BUSY-CLASS)
                       " is at its limit of " RCLP-BUSY-LIMIT
                       ", held by " FUNCTION TRIM(RCLP-BUSY-HOLDER)
                 ELSE
                    DISPLAY "STARTPROG.Main: queueing "
                       FUNCTION TRIM(WS-SCHED-STREAM(WS-SCHED-IDX))
                       " - resource classes could not be checked "
                       "(run-lock file status " RCLP-FILE-STATUS ")"
                 END-IF
              END-IF
           END-IF.

      *> Rewrites the resource-wait file (see ResourceWaitRecord.cpy)
      *> for OPSTATUS at every poll while any entry is queued, and
      *> once more to empty it when the last queued entry leaves.
       0546-WRITE-RESOURCE-WAITS.
           MOVE 0 TO WS-RESWAIT-DUE.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              IF WS-SCHED-RES-WAIT(WS-SCHED-IDX) = "Y"
                 AND WS-SCHED-RAN(WS-SCHED-IDX) = "N"
                 ADD 1 TO WS-RESWAIT-DUE
              END-IF
           END-PERFORM.
           IF WS-RESWAIT-DUE > 0 OR WS-RESWAIT-WRITTEN > 0
              MOVE FUNCTION CURRENT-DATE TO WS-RESWAIT-NOW
              OPEN OUTPUT RESOURCE-WAIT-FILE
              IF WS-RESWAIT-STATUS = "00"
                 MOVE 0 TO WS-RESWAIT-WRITTEN
                 PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                    IF WS-SCHED-RES-WAIT(WS-SCHED-IDX) = "Y"
                       AND WS-SCHED-RAN(WS-SCHED-IDX) = "N"
                       MOVE SPACES TO RESOURCE-WAIT-RECORD
                       MOVE WS-RESWAIT-NOW(1:14) TO RWAIT-AS-OF
                       MOVE WS-SCHED-RES-SINCE(WS-SCHED-IDX)
                          TO RWAIT-SINCE
                       MOVE WS-SCHED-RES-CLASS(WS-SCHED-IDX)
                          TO RWAIT-CLASS-NAME
                       MOVE WS-SCHED-START(WS-SCHED-IDX)
                          TO RWAIT-WINDOW-START
                       MOVE WS-SCHED-END(WS-SCHED-IDX)
                          TO RWAIT-WINDOW-END
                       MOVE WS-SCHED-STREAM(WS-SCHED-IDX)
                          TO RWAIT-STREAM-PATH
                       WRITE RESOURCE-WAIT-RECORD
                       ADD 1 TO WS-RESWAIT-WRITTEN
                    END-IF
                 END-PERFORM
                 CLOSE RESOURCE-WAIT-FILE
              END-IF
           END-IF.

      *> Writes a scheduler event (WS-EVENT-NAME, WS-EVENT-PARMS,
      *> WS-EVENT-RC) to the audit log through 0300-WRITE-AUDIT-LOG,
      *> putting the scheduler's own command, parameters, return code
      *> and spool name back afterwards.
       0539-WRITE-EVENT-AUDIT.
           MOVE CALL-PROG TO WS-EVENT-SAVE-PROG.
           MOVE WS-CALL-PARMS TO WS-EVENT-SAVE-PARMS.
           MOVE WS-LAST-RETURN-CODE TO WS-EVENT-SAVE-RC.
           MOVE WS-SPOOL-FILE-NAME TO WS-EVENT-SAVE-SPOOL.
           MOVE WS-EVENT-NAME TO CALL-PROG.
           MOVE WS-EVENT-PARMS TO WS-CALL-PARMS.
           MOVE WS-EVENT-RC TO WS-LAST-RETURN-CODE.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           PERFORM 0300-WRITE-AUDIT-LOG.
           MOVE WS-EVENT-SAVE-PROG TO CALL-PROG.
           MOVE WS-EVENT-SAVE-PARMS TO WS-CALL-PARMS.
           MOVE WS-EVENT-SAVE-RC TO WS-LAST-RETURN-CODE.
           MOVE WS-EVENT-SAVE-SPOOL TO WS-SPOOL-FILE-NAME.

      *> Walks every tracked child process and settles the ones that
      *> have finished: the closing console line a blocking dispatch
      *> used to print, and the outbound alert for a bad outcome, now
                 MOVE WS-PROC-EXIT-CODE TO WS-ALERT-RC
                 MOVE "N" TO WS-STREAM-ABORT
                 PERFORM 0540-RAISE-STREAM-ALERT
                 PERFORM 0547-RELEASE-LEFT-RESOURCES
                 INVOKE schedProc::"Dispose"()
                 INVOKE schedProcs::"Remove"(schedKey)
              END-IF
           END-PERFORM.

      *> A dispatched child gives back the class places the
      *> scheduler took for it when it releases its stream lock. One
      *> that never took the lock - it could not open its stream
      *> file, or was refused - leaves them behind, and they are
      *> given back here. A stream lock still on file means the
      *> stream is still somebody's (a crashed run waiting for
      *> UNLOCK, or the same stream started from a console, which
      *> took the places over), and the places stay with it.
       0547-RELEASE-LEFT-RESOURCES.
           MOVE "Y" TO WS-REAP-LOCKED.
           PERFORM 0281-OPEN-RUN-LOCK-FILE.
           IF WS-RUNLOCK-STATUS = "00"
              MOVE "N" TO WS-REAP-LOCKED
              MOVE WS-REAP-STREAM TO RLOCK-RESOURCE-NAME
              READ RUN-LOCK-FILE KEY IS RLOCK-RESOURCE-NAME
              IF WS-RUNLOCK-STATUS = "00"
                 MOVE "Y" TO WS-REAP-LOCKED
              END-IF
              CLOSE RUN-LOCK-FILE
           END-IF.
           IF NOT REAPED-STREAM-LOCKED
              MOVE "R" TO RCLP-FUNCTION
              MOVE "S" TO RCLP-RESOURCE-KIND
              MOVE WS-REAP-STREAM TO RCLP-RESOURCE-NAME
              CALL "RESCLASS" USING RESOURCE-CLASS-PARMS
              IF RCLP-RELEASED-COUNT > 0
                 DISPLAY "STARTPROG.Main: gave back "
                    RCLP-RELEASED-COUNT " resource-class place(s) "
                    FUNCTION TRIM(WS-REAP-STREAM) " left behind"
              END-IF
           END-IF.

      *> Outbound notification for a dispatched stream that ended
      *> badly. A DISPLAY at 02:00 lands on a console nobody is
      *> watching; this matches the outcome against the alert-routing
                 MOVE "W" TO WS-ALERT-SEVERITY
           END-EVALUATE.
           IF WS-ALERT-SEVERITY NOT = SPACE
              PERFORM 0542-ROUTE-ALERT
           END-IF.

      *> Matches the alert in WS-ALERT-STREAM / WS-ALERT-SEVERITY
      *> against the alert-routing file and drops one file per
      *> matching route. Shared by stream outcomes (0540), late
      *> trigger feeds (0536-CHECK-FEED-DEADLINE, severity L) and
      *> missed windows (0554-RECORD-MISSED-WINDOW, severity M).
       0542-ROUTE-ALERT.
           MOVE 0 TO WS-ALERT-RAISED.
           MOVE "N" TO WS-NOTIFY-EOF.
           OPEN INPUT NOTIFY-ROUTE-FILE.
           EVALUATE WS-NOTIFY-STATUS
              WHEN "35"
                 DISPLAY "STARTPROG.Main: no alert-routing file "
                    "at " FUNCTION TRIM(WS-NOTIFY-PATH)
                    " - outbound notification is not in use"
              WHEN "00"
                 PERFORM UNTIL NOTIFY-ROUTES-AT-END
                    READ NOTIFY-ROUTE-FILE
                       AT END
                          MOVE "Y" TO WS-NOTIFY-EOF
                       NOT AT END
                          IF (NTFY-STREAM-MATCH = WS-ALERT-STREAM
                              OR NTFY-STREAM-MATCH = "*")
                             AND (NTFY-SEVERITY =
                                     WS-ALERT-SEVERITY
                                  OR NTFY-ON-ANY)
                             PERFORM 0541-WRITE-ALERT-DROP
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE NOTIFY-ROUTE-FILE
                 IF WS-ALERT-RAISED = 0
                    DISPLAY "STARTPROG.Main: no notification "
                       "route matches "
                       FUNCTION TRIM(WS-ALERT-STREAM)
                       " severity " WS-ALERT-SEVERITY
                       " - nobody was alerted"
                 END-IF
              WHEN OTHER
                 DISPLAY "STARTPROG.Main: alert-routing file "
                    "unreadable (status " WS-NOTIFY-STATUS
                    ") - alert for "
                    FUNCTION TRIM(WS-ALERT-STREAM)
                    " could not be routed"
           END-EVALUATE.

      *> One drop file per matched route, named so the bridge can
      *> sweep STARTPROG-ALERT-*.TXT and so two alerts in the same
      *> clock second cannot collide. The file carries everything the
                 DELIMITED BY SIZE INTO ALERT-DROP-LINE
              WRITE ALERT-DROP-LINE
              MOVE SPACES TO ALERT-DROP-LINE
              IF ALERT-IS-FEED-LATE
                 STRING "FEED LATE: "
                    FUNCTION TRIM(WS-ALERT-TRIGGER)
                    " NOT ARRIVED BY " WS-ALERT-DEADLINE
                    DELIMITED BY SIZE INTO ALERT-DROP-LINE
              ELSE
              IF ALERT-IS-MISSED-WINDOW
                 STRING "MISSED WINDOW: " WS-ALERT-WINDOW
                    " OF " WS-ALERT-MISSED-DATE
                    " NEVER DISPATCHED - AWAITING CATCHUP"
                    DELIMITED BY SIZE INTO ALERT-DROP-LINE
              ELSE
                 STRING "RETURN CODE: " WS-ALERT-RC
                    DELIMITED BY SIZE INTO ALERT-DROP-LINE
              END-IF
              END-IF
              WRITE ALERT-DROP-LINE
              MOVE SPACES TO ALERT-DROP-LINE
              STRING "RAISED: " WS-ALERT-STAMP(1:14)
