      *  path (see CHECKPOINT-FILE in STARTPROG.Main). Updated after
      *  every successfully completed step so a restarted run can skip
      *  the steps that already posted instead of repeating them.
      *
      *  When a parallel group (see JobStreamRecord.cpy) ends with a
      *  member failed, the record stays at the step before the group
      *  and the two group fields say how far the group got:
      *     CKPT-GROUP-START-STEP  step number of the group's first
      *                            member (zero when no group is part
      *                            done)
      *     CKPT-GROUP-DONE        one byte per member in step order,
      *                            "Y" where that member finished with
      *                            return code zero - a restart skips
      *                            those and re-runs the rest
      *
      *  Because a restart resumes by step number, the record also
      *  says what that number pointed at when it was written, so a
      *  stream file edited between the failure and the rerun is
      *  caught instead of resumed at the wrong place:
      *     CKPT-LAST-STEP-LABEL     step label of the last completed
      *                              step (with CKPT-LAST-PROGRAM-NAME,
      *                              what "JOBSTREAM RESYNC" looks for
      *                              to map the resume point onto the
      *                              changed file)
      *     CKPT-STREAM-FINGERPRINT  the stream file's fingerprint when
      *                              the record was written (see
      *                              StreamSigParms.cpy)
      *     CKPT-STREAM-STEP-COUNT   how many steps the file had then
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05 CKPT-JOB-STREAM-ID      PIC X(200).
           05 CKPT-STATUS             PIC X(1).
              88 CKPT-IN-PROGRESS     VALUE "I".
              88 CKPT-COMPLETE        VALUE "C".
           05 CKPT-GROUP-START-STEP   PIC 9(4).
           05 CKPT-GROUP-DONE         PIC X(20).
           05 CKPT-LAST-STEP-LABEL    PIC X(8).
           05 CKPT-STREAM-FINGERPRINT PIC X(18).
           05 CKPT-STREAM-STEP-COUNT  PIC 9(4).
