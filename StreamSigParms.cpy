      *****************************************************************
      *  StreamSigParms.cpy
      *
      *  Parameter block for CALL "STRMSIG" USING STREAM-SIG-PARMS -
      *  the one place a job-stream file's fingerprint (see
      *  CheckpointRecord.cpy) is computed, so the launcher, the
      *  launcher window and CKPTUTIL agree on whether a stream file
      *  has changed under its checkpoint.
      *     SSIG-STREAM-PATH   (in)  the job-stream file
      *     SSIG-AT-STEP       (in)  a step number to look up, or zero
      *     SSIG-FIND-LABEL    (in)  a step label to look for, or
      *                              spaces
      *     SSIG-RESULT        (out) "Y" the file was read, "N" it is
      *                              missing or unreadable (every other
      *                              output is then zero / spaces)
      *     SSIG-FINGERPRINT   (out) check value over every line of
      *                              the file, in order
      *     SSIG-STEP-COUNT    (out) lines in the file - every line is
      *                              a step number, as the launcher
      *                              counts them
      *     SSIG-AT-LABEL /    (out) label and program of step
      *     SSIG-AT-PROGRAM          SSIG-AT-STEP (spaces when the file
      *                              is shorter than that)
      *     SSIG-FOUND-STEP    (out) first step carrying SSIG-FIND-LABEL
      *                              (zero when none does)
      *     SSIG-FOUND-PROGRAM (out) that step's program
      *     SSIG-FOUND-COUNT   (out) how many steps carry the label -
      *                              anything but one means the label
      *                              cannot place a step
      *****************************************************************
       01  STREAM-SIG-PARMS.
           05 SSIG-STREAM-PATH       PIC X(200).
           05 SSIG-AT-STEP           PIC 9(4).
           05 SSIG-FIND-LABEL        PIC X(8).
           05 SSIG-RESULT            PIC X(1).
              88 SSIG-FILE-READ      VALUE "Y".
              88 SSIG-FILE-MISSING   VALUE "N".
           05 SSIG-FINGERPRINT       PIC X(18).
           05 SSIG-STEP-COUNT        PIC 9(4).
           05 SSIG-AT-LABEL          PIC X(8).
           05 SSIG-AT-PROGRAM        PIC X(50).
           05 SSIG-FOUND-STEP        PIC 9(4).
           05 SSIG-FOUND-PROGRAM     PIC X(50).
           05 SSIG-FOUND-COUNT       PIC 9(4).
