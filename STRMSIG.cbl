      *****************************************************************
      *  STRMSIG.cbl
      *
      *  Fingerprints a job-stream file (see JobStreamRecord.cpy and
      *  StreamSigParms.cpy). Not a registry program - it is CALLed
      *  by the launcher when it writes or resumes from a checkpoint,
      *  by the launcher window, and by CKPTUTIL, so a checkpoint
      *  written by one is checked the same way by the others.
      *
      *  The fingerprint is the same pair of nine-digit polynomial
      *  remainders AUDSEAL uses for the audit-log seal, run over
      *  every line of the file in order (each line taken as its
      *  full 250 columns, so trailing blanks do not matter but
      *  every other character, and the order of the lines, does).
      *  Any line inserted, removed, reordered or edited changes it.
      *
      *  While it reads, it also looks up one step by number and one
      *  step by label, so a caller can say what a checkpoint's step
      *  number points at now and where its step label went.
      *****************************************************************
       identification division.
       program-id. STRMSIG.
       environment division.
       input-output section.
       file-control.
           select JOB-STREAM-FILE assign to WS-SIG-STREAM-PATH
               organization line sequential
               file status is WS-STREAM-STATUS.
       data division.
       file section.
       fd  JOB-STREAM-FILE.
       copy "JobStreamRecord.cpy".
       01  JOB-STREAM-RAW-LINE    PIC X(250).
       working-storage section.
       01 WS-SIG-STREAM-PATH PIC X(200) VALUE SPACES.
       01 WS-STREAM-STATUS   PIC X(2)  VALUE "00".
       01 WS-STREAM-EOF      PIC X(1)  VALUE "N".
           88 STREAM-AT-END  VALUE "Y".
       01 WS-LINE-NUMBER     PIC 9(4)  VALUE 0.
      *> Check-value work areas, as in AUDSEAL.
       01 WS-HASH-POS        PIC 9(4)  COMP VALUE 0.
       01 WS-HASH-1          PIC 9(18) COMP VALUE 0.
       01 WS-HASH-2          PIC 9(18) COMP VALUE 0.
       01 WS-HASH-RESULT.
           05 WS-HASH-RESULT-1 PIC 9(9).
           05 WS-HASH-RESULT-2 PIC 9(9).
       linkage section.
       copy "StreamSigParms.cpy".
       procedure division using STREAM-SIG-PARMS.
       0000-MAIN.
           MOVE "N" TO SSIG-RESULT.
           MOVE SPACES TO SSIG-FINGERPRINT SSIG-AT-LABEL
                          SSIG-AT-PROGRAM SSIG-FOUND-PROGRAM.
           MOVE 0 TO SSIG-STEP-COUNT SSIG-FOUND-STEP SSIG-FOUND-COUNT.
           MOVE 0 TO WS-HASH-1 WS-HASH-2 WS-LINE-NUMBER.
           MOVE SSIG-STREAM-PATH TO WS-SIG-STREAM-PATH.
           OPEN INPUT JOB-STREAM-FILE.
           IF WS-STREAM-STATUS NOT = "00"
              GOBACK
           END-IF.
           MOVE "N" TO WS-STREAM-EOF.
           PERFORM UNTIL STREAM-AT-END
              MOVE SPACES TO JOB-STREAM-RAW-LINE
              READ JOB-STREAM-FILE
                 AT END
                    MOVE "Y" TO WS-STREAM-EOF
                 NOT AT END
                    PERFORM 1000-TAKE-LINE
              END-READ
           END-PERFORM.
           CLOSE JOB-STREAM-FILE.
           MOVE WS-HASH-1 TO WS-HASH-RESULT-1.
           MOVE WS-HASH-2 TO WS-HASH-RESULT-2.
           MOVE WS-HASH-RESULT TO SSIG-FINGERPRINT.
           MOVE WS-LINE-NUMBER TO SSIG-STEP-COUNT.
           MOVE "Y" TO SSIG-RESULT.
           GOBACK.

       1000-TAKE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > LENGTH OF JOB-STREAM-RAW-LINE
              COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 257
                 + FUNCTION ORD(JOB-STREAM-RAW-LINE(WS-HASH-POS:1)),
                 999999937)
              COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 263
                 + FUNCTION ORD(JOB-STREAM-RAW-LINE(WS-HASH-POS:1)),
                 999999929)
           END-PERFORM.
           IF WS-LINE-NUMBER = SSIG-AT-STEP
              MOVE JS-STEP-LABEL TO SSIG-AT-LABEL
              MOVE JS-PROGRAM-NAME TO SSIG-AT-PROGRAM
           END-IF.
           IF SSIG-FIND-LABEL NOT = SPACES
              AND JS-STEP-LABEL = SSIG-FIND-LABEL
              ADD 1 TO SSIG-FOUND-COUNT
              IF SSIG-FOUND-STEP = 0
                 MOVE WS-LINE-NUMBER TO SSIG-FOUND-STEP
                 MOVE JS-PROGRAM-NAME TO SSIG-FOUND-PROGRAM
              END-IF
           END-IF.
