      *****************************************************************
      *  ProgramRegistry.cpy
      *
      *  Authorized program registry for the STARTPROG launcher suite,
      *  one record per program in the indexed registry file
      *  (STARTPROG-REGISTRY.DAT), keyed by program name.
      *  STARTPROG.Main (and the STARTPROG.Form1 launcher menu) refuse
      *  to CALL anything that has no record here, whose record is
      *  disabled, or whose effective date has not yet arrived. The
      *  file is read at every launch, so authorizing a new program
      *  is a REGMAINT ADD - nothing in the launcher is rebuilt.
      *     REG-PROGRAM-NAME     the CALL name, exactly as launched
      *     REG-STATUS           "E" enabled, "D" disabled (a disabled
      *                          entry stays on file so its history and
      *                          owner are still answerable)
      *     REG-DESCRIPTION      what the launcher picker shows beside
      *                          the name
      *     REG-OWNER-TEAM       the team that answers for the program
      *     REG-EFFECTIVE-DATE   YYYYMMDD the entry becomes launchable;
      *                          an entry dated ahead of today is
      *                          refused until that date
      *     REG-CHANGED-BY       operator who made the last change
      *     REG-CHANGED-TS       YYYYMMDDHHMMSS of the last change
      *  Records are only ever written through REGMAINT, which
      *  audit-logs every change with the operator who made it.
      *****************************************************************
       01  PROGRAM-REGISTRY-RECORD.
           05 REG-PROGRAM-NAME      PIC X(50).
           05 REG-STATUS            PIC X(1).
              88 REG-ENABLED        VALUE "E".
              88 REG-DISABLED       VALUE "D".
           05 REG-DESCRIPTION       PIC X(40).
           05 REG-OWNER-TEAM        PIC X(20).
           05 REG-EFFECTIVE-DATE    PIC X(8).
           05 REG-CHANGED-BY        PIC X(20).
           05 REG-CHANGED-TS        PIC X(14).
