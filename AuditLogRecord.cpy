      *  AuditLogRecord.cpy
      *
      *  One fixed-width line per launch attempt in the STARTPROG audit
      *  log (see AUDIT-LOG-FILE in AUDSEAL). Appended to, never
      *  rewritten in place, so the file doubles as a plain-text
      *  history of every program a run of the launcher attempted to
      *  start. LOGROLL rolls months before the current one into
      *  captured the program's console output into (blank for
      *  refused launches and for lines written before spooling
      *  existed - old records simply read back with the field empty).
      *  ALOG-RUN-ID is the stream run the line belongs to (see
      *  StreamRunRecord.cpy) - set on every line a job-stream run
      *  writes, its steps' and its parallel-group members' alike,
      *  and blank for single launches, operator commands and lines
      *  written before run IDs existed.
      *  ALOG-SEQUENCE, ALOG-LINE-DIGEST and ALOG-CHAIN-VALUE seal the
      *  line (AUDSEAL fills them in as it appends every line). The
      *  sequence runs one up across the live log and its monthly
      *  archives alike; the digest is a check value over the line's
      *  own content (everything in ALOG-SEALED-CONTENT, sequence
      *  included), and the chain value is a check value over the
      *  previous sealed line's chain value, this line's digest and
      *  its sequence - so an edited line no longer matches its
      *  digest, and a removed, inserted or re-sealed line breaks the
      *  chain at the line after it. AUDVERIFY walks the archives and
      *  the live log and checks all three. Lines written before
      *  sealing began carry none of them and are reported as
      *  unsealed history.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05 ALOG-SEALED-CONTENT.
              10 ALOG-TIMESTAMP      PIC X(26).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-OPERATOR-ID    PIC X(20).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-PROGRAM-NAME   PIC X(50).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-RETURN-CODE    PIC -9(4).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-PARAMETERS     PIC X(60).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-SPOOL-FILE     PIC X(52).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-RUN-ID         PIC X(20).
              10 FILLER              PIC X(1)  VALUE SPACE.
              10 ALOG-SEQUENCE       PIC 9(9).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 ALOG-LINE-DIGEST       PIC X(18).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 ALOG-CHAIN-VALUE       PIC X(18).
