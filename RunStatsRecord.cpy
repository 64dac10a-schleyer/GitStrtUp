      *  live file small enough that the pre-launch history read
      *  stays cheap; the previous month stays live so that read
      *  never starts a month with no history.
      *  RSTAT-RUN-ID carries the stream run a step belonged to (see
      *  StreamRunRecord.cpy); blank for a single launch and on lines
      *  written before run IDs existed.
      *****************************************************************
       01  RUN-STATS-RECORD.
           05 RSTAT-PROGRAM-NAME     PIC X(50).
           05 RSTAT-ELAPSED-SECS     PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 RSTAT-RETURN-CODE      PIC -9(4).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 RSTAT-RUN-ID           PIC X(20).
