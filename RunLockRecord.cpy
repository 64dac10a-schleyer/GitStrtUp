      *  or the command line finds the record and is refused with the
      *  holder's operator ID. A record left behind by a crashed run
      *  is cleared by an operator with "STARTPROG UNLOCK <resource>".
      *  The record keyed "AUDIT-LOG" is the audit-log lock, held by
      *  AUDSEAL only for the moment it seals and appends one line.
      *****************************************************************
       01  RUN-LOCK-RECORD.
           05 RLOCK-RESOURCE-NAME     PIC X(200).
