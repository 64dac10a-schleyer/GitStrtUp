      *****************************************************************
      *  EventMarkRecord.cpy
      *
      *  The operations-event export's high-water mark
      *  (STARTPROG-EVTEXPORT-MARK.DAT), one line, rewritten by
      *  EVTEXPORT only after an export file has been written whole
      *  and published. Everything at or below the mark has been sent
      *  to the monitoring feed; the next export sends what is above
      *  it.
      *     EVMK-AUDIT-SEQUENCE  highest audit-log seal sequence read
      *                          (see AuditLogRecord.cpy)
      *     EVMK-AUDIT-TS        latest audit-log timestamp read, to
      *                          the hundredth (YYYYMMDDHHMMSSss) -
      *                          the mark for lines that carry no
      *                          seal
      *     EVMK-RSTAT-END-TS    latest run-statistics end stamp read
      *     EVMK-RSTAT-AT-TS     how many run-statistics lines ending
      *                          in that same second were read, so a
      *                          line landing in the second after the
      *                          export ran is still sent next time
      *     EVMK-EXPORT-FILE     the last export file written under
      *                          this mark, with its time and event
      *                          count, for the reconciliation trail
      *****************************************************************
       01  EVENT-MARK-RECORD.
           05 EVMK-AUDIT-SEQUENCE    PIC 9(9).
           05 FILLER                 PIC X(1).
           05 EVMK-AUDIT-TS          PIC X(16).
           05 FILLER                 PIC X(1).
           05 EVMK-RSTAT-END-TS      PIC X(14).
           05 FILLER                 PIC X(1).
           05 EVMK-RSTAT-AT-TS       PIC 9(5).
           05 FILLER                 PIC X(1).
           05 EVMK-EXPORT-FILE       PIC X(40).
           05 FILLER                 PIC X(1).
           05 EVMK-EXPORTED-TS       PIC X(14).
           05 FILLER                 PIC X(1).
           05 EVMK-EVENT-COUNT       PIC 9(9).
