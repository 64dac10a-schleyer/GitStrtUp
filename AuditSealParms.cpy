      *****************************************************************
      *  AuditSealParms.cpy
      *
      *  Parameter block for CALL "AUDSEAL" USING AUDIT-SEAL-PARMS
      *  AUDIT-LOG-RECORD - the one place the audit-log seal (see
      *  AuditLogRecord.cpy) is computed, so every writer and
      *  AUDVERIFY agree on it.
      *     ASEAL-SEAL-NEXT   the caller has built a new audit line
      *                       for the log at ASEAL-LOG-PATH: under the
      *                       audit-log lock AUDSEAL finds the last
      *                       sealed line (in the log, or - when the
      *                       log holds none - in the anchor LOGROLL
      *                       leaves behind), numbers the new line one
      *                       past it, fills in its sequence, digest
      *                       and chain value and appends it, returning
      *                       the log's file status in
      *                       ASEAL-WRITE-STATUS. The caller must not
      *                       have the log open at the time.
      *     ASEAL-COMPUTE     only compute: the digest of the line as
      *                       it stands and the chain value it should
      *                       carry after ASEAL-PREV-CHAIN, returned
      *                       in ASEAL-DIGEST / ASEAL-CHAIN; the line
      *                       is not changed
      *  ASEAL-PREV-SEQUENCE / ASEAL-PREV-CHAIN are returned by a
      *  SEAL-NEXT call and supplied to a COMPUTE call.
      *****************************************************************
       01  AUDIT-SEAL-PARMS.
           05 ASEAL-FUNCTION         PIC X(1).
              88 ASEAL-SEAL-NEXT     VALUE "N".
              88 ASEAL-COMPUTE       VALUE "C".
           05 ASEAL-LOG-PATH         PIC X(200).
           05 ASEAL-PREV-SEQUENCE    PIC 9(9).
           05 ASEAL-PREV-CHAIN       PIC X(18).
           05 ASEAL-DIGEST           PIC X(18).
           05 ASEAL-CHAIN            PIC X(18).
           05 ASEAL-WRITE-STATUS     PIC X(2).
