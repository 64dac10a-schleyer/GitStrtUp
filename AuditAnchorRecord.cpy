      *****************************************************************
      *  AuditAnchorRecord.cpy
      *
      *  The audit-log seal's anchor (STARTPROG-AUDIT-ANCHOR.DAT), one
      *  line, rewritten by LOGROLL. It keeps the audit chain whole
      *  where a file boundary would otherwise cut it:
      *     AANC-ROLL-*   the last sealed line LOGROLL moved out of the
      *                   live log into an archive. When the live log
      *                   holds no sealed line (just after a month
      *                   roll) AUDSEAL chains the next line to this.
      *     AANC-FLOOR-*  the last sealed line of the newest archive
      *                   the retention sweep deleted. AUDVERIFY
      *                   expects the oldest archive still on file to
      *                   carry on from it, so lines gone with a swept
      *                   archive are not taken for a gap - and lines
      *                   cut from the front of the oldest archive
      *                   still are.
      *  Sequences are zero until the event has happened once.
      *****************************************************************
       01  AUDIT-ANCHOR-RECORD.
           05 AANC-ROLL-SEQUENCE     PIC 9(9).
           05 FILLER                 PIC X(1).
           05 AANC-ROLL-CHAIN        PIC X(18).
           05 FILLER                 PIC X(1).
           05 AANC-ROLL-MONTH        PIC X(6).
           05 FILLER                 PIC X(1).
           05 AANC-FLOOR-SEQUENCE    PIC 9(9).
           05 FILLER                 PIC X(1).
           05 AANC-FLOOR-CHAIN       PIC X(18).
           05 FILLER                 PIC X(1).
           05 AANC-FLOOR-MONTH       PIC X(6).
           05 FILLER                 PIC X(1).
           05 AANC-UPDATED-TS        PIC X(14).
