      *                    stream engine reserves for halting
      *                    conditions (a checkpoint-write failure, an
      *                    unopenable stream file)
      *     L   late feed - a schedule entry's trigger file has not
      *                    arrived by its deadline (see
      *                    SCH-TRIGGER-DEADLINE in ScheduleRecord.cpy)
      *     M   missed window - a window instance opened and closed
      *                    while the scheduler was down or stalled and
      *                    was never dispatched (see
      *                    MissedWindowRecord.cpy)
      *     *   any non-clean outcome, late feeds and missed windows
      *         included
      *  NTFY-RECIPIENT is whatever the bridge understands - a mail
      *  address, a pager group - and is copied into the drop file
      *  untouched. No routing file installed means notification is
              88 NTFY-ON-WARNING      VALUE "W".
              88 NTFY-ON-FAILURE      VALUE "F".
              88 NTFY-ON-ABORT        VALUE "A".
              88 NTFY-ON-LATE-FEED    VALUE "L".
              88 NTFY-ON-MISSED-WINDOW VALUE "M".
              88 NTFY-ON-ANY          VALUE "*".
           05 FILLER                  PIC X(1).
           05 NTFY-RECIPIENT          PIC X(60).
