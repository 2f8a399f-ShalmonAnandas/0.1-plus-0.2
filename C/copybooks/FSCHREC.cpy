*> FSCHREC - expected-feed schedule record. One record per source
*> system on the source-system master (see SRCMREC) that is due
*> to send a feed on a regular calendar: the 3-byte source code,
*> the days of the week the source sends (one Y/N byte per day,
*> Monday first), the cutoff time by which the night's feed must
*> have arrived (HH:MM, on the business date), and what a missing
*> feed means for the night - H holds the reconciliation until
*> the feed arrives or operations release it, A only raises an
*> alert and the night runs on the feeds that did arrive. A
*> source with no schedule record is never expected. FEEDCHK
*> compares the schedule with the feeds actually present before
*> feed admission. COPY this under the FD of any program reading
*> the schedule.
01 FEED-SCHEDULE-RECORD.
   05 FS-SOURCE-CODE       PIC X(3).
   05 FILLER               PIC X.
   05 FS-SEND-DAYS         PIC X(7).
   05 FILLER               PIC X.
   05 FS-CUTOFF-TIME       PIC X(5).
   05 FILLER               PIC X.
   05 FS-MISSING-ACTION    PIC X.
      88 FS-HOLD-NIGHT     VALUE 'H'.
      88 FS-ALERT-ONLY     VALUE 'A'.
   05 FILLER               PIC X.
