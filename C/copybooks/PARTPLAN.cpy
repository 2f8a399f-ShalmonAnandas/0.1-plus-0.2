*> PARTPLAN - partition plan record. ADDSPLIT writes one per
*> night when it cuts the admitted extract into partitions for
*> concurrent ADDNUM streams: the run identifier, start time and
*> type it assigned for the whole night, how the extract was cut
*> (by source feed or by record range), how many partitions carry
*> records and, per partition, the detail records it was given
*> and the error sequence base its stream numbers from. Fallback
*> Y means the whole extract went to partition 1 because it was
*> asked for, or because the extract or parm card would fail
*> ADDNUM's control checks and only a single stream reproduces
*> the serial outcome. ADDMERGE reads it to check each stream
*> processed what it was given before putting the night back
*> together. COPY this under the FD of any program writing or
*> reading the plan.
01 PARTITION-PLAN-RECORD.
   05 PL-RUN-ID            PIC X(12).
   05 PL-RUN-DATE          PIC X(10).
   05 PL-RUN-TIME          PIC X(8).
   05 PL-RUN-TYPE          PIC X(8).
   05 PL-MODE              PIC X(6).
      88 PL-BY-SOURCE      VALUE "SOURCE".
      88 PL-BY-RANGE       VALUE "RANGE".
   05 PL-PART-COUNT        PIC 9.
   05 PL-FALLBACK-FLAG     PIC X.
      88 PL-FELL-BACK      VALUE 'Y'.
   05 PL-TOTAL-DETAILS     PIC 9(9).
   05 PL-PARTITION OCCURS 4 TIMES.
      10 PL-PART-DETAILS   PIC 9(9).
      10 PL-PART-BASE      PIC 9(9).
   05 FILLER               PIC X(73).
