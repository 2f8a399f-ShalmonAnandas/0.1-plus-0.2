*> FHSTREC - feed delivery history record. FEEDCHK appends one
*> record per scheduled source each time it checks a business
*> date once that source's cutoff has passed: ONTIME when the
*> feed was present (in tonight's extract or already on the
*> processed-feed register) the first time it was checked,
*> MISSING when it was not there, and LATE when it turned up on
*> a later check after having been recorded MISSING. The last
*> record for a business date and source is its final delivery
*> status; FEEDOTR reports the on-time rate from it monthly. The
*> history is cumulative and is never reset. COPY this under the
*> FD of any program reading or writing the history.
01 FEED-HISTORY-RECORD.
   05 FH-BUSINESS-DATE     PIC X(8).
   05 FH-SOURCE-CODE       PIC X(3).
   05 FH-SYSTEM-NAME       PIC X(8).
   05 FH-STATUS            PIC X(7).
      88 FH-ONTIME         VALUE "ONTIME".
      88 FH-LATE           VALUE "LATE".
      88 FH-MISSING        VALUE "MISSING".
   05 FH-MISSING-ACTION    PIC X.
   05 FH-CUTOFF-TIME       PIC X(5).
   05 FH-CHECK-DATE        PIC X(10).
   05 FH-CHECK-TIME        PIC X(8).
