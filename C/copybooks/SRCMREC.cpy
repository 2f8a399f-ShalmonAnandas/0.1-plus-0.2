*> (PH-SOURCE-SYSTEM), plus an active flag so a decommissioned
*> source can be shut off without losing the row. PAIRSVAL refuses
*> any feed whose header or details name a source that is not on
*> this master and active. When and by what time each source is
*> due to send is kept alongside, on the expected-feed schedule
*> (see FSCHREC). COPY this under the FD of any program reading
*> or maintaining the master.
01 SOURCE-MASTER-RECORD.
   05 SM-SOURCE-CODE       PIC X(3).
   05 FILLER               PIC X.
