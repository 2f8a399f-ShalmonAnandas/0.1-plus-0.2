*> ERREVNT - outstanding-errors event record. ERRTRACK writes
*> one for every item it reopens or clears, naming the run whose
*> evidence moved it: for a reopen, the run whose error file
*> carried the corrected image again; for a clear, the latest
*> resubmission run on the register that proved it. EV-ITEM is
*> the master item (see ERRMREC) as it stood BEFORE the event,
*> so a reopened item can be put back exactly and a cleared one
*> can be put back on the books by hand. The events are kept
*> cumulatively; BACKOUT reads them so that backing a run out
*> also undoes what the run's errors and passes did to the
*> master. COPY this under the FD of any program reading or
*> writing the event log.
01 ERREVENT-RECORD.
   05 EV-EVENT-TYPE        PIC X.
      88 EV-REOPENED       VALUE 'O'.
      88 EV-CLEARED        VALUE 'C'.
   05 EV-EVENT-DATE        PIC X(10).
   05 EV-CAUSE-RUN-ID      PIC X(12).
   05 EV-ITEM.
      10 EV-KEY.
         15 EV-SEQUENCE    PIC 9(9).
         15 EV-RUN-DATE    PIC X(10).
         15 EV-SOURCE      PIC X(3).
         15 EV-RUN-ID      PIC X(12).
      10 EV-STATUS         PIC X.
      10 EV-REASON-CODE    PIC X(4).
      10 EV-OPEN-DATE      PIC X(10).
      10 EV-RESUB-DATE     PIC X(10).
      10 EV-NIGHTS-OPEN    PIC 9(3).
      10 EV-INPUT-RECORD   PIC X(38).
      10 EV-RESUB-IMAGE    PIC X(38).
