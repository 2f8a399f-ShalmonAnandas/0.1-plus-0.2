*> PCHGREC - pending master-file change record. No tolerance-rule
*> card (TOLMAINT or the TOLM transaction), rate card (RATEMNT)
*> or error correction card (ERRFIX) goes live on one person's
*> say-so: each is first staged here as a pending change carrying
*> the card image exactly as keyed and the maker's user ID, and is
*> applied by its own batch program only once a second, different
*> user has approved it - in batch through CHGAPPR or online
*> through the CHGA transaction (CHGSCRN). The file is a VSAM KSDS
*> keyed on the kind of change and when and where it was made, so
*> the applying program reads its own kind's approved changes in
*> the order they were keyed. Status runs P (pending) to A
*> (approved) to X (applied), or ends R (rejected by the checker,
*> or refused when the approved change no longer passed its edits
*> at apply time - PG-NOTE says which) or E (expired: not approved,
*> or approved but not applied, within CHGAPPR's window). CHGAPPR
*> reports every rejection and expiry once and marks it reported.
*> PG-CONTEXT carries what the card depended on elsewhere in its
*> deck when it was staged: the period override card in force for
*> a rule or rate card, the band card for a rate card's currency,
*> and the run the corrected error came from. COPY this under the
*> FD (or into working storage online) of any program touching
*> the file.
01 PENDING-CHANGE-RECORD.
   05 PG-KEY.
      10 PG-KIND           PIC X.
         88 PG-RULE-CHANGE VALUE 'T'.
         88 PG-RATE-CHANGE VALUE 'R'.
         88 PG-ERROR-FIX   VALUE 'F'.
      10 PG-MADE-DATE      PIC X(8).
      10 PG-MADE-TIME      PIC X(6).
      10 PG-ORIGIN         PIC X.
         88 PG-FROM-BATCH  VALUE 'B'.
         88 PG-FROM-ONLINE VALUE 'O'.
      10 PG-MADE-SEQ       PIC 9(7).
   05 PG-STATUS            PIC X.
      88 PG-PENDING        VALUE 'P'.
      88 PG-APPROVED       VALUE 'A'.
      88 PG-APPLIED        VALUE 'X'.
      88 PG-REJECTED       VALUE 'R'.
      88 PG-EXPIRED        VALUE 'E'.
   05 PG-MAKER             PIC X(8).
   05 PG-CHECKER           PIC X(8).
   05 PG-DECIDED-DATE      PIC X(8).
   05 PG-DECIDED-TIME      PIC X(6).
   05 PG-APPLIED-DATE      PIC X(8).
   05 PG-REPORTED          PIC X.
      88 PG-OUTCOME-REPORTED VALUE 'Y'.
   05 PG-NOTE              PIC X(30).
   05 PG-CONTEXT           PIC X(40).
   05 PG-RULE-CONTEXT REDEFINES PG-CONTEXT.
      10 PG-RULE-OVR-PERIOD    PIC X(6).
      10 PG-RULE-OVR-AUTHORITY PIC X(20).
      10 FILLER                PIC X(14).
   05 PG-RATE-CONTEXT REDEFINES PG-CONTEXT.
      10 PG-RATE-OVR-PERIOD    PIC X(6).
      10 PG-RATE-OVR-AUTHORITY PIC X(20).
      10 PG-RATE-BAND-KEYED    PIC X.
      10 PG-RATE-BAND-PCT      PIC 9(3)V9(2).
      10 FILLER                PIC X(8).
   05 PG-FIX-CONTEXT REDEFINES PG-CONTEXT.
      10 PG-FIX-RUN-DATE       PIC X(10).
      10 PG-FIX-SOURCE         PIC X(3).
      10 PG-FIX-RUN-ID         PIC X(12).
      10 FILLER                PIC X(15).
   05 PG-IMAGE             PIC X(80).
   05 FILLER               PIC X(7).
