*> GLOPREC - open suspense item record. GLPOST keeps one row for
*> every difference it has posted to suspense and not yet
*> reversed: the pair key, the run and business date that posted
*> it, both accounts, the side the suspense account took and the
*> amounts and rate posted. When a later run's history shows the
*> pair key matching again (the night MISMAGE clears it), or the
*> posting run is backed out, the row is reversed out of the
*> ledger with exactly these accounts and amounts and drops off
*> the file. COPY this under the FD of any program touching the
*> open-item file.
01 GL-OPEN-RECORD.
   05 GO-PAIR-KEY          PIC X(11).
   05 GO-RUN-ID            PIC X(12).
   05 GO-BUSINESS-DATE     PIC X(8).
   05 GO-SUSPENSE-ACCOUNT  PIC X(12).
   05 GO-OFFSET-ACCOUNT    PIC X(12).
   05 GO-SUSPENSE-SIDE     PIC X.
   05 GO-CURRENCY          PIC X(3).
   05 GO-CCY-AMOUNT        PIC 9(11)V9(2).
   05 GO-BASE-AMOUNT       PIC 9(11)V9(2).
   05 GO-RATE              PIC 9(3)V9(6).
   05 FILLER               PIC X(6).
