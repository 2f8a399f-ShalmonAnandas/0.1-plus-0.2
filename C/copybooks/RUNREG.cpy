*> record and the RUNSTAT record that run writes, so when a date
*> runs more than once every downstream record ties back to the
*> exact run that wrote it. ADDNUM also reads the register at
*> start-up to take the date's next free sequence. The run
*> status is blank as ADDNUM writes the row; BACKOUT sets it to
*> BACKEDOUT when everything the run wrote has been reversed.
*> The row itself is never deleted, so a backed-out run's
*> sequence is never handed out again. COPY this under the FD
*> of any program reading or writing the register.
01 RUNREG-RECORD.
   05 RR-RUN-ID            PIC X(12).
   05 RR-RUN-DATE          PIC X(10).
   05 RR-START-TIME        PIC X(8).
   05 RR-END-TIME          PIC X(8).
   05 RR-RETURN-CODE       PIC 9(4).
   05 RR-RUN-STATUS        PIC X(9).
      88 RR-BACKED-OUT     VALUE "BACKEDOUT".
