*> GLPREG - suspense posting register record. GLPOST appends one
*> row per run it has turned into a journal batch: the run id
*> (which is also the batch id), when it was posted and by whom,
*> and the batch's line count and debit total. A run already on
*> the register is never posted a second time. COPY this under
*> the FD of any program reading or writing the register.
01 GL-POSTREG-RECORD.
   05 GP-RUN-ID            PIC X(12).
   05 GP-POST-DATE         PIC X(10).
   05 GP-POST-TIME         PIC X(8).
   05 GP-POST-USER         PIC X(8).
   05 GP-LINE-COUNT        PIC 9(9).
   05 GP-DEBIT-TOTAL       PIC 9(13)V9(2).
