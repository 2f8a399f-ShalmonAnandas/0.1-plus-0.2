*> PERDOVR - closed-period override log record. Work dated into
*> a CLOSED accounting month (see PERDREC) is only let through on
*> a period override card naming the month and the authority for
*> the change (the approved change or incident reference). Every
*> time a program lets work through on such a card it appends one
*> of these: when, who, which program, the closed month, the
*> authority keyed on the card and what was let through (the
*> feed, run, rule or rate). The log is cumulative and is never
*> reset - finance reviews it against the reported month. COPY
*> this under the FD of any program writing or reading the log.
01 PERIOD-OVERRIDE-RECORD.
   05 PO-LOG-DATE          PIC X(10).
   05 PO-LOG-TIME          PIC X(8).
   05 PO-USER              PIC X(8).
   05 PO-PROGRAM           PIC X(8).
   05 PO-PERIOD            PIC X(6).
   05 PO-AUTHORITY         PIC X(20).
   05 PO-SUBJECT           PIC X(40).
