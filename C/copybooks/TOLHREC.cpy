*> TOLHREC - tolerance rule-change history record. TOLMAINT
*> appends one record per applied add, update or delete, whether
*> the change was keyed on a card or through the online TOLM
*> transaction: when it was applied, who keyed it (TH-USER, the
*> maker) and who approved it (TH-CHECKER - see PCHGREC), the
*> rule key it touched, and the before and after values, so
*> "what rule was in force for CASH on the night of the 14th"
*> can be answered from the files instead of a day's SYSOUT.
*> The history is permanent - it is only ever extended. Records
*> written before changes needed a second approver are 80 bytes
*> padded to 88 with a blank TH-CHECKER. COPY this under the FD
*> of any program writing or reading it.
01 TOLHIST-RECORD.
   05 TH-CHANGE-DATE       PIC X(10).
   05 TH-CHANGE-TIME       PIC X(8).
                           SEPARATE.
   05 TH-AFTER-TOLERANCE   PIC S9(7)V9(2) SIGN IS TRAILING
                           SEPARATE.
   05 TH-CHECKER           PIC X(8).
