*> PARTSTAT - partition statistics. On a partitioned night each
*> ADDNUM stream (see the type-P record in PAIRSREC) writes this
*> file at termination in place of the RPTOUT summaries and
*> trailer and the RUNSTAT and RUNREG rows, which must describe
*> the whole night: one summary record (type S) with the
*> partition's counts, report hash totals and outcome, then one
*> type C record per currency-summary slot and one type R record
*> per source-summary slot, in the order the stream's tables hold
*> them. ADDMERGE reads the four partitions' files to rebuild the
*> summaries, trailer and run rows exactly as a serial run would
*> have written them, and refuses to merge a partition whose file
*> does not carry the night's run identifier. COPY this under the
*> FD of any program writing the file, or into working storage of
*> one reading several partitions' files INTO it.
01 PARTITION-STAT-RECORD.
   05 PS-RECORD-TYPE       PIC X.
      88 PS-SUMMARY-REC    VALUE 'S'.
      88 PS-CURRENCY-REC   VALUE 'C'.
      88 PS-SOURCE-REC     VALUE 'R'.
   05 PS-BODY              PIC X(99).
   05 PS-SUMMARY-BODY REDEFINES PS-BODY.
      10 PS-PART-NO        PIC 9.
      10 PS-RUN-ID         PIC X(12).
      10 PS-RUN-TYPE       PIC X(8).
      10 PS-CONTROL-FAILED PIC X.
         88 PS-PART-CONTROL-FAILED VALUE 'Y'.
      10 PS-RETURN-CODE    PIC 9(4).
      10 PS-RESTART-FLAG   PIC X.
      10 PS-RECORDS-READ   PIC 9(9).
      10 PS-RPT-COUNT      PIC 9(9).
      10 PS-RPT-HASH-NUM1  PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
      10 PS-RPT-HASH-NUM2  PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
      10 PS-ERROR-COUNT    PIC 9(9).
      10 PS-END-TIME       PIC X(8).
      10 FILLER            PIC X(9).
   05 PS-CURRENCY-BODY REDEFINES PS-BODY.
      10 PS-CCY-CODE       PIC X(3).
      10 PS-CCY-RECORDS    PIC 9(9).
      10 PS-CCY-ORIG1      PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
      10 PS-CCY-ORIG2      PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
      10 FILLER            PIC X(59).
   05 PS-SOURCE-BODY REDEFINES PS-BODY.
      10 PS-SRC-CODE       PIC X(3).
      10 PS-SRC-RECORDS    PIC 9(9).
      10 PS-SRC-ERRORS     PIC 9(9).
      10 FILLER            PIC X(78).
