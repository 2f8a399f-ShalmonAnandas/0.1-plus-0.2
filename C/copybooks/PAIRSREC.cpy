*> Feeds from several sources may be concatenated: each feed keeps
*> its own header/trailer set and is validated as a segment. Any
*> program reading or writing the extract should COPY this under
*> its FD instead of re-typing the layouts by hand. An extract
*> cut into partitions by ADDSPLIT for concurrent ADDNUM streams
*> starts with one partition record (type P) naming the partition
*> and carrying the run identifier, start time and error sequence
*> base the split assigned for the whole night, so every stream
*> stamps its output as one run; a partition the split had no
*> records for is flagged empty. The business date is the first
*> eight bytes of the run identifier.
01 PAIRS-RECORD.
   05 PAIRS-RECORD-TYPE    PIC X.
      88 PAIRS-HEADER-REC  VALUE 'H'.
      88 PAIRS-DETAIL-REC  VALUE 'D'.
      88 PAIRS-TRAILER-REC VALUE 'T'.
      88 PAIRS-PARTITION-REC VALUE 'P'.
   05 FILLER               PIC X(37).
01 PAIRS-HEADER-RECORD.
   05 FILLER               PIC X.
   05 PT-DETAIL-COUNT      PIC 9(9).
   05 PT-HASH-NUM1         PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
   05 PT-HASH-NUM2         PIC S9(11)V9(2) SIGN IS TRAILING SEPARATE.
01 PAIRS-PARTITION-RECORD.
   05 FILLER               PIC X.
   05 PP-PART-NO           PIC 9.
   05 PP-PART-COUNT        PIC 9.
   05 PP-RUN-ID.
      10 PP-RUN-BUSINESS-DATE PIC X(8).
      10 FILLER            PIC X(4).
   05 PP-RUN-TIME          PIC X(8).
   05 PP-SEQUENCE-BASE     PIC 9(9).
   05 PP-EMPTY-FLAG        PIC X.
      88 PP-PARTITION-EMPTY VALUE 'Y'.
   05 FILLER               PIC X(5).
