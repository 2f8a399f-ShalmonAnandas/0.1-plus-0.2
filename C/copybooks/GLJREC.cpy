*> GLJREC - record layouts for the general-ledger suspense journal
*> interface file GLPOST writes for the GL upload. One batch per
*> posted run, oldest run first when one file carries several:
*> a header (type H) naming the batch (the run id),
*> the business date and the base currency; journal lines (type
*> D), always in debit/credit pairs for the same amount, each
*> carrying the account, the transaction currency amount (the
*> difference converted back out of base at the rate that run
*> used), the base amount and rate, and the pair key and run the
*> difference came from; and a trailer (type T) whose line count
*> and debit and credit base totals let the upload prove the
*> batch arrived whole and balanced. Entry type P is a suspense
*> posting; R reverses an earlier posting because the item
*> cleared (or B because the run that posted it was backed out),
*> with the accounts and amounts of the original. Amounts are
*> unsigned; GJD-DEBIT-CREDIT gives the side. COPY this under the
*> FD of any program reading or writing the journal file.
01 GL-JOURNAL-RECORD.
   05 GJ-RECORD-TYPE       PIC X.
      88 GJ-HEADER-REC     VALUE 'H'.
      88 GJ-LINE-REC       VALUE 'D'.
      88 GJ-TRAILER-REC    VALUE 'T'.
   05 FILLER               PIC X(119).
01 GL-JOURNAL-HEADER.
   05 FILLER               PIC X.
   05 GJH-BATCH-ID         PIC X(12).
   05 GJH-BUSINESS-DATE    PIC X(8).
   05 GJH-CREATED-DATE     PIC X(8).
   05 GJH-CREATED-TIME     PIC X(6).
   05 GJH-LEDGER-SOURCE    PIC X(8).
   05 GJH-BASE-CURRENCY    PIC X(3).
   05 FILLER               PIC X(74).
01 GL-JOURNAL-LINE.
   05 FILLER               PIC X.
   05 GJD-BATCH-ID         PIC X(12).
   05 GJD-LINE-NUMBER      PIC 9(6).
   05 GJD-ENTRY-TYPE       PIC X.
      88 GJD-POSTING       VALUE 'P'.
      88 GJD-REVERSAL      VALUE 'R'.
      88 GJD-BACKOUT       VALUE 'B'.
   05 GJD-ACCOUNT          PIC X(12).
   05 GJD-DEBIT-CREDIT     PIC X.
      88 GJD-DEBIT         VALUE 'D'.
      88 GJD-CREDIT        VALUE 'C'.
   05 GJD-CURRENCY         PIC X(3).
   05 GJD-CCY-AMOUNT       PIC 9(11)V9(2).
   05 GJD-BASE-AMOUNT      PIC 9(11)V9(2).
   05 GJD-RATE             PIC 9(3)V9(6).
   05 GJD-PAIR-KEY         PIC X(11).
   05 GJD-ORIG-RUN-ID      PIC X(12).
   05 GJD-ORIG-BUS-DATE    PIC X(8).
   05 FILLER               PIC X(18).
01 GL-JOURNAL-TRAILER.
   05 FILLER               PIC X.
   05 GJT-BATCH-ID         PIC X(12).
   05 GJT-LINE-COUNT       PIC 9(9).
   05 GJT-DEBIT-TOTAL      PIC 9(13)V9(2).
   05 GJT-CREDIT-TOTAL     PIC 9(13)V9(2).
   05 FILLER               PIC X(68).
