*> GLAMREC - general-ledger account-mapping master record. One
*> row per source system and category naming the ledger accounts
*> an out-of-tolerance difference is posted to: the suspense
*> account that carries the difference until the item clears and
*> the offset account on the other side of the entry. A category
*> of **** is the source's default, used for any category with
*> no row of its own. The active flag lets a retired mapping be
*> shut off without losing the row. GLPOST refuses to build a
*> journal batch while any difference it must post has no active
*> mapping. COPY this under the FD of any program reading or
*> maintaining the master.
01 ACCOUNT-MAP-RECORD.
   05 AM-MAP-KEY.
      10 AM-SOURCE         PIC X(3).
      10 AM-CATEGORY       PIC X(4).
   05 FILLER               PIC X.
   05 AM-SUSPENSE-ACCOUNT  PIC X(12).
   05 FILLER               PIC X.
   05 AM-OFFSET-ACCOUNT    PIC X(12).
   05 FILLER               PIC X.
   05 AM-ACTIVE-FLAG       PIC X.
      88 AM-ACTIVE         VALUE 'A'.
   05 FILLER               PIC X(5).
