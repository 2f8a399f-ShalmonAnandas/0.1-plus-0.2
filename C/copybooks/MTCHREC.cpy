*> MTCHREC - two-sided match-rule master record. One rule per
*> category and pair of sources: the book-of-record source (the
*> side whose figures are taken as right, e.g. GLS) and the
*> counterparty source expected to agree with it (e.g. TRS),
*> plus the amount tolerance within which a paired item still
*> counts as matched, and an active flag so a retired rule can be
*> shut off without losing the row. ITEMMTCH pairs the type-D
*> details of the two sources on the admitted extract by
*> category, currency and business date under each active rule;
*> MTCHMNT maintains the master from transaction cards with a
*> before/after listing. COPY this under the FD of any program
*> reading or maintaining the master.
01 MATCH-RULE-RECORD.
   05 MR-RULE-KEY.
      10 MR-CATEGORY       PIC X(4).
      10 MR-BOOK-SOURCE    PIC X(3).
      10 MR-CPTY-SOURCE    PIC X(3).
   05 MR-TOLERANCE         PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
   05 MR-ACTIVE-FLAG       PIC X.
      88 MR-ACTIVE         VALUE 'A'.
   05 FILLER               PIC X(9).
