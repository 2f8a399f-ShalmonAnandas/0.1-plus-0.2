*> DRFTREC - drift and outlier extract record. DRIFTRPT writes
*> one of these per pair key with a tolerance-checked result on
*> the latest night of the nightly results archive, for the
*> management summary to pick up. Fixed columns, no separators.
*> TONIGHT values are the key's average over the night's
*> results; MEAN and SPREAD (sample standard deviation) are
*> taken over the key's nightly averages on the earlier nights
*> of the window, and SCORE is how many spreads tonight lies
*> from the mean (+/-999.99 when the earlier nights never moved
*> and tonight did). MEAN, SPREAD and SCORE are zero when
*> DX-HISTORY-FLAG is N. Band percentages are the largest
*> difference of a night as a share of the tolerance of the
*> rule in force tonight, 9999.9 at most, and zero when
*> DX-RULE-FLAG is N. COPY this under the FD of any program
*> writing or reading the extract.
01 DRIFT-EXTRACT-RECORD.
   05 DX-RUN-DATE          PIC X(10).
   05 DX-PAIR-KEY.
      10 DX-SOURCE         PIC X(3).
      10 DX-CATEGORY       PIC X(4).
      10 DX-OP-CODE        PIC X.
      10 DX-CURRENCY       PIC X(3).
   05 DX-BASELINE-NIGHTS   PIC 9(3).
   05 DX-RESULTS-TONIGHT   PIC 9(5).
   05 DX-RESULT-TONIGHT    PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-RESULT-MEAN       PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-RESULT-SPREAD     PIC 9(8)V9(2).
   05 DX-RESULT-SCORE      PIC S9(3)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-DIFF-TONIGHT      PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-DIFF-MEAN         PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-DIFF-SPREAD       PIC 9(8)V9(2).
   05 DX-DIFF-SCORE        PIC S9(3)V9(2) SIGN IS TRAILING SEPARATE.
   05 DX-TOLERANCE         PIC 9(7)V9(2).
   05 DX-BAND-PCT-TONIGHT  PIC 9(4)V9.
   05 DX-BAND-PCT-MEAN     PIC 9(4)V9.
   05 DX-DRIFT-NIGHTS      PIC 9(3).
   05 DX-DRIFT-DIRECTION   PIC X.
      88 DX-DRIFTING-UP    VALUE 'U'.
      88 DX-DRIFTING-DOWN  VALUE 'D'.
   05 DX-HISTORY-FLAG      PIC X.
   05 DX-RULE-FLAG         PIC X.
   05 DX-RESULT-OUTLIER    PIC X.
   05 DX-DIFF-OUTLIER      PIC X.
   05 DX-DRIFT-FLAG        PIC X.
   05 DX-BAND-FLAG         PIC X.
   05 DX-RUN-ID            PIC X(12).
