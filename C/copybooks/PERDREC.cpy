*> PERDREC - accounting period control record. One row per
*> business month (YYYYMM) carrying the month's close status:
*> OPEN (or no row at all - a month nobody has started closing is
*> open), CLOSING once the month-end close job has been run but
*> found open error items or unbalanced runs still to clear, and
*> CLOSED once the close job has proved the month and produced its
*> close pack. The file is a VSAM KSDS keyed on PC-PERIOD so the
*> online TOLM transaction can read it as well as batch. PAIRSVAL,
*> ADDNUM, TOLMAINT, TOLSCRN and RATEMNT refuse work dated into a
*> CLOSED month unless a period override card is supplied (see
*> PERDOVR); only PERDCLS writes the file. The status date, time
*> and user record who moved the month to its current status.
*> COPY this under the FD of any program reading the file.
01 PERIOD-CONTROL-RECORD.
   05 PC-PERIOD            PIC X(6).
   05 PC-STATUS            PIC X(7).
      88 PC-OPEN           VALUE "OPEN".
      88 PC-CLOSING        VALUE "CLOSING".
      88 PC-CLOSED         VALUE "CLOSED".
   05 PC-STATUS-DATE       PIC X(10).
   05 PC-STATUS-TIME       PIC X(8).
   05 PC-STATUS-USER       PIC X(8).
   05 FILLER               PIC X(11).
