IDENTIFICATION DIVISION.
PROGRAM-ID. DRIFTRPT.
*> Drift and outlier report. Reads the last N nights (plus the
*> latest night, "tonight") of tolerance-checked results from the
*> nightly results archive and, per pair key, compares tonight
*> with the key's own history: the rolling mean and spread of
*> MH-RESULT and MH-DIFF over the earlier nights, how many
*> spreads tonight lies from the mean, how many nights in a row
*> the difference has moved the same way, and how much of the
*> tolerance band of the rule in force tonight the key is using.
*> A key whose result or difference is an outlier tonight, whose
*> difference has drifted one way for too many nights, or which
*> still matches but sits close to the edge of its band is listed
*> on the exception report for the controllers, so a key creeping
*> toward a break is seen before MISMAGE starts aging it. Every
*> key with a result tonight is also written to the fixed-layout
*> extract (see DRFTREC) for the management summary. Each night
*> of a key counts once, at the average of its results that
*> night. Nothing is updated.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TOLERANCE-FILE ASSIGN TO TOLRULE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TR-RULE-KEY
        FILE STATUS IS WS-TOL-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT SORT-FILE ASSIGN TO SORTWK.

    SELECT EXTRACT-FILE ASSIGN TO EXTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TOLERANCE-FILE.
    COPY TOLREC.

FD  HISTORY-FILE.
    COPY MISMREC.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

SD  SORT-FILE.
01  SORT-RECORD.
    05  SR-PAIR-KEY.
        10  SR-SOURCE         PIC X(3).
        10  SR-CATEGORY       PIC X(4).
        10  SR-OP-CODE        PIC X.
        10  SR-CURRENCY       PIC X(3).
    05  SR-RUN-DATE           PIC X(10).
    05  SR-MATCH-FLAG         PIC X.
    05  SR-RESULT             PIC S9(7)V9(2) SIGN IS TRAILING
                              SEPARATE.
    05  SR-DIFF               PIC S9(7)V9(2) SIGN IS TRAILING
                              SEPARATE.
    05  SR-STREAK             PIC 9(3).
    05  SR-RUN-ID             PIC X(12).

FD  EXTRACT-FILE.
    COPY DRFTREC.

FD  REPORT-FILE.
01  REPORT-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-TOL-STATUS           PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-CTL-STATUS           PIC XX.
    01  WS-EXTRACT-STATUS       PIC XX.
    01  WS-REPORT-STATUS        PIC XX.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).
    01  WS-CARD-NUMBER          PIC 9(2).
    01  WS-FATAL-MESSAGE        PIC X(60).

    01  WS-FLAGS.
        05  WS-TOL-EOF      PIC X VALUE 'N'.
            88  TOL-EOF            VALUE 'Y'.
        05  WS-HISTORY-EOF  PIC X VALUE 'N'.
            88  HISTORY-EOF        VALUE 'Y'.
        05  WS-RUNREG-EOF   PIC X VALUE 'N'.
            88  RUNREG-EOF         VALUE 'Y'.
        05  WS-CTL-EOF      PIC X VALUE 'N'.
            88  CTL-EOF            VALUE 'Y'.
        05  WS-SORT-EOF     PIC X VALUE 'N'.
            88  SORT-EOF           VALUE 'Y'.
        05  WS-GROUP-OPEN   PIC X VALUE 'N'.
            88  GROUP-IS-OPEN      VALUE 'Y'.
        05  WS-RECORD-WANTED PIC X VALUE 'N'.
            88  RECORD-IS-WANTED   VALUE 'Y'.
        05  WS-DRIFT-STOPPED PIC X VALUE 'N'.
            88  DRIFT-STOPPED      VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
        05  WS-KEYS-IN-WINDOW     PIC 9(9) VALUE ZERO.
        05  WS-KEYS-TONIGHT       PIC 9(9) VALUE ZERO.
        05  WS-KEYS-SHORT-HISTORY PIC 9(9) VALUE ZERO.
        05  WS-KEYS-NO-RULE       PIC 9(9) VALUE ZERO.
        05  WS-KEYS-RESULT-OUTLIER PIC 9(9) VALUE ZERO.
        05  WS-KEYS-DIFF-OUTLIER  PIC 9(9) VALUE ZERO.
        05  WS-KEYS-DRIFTING      PIC 9(9) VALUE ZERO.
        05  WS-KEYS-NEAR-EDGE     PIC 9(9) VALUE ZERO.
        05  WS-KEYS-FLAGGED       PIC 9(9) VALUE ZERO.
        05  WS-EXTRACTS-WRITTEN   PIC 9(9) VALUE ZERO.

*> NIGHTS is the number of earlier nights the mean and spread
*> are taken over; SIGMA the number of spreads from the mean
*> that makes tonight an outlier; DRIFT the number of nights in
*> a row the difference must move the same way; BAND the share
*> of the tolerance band, in percent, at which a key that still
*> matches is reported as close to the edge. A key needs
*> WS-MIN-BASELINE earlier nights before it is scored.
    01  WS-NIGHTS-WANTED        PIC 9(2) VALUE 30.
    01  WS-SIGMA-WANTED         PIC 9(2) VALUE 3.
    01  WS-DRIFT-WANTED         PIC 9(2) VALUE 5.
    01  WS-BAND-WANTED          PIC 9(2) VALUE 80.
    01  WS-MIN-BASELINE         PIC 9(2) VALUE 3.
    01  WS-NIGHTS-IN-WINDOW     PIC 9(3) VALUE ZERO.
    01  WS-WINDOW-START         PIC X(10).
    01  WS-TONIGHT              PIC X(10).
    01  WS-TONIGHT-YYYYMMDD     PIC X(8).
    01  WS-PICK-BELOW           PIC X(10).
    01  WS-PICK-DATE            PIC X(10).

    01  WS-RULE-TABLE.
        05  WS-RUL-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-RUL-ENTRY OCCURS 500 TIMES INDEXED BY RUL-IDX.
            10  WS-RUL-CATEGORY     PIC X(4).
            10  WS-RUL-EFFDATE      PIC X(8).
            10  WS-RUL-TOL          PIC S9(7)V9(2).

    01  WS-BACKED-OUT-TABLE.
        05  WS-BKO-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-BKO-ENTRY OCCURS 200 TIMES INDEXED BY BKO-IDX.
            10  WS-BKO-RUN-ID   PIC X(12).

*> Every run date on the archive, to find where the window
*> begins.
    01  WS-DATE-TABLE.
        05  WS-DTE-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-DTE-ENTRY OCCURS 1000 TIMES INDEXED BY DTE-IDX.
            10  WS-DTE-DATE     PIC X(10).

*> The nights in the window, latest (tonight) first.
    01  WS-NIGHT-TABLE.
        05  WS-NGT-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-NGT-ENTRY OCCURS 100 TIMES INDEXED BY NGT-IDX.
            10  WS-NGT-DATE         PIC X(10).

*> One pair key's nights in the window, oldest first: the count,
*> totals and largest absolute difference of its results each
*> night, and the night's averages once the night is closed.
    01  WS-CURRENT-GROUP.
        05  WS-GRP-KEY.
            10  WS-GRP-SOURCE       PIC X(3).
            10  WS-GRP-CATEGORY     PIC X(4).
            10  WS-GRP-OP-CODE      PIC X.
            10  WS-GRP-CURRENCY     PIC X(3).
        05  WS-GRP-RUN-ID           PIC X(12).
        05  WS-SER-COUNT            PIC 9(3) COMP.
        05  WS-SER-ENTRY OCCURS 100 TIMES INDEXED BY SER-IDX.
            10  WS-SER-DATE         PIC X(10).
            10  WS-SER-RESULTS      PIC 9(5).
            10  WS-SER-SUM-RESULT   PIC S9(12)V9(2).
            10  WS-SER-SUM-DIFF     PIC S9(12)V9(2).
            10  WS-SER-MAX-DIFF     PIC 9(7)V9(2).
            10  WS-SER-ALL-MATCH    PIC X.
            10  WS-SER-RESULT       PIC S9(7)V9(2).
            10  WS-SER-DIFF         PIC S9(7)V9(2).

*> The key's figures for tonight, as they go to the extract.
    01  WS-KEY-STATS.
        05  WS-STA-BASE-NIGHTS      PIC 9(3) COMP.
        05  WS-STA-RESULT-MEAN      PIC S9(7)V9(2).
        05  WS-STA-RESULT-SPREAD    PIC 9(8)V9(2).
        05  WS-STA-RESULT-SCORE     PIC S9(3)V9(2).
        05  WS-STA-RESULT-OUTLIER   PIC X.
        05  WS-STA-DIFF-MEAN        PIC S9(7)V9(2).
        05  WS-STA-DIFF-SPREAD      PIC 9(8)V9(2).
        05  WS-STA-DIFF-SCORE       PIC S9(3)V9(2).
        05  WS-STA-DIFF-OUTLIER     PIC X.
        05  WS-STA-HISTORY-FLAG     PIC X.
        05  WS-STA-RULE-FLAG        PIC X.
        05  WS-STA-TOLERANCE        PIC 9(7)V9(2).
        05  WS-STA-BAND-TONIGHT     PIC 9(4)V9.
        05  WS-STA-BAND-MEAN        PIC 9(4)V9.
        05  WS-STA-BAND-FLAG        PIC X.
        05  WS-STA-DRIFT-NIGHTS     PIC 9(3).
        05  WS-STA-DRIFT-DIRECTION  PIC X.
        05  WS-STA-MOVE-DIRECTION   PIC X.
        05  WS-STA-DRIFT-FLAG       PIC X.

*> One measure (R result, D difference) being scored.
    01  WS-MEASURE.
        05  WS-MSR-WANTED           PIC X.
        05  WS-MSR-VALUE            PIC S9(7)V9(2).
        05  WS-MSR-TONIGHT          PIC S9(7)V9(2).
        05  WS-MSR-SUM              PIC S9(12)V9(2).
        05  WS-MSR-MEAN             PIC S9(7)V9(2).
        05  WS-MSR-DEVIATION        PIC S9(8)V9(2).
        05  WS-MSR-SQUARES          PIC S9(16)V9(2).
        05  WS-MSR-SPREAD           PIC 9(8)V9(2).
        05  WS-MSR-SCORE            PIC S9(3)V9(2).
        05  WS-MSR-OUTLIER          PIC X.

    01  WS-BAND.
        05  WS-BND-EFFDATE          PIC X(8).
        05  WS-BND-AMOUNT           PIC 9(12)V9(2).
        05  WS-BND-PERCENT          PIC 9(4)V9.

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  WS-CDT-HH       PIC 9(2).
        05  WS-CDT-MIN      PIC 9(2).
        05  WS-CDT-SEC      PIC 9(2).
        05  FILLER          PIC X(9).

    01  WS-RUN-DATE         PIC X(10).
    01  WS-RUN-TIME         PIC X(8).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-AMOUNT     PIC -(7)9.99.
    01  WS-DISPLAY-AMOUNT-2   PIC -(7)9.99.
    01  WS-DISPLAY-AMOUNT-3   PIC -(7)9.99.
    01  WS-DISPLAY-AMOUNT-4   PIC -(7)9.99.
    01  WS-DISPLAY-SPREAD     PIC Z(7)9.99.
    01  WS-DISPLAY-SPREAD-2   PIC Z(7)9.99.
    01  WS-DISPLAY-SCORE      PIC -ZZ9.99.
    01  WS-DISPLAY-SCORE-2    PIC -ZZ9.99.
    01  WS-DISPLAY-PERCENT    PIC ZZZ9.9.
    01  WS-DISPLAY-PERCENT-2  PIC ZZZ9.9.
    01  WS-DISPLAY-NIGHTS     PIC ZZ9.
    01  WS-DISPLAY-NIGHTS-2   PIC ZZ9.
    01  WS-DISPLAY-COUNT      PIC ZZZZZZZZ9.
    01  WS-DISPLAY-COUNT-2    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-FLAGS      PIC X(4).
    01  WS-SUMMARY-LABEL      PIC X(48).

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-FIND-WINDOW
    SORT SORT-FILE
        ON ASCENDING KEY SR-PAIR-KEY
        ON ASCENDING KEY SR-RUN-DATE
        INPUT PROCEDURE IS 3000-SELECT-WINDOW
        OUTPUT PROCEDURE IS 4000-SCORE-SORTED-RESULTS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING "DRIFT AND OUTLIER REPORT  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 1050-READ-CONTROL-CARDS
    PERFORM 1100-LOAD-RULE-MASTER
    PERFORM 1200-LOAD-BACKED-OUT-RUNS.

1050-READ-CONTROL-CARDS.
*> NIGHTS=nn (3-99, default 30), SIGMA=n (1-9, default 3),
*> DRIFT=nn (2-99, default 5, no more than NIGHTS) and BAND=nn
*> (1-99 percent, default 80).
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = "00"
        PERFORM 1060-READ-ONE-CONTROL-CARD UNTIL CTL-EOF
        CLOSE CONTROL-FILE
    END-IF
    IF WS-DRIFT-WANTED > WS-NIGHTS-WANTED
        MOVE "DRIFT CARD MAY NOT EXCEED NIGHTS" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    COMPUTE WS-NIGHTS-IN-WINDOW = WS-NIGHTS-WANTED + 1.

1060-READ-ONE-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CTL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING
            PERFORM 1070-EDIT-CARD-NUMBER
            EVALUATE WS-CARD-KEYWORD
                WHEN "NIGHTS"
                    IF WS-CARD-NUMBER < 3
                        MOVE "NIGHTS CARD MUST BE 3 TO 99"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                    MOVE WS-CARD-NUMBER TO WS-NIGHTS-WANTED
                WHEN "SIGMA"
                    IF WS-CARD-NUMBER < 1 OR WS-CARD-NUMBER > 9
                        MOVE "SIGMA CARD MUST BE 1 TO 9"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                    MOVE WS-CARD-NUMBER TO WS-SIGMA-WANTED
                WHEN "DRIFT"
                    IF WS-CARD-NUMBER < 2
                        MOVE "DRIFT CARD MUST BE 2 TO 99"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                    MOVE WS-CARD-NUMBER TO WS-DRIFT-WANTED
                WHEN "BAND"
                    IF WS-CARD-NUMBER < 1
                        MOVE "BAND CARD MUST BE 1 TO 99"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                    MOVE WS-CARD-NUMBER TO WS-BAND-WANTED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1070-EDIT-CARD-NUMBER.
*> A one- or two-digit value; anything else edits as zero.
    EVALUATE TRUE
        WHEN WS-CARD-VALUE(1:2) IS NUMERIC
         AND WS-CARD-VALUE(3:1) = SPACE
            MOVE WS-CARD-VALUE(1:2) TO WS-CARD-NUMBER
        WHEN WS-CARD-VALUE(1:1) IS NUMERIC
         AND WS-CARD-VALUE(2:1) = SPACE
            MOVE WS-CARD-VALUE(1:1) TO WS-CARD-NUMBER
        WHEN OTHER
            MOVE ZERO TO WS-CARD-NUMBER
    END-EVALUATE.

1100-LOAD-RULE-MASTER.
    OPEN INPUT TOLERANCE-FILE
    IF WS-TOL-STATUS NOT = "00"
        MOVE "TOLERANCE RULE MASTER NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    MOVE LOW-VALUES TO TR-RULE-KEY
    START TOLERANCE-FILE KEY NOT LESS THAN TR-RULE-KEY
        INVALID KEY
            SET TOL-EOF TO TRUE
    END-START
    PERFORM 1150-LOAD-ONE-RULE UNTIL TOL-EOF
    CLOSE TOLERANCE-FILE.

1150-LOAD-ONE-RULE.
    READ TOLERANCE-FILE NEXT
        AT END
            SET TOL-EOF TO TRUE
        NOT AT END
            IF WS-RUL-COUNT >= 500
                MOVE "RULE TABLE FULL" TO WS-FATAL-MESSAGE
                PERFORM 8950-TABLE-FULL
            END-IF
            ADD 1 TO WS-RUL-COUNT
            SET RUL-IDX TO WS-RUL-COUNT
            MOVE TR-CATEGORY TO WS-RUL-CATEGORY(RUL-IDX)
            MOVE TR-EFFECTIVE-DATE TO WS-RUL-EFFDATE(RUL-IDX)
            MOVE TR-TOLERANCE TO WS-RUL-TOL(RUL-IDX)
    END-READ.

1200-LOAD-BACKED-OUT-RUNS.
*> A backed-out run's results can still be on an archive
*> generation cut before the backout; they never stood, so they
*> are not scored.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 1250-READ-ONE-REGISTER-ROW UNTIL RUNREG-EOF
        CLOSE RUNREG-FILE
    END-IF.

1250-READ-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-BACKED-OUT
                IF WS-BKO-COUNT >= 200
                    MOVE "BACKED-OUT RUN TABLE FULL"
                        TO WS-FATAL-MESSAGE
                    PERFORM 8950-TABLE-FULL
                END-IF
                ADD 1 TO WS-BKO-COUNT
                SET BKO-IDX TO WS-BKO-COUNT
                MOVE RR-RUN-ID TO WS-BKO-RUN-ID(BKO-IDX)
            END-IF
    END-READ.

2000-FIND-WINDOW.
*> The archive is a concatenation of generations, newest first,
*> so run dates arrive out of order: all of them are gathered,
*> then the N+1 latest are picked off one at a time. The latest
*> is tonight.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        MOVE "NIGHTLY RESULTS ARCHIVE NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 2050-READ-ONE-DATE UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE
    MOVE HIGH-VALUES TO WS-PICK-BELOW
    PERFORM 2200-PICK-NEXT-NIGHT
        UNTIL WS-NGT-COUNT >= WS-NIGHTS-IN-WINDOW
           OR WS-PICK-BELOW = LOW-VALUES
    IF WS-NGT-COUNT = 0
        MOVE "NO RESULTS ON THE ARCHIVE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    SET NGT-IDX TO WS-NGT-COUNT
    MOVE WS-NGT-DATE(NGT-IDX) TO WS-WINDOW-START
    MOVE WS-NGT-DATE(1) TO WS-TONIGHT
    STRING WS-TONIGHT(1:4) WS-TONIGHT(6:2) WS-TONIGHT(9:2)
        DELIMITED BY SIZE INTO WS-TONIGHT-YYYYMMDD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "TONIGHT " WS-TONIGHT
           "   EARLIER NIGHTS FROM " WS-WINDOW-START
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    COMPUTE WS-DISPLAY-COUNT = WS-NGT-COUNT - 1
    MOVE WS-DTE-COUNT TO WS-DISPLAY-COUNT-2
    MOVE SPACES TO REPORT-RECORD
    STRING "  EARLIER NIGHTS " WS-DISPLAY-COUNT
           "   NIGHTS ON THE ARCHIVE " WS-DISPLAY-COUNT-2
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-SIGMA-WANTED TO WS-DISPLAY-NIGHTS
    MOVE WS-DRIFT-WANTED TO WS-DISPLAY-NIGHTS-2
    MOVE WS-BAND-WANTED TO WS-DISPLAY-PERCENT
    MOVE SPACES TO REPORT-RECORD
    STRING "  OUTLIER BEYOND " WS-DISPLAY-NIGHTS " SPREADS"
           "   DRIFT AFTER " WS-DISPLAY-NIGHTS-2 " NIGHTS"
           "   EDGE OF BAND AT " WS-DISPLAY-PERCENT " PERCENT"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

2050-READ-ONE-DATE.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            PERFORM 2070-CHECK-WANTED
            IF RECORD-IS-WANTED
                PERFORM 2100-NOTE-DATE
            END-IF
    END-READ.

2070-CHECK-WANTED.
*> Two-sided match records (op X) are not tolerance results, and
*> a non-zero streak marks a compacted record, not a night's
*> result - neither is scored.
    MOVE 'Y' TO WS-RECORD-WANTED
    IF MH-OP-CODE = "X" OR MH-STREAK NOT = ZERO
        MOVE 'N' TO WS-RECORD-WANTED
    ELSE
        SET BKO-IDX TO 1
        SEARCH WS-BKO-ENTRY
            AT END
                CONTINUE
            WHEN BKO-IDX > WS-BKO-COUNT
                CONTINUE
            WHEN WS-BKO-RUN-ID(BKO-IDX) = MH-RUN-ID
                MOVE 'N' TO WS-RECORD-WANTED
        END-SEARCH
    END-IF.

2100-NOTE-DATE.
    SET DTE-IDX TO 1
    SEARCH WS-DTE-ENTRY
        AT END
            MOVE "RUN DATE TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN DTE-IDX > WS-DTE-COUNT
            ADD 1 TO WS-DTE-COUNT
            MOVE MH-RUN-DATE TO WS-DTE-DATE(DTE-IDX)
        WHEN WS-DTE-DATE(DTE-IDX) = MH-RUN-DATE
            CONTINUE
    END-SEARCH.

2200-PICK-NEXT-NIGHT.
    MOVE LOW-VALUES TO WS-PICK-DATE
    PERFORM 2250-TRY-ONE-DATE
        VARYING DTE-IDX FROM 1 BY 1
        UNTIL DTE-IDX > WS-DTE-COUNT
    MOVE WS-PICK-DATE TO WS-PICK-BELOW
    IF WS-PICK-DATE NOT = LOW-VALUES
        ADD 1 TO WS-NGT-COUNT
        SET NGT-IDX TO WS-NGT-COUNT
        MOVE WS-PICK-DATE TO WS-NGT-DATE(NGT-IDX)
    END-IF.

2250-TRY-ONE-DATE.
    IF WS-DTE-DATE(DTE-IDX) < WS-PICK-BELOW
       AND WS-DTE-DATE(DTE-IDX) > WS-PICK-DATE
        MOVE WS-DTE-DATE(DTE-IDX) TO WS-PICK-DATE
    END-IF.

3000-SELECT-WINDOW.
    MOVE 'N' TO WS-HISTORY-EOF
    OPEN INPUT HISTORY-FILE
    PERFORM 3100-SELECT-ONE-RESULT UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE.

3100-SELECT-ONE-RESULT.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            PERFORM 2070-CHECK-WANTED
            IF RECORD-IS-WANTED
               AND MH-RUN-DATE NOT < WS-WINDOW-START
                ADD 1 TO WS-RECORDS-READ
                RELEASE SORT-RECORD FROM MISMATCH-RECORD
            END-IF
    END-READ.

4000-SCORE-SORTED-RESULTS.
    OPEN OUTPUT EXTRACT-FILE
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "PAIR KEYS FLAGGED TONIGHT" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "  FLAGS: R RESULT OUTLIER  D DIFFERENCE OUTLIER"
           "  T DRIFTING (U UP / D DOWN)  B NEAR THE EDGE OF"
           " THE BAND"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "                      "
           "------------------ RESULT ------------------ "
           "--------------- DIFFERENCE ----------------- "
           " BAND"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "  SRC CAT  OP CCY NTS"
           "     TONIGHT        MEAN      SPREAD   SCORE"
           "     TONIGHT        MEAN      SPREAD   SCORE"
           "  USED% DRIFT FLAGS"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 4100-GET-SORTED-RESULT
    PERFORM 4200-ADD-ONE-RESULT UNTIL SORT-EOF
    PERFORM 4700-CLOSE-GROUP
    IF WS-KEYS-FLAGGED = 0
        MOVE "  NONE" TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    CLOSE EXTRACT-FILE.

4100-GET-SORTED-RESULT.
    RETURN SORT-FILE
        AT END
            SET SORT-EOF TO TRUE
    END-RETURN.

4200-ADD-ONE-RESULT.
    IF GROUP-IS-OPEN AND SR-PAIR-KEY NOT = WS-GRP-KEY
        PERFORM 4700-CLOSE-GROUP
    END-IF
    IF NOT GROUP-IS-OPEN
        PERFORM 4250-OPEN-GROUP
    END-IF
    IF WS-SER-COUNT = 0
        PERFORM 4270-OPEN-NIGHT
    ELSE
        SET SER-IDX TO WS-SER-COUNT
        IF SR-RUN-DATE NOT = WS-SER-DATE(SER-IDX)
            PERFORM 4270-OPEN-NIGHT
        END-IF
    END-IF
    ADD 1 TO WS-SER-RESULTS(SER-IDX)
    ADD SR-RESULT TO WS-SER-SUM-RESULT(SER-IDX)
    ADD SR-DIFF TO WS-SER-SUM-DIFF(SER-IDX)
    IF FUNCTION ABS(SR-DIFF) > WS-SER-MAX-DIFF(SER-IDX)
        COMPUTE WS-SER-MAX-DIFF(SER-IDX) = FUNCTION ABS(SR-DIFF)
    END-IF
    IF SR-MATCH-FLAG NOT = 'Y'
        MOVE 'N' TO WS-SER-ALL-MATCH(SER-IDX)
    END-IF
    MOVE SR-RUN-ID TO WS-GRP-RUN-ID
    PERFORM 4100-GET-SORTED-RESULT.

4250-OPEN-GROUP.
    MOVE 'Y' TO WS-GROUP-OPEN
    ADD 1 TO WS-KEYS-IN-WINDOW
    MOVE SR-PAIR-KEY TO WS-GRP-KEY
    MOVE SPACES TO WS-GRP-RUN-ID
    MOVE ZERO TO WS-SER-COUNT.

4270-OPEN-NIGHT.
    IF WS-SER-COUNT >= 100
        MOVE "NIGHT SERIES TABLE FULL" TO WS-FATAL-MESSAGE
        PERFORM 8950-TABLE-FULL
    END-IF
    ADD 1 TO WS-SER-COUNT
    SET SER-IDX TO WS-SER-COUNT
    MOVE SR-RUN-DATE TO WS-SER-DATE(SER-IDX)
    MOVE ZERO TO WS-SER-RESULTS(SER-IDX)
                 WS-SER-SUM-RESULT(SER-IDX)
                 WS-SER-SUM-DIFF(SER-IDX)
                 WS-SER-MAX-DIFF(SER-IDX)
                 WS-SER-RESULT(SER-IDX)
                 WS-SER-DIFF(SER-IDX)
    MOVE 'Y' TO WS-SER-ALL-MATCH(SER-IDX).

4300-AVERAGE-ONE-NIGHT.
    COMPUTE WS-SER-RESULT(SER-IDX) ROUNDED =
        WS-SER-SUM-RESULT(SER-IDX) / WS-SER-RESULTS(SER-IDX)
    COMPUTE WS-SER-DIFF(SER-IDX) ROUNDED =
        WS-SER-SUM-DIFF(SER-IDX) / WS-SER-RESULTS(SER-IDX).

4400-SCORE-MEASURE.
*> Mean and sample spread of the measure over the earlier
*> nights, and tonight's distance from the mean in spreads. A
*> key whose earlier nights never moved is an outlier on any
*> move at all.
    MOVE ZERO TO WS-MSR-SUM WS-MSR-SQUARES
    PERFORM 4410-SUM-ONE-NIGHT
        VARYING SER-IDX FROM 1 BY 1
        UNTIL SER-IDX > WS-STA-BASE-NIGHTS
    COMPUTE WS-MSR-MEAN ROUNDED = WS-MSR-SUM / WS-STA-BASE-NIGHTS
    PERFORM 4420-SQUARE-ONE-NIGHT
        VARYING SER-IDX FROM 1 BY 1
        UNTIL SER-IDX > WS-STA-BASE-NIGHTS
    COMPUTE WS-MSR-SPREAD ROUNDED =
        FUNCTION SQRT(WS-MSR-SQUARES / (WS-STA-BASE-NIGHTS - 1))
    SET SER-IDX TO WS-SER-COUNT
    PERFORM 4430-PICK-MEASURE
    MOVE WS-MSR-VALUE TO WS-MSR-TONIGHT
    COMPUTE WS-MSR-DEVIATION = WS-MSR-TONIGHT - WS-MSR-MEAN
    EVALUATE TRUE
        WHEN WS-MSR-DEVIATION = ZERO
            MOVE ZERO TO WS-MSR-SCORE
        WHEN WS-MSR-SPREAD = ZERO
            PERFORM 4440-LIMIT-SCORE
        WHEN OTHER
            COMPUTE WS-MSR-SCORE ROUNDED =
                WS-MSR-DEVIATION / WS-MSR-SPREAD
                ON SIZE ERROR
                    PERFORM 4440-LIMIT-SCORE
            END-COMPUTE
    END-EVALUATE
    IF FUNCTION ABS(WS-MSR-SCORE) > WS-SIGMA-WANTED
        MOVE 'Y' TO WS-MSR-OUTLIER
    ELSE
        MOVE 'N' TO WS-MSR-OUTLIER
    END-IF.

4410-SUM-ONE-NIGHT.
    PERFORM 4430-PICK-MEASURE
    ADD WS-MSR-VALUE TO WS-MSR-SUM.

4420-SQUARE-ONE-NIGHT.
    PERFORM 4430-PICK-MEASURE
    COMPUTE WS-MSR-DEVIATION = WS-MSR-VALUE - WS-MSR-MEAN
    COMPUTE WS-MSR-SQUARES = WS-MSR-SQUARES
                           + WS-MSR-DEVIATION * WS-MSR-DEVIATION.

4430-PICK-MEASURE.
    IF WS-MSR-WANTED = 'R'
        MOVE WS-SER-RESULT(SER-IDX) TO WS-MSR-VALUE
    ELSE
        MOVE WS-SER-DIFF(SER-IDX) TO WS-MSR-VALUE
    END-IF.

4440-LIMIT-SCORE.
    IF WS-MSR-DEVIATION > ZERO
        MOVE 999.99 TO WS-MSR-SCORE
    ELSE
        MOVE -999.99 TO WS-MSR-SCORE
    END-IF.

4500-MEASURE-DRIFT.
*> Counts back from tonight the nights in a row on which the
*> key's average difference moved the same way as the night
*> before; a night with no move ends the run. Nights the key had
*> no result are passed over.
    MOVE ZERO TO WS-STA-DRIFT-NIGHTS
    MOVE SPACE TO WS-STA-DRIFT-DIRECTION
    MOVE 'N' TO WS-DRIFT-STOPPED WS-STA-DRIFT-FLAG
    PERFORM 4550-TRY-ONE-MOVE
        VARYING SER-IDX FROM WS-SER-COUNT BY -1
        UNTIL SER-IDX < 2 OR DRIFT-STOPPED
    IF WS-STA-DRIFT-NIGHTS >= WS-DRIFT-WANTED
        MOVE 'Y' TO WS-STA-DRIFT-FLAG
    END-IF.

4550-TRY-ONE-MOVE.
    EVALUATE TRUE
        WHEN WS-SER-DIFF(SER-IDX) > WS-SER-DIFF(SER-IDX - 1)
            MOVE 'U' TO WS-STA-MOVE-DIRECTION
        WHEN WS-SER-DIFF(SER-IDX) < WS-SER-DIFF(SER-IDX - 1)
            MOVE 'D' TO WS-STA-MOVE-DIRECTION
        WHEN OTHER
            MOVE SPACE TO WS-STA-MOVE-DIRECTION
    END-EVALUATE
    IF WS-STA-MOVE-DIRECTION = SPACE
       OR (WS-STA-DRIFT-DIRECTION NOT = SPACE
           AND WS-STA-MOVE-DIRECTION NOT = WS-STA-DRIFT-DIRECTION)
        SET DRIFT-STOPPED TO TRUE
    ELSE
        MOVE WS-STA-MOVE-DIRECTION TO WS-STA-DRIFT-DIRECTION
        ADD 1 TO WS-STA-DRIFT-NIGHTS
    END-IF.

4600-MEASURE-BAND.
*> The rule in force tonight is the category's latest effective
*> date on or before tonight's business date, as ADDNUM chose
*> it. A night's use of the band is its largest difference as a
*> share of the tolerance; the earlier nights are averaged
*> against tonight's tolerance so a rule change does not hide a
*> key moving toward the edge.
    MOVE 'N' TO WS-STA-RULE-FLAG WS-STA-BAND-FLAG
    MOVE ZERO TO WS-STA-TOLERANCE WS-STA-BAND-TONIGHT
                 WS-STA-BAND-MEAN
    MOVE LOW-VALUES TO WS-BND-EFFDATE
    PERFORM 4620-TRY-ONE-RULE
        VARYING RUL-IDX FROM 1 BY 1
        UNTIL RUL-IDX > WS-RUL-COUNT
    IF WS-STA-RULE-FLAG = 'Y'
        SET SER-IDX TO WS-SER-COUNT
        MOVE WS-SER-MAX-DIFF(SER-IDX) TO WS-BND-AMOUNT
        PERFORM 4650-PERCENT-OF-BAND
        MOVE WS-BND-PERCENT TO WS-STA-BAND-TONIGHT
        IF WS-STA-BASE-NIGHTS > 0
            MOVE ZERO TO WS-BND-AMOUNT
            PERFORM 4630-ADD-ONE-BAND
                VARYING SER-IDX FROM 1 BY 1
                UNTIL SER-IDX > WS-STA-BASE-NIGHTS
            COMPUTE WS-BND-AMOUNT ROUNDED =
                WS-BND-AMOUNT / WS-STA-BASE-NIGHTS
            PERFORM 4650-PERCENT-OF-BAND
            MOVE WS-BND-PERCENT TO WS-STA-BAND-MEAN
        END-IF
        SET SER-IDX TO WS-SER-COUNT
        IF WS-SER-ALL-MATCH(SER-IDX) = 'Y'
           AND WS-STA-BAND-TONIGHT NOT < WS-BAND-WANTED
            MOVE 'Y' TO WS-STA-BAND-FLAG
        END-IF
    END-IF.

4620-TRY-ONE-RULE.
    IF WS-RUL-CATEGORY(RUL-IDX) = WS-GRP-CATEGORY
       AND WS-RUL-EFFDATE(RUL-IDX) NOT > WS-TONIGHT-YYYYMMDD
       AND WS-RUL-EFFDATE(RUL-IDX) > WS-BND-EFFDATE
        MOVE WS-RUL-EFFDATE(RUL-IDX) TO WS-BND-EFFDATE
        MOVE WS-RUL-TOL(RUL-IDX) TO WS-STA-TOLERANCE
        MOVE 'Y' TO WS-STA-RULE-FLAG
    END-IF.

4630-ADD-ONE-BAND.
    ADD WS-SER-MAX-DIFF(SER-IDX) TO WS-BND-AMOUNT.

4650-PERCENT-OF-BAND.
    EVALUATE TRUE
        WHEN WS-BND-AMOUNT = ZERO
            MOVE ZERO TO WS-BND-PERCENT
        WHEN WS-STA-TOLERANCE = ZERO
            MOVE 9999.9 TO WS-BND-PERCENT
        WHEN OTHER
            COMPUTE WS-BND-PERCENT ROUNDED =
                WS-BND-AMOUNT * 100 / WS-STA-TOLERANCE
                ON SIZE ERROR
                    MOVE 9999.9 TO WS-BND-PERCENT
            END-COMPUTE
    END-EVALUATE.

4700-CLOSE-GROUP.
*> Only a key with a result tonight is scored; the nights before
*> tonight are its history.
    IF GROUP-IS-OPEN
        PERFORM 4300-AVERAGE-ONE-NIGHT
            VARYING SER-IDX FROM 1 BY 1
            UNTIL SER-IDX > WS-SER-COUNT
        SET SER-IDX TO WS-SER-COUNT
        IF WS-SER-DATE(SER-IDX) = WS-TONIGHT
            ADD 1 TO WS-KEYS-TONIGHT
            PERFORM 4750-SCORE-KEY
            PERFORM 4800-WRITE-EXTRACT
            IF WS-STA-RESULT-OUTLIER = 'Y'
               OR WS-STA-DIFF-OUTLIER = 'Y'
               OR WS-STA-DRIFT-FLAG = 'Y'
               OR WS-STA-BAND-FLAG = 'Y'
                ADD 1 TO WS-KEYS-FLAGGED
                MOVE 4 TO WS-FINAL-RC
                PERFORM 4850-WRITE-KEY-LINE
            END-IF
        END-IF
        MOVE 'N' TO WS-GROUP-OPEN
    END-IF.

4750-SCORE-KEY.
    COMPUTE WS-STA-BASE-NIGHTS = WS-SER-COUNT - 1
    MOVE ZERO TO WS-STA-RESULT-MEAN WS-STA-RESULT-SPREAD
                 WS-STA-RESULT-SCORE WS-STA-DIFF-MEAN
                 WS-STA-DIFF-SPREAD WS-STA-DIFF-SCORE
    MOVE 'N' TO WS-STA-RESULT-OUTLIER WS-STA-DIFF-OUTLIER
    IF WS-STA-BASE-NIGHTS < WS-MIN-BASELINE
        MOVE 'N' TO WS-STA-HISTORY-FLAG
        ADD 1 TO WS-KEYS-SHORT-HISTORY
    ELSE
        MOVE 'Y' TO WS-STA-HISTORY-FLAG
        MOVE 'R' TO WS-MSR-WANTED
        PERFORM 4400-SCORE-MEASURE
        MOVE WS-MSR-MEAN TO WS-STA-RESULT-MEAN
        MOVE WS-MSR-SPREAD TO WS-STA-RESULT-SPREAD
        MOVE WS-MSR-SCORE TO WS-STA-RESULT-SCORE
        MOVE WS-MSR-OUTLIER TO WS-STA-RESULT-OUTLIER
        MOVE 'D' TO WS-MSR-WANTED
        PERFORM 4400-SCORE-MEASURE
        MOVE WS-MSR-MEAN TO WS-STA-DIFF-MEAN
        MOVE WS-MSR-SPREAD TO WS-STA-DIFF-SPREAD
        MOVE WS-MSR-SCORE TO WS-STA-DIFF-SCORE
        MOVE WS-MSR-OUTLIER TO WS-STA-DIFF-OUTLIER
    END-IF
    PERFORM 4500-MEASURE-DRIFT
    PERFORM 4600-MEASURE-BAND
    IF WS-STA-RESULT-OUTLIER = 'Y'
        ADD 1 TO WS-KEYS-RESULT-OUTLIER
    END-IF
    IF WS-STA-DIFF-OUTLIER = 'Y'
        ADD 1 TO WS-KEYS-DIFF-OUTLIER
    END-IF
    IF WS-STA-DRIFT-FLAG = 'Y'
        ADD 1 TO WS-KEYS-DRIFTING
    END-IF
    IF WS-STA-RULE-FLAG = 'N'
        ADD 1 TO WS-KEYS-NO-RULE
    END-IF
    IF WS-STA-BAND-FLAG = 'Y'
        ADD 1 TO WS-KEYS-NEAR-EDGE
    END-IF.

4800-WRITE-EXTRACT.
    SET SER-IDX TO WS-SER-COUNT
    MOVE SPACES TO DRIFT-EXTRACT-RECORD
    MOVE WS-TONIGHT TO DX-RUN-DATE
    MOVE WS-GRP-KEY TO DX-PAIR-KEY
    MOVE WS-STA-BASE-NIGHTS TO DX-BASELINE-NIGHTS
    MOVE WS-SER-RESULTS(SER-IDX) TO DX-RESULTS-TONIGHT
    MOVE WS-SER-RESULT(SER-IDX) TO DX-RESULT-TONIGHT
    MOVE WS-STA-RESULT-MEAN TO DX-RESULT-MEAN
    MOVE WS-STA-RESULT-SPREAD TO DX-RESULT-SPREAD
    MOVE WS-STA-RESULT-SCORE TO DX-RESULT-SCORE
    MOVE WS-SER-DIFF(SER-IDX) TO DX-DIFF-TONIGHT
    MOVE WS-STA-DIFF-MEAN TO DX-DIFF-MEAN
    MOVE WS-STA-DIFF-SPREAD TO DX-DIFF-SPREAD
    MOVE WS-STA-DIFF-SCORE TO DX-DIFF-SCORE
    MOVE WS-STA-TOLERANCE TO DX-TOLERANCE
    MOVE WS-STA-BAND-TONIGHT TO DX-BAND-PCT-TONIGHT
    MOVE WS-STA-BAND-MEAN TO DX-BAND-PCT-MEAN
    MOVE WS-STA-DRIFT-NIGHTS TO DX-DRIFT-NIGHTS
    MOVE WS-STA-DRIFT-DIRECTION TO DX-DRIFT-DIRECTION
    MOVE WS-STA-HISTORY-FLAG TO DX-HISTORY-FLAG
    MOVE WS-STA-RULE-FLAG TO DX-RULE-FLAG
    MOVE WS-STA-RESULT-OUTLIER TO DX-RESULT-OUTLIER
    MOVE WS-STA-DIFF-OUTLIER TO DX-DIFF-OUTLIER
    MOVE WS-STA-DRIFT-FLAG TO DX-DRIFT-FLAG
    MOVE WS-STA-BAND-FLAG TO DX-BAND-FLAG
    MOVE WS-GRP-RUN-ID TO DX-RUN-ID
    WRITE DRIFT-EXTRACT-RECORD
    ADD 1 TO WS-EXTRACTS-WRITTEN.

4850-WRITE-KEY-LINE.
    SET SER-IDX TO WS-SER-COUNT
    MOVE WS-STA-BASE-NIGHTS TO WS-DISPLAY-NIGHTS
    MOVE WS-SER-RESULT(SER-IDX) TO WS-DISPLAY-AMOUNT
    MOVE WS-STA-RESULT-MEAN TO WS-DISPLAY-AMOUNT-2
    MOVE WS-STA-RESULT-SPREAD TO WS-DISPLAY-SPREAD
    MOVE WS-STA-RESULT-SCORE TO WS-DISPLAY-SCORE
    MOVE WS-SER-DIFF(SER-IDX) TO WS-DISPLAY-AMOUNT-3
    MOVE WS-STA-DIFF-MEAN TO WS-DISPLAY-AMOUNT-4
    MOVE WS-STA-DIFF-SPREAD TO WS-DISPLAY-SPREAD-2
    MOVE WS-STA-DIFF-SCORE TO WS-DISPLAY-SCORE-2
    MOVE WS-STA-DRIFT-NIGHTS TO WS-DISPLAY-NIGHTS-2
    MOVE SPACES TO WS-DISPLAY-FLAGS
    IF WS-STA-RESULT-OUTLIER = 'Y'
        MOVE "R" TO WS-DISPLAY-FLAGS(1:1)
    END-IF
    IF WS-STA-DIFF-OUTLIER = 'Y'
        MOVE "D" TO WS-DISPLAY-FLAGS(2:1)
    END-IF
    IF WS-STA-DRIFT-FLAG = 'Y'
        MOVE "T" TO WS-DISPLAY-FLAGS(3:1)
    END-IF
    IF WS-STA-BAND-FLAG = 'Y'
        MOVE "B" TO WS-DISPLAY-FLAGS(4:1)
    END-IF
    MOVE SPACES TO REPORT-RECORD
    IF WS-STA-RULE-FLAG = 'Y'
        MOVE WS-STA-BAND-TONIGHT TO WS-DISPLAY-PERCENT
        STRING "  " WS-GRP-SOURCE " " WS-GRP-CATEGORY
               " " WS-GRP-OP-CODE "  " WS-GRP-CURRENCY
               " " WS-DISPLAY-NIGHTS
               " " WS-DISPLAY-AMOUNT " " WS-DISPLAY-AMOUNT-2
               " " WS-DISPLAY-SPREAD " " WS-DISPLAY-SCORE
               " " WS-DISPLAY-AMOUNT-3 " " WS-DISPLAY-AMOUNT-4
               " " WS-DISPLAY-SPREAD-2 " " WS-DISPLAY-SCORE-2
               " " WS-DISPLAY-PERCENT
               " " WS-STA-DRIFT-DIRECTION WS-DISPLAY-NIGHTS-2
               "  " WS-DISPLAY-FLAGS
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "  " WS-GRP-SOURCE " " WS-GRP-CATEGORY
               " " WS-GRP-OP-CODE "  " WS-GRP-CURRENCY
               " " WS-DISPLAY-NIGHTS
               " " WS-DISPLAY-AMOUNT " " WS-DISPLAY-AMOUNT-2
               " " WS-DISPLAY-SPREAD " " WS-DISPLAY-SCORE
               " " WS-DISPLAY-AMOUNT-3 " " WS-DISPLAY-AMOUNT-4
               " " WS-DISPLAY-SPREAD-2 " " WS-DISPLAY-SCORE-2
               " NORULE"
               " " WS-STA-DRIFT-DIRECTION WS-DISPLAY-NIGHTS-2
               "  " WS-DISPLAY-FLAGS
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO REPORT-RECORD
    STRING "DRIFT REPORT NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

8950-TABLE-FULL.
    MOVE SPACES TO REPORT-RECORD
    STRING "DRIFT REPORT NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RESULTS READ" TO WS-SUMMARY-LABEL
    MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS IN THE WINDOW" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-IN-WINDOW TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS WITH A RESULT TONIGHT" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-TONIGHT TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS WITH TOO FEW EARLIER NIGHTS TO SCORE"
        TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-SHORT-HISTORY TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS WITH NO RULE IN FORCE TONIGHT"
        TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-NO-RULE TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "RESULT OUTLIERS" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-RESULT-OUTLIER TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "DIFFERENCE OUTLIERS" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-DIFF-OUTLIER TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS DRIFTING" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-DRIFTING TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS NEAR THE EDGE OF THE BAND" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-NEAR-EDGE TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS FLAGGED" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-FLAGGED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "EXTRACT RECORDS WRITTEN" TO WS-SUMMARY-LABEL
    MOVE WS-EXTRACTS-WRITTEN TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    CLOSE REPORT-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.

9100-WRITE-SUMMARY-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-SUMMARY-LABEL " " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.
