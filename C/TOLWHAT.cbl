IDENTIFICATION DIVISION.
PROGRAM-ID. TOLWHAT.
*> Tolerance-rule what-if. Takes proposed rule cards in TOLMAINT's
*> card format, applies them to a copy of the rule master held in
*> storage (the master itself is only read), and replays the last
*> N nights of tolerance-checked results from the nightly results
*> archive under both the rules as they stand and the rules as
*> proposed. Every pair key whose results would flip between match
*> and mismatch is listed, with the flips summarised by category,
*> source and currency, the nightly mismatch counts before and
*> after, and the recurring-mismatch streaks before and after.
*> Both sides are recomputed from MH-RESULT with the same test
*> ADDNUM applies (2350-APPLY-TOLERANCE), so a rule already
*> changed since a night does not pass for an effect of the
*> proposal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRAN-FILE ASSIGN TO TRANIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAN-STATUS.

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

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE.
01  TRAN-RECORD.
    05  TRAN-ACTION           PIC X.
        88  TRAN-ADD          VALUE 'A'.
        88  TRAN-UPDATE       VALUE 'U'.
        88  TRAN-DELETE       VALUE 'D'.
        88  TRAN-PERIOD-OVERRIDE VALUE 'P'.
    05  TRAN-CATEGORY         PIC X(4).
    05  FILLER                PIC X.
    05  TRAN-EFFDATE          PIC X(8).
    05  FILLER                PIC X.
    05  TRAN-EXPECTED         PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.
    05  FILLER                PIC X.
    05  TRAN-TOLERANCE        PIC S9(7)V9(2) SIGN IS TRAILING SEPARATE.

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

FD  REPORT-FILE.
01  REPORT-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-TRAN-STATUS          PIC XX.
    01  WS-TOL-STATUS           PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-CTL-STATUS           PIC XX.
    01  WS-REPORT-STATUS        PIC XX.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).
    01  WS-FATAL-MESSAGE        PIC X(60).
    01  WS-REJECT-REASON        PIC X(34).

    01  WS-FLAGS.
        05  WS-TRAN-EOF     PIC X VALUE 'N'.
            88  TRAN-EOF           VALUE 'Y'.
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
        05  WS-RULE-ON-TABLE PIC X VALUE 'N'.
            88  RULE-ON-TABLE      VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-CARDS-READ         PIC 9(5) VALUE ZERO.
        05  WS-CARDS-ACCEPTED     PIC 9(5) VALUE ZERO.
        05  WS-CARDS-REJECTED     PIC 9(5) VALUE ZERO.
        05  WS-RECORDS-REPLAYED   PIC 9(9) VALUE ZERO.
        05  WS-RECORDS-DIFFERING  PIC 9(9) VALUE ZERO.
        05  WS-RECORDS-NO-RULE    PIC 9(9) VALUE ZERO.
        05  WS-KEYS-REPLAYED      PIC 9(9) VALUE ZERO.
        05  WS-KEYS-FLIPPED       PIC 9(9) VALUE ZERO.
        05  WS-KEYS-STREAK-MOVED  PIC 9(9) VALUE ZERO.
        05  WS-TOTAL-TO-MISMATCH  PIC 9(9) VALUE ZERO.
        05  WS-TOTAL-TO-MATCH     PIC 9(9) VALUE ZERO.
        05  WS-TOTAL-TO-NO-RULE   PIC 9(9) VALUE ZERO.

    01  WS-NIGHTS-WANTED        PIC 9(2) VALUE 30.
    01  WS-WINDOW-START         PIC X(10).
    01  WS-WINDOW-END           PIC X(10).
    01  WS-PICK-BELOW           PIC X(10).
    01  WS-PICK-DATE            PIC X(10).

*> The rule master as it stands (CUR) and as the proposed cards
*> would leave it (NEW), side by side per category and effective
*> date: a rule added by a card has no CUR side, a rule deleted
*> by one no NEW side.
    01  WS-RULE-TABLE.
        05  WS-RUL-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-RUL-ENTRY OCCURS 500 TIMES INDEXED BY RUL-IDX.
            10  WS-RUL-CATEGORY     PIC X(4).
            10  WS-RUL-EFFDATE      PIC X(8).
            10  WS-RUL-CUR-FLAG     PIC X.
            10  WS-RUL-CUR-EXPECTED PIC S9(7)V9(2).
            10  WS-RUL-CUR-TOL      PIC S9(7)V9(2).
            10  WS-RUL-NEW-FLAG     PIC X.
            10  WS-RUL-NEW-EXPECTED PIC S9(7)V9(2).
            10  WS-RUL-NEW-TOL      PIC S9(7)V9(2).

    01  WS-BACKED-OUT-TABLE.
        05  WS-BKO-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-BKO-ENTRY OCCURS 200 TIMES INDEXED BY BKO-IDX.
            10  WS-BKO-RUN-ID   PIC X(12).

*> Every run date on the archive, to find where the last N
*> nights begin.
    01  WS-DATE-TABLE.
        05  WS-DTE-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-DTE-ENTRY OCCURS 1000 TIMES INDEXED BY DTE-IDX.
            10  WS-DTE-DATE     PIC X(10).

*> The nights in the window, latest first.
    01  WS-NIGHT-TABLE.
        05  WS-NGT-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-NGT-ENTRY OCCURS 99 TIMES INDEXED BY NGT-IDX.
            10  WS-NGT-DATE         PIC X(10).
            10  WS-NGT-RECORDS      PIC 9(9).
            10  WS-NGT-CUR-MISMATCH PIC 9(9).
            10  WS-NGT-NEW-MISMATCH PIC 9(9).
            10  WS-NGT-NEW-NO-RULE  PIC 9(9).

*> Flip totals by category (C), source (S) and currency (Y).
    01  WS-DIMENSION-TABLE.
        05  WS-DIM-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-DIM-ENTRY OCCURS 300 TIMES INDEXED BY DIM-IDX.
            10  WS-DIM-TYPE         PIC X.
            10  WS-DIM-VALUE        PIC X(4).
            10  WS-DIM-TO-MISMATCH  PIC 9(9).
            10  WS-DIM-TO-MATCH     PIC 9(9).
            10  WS-DIM-TO-NO-RULE   PIC 9(9).
    01  WS-DIM-WANTED-TYPE      PIC X.
    01  WS-DIM-WANTED-VALUE     PIC X(4).
    01  WS-DIM-TITLE            PIC X(8).

    01  WS-STREAK-BUCKETS.
        05  WS-CUR-BUCKET-1     PIC 9(9) VALUE ZERO.
        05  WS-CUR-BUCKET-2-5   PIC 9(9) VALUE ZERO.
        05  WS-CUR-BUCKET-OVER-5 PIC 9(9) VALUE ZERO.
        05  WS-NEW-BUCKET-1     PIC 9(9) VALUE ZERO.
        05  WS-NEW-BUCKET-2-5   PIC 9(9) VALUE ZERO.
        05  WS-NEW-BUCKET-OVER-5 PIC 9(9) VALUE ZERO.

*> One pair key's replay. A night counts toward the streak when
*> any of the key's results that night mismatched, and breaks it
*> when all of them matched - the same nights MISMAGE counts. A
*> night whose results would all find no rule is skipped, since
*> ADDNUM writes no history for an errored record.
    01  WS-CURRENT-GROUP.
        05  WS-GRP-KEY.
            10  WS-GRP-SOURCE       PIC X(3).
            10  WS-GRP-CATEGORY     PIC X(4).
            10  WS-GRP-OP-CODE      PIC X.
            10  WS-GRP-CURRENCY     PIC X(3).
        05  WS-GRP-RECORDS          PIC 9(9).
        05  WS-GRP-TO-MISMATCH      PIC 9(9).
        05  WS-GRP-TO-MATCH         PIC 9(9).
        05  WS-GRP-TO-NO-RULE       PIC 9(9).
        05  WS-GRP-NIGHT-DATE       PIC X(10).
        05  WS-GRP-CUR-ANY-N        PIC X.
        05  WS-GRP-CUR-ANY-M        PIC X.
        05  WS-GRP-NEW-ANY-N        PIC X.
        05  WS-GRP-NEW-ANY-M        PIC X.
        05  WS-GRP-CUR-STREAK       PIC 9(3).
        05  WS-GRP-NEW-STREAK       PIC 9(3).

    01  WS-REPLAY.
        05  WS-RPL-DATE             PIC X(8).
        05  WS-RPL-CUR-IDX          PIC 9(3) COMP.
        05  WS-RPL-NEW-IDX          PIC 9(3) COMP.
        05  WS-RPL-CUR-EFF          PIC X(8).
        05  WS-RPL-NEW-EFF          PIC X(8).
        05  WS-RPL-CUR-OUTCOME      PIC X.
        05  WS-RPL-NEW-OUTCOME      PIC X.
        05  WS-RPL-DIFF             PIC S9(8)V9(2).

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

    01  WS-DISPLAY-EXPECTED   PIC -(7)9.99.
    01  WS-DISPLAY-TOLERANCE  PIC -(7)9.99.
    01  WS-DISPLAY-OLD-EXP    PIC -(7)9.99.
    01  WS-DISPLAY-OLD-TOL    PIC -(7)9.99.
    01  WS-DISPLAY-COUNT      PIC ZZZZZZZZ9.
    01  WS-DISPLAY-COUNT-2    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-COUNT-3    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-COUNT-4    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-CHANGE     PIC -(8)9.
    01  WS-DISPLAY-STREAK     PIC ZZ9.
    01  WS-DISPLAY-STREAK-2   PIC ZZ9.
    01  WS-SUMMARY-LABEL      PIC X(48).
    01  WS-CHANGE             PIC S9(9).

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-FIND-WINDOW
    SORT SORT-FILE
        ON ASCENDING KEY SR-PAIR-KEY
        ON ASCENDING KEY SR-RUN-DATE
        INPUT PROCEDURE IS 3000-SELECT-WINDOW
        OUTPUT PROCEDURE IS 4000-REPLAY-SORTED-RESULTS
    PERFORM 5000-REPORT-DIMENSIONS
    PERFORM 6000-REPORT-NIGHTS
    PERFORM 7000-REPORT-STREAKS
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
    STRING "TOLERANCE RULE WHAT-IF  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 1050-READ-CONTROL-CARDS
    PERFORM 1100-LOAD-RULE-MASTER
    PERFORM 1200-LOAD-BACKED-OUT-RUNS
    PERFORM 1300-APPLY-PROPOSED-CARDS.

1050-READ-CONTROL-CARDS.
*> NIGHTS=nn (1-99) sets how many of the latest nights on the
*> archive are replayed; the default is 30.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = "00"
        PERFORM 1060-READ-ONE-CONTROL-CARD UNTIL CTL-EOF
        CLOSE CONTROL-FILE
    END-IF.

1060-READ-ONE-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CTL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING
            EVALUATE WS-CARD-KEYWORD
                WHEN "NIGHTS"
                    EVALUATE TRUE
                        WHEN WS-CARD-VALUE(1:2) IS NUMERIC
                         AND WS-CARD-VALUE(3:1) = SPACE
                         AND WS-CARD-VALUE(1:2) NOT = "00"
                            MOVE WS-CARD-VALUE(1:2) TO WS-NIGHTS-WANTED
                        WHEN WS-CARD-VALUE(1:1) IS NUMERIC
                         AND WS-CARD-VALUE(2:1) = SPACE
                         AND WS-CARD-VALUE(1:1) NOT = "0"
                            MOVE WS-CARD-VALUE(1:1) TO WS-NIGHTS-WANTED
                        WHEN OTHER
                            MOVE "NIGHTS CARD MUST BE 1 TO 99"
                                TO WS-FATAL-MESSAGE
                            PERFORM 8900-FATAL-STOP
                    END-EVALUATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

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
            MOVE 'Y' TO WS-RUL-CUR-FLAG(RUL-IDX)
            MOVE TR-EXPECTED-VALUE TO WS-RUL-CUR-EXPECTED(RUL-IDX)
            MOVE TR-TOLERANCE TO WS-RUL-CUR-TOL(RUL-IDX)
            MOVE 'Y' TO WS-RUL-NEW-FLAG(RUL-IDX)
            MOVE TR-EXPECTED-VALUE TO WS-RUL-NEW-EXPECTED(RUL-IDX)
            MOVE TR-TOLERANCE TO WS-RUL-NEW-TOL(RUL-IDX)
    END-READ.

1200-LOAD-BACKED-OUT-RUNS.
*> A backed-out run's results can still be on an archive
*> generation cut before the backout; they never stood, so they
*> are not replayed.
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

1300-APPLY-PROPOSED-CARDS.
*> Each card is edited the way TOLMAINT edits it and applied to
*> the NEW side only, in deck order, so a deck that would be
*> rejected card-for-card by TOLMAINT is rejected here too.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "PROPOSED RULE CARDS" TO REPORT-RECORD
    WRITE REPORT-RECORD
    OPEN INPUT TRAN-FILE
    IF WS-TRAN-STATUS NOT = "00"
        MOVE "PROPOSED RULE CARDS NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1350-READ-ONE-CARD UNTIL TRAN-EOF
    CLOSE TRAN-FILE
    IF WS-CARDS-ACCEPTED = 0
        MOVE "  NO CARD ACCEPTED - THE REPLAY SHOWS NO CHANGE"
            TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

1350-READ-ONE-CARD.
    READ TRAN-FILE
        AT END
            SET TRAN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARDS-READ
            PERFORM 1400-APPLY-ONE-CARD
    END-READ.

1400-APPLY-ONE-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    IF TRAN-PERIOD-OVERRIDE
        MOVE SPACES TO REPORT-RECORD
        STRING "  P  IGNORED - A PERIOD OVERRIDE DOES NOT CHANGE"
               " WHAT A RULE DOES"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
    ELSE
        PERFORM 1420-FIND-CARD-RULE
        EVALUATE TRUE
            WHEN TRAN-EFFDATE NOT NUMERIC
                MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
            WHEN NOT (TRAN-ADD OR TRAN-UPDATE OR TRAN-DELETE)
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
            WHEN NOT TRAN-DELETE
             AND (TRAN-EXPECTED NOT NUMERIC
                  OR TRAN-TOLERANCE NOT NUMERIC)
                MOVE "EXPECTED/TOLERANCE NOT NUMERIC"
                    TO WS-REJECT-REASON
            WHEN TRAN-ADD AND RULE-ON-TABLE
                MOVE "RULE ALREADY ON MASTER FOR DATE"
                    TO WS-REJECT-REASON
            WHEN NOT TRAN-ADD AND NOT RULE-ON-TABLE
                MOVE "RULE NOT ON MASTER FOR DATE" TO WS-REJECT-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-REJECT-REASON = SPACES
            PERFORM 1450-CHANGE-NEW-SIDE
        ELSE
            ADD 1 TO WS-CARDS-REJECTED
            MOVE 4 TO WS-FINAL-RC
            MOVE SPACES TO REPORT-RECORD
            STRING "  " TRAN-ACTION "  CAT=" TRAN-CATEGORY
                   "  EFF=" TRAN-EFFDATE
                   "  **REJECTED** " WS-REJECT-REASON
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
        END-IF
    END-IF.

1420-FIND-CARD-RULE.
*> RULE-ON-TABLE means the rule exists on the NEW side - on the
*> master and not deleted by an earlier card, or added by one.
    MOVE 'N' TO WS-RULE-ON-TABLE
    SET RUL-IDX TO 1
    SEARCH WS-RUL-ENTRY
        AT END
            CONTINUE
        WHEN RUL-IDX > WS-RUL-COUNT
            CONTINUE
        WHEN WS-RUL-CATEGORY(RUL-IDX) = TRAN-CATEGORY
         AND WS-RUL-EFFDATE(RUL-IDX) = TRAN-EFFDATE
            IF WS-RUL-NEW-FLAG(RUL-IDX) = 'Y'
                SET RULE-ON-TABLE TO TRUE
            END-IF
    END-SEARCH.

1450-CHANGE-NEW-SIDE.
    ADD 1 TO WS-CARDS-ACCEPTED
    IF TRAN-ADD AND RUL-IDX > WS-RUL-COUNT
        IF WS-RUL-COUNT >= 500
            MOVE "RULE TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        END-IF
        ADD 1 TO WS-RUL-COUNT
        SET RUL-IDX TO WS-RUL-COUNT
        MOVE TRAN-CATEGORY TO WS-RUL-CATEGORY(RUL-IDX)
        MOVE TRAN-EFFDATE TO WS-RUL-EFFDATE(RUL-IDX)
        MOVE 'N' TO WS-RUL-CUR-FLAG(RUL-IDX)
        MOVE ZERO TO WS-RUL-CUR-EXPECTED(RUL-IDX)
                     WS-RUL-CUR-TOL(RUL-IDX)
    END-IF
    MOVE SPACES TO REPORT-RECORD
    IF WS-RUL-NEW-FLAG(RUL-IDX) = 'Y'
        MOVE WS-RUL-NEW-EXPECTED(RUL-IDX) TO WS-DISPLAY-OLD-EXP
        MOVE WS-RUL-NEW-TOL(RUL-IDX) TO WS-DISPLAY-OLD-TOL
        STRING "  " TRAN-ACTION "  CAT=" TRAN-CATEGORY
               "  EFF=" TRAN-EFFDATE
               "  BEFORE EXPECTED=" WS-DISPLAY-OLD-EXP
               " TOLERANCE=" WS-DISPLAY-OLD-TOL
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "  " TRAN-ACTION "  CAT=" TRAN-CATEGORY
               "  EFF=" TRAN-EFFDATE
               "  BEFORE (NO RULE)"
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF TRAN-DELETE
        MOVE 'N' TO WS-RUL-NEW-FLAG(RUL-IDX)
        MOVE "                         AFTER  (DELETED)"
            TO REPORT-RECORD
    ELSE
        MOVE 'Y' TO WS-RUL-NEW-FLAG(RUL-IDX)
        MOVE TRAN-EXPECTED TO WS-RUL-NEW-EXPECTED(RUL-IDX)
        MOVE TRAN-TOLERANCE TO WS-RUL-NEW-TOL(RUL-IDX)
        MOVE TRAN-EXPECTED TO WS-DISPLAY-EXPECTED
        MOVE TRAN-TOLERANCE TO WS-DISPLAY-TOLERANCE
        STRING "                         AFTER  EXPECTED="
               WS-DISPLAY-EXPECTED
               " TOLERANCE=" WS-DISPLAY-TOLERANCE
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD.

2000-FIND-WINDOW.
*> The archive is a concatenation of generations, newest first,
*> so run dates arrive out of order: all of them are gathered,
*> then the N latest are picked off one at a time.
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
        UNTIL WS-NGT-COUNT >= WS-NIGHTS-WANTED
           OR WS-PICK-BELOW = LOW-VALUES
    IF WS-NGT-COUNT = 0
        MOVE "NO REPLAYABLE RESULTS ON THE ARCHIVE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    SET NGT-IDX TO WS-NGT-COUNT
    MOVE WS-NGT-DATE(NGT-IDX) TO WS-WINDOW-START
    MOVE WS-NGT-DATE(1) TO WS-WINDOW-END
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "REPLAY WINDOW " WS-WINDOW-START " TO " WS-WINDOW-END
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-NGT-COUNT TO WS-DISPLAY-COUNT
    MOVE WS-DTE-COUNT TO WS-DISPLAY-COUNT-2
    MOVE SPACES TO REPORT-RECORD
    STRING "  NIGHTS REPLAYED " WS-DISPLAY-COUNT
           "   NIGHTS ON THE ARCHIVE " WS-DISPLAY-COUNT-2
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
*> result - neither is replayed.
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
        MOVE ZERO TO WS-NGT-RECORDS(NGT-IDX)
                     WS-NGT-CUR-MISMATCH(NGT-IDX)
                     WS-NGT-NEW-MISMATCH(NGT-IDX)
                     WS-NGT-NEW-NO-RULE(NGT-IDX)
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
                RELEASE SORT-RECORD FROM MISMATCH-RECORD
            END-IF
    END-READ.

4000-REPLAY-SORTED-RESULTS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "PAIR KEYS THAT FLIP UNDER THE PROPOSED RULES"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "  SRC CAT  OP CCY    RESULTS  TO MISMATCH   TO MATCH"
           "    NO RULE  STREAK NOW  PROPOSED"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 4100-GET-SORTED-RESULT
    PERFORM 4200-REPLAY-ONE-RESULT UNTIL SORT-EOF
    PERFORM 4700-CLOSE-GROUP
    IF WS-KEYS-FLIPPED = 0
        MOVE "  NONE" TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

4100-GET-SORTED-RESULT.
    RETURN SORT-FILE
        AT END
            SET SORT-EOF TO TRUE
    END-RETURN.

4200-REPLAY-ONE-RESULT.
    IF GROUP-IS-OPEN AND SR-PAIR-KEY NOT = WS-GRP-KEY
        PERFORM 4700-CLOSE-GROUP
    END-IF
    IF NOT GROUP-IS-OPEN
        PERFORM 4250-OPEN-GROUP
    END-IF
    IF SR-RUN-DATE NOT = WS-GRP-NIGHT-DATE
        PERFORM 4600-CLOSE-NIGHT
        MOVE SR-RUN-DATE TO WS-GRP-NIGHT-DATE
    END-IF
    ADD 1 TO WS-RECORDS-REPLAYED
    ADD 1 TO WS-GRP-RECORDS
    PERFORM 4300-DECIDE-OUTCOMES
    PERFORM 4400-COUNT-OUTCOMES
    PERFORM 4100-GET-SORTED-RESULT.

4250-OPEN-GROUP.
    MOVE 'Y' TO WS-GROUP-OPEN
    ADD 1 TO WS-KEYS-REPLAYED
    MOVE SR-PAIR-KEY TO WS-GRP-KEY
    MOVE ZERO TO WS-GRP-RECORDS WS-GRP-TO-MISMATCH
                 WS-GRP-TO-MATCH WS-GRP-TO-NO-RULE
                 WS-GRP-CUR-STREAK WS-GRP-NEW-STREAK
    MOVE SPACES TO WS-GRP-NIGHT-DATE
    MOVE 'N' TO WS-GRP-CUR-ANY-N WS-GRP-CUR-ANY-M
                WS-GRP-NEW-ANY-N WS-GRP-NEW-ANY-M.

4300-DECIDE-OUTCOMES.
*> The rule in force on a night is the category's latest
*> effective date on or before that night's business date (the
*> run date carries the as-of date on an as-of run), found
*> separately on each side. Outcome M match, N mismatch, E no
*> rule in force.
    STRING SR-RUN-DATE(1:4) SR-RUN-DATE(6:2) SR-RUN-DATE(9:2)
        DELIMITED BY SIZE INTO WS-RPL-DATE
    MOVE ZERO TO WS-RPL-CUR-IDX WS-RPL-NEW-IDX
    MOVE LOW-VALUES TO WS-RPL-CUR-EFF WS-RPL-NEW-EFF
    PERFORM 4320-TRY-ONE-RULE
        VARYING RUL-IDX FROM 1 BY 1
        UNTIL RUL-IDX > WS-RUL-COUNT
    IF WS-RPL-CUR-IDX = 0
        MOVE 'E' TO WS-RPL-CUR-OUTCOME
    ELSE
        SET RUL-IDX TO WS-RPL-CUR-IDX
        COMPUTE WS-RPL-DIFF =
            SR-RESULT - WS-RUL-CUR-EXPECTED(RUL-IDX)
        IF FUNCTION ABS(WS-RPL-DIFF) <= WS-RUL-CUR-TOL(RUL-IDX)
            MOVE 'M' TO WS-RPL-CUR-OUTCOME
        ELSE
            MOVE 'N' TO WS-RPL-CUR-OUTCOME
        END-IF
    END-IF
    IF WS-RPL-NEW-IDX = 0
        MOVE 'E' TO WS-RPL-NEW-OUTCOME
    ELSE
        SET RUL-IDX TO WS-RPL-NEW-IDX
        COMPUTE WS-RPL-DIFF =
            SR-RESULT - WS-RUL-NEW-EXPECTED(RUL-IDX)
        IF FUNCTION ABS(WS-RPL-DIFF) <= WS-RUL-NEW-TOL(RUL-IDX)
            MOVE 'M' TO WS-RPL-NEW-OUTCOME
        ELSE
            MOVE 'N' TO WS-RPL-NEW-OUTCOME
        END-IF
    END-IF.

4320-TRY-ONE-RULE.
    IF WS-RUL-CATEGORY(RUL-IDX) = SR-CATEGORY
       AND WS-RUL-EFFDATE(RUL-IDX) NOT > WS-RPL-DATE
        IF WS-RUL-CUR-FLAG(RUL-IDX) = 'Y'
           AND WS-RUL-EFFDATE(RUL-IDX) > WS-RPL-CUR-EFF
            MOVE WS-RUL-EFFDATE(RUL-IDX) TO WS-RPL-CUR-EFF
            SET WS-RPL-CUR-IDX TO RUL-IDX
        END-IF
        IF WS-RUL-NEW-FLAG(RUL-IDX) = 'Y'
           AND WS-RUL-EFFDATE(RUL-IDX) > WS-RPL-NEW-EFF
            MOVE WS-RUL-EFFDATE(RUL-IDX) TO WS-RPL-NEW-EFF
            SET WS-RPL-NEW-IDX TO RUL-IDX
        END-IF
    END-IF.

4400-COUNT-OUTCOMES.
*> A result today's rules already decide differently from the
*> night (a rule changed since, or gone) is counted so the
*> reader can see how far the baseline has moved on its own.
    IF (WS-RPL-CUR-OUTCOME = 'M' AND SR-MATCH-FLAG NOT = 'Y')
       OR (WS-RPL-CUR-OUTCOME = 'N' AND SR-MATCH-FLAG NOT = 'N')
        ADD 1 TO WS-RECORDS-DIFFERING
    END-IF
    IF WS-RPL-CUR-OUTCOME = 'E'
        ADD 1 TO WS-RECORDS-NO-RULE
    END-IF
    SET NGT-IDX TO 1
    SEARCH WS-NGT-ENTRY
        AT END
            CONTINUE
        WHEN NGT-IDX > WS-NGT-COUNT
            CONTINUE
        WHEN WS-NGT-DATE(NGT-IDX) = SR-RUN-DATE
            ADD 1 TO WS-NGT-RECORDS(NGT-IDX)
            IF WS-RPL-CUR-OUTCOME = 'N'
                ADD 1 TO WS-NGT-CUR-MISMATCH(NGT-IDX)
            END-IF
            IF WS-RPL-NEW-OUTCOME = 'N'
                ADD 1 TO WS-NGT-NEW-MISMATCH(NGT-IDX)
            END-IF
            IF WS-RPL-NEW-OUTCOME = 'E'
                ADD 1 TO WS-NGT-NEW-NO-RULE(NGT-IDX)
            END-IF
    END-SEARCH
    EVALUATE WS-RPL-CUR-OUTCOME
        WHEN 'N'
            MOVE 'Y' TO WS-GRP-CUR-ANY-N
        WHEN 'M'
            MOVE 'Y' TO WS-GRP-CUR-ANY-M
    END-EVALUATE
    EVALUATE WS-RPL-NEW-OUTCOME
        WHEN 'N'
            MOVE 'Y' TO WS-GRP-NEW-ANY-N
        WHEN 'M'
            MOVE 'Y' TO WS-GRP-NEW-ANY-M
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-RPL-CUR-OUTCOME = 'M' AND WS-RPL-NEW-OUTCOME = 'N'
            ADD 1 TO WS-GRP-TO-MISMATCH
            ADD 1 TO WS-TOTAL-TO-MISMATCH
        WHEN WS-RPL-CUR-OUTCOME = 'N' AND WS-RPL-NEW-OUTCOME = 'M'
            ADD 1 TO WS-GRP-TO-MATCH
            ADD 1 TO WS-TOTAL-TO-MATCH
        WHEN WS-RPL-CUR-OUTCOME NOT = 'E'
         AND WS-RPL-NEW-OUTCOME = 'E'
            ADD 1 TO WS-GRP-TO-NO-RULE
            ADD 1 TO WS-TOTAL-TO-NO-RULE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4600-CLOSE-NIGHT.
    IF WS-GRP-NIGHT-DATE NOT = SPACES
        EVALUATE TRUE
            WHEN WS-GRP-CUR-ANY-N = 'Y'
                IF WS-GRP-CUR-STREAK < 999
                    ADD 1 TO WS-GRP-CUR-STREAK
                END-IF
            WHEN WS-GRP-CUR-ANY-M = 'Y'
                MOVE ZERO TO WS-GRP-CUR-STREAK
        END-EVALUATE
        EVALUATE TRUE
            WHEN WS-GRP-NEW-ANY-N = 'Y'
                IF WS-GRP-NEW-STREAK < 999
                    ADD 1 TO WS-GRP-NEW-STREAK
                END-IF
            WHEN WS-GRP-NEW-ANY-M = 'Y'
                MOVE ZERO TO WS-GRP-NEW-STREAK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-GRP-CUR-ANY-N WS-GRP-CUR-ANY-M
                WS-GRP-NEW-ANY-N WS-GRP-NEW-ANY-M.

4700-CLOSE-GROUP.
*> The streak a key closes the window on is the one MISMAGE's
*> aging buckets would show for it.
    IF GROUP-IS-OPEN
        PERFORM 4600-CLOSE-NIGHT
        EVALUATE TRUE
            WHEN WS-GRP-CUR-STREAK = 0
                CONTINUE
            WHEN WS-GRP-CUR-STREAK = 1
                ADD 1 TO WS-CUR-BUCKET-1
            WHEN WS-GRP-CUR-STREAK <= 5
                ADD 1 TO WS-CUR-BUCKET-2-5
            WHEN OTHER
                ADD 1 TO WS-CUR-BUCKET-OVER-5
        END-EVALUATE
        EVALUATE TRUE
            WHEN WS-GRP-NEW-STREAK = 0
                CONTINUE
            WHEN WS-GRP-NEW-STREAK = 1
                ADD 1 TO WS-NEW-BUCKET-1
            WHEN WS-GRP-NEW-STREAK <= 5
                ADD 1 TO WS-NEW-BUCKET-2-5
            WHEN OTHER
                ADD 1 TO WS-NEW-BUCKET-OVER-5
        END-EVALUATE
        IF WS-GRP-CUR-STREAK NOT = WS-GRP-NEW-STREAK
            ADD 1 TO WS-KEYS-STREAK-MOVED
        END-IF
        IF WS-GRP-TO-MISMATCH > 0 OR WS-GRP-TO-MATCH > 0
           OR WS-GRP-TO-NO-RULE > 0
           OR WS-GRP-CUR-STREAK NOT = WS-GRP-NEW-STREAK
            ADD 1 TO WS-KEYS-FLIPPED
            PERFORM 4750-WRITE-KEY-LINE
            MOVE "C" TO WS-DIM-WANTED-TYPE
            MOVE WS-GRP-CATEGORY TO WS-DIM-WANTED-VALUE
            PERFORM 4800-ADD-TO-DIMENSION
            MOVE "S" TO WS-DIM-WANTED-TYPE
            MOVE WS-GRP-SOURCE TO WS-DIM-WANTED-VALUE
            PERFORM 4800-ADD-TO-DIMENSION
            MOVE "Y" TO WS-DIM-WANTED-TYPE
            MOVE WS-GRP-CURRENCY TO WS-DIM-WANTED-VALUE
            PERFORM 4800-ADD-TO-DIMENSION
        END-IF
        MOVE 'N' TO WS-GROUP-OPEN
    END-IF.

4750-WRITE-KEY-LINE.
    MOVE WS-GRP-RECORDS TO WS-DISPLAY-COUNT
    MOVE WS-GRP-TO-MISMATCH TO WS-DISPLAY-COUNT-2
    MOVE WS-GRP-TO-MATCH TO WS-DISPLAY-COUNT-3
    MOVE WS-GRP-TO-NO-RULE TO WS-DISPLAY-COUNT-4
    MOVE WS-GRP-CUR-STREAK TO WS-DISPLAY-STREAK
    MOVE WS-GRP-NEW-STREAK TO WS-DISPLAY-STREAK-2
    MOVE SPACES TO REPORT-RECORD
    STRING "  " WS-GRP-SOURCE " " WS-GRP-CATEGORY
           " " WS-GRP-OP-CODE "  " WS-GRP-CURRENCY
           "  " WS-DISPLAY-COUNT
           "    " WS-DISPLAY-COUNT-2
           "  " WS-DISPLAY-COUNT-3
           "  " WS-DISPLAY-COUNT-4
           "         " WS-DISPLAY-STREAK
           "       " WS-DISPLAY-STREAK-2
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

4800-ADD-TO-DIMENSION.
    SET DIM-IDX TO 1
    SEARCH WS-DIM-ENTRY
        AT END
            MOVE "FLIP SUMMARY TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN DIM-IDX > WS-DIM-COUNT
            ADD 1 TO WS-DIM-COUNT
            MOVE WS-DIM-WANTED-TYPE TO WS-DIM-TYPE(DIM-IDX)
            MOVE WS-DIM-WANTED-VALUE TO WS-DIM-VALUE(DIM-IDX)
            MOVE WS-GRP-TO-MISMATCH TO WS-DIM-TO-MISMATCH(DIM-IDX)
            MOVE WS-GRP-TO-MATCH TO WS-DIM-TO-MATCH(DIM-IDX)
            MOVE WS-GRP-TO-NO-RULE TO WS-DIM-TO-NO-RULE(DIM-IDX)
        WHEN WS-DIM-TYPE(DIM-IDX) = WS-DIM-WANTED-TYPE
         AND WS-DIM-VALUE(DIM-IDX) = WS-DIM-WANTED-VALUE
            ADD WS-GRP-TO-MISMATCH TO WS-DIM-TO-MISMATCH(DIM-IDX)
            ADD WS-GRP-TO-MATCH TO WS-DIM-TO-MATCH(DIM-IDX)
            ADD WS-GRP-TO-NO-RULE TO WS-DIM-TO-NO-RULE(DIM-IDX)
    END-SEARCH.

5000-REPORT-DIMENSIONS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "FLIPPED RESULTS BY CATEGORY, SOURCE AND CURRENCY"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "              TO MISMATCH   TO MATCH    NO RULE"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "C" TO WS-DIM-WANTED-TYPE
    MOVE "CATEGORY" TO WS-DIM-TITLE
    PERFORM 5100-REPORT-ONE-DIMENSION
        VARYING DIM-IDX FROM 1 BY 1
        UNTIL DIM-IDX > WS-DIM-COUNT
    MOVE "S" TO WS-DIM-WANTED-TYPE
    MOVE "SOURCE" TO WS-DIM-TITLE
    PERFORM 5100-REPORT-ONE-DIMENSION
        VARYING DIM-IDX FROM 1 BY 1
        UNTIL DIM-IDX > WS-DIM-COUNT
    MOVE "Y" TO WS-DIM-WANTED-TYPE
    MOVE "CURRENCY" TO WS-DIM-TITLE
    PERFORM 5100-REPORT-ONE-DIMENSION
        VARYING DIM-IDX FROM 1 BY 1
        UNTIL DIM-IDX > WS-DIM-COUNT
    MOVE WS-TOTAL-TO-MISMATCH TO WS-DISPLAY-COUNT-2
    MOVE WS-TOTAL-TO-MATCH TO WS-DISPLAY-COUNT-3
    MOVE WS-TOTAL-TO-NO-RULE TO WS-DISPLAY-COUNT-4
    MOVE SPACES TO REPORT-RECORD
    STRING "  ALL           " WS-DISPLAY-COUNT-2
           "  " WS-DISPLAY-COUNT-3
           "  " WS-DISPLAY-COUNT-4
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

5100-REPORT-ONE-DIMENSION.
    IF WS-DIM-TYPE(DIM-IDX) = WS-DIM-WANTED-TYPE
        MOVE WS-DIM-TO-MISMATCH(DIM-IDX) TO WS-DISPLAY-COUNT-2
        MOVE WS-DIM-TO-MATCH(DIM-IDX) TO WS-DISPLAY-COUNT-3
        MOVE WS-DIM-TO-NO-RULE(DIM-IDX) TO WS-DISPLAY-COUNT-4
        MOVE SPACES TO REPORT-RECORD
        STRING "  " WS-DIM-TITLE " " WS-DIM-VALUE(DIM-IDX)
               " " WS-DISPLAY-COUNT-2
               "  " WS-DISPLAY-COUNT-3
               "  " WS-DISPLAY-COUNT-4
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

6000-REPORT-NIGHTS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "NIGHTLY MISMATCH COUNTS" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "  RUN DATE      RESULTS  MISMATCHES   PROPOSED"
           "     CHANGE    NO RULE"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 6100-REPORT-ONE-NIGHT
        VARYING NGT-IDX FROM WS-NGT-COUNT BY -1
        UNTIL NGT-IDX < 1.

6100-REPORT-ONE-NIGHT.
    MOVE WS-NGT-RECORDS(NGT-IDX) TO WS-DISPLAY-COUNT
    MOVE WS-NGT-CUR-MISMATCH(NGT-IDX) TO WS-DISPLAY-COUNT-2
    MOVE WS-NGT-NEW-MISMATCH(NGT-IDX) TO WS-DISPLAY-COUNT-3
    MOVE WS-NGT-NEW-NO-RULE(NGT-IDX) TO WS-DISPLAY-COUNT-4
    COMPUTE WS-CHANGE = WS-NGT-NEW-MISMATCH(NGT-IDX)
                      - WS-NGT-CUR-MISMATCH(NGT-IDX)
    MOVE WS-CHANGE TO WS-DISPLAY-CHANGE
    MOVE SPACES TO REPORT-RECORD
    STRING "  " WS-NGT-DATE(NGT-IDX)
           "  " WS-DISPLAY-COUNT
           "   " WS-DISPLAY-COUNT-2
           "  " WS-DISPLAY-COUNT-3
           "  " WS-DISPLAY-CHANGE
           "  " WS-DISPLAY-COUNT-4
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

7000-REPORT-STREAKS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RECURRING-MISMATCH STREAKS AT THE END OF THE WINDOW"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "                              NOW   PROPOSED     CHANGE"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CUR-BUCKET-1 TO WS-DISPLAY-COUNT
    MOVE WS-NEW-BUCKET-1 TO WS-DISPLAY-COUNT-2
    COMPUTE WS-CHANGE = WS-NEW-BUCKET-1 - WS-CUR-BUCKET-1
    MOVE WS-CHANGE TO WS-DISPLAY-CHANGE
    MOVE SPACES TO REPORT-RECORD
    STRING "  KEYS FAILING 1 NIGHT  " WS-DISPLAY-COUNT
           "  " WS-DISPLAY-COUNT-2 "  " WS-DISPLAY-CHANGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CUR-BUCKET-2-5 TO WS-DISPLAY-COUNT
    MOVE WS-NEW-BUCKET-2-5 TO WS-DISPLAY-COUNT-2
    COMPUTE WS-CHANGE = WS-NEW-BUCKET-2-5 - WS-CUR-BUCKET-2-5
    MOVE WS-CHANGE TO WS-DISPLAY-CHANGE
    MOVE SPACES TO REPORT-RECORD
    STRING "  KEYS FAILING 2-5      " WS-DISPLAY-COUNT
           "  " WS-DISPLAY-COUNT-2 "  " WS-DISPLAY-CHANGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CUR-BUCKET-OVER-5 TO WS-DISPLAY-COUNT
    MOVE WS-NEW-BUCKET-OVER-5 TO WS-DISPLAY-COUNT-2
    COMPUTE WS-CHANGE = WS-NEW-BUCKET-OVER-5 - WS-CUR-BUCKET-OVER-5
    MOVE WS-CHANGE TO WS-DISPLAY-CHANGE
    MOVE SPACES TO REPORT-RECORD
    STRING "  KEYS FAILING OVER 5   " WS-DISPLAY-COUNT
           "  " WS-DISPLAY-COUNT-2 "  " WS-DISPLAY-CHANGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-KEYS-STREAK-MOVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "  KEYS WHOSE STREAK CHANGES  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO REPORT-RECORD
    STRING "WHAT-IF NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

8950-TABLE-FULL.
    MOVE SPACES TO REPORT-RECORD
    STRING "WHAT-IF NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "CARDS READ" TO WS-SUMMARY-LABEL
    MOVE WS-CARDS-READ TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "CARDS SIMULATED" TO WS-SUMMARY-LABEL
    MOVE WS-CARDS-ACCEPTED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "CARDS REJECTED" TO WS-SUMMARY-LABEL
    MOVE WS-CARDS-REJECTED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS REPLAYED" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-REPLAYED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "PAIR KEYS AFFECTED" TO WS-SUMMARY-LABEL
    MOVE WS-KEYS-FLIPPED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "RESULTS REPLAYED" TO WS-SUMMARY-LABEL
    MOVE WS-RECORDS-REPLAYED TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "RESULTS TODAY'S RULES ALREADY DECIDE DIFFERENTLY"
        TO WS-SUMMARY-LABEL
    MOVE WS-RECORDS-DIFFERING TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    MOVE "RESULTS WITH NO RULE IN FORCE TODAY" TO WS-SUMMARY-LABEL
    MOVE WS-RECORDS-NO-RULE TO WS-DISPLAY-COUNT
    PERFORM 9100-WRITE-SUMMARY-LINE
    CLOSE REPORT-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.

9100-WRITE-SUMMARY-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-SUMMARY-LABEL " " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.
