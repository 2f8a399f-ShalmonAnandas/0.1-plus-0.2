IDENTIFICATION DIVISION.
PROGRAM-ID. ITEMMTCH.
*> Two-sided item match. Reads tonight's admitted extract
*> (PAIRSIN), the active rules on the match-rule master (MTCHRUL)
*> naming the book-of-record and counterparty source for each
*> category, and the run register (RUNREG) to find the ADDNUM run
*> that processed the same extract. Items are paired one to one,
*> book against counterparty, under the same rule with the same
*> currency and business date, and a pair whose amounts differ by
*> more than the rule's tolerance is a break. The match report (MTCHOUT) lists the matched
*> pairs, the unmatched items on each side, the breaks, and the
*> net difference (book minus counterparty) per category,
*> counterparty and currency. One mismatch history record per
*> book source, category and currency is written to MISMHIST,
*> stamped with the ADDNUM run, for MISMAGE to age. Return codes:
*> 0 - everything matched; 4 - breaks, unmatched items or a
*> history total carried at its limit; 8 - the extract, the rule
*> master or the ADDNUM run is missing; 12 - an internal table is
*> full and the run is halted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAIRS-FILE ASSIGN TO PAIRSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAIRS-STATUS.

    SELECT RULE-MASTER-FILE ASSIGN TO MTCHRUL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MSTR-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT MATCH-REPORT-FILE ASSIGN TO MTCHOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MTCHOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
    COPY PAIRSREC.

FD  RULE-MASTER-FILE.
    COPY MTCHREC.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  HISTORY-FILE.
    COPY MISMREC.

FD  MATCH-REPORT-FILE.
01  MATCH-REPORT-RECORD       PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-PAIRS-STATUS         PIC XX.
    01  WS-MSTR-STATUS          PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-MTCHOUT-STATUS       PIC XX.

    01  WS-FLAGS.
        05  WS-PAIRS-EOF    PIC X VALUE 'N'.
            88  PAIRS-EOF          VALUE 'Y'.
        05  WS-MSTR-EOF     PIC X VALUE 'N'.
            88  MSTR-EOF           VALUE 'Y'.
        05  WS-MATE-FOUND   PIC X VALUE 'N'.
            88  MATE-FOUND         VALUE 'Y'.
        05  WS-RUN-FOUND    PIC X VALUE 'N'.
            88  RUN-FOUND          VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
        05  WS-ITEMS-LOADED       PIC 9(7) VALUE ZERO.
        05  WS-PAIRS-MATCHED      PIC 9(7) VALUE ZERO.
        05  WS-PAIRS-BROKEN       PIC 9(7) VALUE ZERO.
        05  WS-UNMATCHED-LEFT     PIC 9(7) VALUE ZERO.
        05  WS-UNMATCHED-RIGHT    PIC 9(7) VALUE ZERO.
        05  WS-HISTORY-WRITTEN    PIC 9(7) VALUE ZERO.
        05  WS-HISTORY-CAPPED     PIC 9(7) VALUE ZERO.
        05  WS-SECTION-LINES      PIC 9(7) VALUE ZERO.

*> Active rules only. A category normally has one rule per
*> counterparty.
    01  WS-RULE-TABLE.
        05  WS-RULE-COUNT       PIC 9(3) COMP VALUE ZERO.
        05  WS-RULE-ENTRY OCCURS 200 TIMES INDEXED BY RULE-IDX.
            10  WS-RULE-CATEGORY        PIC X(4).
            10  WS-RULE-BOOK            PIC X(3).
            10  WS-RULE-CPTY            PIC X(3).
            10  WS-RULE-TOLERANCE       PIC S9(7)V9(2).

*> The counts and totals feed the net-difference section, one
*> entry per rule and currency: items pair only within one
*> currency, and amounts in different currencies are never added
*> together, so the section reads as one line per category,
*> counterparty and currency.
    01  WS-NET-TABLE.
        05  WS-NET-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-NET-ENTRY OCCURS 500 TIMES INDEXED BY NET-IDX.
            10  WS-NET-RULE             PIC 9(3) COMP.
            10  WS-NET-CURRENCY         PIC X(3).
            10  WS-NET-MATCHED          PIC 9(7) COMP.
            10  WS-NET-BREAKS           PIC 9(7) COMP.
            10  WS-NET-UNM-LEFT         PIC 9(7) COMP.
            10  WS-NET-UNM-RIGHT        PIC 9(7) COMP.
            10  WS-NET-NUM1             PIC S9(9)V9(2).
            10  WS-NET-NUM2             PIC S9(9)V9(2).

*> One entry per detail per rule it falls under: a book-of-record
*> item checked against two counterparties is held twice, once
*> under each rule, so each pairing stands on its own.
    01  WS-ITEM-TABLE.
        05  WS-ITEM-COUNT       PIC 9(5) COMP VALUE ZERO.
        05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
            10  WS-ITEM-RULE            PIC 9(3) COMP.
            10  WS-ITEM-SIDE            PIC X.
                88  ITEM-IS-LEFT        VALUE 'L'.
                88  ITEM-IS-RIGHT       VALUE 'R'.
            10  WS-ITEM-STATE           PIC X.
                88  ITEM-OPEN           VALUE ' '.
                88  ITEM-MATCHED        VALUE 'M'.
                88  ITEM-BROKEN         VALUE 'B'.
            10  WS-ITEM-SEQUENCE        PIC 9(7).
            10  WS-ITEM-SOURCE          PIC X(3).
            10  WS-ITEM-CATEGORY        PIC X(4).
            10  WS-ITEM-CURRENCY        PIC X(3).
            10  WS-ITEM-BUS-DATE        PIC X(8).
            10  WS-ITEM-NUM1            PIC S9(7)V9(2).
            10  WS-ITEM-NUM2            PIC S9(7)V9(2).
            10  WS-ITEM-MATE            PIC 9(5) COMP.

*> One history key per book source, category and currency: the
*> key fails for the night if any item under it is unmatched or
*> out of tolerance.
    01  WS-KEY-TABLE.
        05  WS-KEY-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-KEY-ENTRY OCCURS 500 TIMES INDEXED BY KEY-IDX.
            10  WS-KEY-SOURCE           PIC X(3).
            10  WS-KEY-CATEGORY         PIC X(4).
            10  WS-KEY-CURRENCY         PIC X(3).
            10  WS-KEY-FLAG             PIC X.
            10  WS-KEY-BOOK-NUM1        PIC S9(9)V9(2).
            10  WS-KEY-NET-NUM1         PIC S9(9)V9(2).

    01  WS-ITEM-SUB             PIC 9(5) COMP.
    01  WS-MATE-SUB             PIC 9(5) COMP.
    01  WS-RULE-SUB             PIC 9(3) COMP.
    01  WS-NET-LINES            PIC 9(3) COMP.
    01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
    01  WS-SEGMENT-DATE         PIC X(8) VALUE SPACES.
    01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
    01  WS-CURRENCY-CODE        PIC X(3).
    01  WS-OTHER-SOURCE         PIC X(3).
    01  WS-DIFF-NUM1            PIC S9(9)V9(2).
    01  WS-DIFF-NUM2            PIC S9(9)V9(2).
    01  WS-SECTION-TITLE        PIC X(60).
    01  WS-SECTION-SIDE         PIC X.
    01  WS-SECTION-STATE        PIC X.
    01  WS-RUN-ID               PIC X(12) VALUE SPACES.
    01  WS-RUN-DATE             PIC X(10) VALUE SPACES.
    01  WS-FATAL-MESSAGE        PIC X(60).
    01  WS-KEY-CAPPED           PIC X VALUE 'N'.
        88  KEY-WAS-CAPPED             VALUE 'Y'.

    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.
    01  WS-DISPLAY-MATCHED      PIC ZZZZZZ9.
    01  WS-DISPLAY-BREAKS       PIC ZZZZZZ9.
    01  WS-DISPLAY-UNM-LEFT     PIC ZZZZZZ9.
    01  WS-DISPLAY-UNM-RIGHT    PIC ZZZZZZ9.
    01  WS-DISPLAY-SEQ          PIC ZZZZZZ9.
    01  WS-DISPLAY-MATE-SEQ     PIC ZZZZZZ9.
    01  WS-DISPLAY-NUM1         PIC -(7)9.99.
    01  WS-DISPLAY-NUM2         PIC -(7)9.99.
    01  WS-DISPLAY-MATE1        PIC -(7)9.99.
    01  WS-DISPLAY-MATE2        PIC -(7)9.99.
    01  WS-DISPLAY-NET1         PIC -(9)9.99.
    01  WS-DISPLAY-NET2         PIC -(9)9.99.
    01  WS-DISPLAY-TOL          PIC -(7)9.99.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-ITEMS UNTIL PAIRS-EOF
    CLOSE PAIRS-FILE
    PERFORM 2500-FIND-RUN
    IF WS-ITEM-COUNT > 0
        PERFORM 3000-PAIR-ONE-ITEM
            VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
        PERFORM 4000-TALLY-ONE-ITEM
            VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
    END-IF
    PERFORM 5000-WRITE-LISTINGS
    PERFORM 6000-WRITE-HISTORY
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN OUTPUT MATCH-REPORT-FILE
    PERFORM 1100-LOAD-RULES
    OPEN INPUT PAIRS-FILE
    IF WS-PAIRS-STATUS NOT = "00"
        MOVE "ADMITTED PAIRS EXTRACT NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF.

1100-LOAD-RULES.
*> Which source is the book of record and which the counterparty
*> is maintained on the match-rule master (MTCHMNT), not keyed
*> per night, so the pairing cannot drift from one run to the
*> next. Inactive rows are skipped.
    OPEN INPUT RULE-MASTER-FILE
    IF WS-MSTR-STATUS NOT = "00"
        MOVE "MATCH-RULE MASTER NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1150-LOAD-ONE-RULE UNTIL MSTR-EOF
    CLOSE RULE-MASTER-FILE
    IF WS-RULE-COUNT = 0
        MOVE "NO ACTIVE RULES ON MATCH-RULE MASTER"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF.

1150-LOAD-ONE-RULE.
    READ RULE-MASTER-FILE
        AT END
            SET MSTR-EOF TO TRUE
        NOT AT END
            IF MR-ACTIVE
                IF WS-RULE-COUNT < 200
                    ADD 1 TO WS-RULE-COUNT
                    SET RULE-IDX TO WS-RULE-COUNT
                    INITIALIZE WS-RULE-ENTRY(RULE-IDX)
                    MOVE MR-CATEGORY TO WS-RULE-CATEGORY(RULE-IDX)
                    MOVE MR-BOOK-SOURCE TO WS-RULE-BOOK(RULE-IDX)
                    MOVE MR-CPTY-SOURCE TO WS-RULE-CPTY(RULE-IDX)
                    MOVE MR-TOLERANCE TO WS-RULE-TOLERANCE(RULE-IDX)
                ELSE
                    MOVE "MATCH RULE TABLE FULL - RUN HALTED"
                        TO WS-FATAL-MESSAGE
                    CLOSE RULE-MASTER-FILE
                    MOVE 12 TO RETURN-CODE
                    PERFORM 8950-HALT
                END-IF
            END-IF
    END-READ.

2000-LOAD-ITEMS.
*> The extract has already been admitted by PAIRSVAL, so only the
*> header's business date and the type-D details matter here.
    READ PAIRS-FILE
        AT END
            SET PAIRS-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN PAIRS-HEADER-REC
                    MOVE PH-BUSINESS-DATE TO WS-SEGMENT-DATE
                    IF WS-BUSINESS-DATE = SPACES
                        MOVE PH-BUSINESS-DATE TO WS-BUSINESS-DATE
                    END-IF
                WHEN PAIRS-DETAIL-REC
                    ADD 1 TO WS-DETAIL-COUNT
                    MOVE PD-CURRENCY TO WS-CURRENCY-CODE
                    IF WS-CURRENCY-CODE = SPACES
                        MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
                    END-IF
                    PERFORM 2100-FILE-UNDER-RULE
                        VARYING WS-RULE-SUB FROM 1 BY 1
                        UNTIL WS-RULE-SUB > WS-RULE-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

2100-FILE-UNDER-RULE.
    SET RULE-IDX TO WS-RULE-SUB
    IF PD-CATEGORY = WS-RULE-CATEGORY(RULE-IDX)
        IF PD-SOURCE = WS-RULE-BOOK(RULE-IDX)
            PERFORM 2200-ADD-ITEM
            MOVE 'L' TO WS-ITEM-SIDE(WS-ITEM-COUNT)
        ELSE
            IF PD-SOURCE = WS-RULE-CPTY(RULE-IDX)
                PERFORM 2200-ADD-ITEM
                MOVE 'R' TO WS-ITEM-SIDE(WS-ITEM-COUNT)
            END-IF
        END-IF
    END-IF.

2200-ADD-ITEM.
    IF WS-ITEM-COUNT NOT < 5000
        MOVE "MATCH ITEM TABLE FULL - RUN HALTED"
            TO WS-FATAL-MESSAGE
        CLOSE PAIRS-FILE
        MOVE 12 TO RETURN-CODE
        PERFORM 8950-HALT
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    ADD 1 TO WS-ITEMS-LOADED
    MOVE WS-RULE-SUB TO WS-ITEM-RULE(WS-ITEM-COUNT)
    MOVE SPACE TO WS-ITEM-STATE(WS-ITEM-COUNT)
    MOVE WS-DETAIL-COUNT TO WS-ITEM-SEQUENCE(WS-ITEM-COUNT)
    MOVE PD-SOURCE TO WS-ITEM-SOURCE(WS-ITEM-COUNT)
    MOVE PD-CATEGORY TO WS-ITEM-CATEGORY(WS-ITEM-COUNT)
    MOVE WS-CURRENCY-CODE TO WS-ITEM-CURRENCY(WS-ITEM-COUNT)
    MOVE WS-SEGMENT-DATE TO WS-ITEM-BUS-DATE(WS-ITEM-COUNT)
    MOVE PD-NUM1 TO WS-ITEM-NUM1(WS-ITEM-COUNT)
    MOVE PD-NUM2 TO WS-ITEM-NUM2(WS-ITEM-COUNT)
    MOVE ZERO TO WS-ITEM-MATE(WS-ITEM-COUNT).

2500-FIND-RUN.
*> The history records are stamped with the identifier of the
*> ADDNUM run that processed the same extract - the latest run
*> on the register for the business date that is neither an
*> ERRFIX resubmission nor backed out - so BACKOUT of that run
*> takes the match history with it.
    IF WS-BUSINESS-DATE = SPACES
        MOVE "NO FEED HEADER ON ADMITTED EXTRACT" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    STRING WS-BUSINESS-DATE(1:4) "-"
           WS-BUSINESS-DATE(5:2) "-"
           WS-BUSINESS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 2550-SCAN-ONE-REGISTER-ROW
            UNTIL WS-RUNREG-STATUS NOT = "00"
        CLOSE RUNREG-FILE
    END-IF
    IF NOT RUN-FOUND
        MOVE "NO ADDNUM RUN ON REGISTER FOR THE BUSINESS DATE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF.

2550-SCAN-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            CONTINUE
        NOT AT END
            IF RR-RUN-DATE = WS-RUN-DATE
               AND RR-RUN-TYPE NOT = "RESUB"
               AND NOT RR-BACKED-OUT
                MOVE RR-RUN-ID TO WS-RUN-ID
                SET RUN-FOUND TO TRUE
            END-IF
    END-READ.

3000-PAIR-ONE-ITEM.
*> Each open book-of-record item takes the first open counterparty
*> item under the same rule with the same currency and business
*> date, so the k-th item on one side pairs with the k-th on the
*> other in extract order.
    IF ITEM-IS-LEFT(WS-ITEM-SUB) AND ITEM-OPEN(WS-ITEM-SUB)
        MOVE 'N' TO WS-MATE-FOUND
        PERFORM 3100-TEST-MATE
            VARYING WS-MATE-SUB FROM 1 BY 1
            UNTIL WS-MATE-SUB > WS-ITEM-COUNT OR MATE-FOUND
    END-IF.

3100-TEST-MATE.
    IF ITEM-IS-RIGHT(WS-MATE-SUB)
       AND ITEM-OPEN(WS-MATE-SUB)
       AND WS-ITEM-RULE(WS-MATE-SUB) = WS-ITEM-RULE(WS-ITEM-SUB)
       AND WS-ITEM-CURRENCY(WS-MATE-SUB)
           = WS-ITEM-CURRENCY(WS-ITEM-SUB)
       AND WS-ITEM-BUS-DATE(WS-MATE-SUB)
           = WS-ITEM-BUS-DATE(WS-ITEM-SUB)
        SET MATE-FOUND TO TRUE
        PERFORM 3200-COMPARE-PAIR
    END-IF.

3200-COMPARE-PAIR.
*> Both amounts must agree within the rule's tolerance; a pair
*> that does not is an amount break, not two unmatched items.
    MOVE WS-MATE-SUB TO WS-ITEM-MATE(WS-ITEM-SUB)
    MOVE WS-ITEM-SUB TO WS-ITEM-MATE(WS-MATE-SUB)
    SET RULE-IDX TO WS-ITEM-RULE(WS-ITEM-SUB)
    COMPUTE WS-DIFF-NUM1 =
        WS-ITEM-NUM1(WS-ITEM-SUB) - WS-ITEM-NUM1(WS-MATE-SUB)
    COMPUTE WS-DIFF-NUM2 =
        WS-ITEM-NUM2(WS-ITEM-SUB) - WS-ITEM-NUM2(WS-MATE-SUB)
    IF WS-DIFF-NUM1 < ZERO
        COMPUTE WS-DIFF-NUM1 = WS-DIFF-NUM1 * -1
    END-IF
    IF WS-DIFF-NUM2 < ZERO
        COMPUTE WS-DIFF-NUM2 = WS-DIFF-NUM2 * -1
    END-IF
    IF WS-DIFF-NUM1 > WS-RULE-TOLERANCE(RULE-IDX)
       OR WS-DIFF-NUM2 > WS-RULE-TOLERANCE(RULE-IDX)
        MOVE 'B' TO WS-ITEM-STATE(WS-ITEM-SUB)
        MOVE 'B' TO WS-ITEM-STATE(WS-MATE-SUB)
    ELSE
        MOVE 'M' TO WS-ITEM-STATE(WS-ITEM-SUB)
        MOVE 'M' TO WS-ITEM-STATE(WS-MATE-SUB)
    END-IF.

4000-TALLY-ONE-ITEM.
*> Pair counts are taken from the book side so each pair counts
*> once; the net difference is book minus counterparty over every
*> item under the rule in the item's currency, paired or not.
    SET RULE-IDX TO WS-ITEM-RULE(WS-ITEM-SUB)
    PERFORM 4050-FIND-NET-ENTRY
    IF ITEM-IS-LEFT(WS-ITEM-SUB)
        ADD WS-ITEM-NUM1(WS-ITEM-SUB) TO WS-NET-NUM1(NET-IDX)
        ADD WS-ITEM-NUM2(WS-ITEM-SUB) TO WS-NET-NUM2(NET-IDX)
        EVALUATE TRUE
            WHEN ITEM-MATCHED(WS-ITEM-SUB)
                ADD 1 TO WS-NET-MATCHED(NET-IDX)
                ADD 1 TO WS-PAIRS-MATCHED
            WHEN ITEM-BROKEN(WS-ITEM-SUB)
                ADD 1 TO WS-NET-BREAKS(NET-IDX)
                ADD 1 TO WS-PAIRS-BROKEN
            WHEN OTHER
                ADD 1 TO WS-NET-UNM-LEFT(NET-IDX)
                ADD 1 TO WS-UNMATCHED-LEFT
        END-EVALUATE
    ELSE
        SUBTRACT WS-ITEM-NUM1(WS-ITEM-SUB)
            FROM WS-NET-NUM1(NET-IDX)
        SUBTRACT WS-ITEM-NUM2(WS-ITEM-SUB)
            FROM WS-NET-NUM2(NET-IDX)
        IF ITEM-OPEN(WS-ITEM-SUB)
            ADD 1 TO WS-NET-UNM-RIGHT(NET-IDX)
            ADD 1 TO WS-UNMATCHED-RIGHT
        END-IF
    END-IF
    PERFORM 4100-TALLY-HISTORY-KEY.

4050-FIND-NET-ENTRY.
    SET NET-IDX TO 1
    SEARCH WS-NET-ENTRY
        AT END
            PERFORM 4060-ADD-NET-ENTRY
        WHEN NET-IDX > WS-NET-COUNT
            PERFORM 4060-ADD-NET-ENTRY
        WHEN WS-NET-RULE(NET-IDX) = WS-ITEM-RULE(WS-ITEM-SUB)
         AND WS-NET-CURRENCY(NET-IDX)
             = WS-ITEM-CURRENCY(WS-ITEM-SUB)
            CONTINUE
    END-SEARCH.

4060-ADD-NET-ENTRY.
    IF WS-NET-COUNT NOT < 500
        MOVE "NET DIFFERENCE TABLE FULL - RUN HALTED"
            TO WS-FATAL-MESSAGE
        MOVE 12 TO RETURN-CODE
        PERFORM 8950-HALT
    END-IF
    ADD 1 TO WS-NET-COUNT
    SET NET-IDX TO WS-NET-COUNT
    INITIALIZE WS-NET-ENTRY(NET-IDX)
    MOVE WS-ITEM-RULE(WS-ITEM-SUB) TO WS-NET-RULE(NET-IDX)
    MOVE WS-ITEM-CURRENCY(WS-ITEM-SUB) TO WS-NET-CURRENCY(NET-IDX).

4100-TALLY-HISTORY-KEY.
*> Both sides land on the book source's key, so a counterparty
*> item with no book item still fails the book's key for the
*> night and ages until the two systems agree.
    SET KEY-IDX TO 1
    SEARCH WS-KEY-ENTRY
        AT END
            PERFORM 4150-ADD-HISTORY-KEY
        WHEN KEY-IDX > WS-KEY-COUNT
            PERFORM 4150-ADD-HISTORY-KEY
        WHEN WS-KEY-SOURCE(KEY-IDX) = WS-RULE-BOOK(RULE-IDX)
         AND WS-KEY-CATEGORY(KEY-IDX) = WS-RULE-CATEGORY(RULE-IDX)
         AND WS-KEY-CURRENCY(KEY-IDX)
             = WS-ITEM-CURRENCY(WS-ITEM-SUB)
            CONTINUE
    END-SEARCH
    IF ITEM-IS-LEFT(WS-ITEM-SUB)
        ADD WS-ITEM-NUM1(WS-ITEM-SUB) TO WS-KEY-BOOK-NUM1(KEY-IDX)
        ADD WS-ITEM-NUM1(WS-ITEM-SUB) TO WS-KEY-NET-NUM1(KEY-IDX)
    ELSE
        SUBTRACT WS-ITEM-NUM1(WS-ITEM-SUB)
            FROM WS-KEY-NET-NUM1(KEY-IDX)
    END-IF
    IF NOT ITEM-MATCHED(WS-ITEM-SUB)
        MOVE 'N' TO WS-KEY-FLAG(KEY-IDX)
    END-IF.

4150-ADD-HISTORY-KEY.
    IF WS-KEY-COUNT NOT < 500
        MOVE "MATCH HISTORY KEY TABLE FULL - RUN HALTED"
            TO WS-FATAL-MESSAGE
        MOVE 12 TO RETURN-CODE
        PERFORM 8950-HALT
    END-IF
    ADD 1 TO WS-KEY-COUNT
    SET KEY-IDX TO WS-KEY-COUNT
    MOVE WS-RULE-BOOK(RULE-IDX) TO WS-KEY-SOURCE(KEY-IDX)
    MOVE WS-RULE-CATEGORY(RULE-IDX) TO WS-KEY-CATEGORY(KEY-IDX)
    MOVE WS-ITEM-CURRENCY(WS-ITEM-SUB) TO WS-KEY-CURRENCY(KEY-IDX)
    MOVE 'Y' TO WS-KEY-FLAG(KEY-IDX)
    MOVE ZERO TO WS-KEY-BOOK-NUM1(KEY-IDX)
    MOVE ZERO TO WS-KEY-NET-NUM1(KEY-IDX).

5000-WRITE-LISTINGS.
    MOVE SPACES TO MATCH-REPORT-RECORD
    STRING "TWO-SIDED ITEM MATCH  BUSINESS DATE " WS-RUN-DATE
           "  RUN=" WS-RUN-ID
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE "MATCHED PAIRS" TO WS-SECTION-TITLE
    MOVE 'L' TO WS-SECTION-SIDE
    MOVE 'M' TO WS-SECTION-STATE
    PERFORM 5100-WRITE-SECTION
    MOVE "UNMATCHED - BOOK OF RECORD SIDE (LEFT)"
        TO WS-SECTION-TITLE
    MOVE 'L' TO WS-SECTION-SIDE
    MOVE SPACE TO WS-SECTION-STATE
    PERFORM 5100-WRITE-SECTION
    MOVE "UNMATCHED - COUNTERPARTY SIDE (RIGHT)" TO WS-SECTION-TITLE
    MOVE 'R' TO WS-SECTION-SIDE
    MOVE SPACE TO WS-SECTION-STATE
    PERFORM 5100-WRITE-SECTION
    MOVE "AMOUNT BREAKS - PAIRED OUTSIDE TOLERANCE"
        TO WS-SECTION-TITLE
    MOVE 'L' TO WS-SECTION-SIDE
    MOVE 'B' TO WS-SECTION-STATE
    PERFORM 5100-WRITE-SECTION
    PERFORM 5500-WRITE-NET-SECTION.

5100-WRITE-SECTION.
    MOVE SPACES TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE WS-SECTION-TITLE TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE ZERO TO WS-SECTION-LINES
    IF WS-ITEM-COUNT > 0
        PERFORM 5200-WRITE-ITEM-LINE
            VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
    END-IF
    IF WS-SECTION-LINES = 0
        MOVE "   NONE" TO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
    END-IF.

5200-WRITE-ITEM-LINE.
    IF WS-ITEM-SIDE(WS-ITEM-SUB) = WS-SECTION-SIDE
       AND WS-ITEM-STATE(WS-ITEM-SUB) = WS-SECTION-STATE
        ADD 1 TO WS-SECTION-LINES
        SET RULE-IDX TO WS-ITEM-RULE(WS-ITEM-SUB)
        MOVE WS-ITEM-SEQUENCE(WS-ITEM-SUB) TO WS-DISPLAY-SEQ
        MOVE WS-ITEM-NUM1(WS-ITEM-SUB) TO WS-DISPLAY-NUM1
        MOVE WS-ITEM-NUM2(WS-ITEM-SUB) TO WS-DISPLAY-NUM2
        MOVE SPACES TO MATCH-REPORT-RECORD
        IF ITEM-OPEN(WS-ITEM-SUB)
            IF ITEM-IS-LEFT(WS-ITEM-SUB)
                MOVE WS-RULE-CPTY(RULE-IDX) TO WS-OTHER-SOURCE
            ELSE
                MOVE WS-RULE-BOOK(RULE-IDX) TO WS-OTHER-SOURCE
            END-IF
            STRING "   CAT="                     DELIMITED BY SIZE
                   WS-ITEM-CATEGORY(WS-ITEM-SUB) DELIMITED BY SIZE
                   "  CCY="                      DELIMITED BY SIZE
                   WS-ITEM-CURRENCY(WS-ITEM-SUB) DELIMITED BY SIZE
                   "  SRC="                      DELIMITED BY SIZE
                   WS-ITEM-SOURCE(WS-ITEM-SUB)   DELIMITED BY SIZE
                   " REC="                       DELIMITED BY SIZE
                   WS-DISPLAY-SEQ                DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-NUM1               DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-NUM2               DELIMITED BY SIZE
                   "  NO ITEM FROM "             DELIMITED BY SIZE
                   WS-OTHER-SOURCE               DELIMITED BY SIZE
                INTO MATCH-REPORT-RECORD
        ELSE
            MOVE WS-ITEM-MATE(WS-ITEM-SUB) TO WS-MATE-SUB
            MOVE WS-ITEM-SEQUENCE(WS-MATE-SUB) TO WS-DISPLAY-MATE-SEQ
            MOVE WS-ITEM-NUM1(WS-MATE-SUB) TO WS-DISPLAY-MATE1
            MOVE WS-ITEM-NUM2(WS-MATE-SUB) TO WS-DISPLAY-MATE2
            STRING "   CAT="                     DELIMITED BY SIZE
                   WS-ITEM-CATEGORY(WS-ITEM-SUB) DELIMITED BY SIZE
                   "  CCY="                      DELIMITED BY SIZE
                   WS-ITEM-CURRENCY(WS-ITEM-SUB) DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-ITEM-SOURCE(WS-ITEM-SUB)   DELIMITED BY SIZE
                   " REC="                       DELIMITED BY SIZE
                   WS-DISPLAY-SEQ                DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-NUM1               DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-NUM2               DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-ITEM-SOURCE(WS-MATE-SUB)   DELIMITED BY SIZE
                   " REC="                       DELIMITED BY SIZE
                   WS-DISPLAY-MATE-SEQ           DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-MATE1              DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-DISPLAY-MATE2              DELIMITED BY SIZE
                INTO MATCH-REPORT-RECORD
        END-IF
        WRITE MATCH-REPORT-RECORD
    END-IF.

5500-WRITE-NET-SECTION.
    MOVE SPACES TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE "NET DIFFERENCE BY CATEGORY AND CURRENCY (BOOK MINUS COUNTERPARTY)"
        TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    PERFORM 5550-WRITE-RULE-NETS
        VARYING RULE-IDX FROM 1 BY 1
        UNTIL RULE-IDX > WS-RULE-COUNT.

5550-WRITE-RULE-NETS.
*> Amounts are shown in each currency as it came in - nothing is
*> converted - so a rule with no items tonight gets one line
*> saying so.
    MOVE ZERO TO WS-NET-LINES
    IF WS-NET-COUNT > 0
        PERFORM 5600-WRITE-NET-LINE
            VARYING NET-IDX FROM 1 BY 1
            UNTIL NET-IDX > WS-NET-COUNT
    END-IF
    IF WS-NET-LINES = 0
        MOVE WS-RULE-TOLERANCE(RULE-IDX) TO WS-DISPLAY-TOL
        MOVE SPACES TO MATCH-REPORT-RECORD
        STRING "   CAT="                  DELIMITED BY SIZE
               WS-RULE-CATEGORY(RULE-IDX) DELIMITED BY SIZE
               "  "                       DELIMITED BY SIZE
               WS-RULE-BOOK(RULE-IDX)     DELIMITED BY SIZE
               "/"                        DELIMITED BY SIZE
               WS-RULE-CPTY(RULE-IDX)     DELIMITED BY SIZE
               "  TOL="                   DELIMITED BY SIZE
               WS-DISPLAY-TOL             DELIMITED BY SIZE
               "  NO ITEMS"               DELIMITED BY SIZE
            INTO MATCH-REPORT-RECORD
        WRITE MATCH-REPORT-RECORD
    END-IF.

5600-WRITE-NET-LINE.
    IF WS-NET-RULE(NET-IDX) = RULE-IDX
        ADD 1 TO WS-NET-LINES
        PERFORM 5650-WRITE-ONE-NET
    END-IF.

5650-WRITE-ONE-NET.
    MOVE WS-RULE-TOLERANCE(RULE-IDX) TO WS-DISPLAY-TOL
    MOVE WS-NET-NUM1(NET-IDX) TO WS-DISPLAY-NET1
    MOVE WS-NET-NUM2(NET-IDX) TO WS-DISPLAY-NET2
    MOVE SPACES TO MATCH-REPORT-RECORD
    STRING "   CAT="                  DELIMITED BY SIZE
           WS-RULE-CATEGORY(RULE-IDX) DELIMITED BY SIZE
           "  "                       DELIMITED BY SIZE
           WS-RULE-BOOK(RULE-IDX)     DELIMITED BY SIZE
           "/"                        DELIMITED BY SIZE
           WS-RULE-CPTY(RULE-IDX)     DELIMITED BY SIZE
           "  CCY="                   DELIMITED BY SIZE
           WS-NET-CURRENCY(NET-IDX)   DELIMITED BY SIZE
           "  TOL="                   DELIMITED BY SIZE
           WS-DISPLAY-TOL             DELIMITED BY SIZE
           "  NET NUM1="              DELIMITED BY SIZE
           WS-DISPLAY-NET1            DELIMITED BY SIZE
           "  NET NUM2="              DELIMITED BY SIZE
           WS-DISPLAY-NET2            DELIMITED BY SIZE
        INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE WS-NET-MATCHED(NET-IDX) TO WS-DISPLAY-MATCHED
    MOVE WS-NET-BREAKS(NET-IDX) TO WS-DISPLAY-BREAKS
    MOVE WS-NET-UNM-LEFT(NET-IDX) TO WS-DISPLAY-UNM-LEFT
    MOVE WS-NET-UNM-RIGHT(NET-IDX) TO WS-DISPLAY-UNM-RIGHT
    MOVE SPACES TO MATCH-REPORT-RECORD
    STRING "        MATCHED "         DELIMITED BY SIZE
           WS-DISPLAY-MATCHED         DELIMITED BY SIZE
           "  BREAKS "                DELIMITED BY SIZE
           WS-DISPLAY-BREAKS          DELIMITED BY SIZE
           "  UNMATCHED LEFT "        DELIMITED BY SIZE
           WS-DISPLAY-UNM-LEFT        DELIMITED BY SIZE
           "  UNMATCHED RIGHT "       DELIMITED BY SIZE
           WS-DISPLAY-UNM-RIGHT       DELIMITED BY SIZE
        INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD.

6000-WRITE-HISTORY.
*> One record per key under op code X, so the aging job carries
*> an unmatched or broken key night after night on the same
*> streak as any other mismatch and clears it the first night
*> the two systems agree.
    IF WS-KEY-COUNT > 0
        OPEN EXTEND HISTORY-FILE
        IF WS-HISTORY-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
        PERFORM 6100-WRITE-ONE-HISTORY
            VARYING KEY-IDX FROM 1 BY 1
            UNTIL KEY-IDX > WS-KEY-COUNT
        CLOSE HISTORY-FILE
    END-IF.

6100-WRITE-ONE-HISTORY.
    MOVE WS-KEY-SOURCE(KEY-IDX) TO MH-SOURCE
    MOVE WS-KEY-CATEGORY(KEY-IDX) TO MH-CATEGORY
    MOVE 'X' TO MH-OP-CODE
    MOVE WS-KEY-CURRENCY(KEY-IDX) TO MH-CURRENCY
    MOVE WS-RUN-DATE TO MH-RUN-DATE
    MOVE WS-KEY-FLAG(KEY-IDX) TO MH-MATCH-FLAG
    MOVE 'N' TO WS-KEY-CAPPED
    COMPUTE MH-RESULT = WS-KEY-BOOK-NUM1(KEY-IDX)
        ON SIZE ERROR
            PERFORM 6150-CAP-RESULT
    END-COMPUTE
    COMPUTE MH-DIFF = WS-KEY-NET-NUM1(KEY-IDX)
        ON SIZE ERROR
            PERFORM 6160-CAP-DIFF
    END-COMPUTE
    MOVE ZERO TO MH-STREAK
    MOVE WS-RUN-ID TO MH-RUN-ID
    WRITE MISMATCH-RECORD
    ADD 1 TO WS-HISTORY-WRITTEN
    IF KEY-WAS-CAPPED
        PERFORM 6170-LIST-CAPPED-KEY
    END-IF.

6150-CAP-RESULT.
*> A key total too large for the history record is carried at the
*> record's limit, with the sign kept, and listed with its true
*> totals rather than losing its high-order digits.
    SET KEY-WAS-CAPPED TO TRUE
    IF WS-KEY-BOOK-NUM1(KEY-IDX) < ZERO
        MOVE -9999999.99 TO MH-RESULT
    ELSE
        MOVE 9999999.99 TO MH-RESULT
    END-IF.

6160-CAP-DIFF.
    SET KEY-WAS-CAPPED TO TRUE
    IF WS-KEY-NET-NUM1(KEY-IDX) < ZERO
        MOVE -9999999.99 TO MH-DIFF
    ELSE
        MOVE 9999999.99 TO MH-DIFF
    END-IF.

6170-LIST-CAPPED-KEY.
    ADD 1 TO WS-HISTORY-CAPPED
    MOVE WS-KEY-BOOK-NUM1(KEY-IDX) TO WS-DISPLAY-NET1
    MOVE WS-KEY-NET-NUM1(KEY-IDX) TO WS-DISPLAY-NET2
    MOVE SPACES TO MATCH-REPORT-RECORD
    STRING "   HISTORY CAPPED  KEY="      DELIMITED BY SIZE
           WS-KEY-SOURCE(KEY-IDX)         DELIMITED BY SIZE
           "/"                            DELIMITED BY SIZE
           WS-KEY-CATEGORY(KEY-IDX)       DELIMITED BY SIZE
           "/"                            DELIMITED BY SIZE
           WS-KEY-CURRENCY(KEY-IDX)       DELIMITED BY SIZE
           "  BOOK NUM1="                 DELIMITED BY SIZE
           WS-DISPLAY-NET1                DELIMITED BY SIZE
           "  NET NUM1="                  DELIMITED BY SIZE
           WS-DISPLAY-NET2                DELIMITED BY SIZE
           "  EXCEEDS 9999999.99"         DELIMITED BY SIZE
        INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD.

8900-FATAL-STOP.
    MOVE 8 TO RETURN-CODE
    PERFORM 8950-HALT.

8950-HALT.
    MOVE SPACES TO MATCH-REPORT-RECORD
    STRING "ITEM MATCH NOT PERFORMED - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    CLOSE MATCH-REPORT-FILE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
    STRING "DETAILS READ      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-ITEMS-LOADED TO WS-DISPLAY-COUNT
    STRING "ITEMS UNDER RULES " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-PAIRS-MATCHED TO WS-DISPLAY-COUNT
    STRING "PAIRS MATCHED     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-PAIRS-BROKEN TO WS-DISPLAY-COUNT
    STRING "AMOUNT BREAKS     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-UNMATCHED-LEFT TO WS-DISPLAY-COUNT
    STRING "UNMATCHED LEFT    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-UNMATCHED-RIGHT TO WS-DISPLAY-COUNT
    STRING "UNMATCHED RIGHT   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-HISTORY-WRITTEN TO WS-DISPLAY-COUNT
    STRING "HISTORY RECORDS   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    MOVE SPACES TO MATCH-REPORT-RECORD
    MOVE WS-HISTORY-CAPPED TO WS-DISPLAY-COUNT
    STRING "HISTORY CAPPED    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD
    CLOSE MATCH-REPORT-FILE
    IF WS-PAIRS-BROKEN > 0
       OR WS-UNMATCHED-LEFT > 0
       OR WS-UNMATCHED-RIGHT > 0
       OR WS-HISTORY-CAPPED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
