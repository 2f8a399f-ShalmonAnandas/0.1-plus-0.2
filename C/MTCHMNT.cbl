IDENTIFICATION DIVISION.
PROGRAM-ID. MTCHMNT.
*> Match-rule maintenance. Reads add, update and deactivate cards
*> (TRANIN) and applies them to the match-rule master (MTCHRUL),
*> loaded whole, checking both sources of each rule against the
*> source-system master (SRCMSTR). The complete new master is
*> written to RULEOUT for the next ITEMMTCH run, and every card is
*> listed on LISTOUT with the rule's before and after image or
*> the reason it was rejected. Return codes: 0 - every card
*> applied; 4 - one or more cards rejected; 8 - the source-system
*> master is not available; 12 - the rule master is too large for
*> the table and the run is halted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRAN-FILE ASSIGN TO TRANIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAN-STATUS.

    SELECT RULE-MASTER-FILE ASSIGN TO MTCHRUL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MSTR-STATUS.

    SELECT SOURCE-MASTER-FILE ASSIGN TO SRCMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRCM-STATUS.

    SELECT RULEOUT-FILE ASSIGN TO RULEOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULEOUT-STATUS.

    SELECT LISTING-FILE ASSIGN TO LISTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE.
01  TRAN-RECORD.
    05  TRAN-ACTION           PIC X.
        88  TRAN-ADD          VALUE 'A'.
        88  TRAN-UPDATE       VALUE 'U'.
        88  TRAN-DEACTIVATE   VALUE 'D'.
    05  TRAN-CATEGORY         PIC X(4).
    05  FILLER                PIC X.
    05  TRAN-BOOK-SOURCE      PIC X(3).
    05  FILLER                PIC X.
    05  TRAN-CPTY-SOURCE      PIC X(3).
    05  FILLER                PIC X.
    05  TRAN-TOLERANCE        PIC S9(7)V9(2) SIGN IS TRAILING
                              SEPARATE.
    05  FILLER                PIC X(56).

FD  RULE-MASTER-FILE.
    COPY MTCHREC.

FD  SOURCE-MASTER-FILE.
    COPY SRCMREC.

FD  RULEOUT-FILE.
01  RULEOUT-RECORD            PIC X(30).

FD  LISTING-FILE.
01  LISTING-RECORD            PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-TRAN-STATUS          PIC XX.
    01  WS-MSTR-STATUS          PIC XX.
    01  WS-SRCM-STATUS          PIC XX.
    01  WS-RULEOUT-STATUS       PIC XX.
    01  WS-LIST-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-TRAN-EOF     PIC X VALUE 'N'.
            88  TRAN-EOF           VALUE 'Y'.
        05  WS-MSTR-EOF     PIC X VALUE 'N'.
            88  MSTR-EOF           VALUE 'Y'.
        05  WS-SRCM-EOF     PIC X VALUE 'N'.
            88  SRCM-EOF           VALUE 'Y'.
        05  WS-RULE-FOUND   PIC X VALUE 'N'.
            88  RULE-FOUND         VALUE 'Y'.
        05  WS-SOURCE-OK    PIC X VALUE 'N'.
            88  SOURCE-IS-KNOWN    VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-CARDS-READ         PIC 9(5) VALUE ZERO.
        05  WS-CARDS-APPLIED      PIC 9(5) VALUE ZERO.
        05  WS-CARDS-REJECTED     PIC 9(5) VALUE ZERO.
        05  WS-ROWS-WRITTEN       PIC 9(5) VALUE ZERO.

    01  WS-RULE-TABLE.
        05  WS-RULE-COUNT       PIC 9(3) COMP VALUE ZERO.
        05  WS-RULE-ENTRY OCCURS 200 TIMES INDEXED BY RULE-IDX.
            10  WS-RULE-KEY.
                15  WS-RULE-CATEGORY    PIC X(4).
                15  WS-RULE-BOOK        PIC X(3).
                15  WS-RULE-CPTY        PIC X(3).
            10  WS-RULE-TOLERANCE       PIC S9(7)V9(2).
            10  WS-RULE-ACTIVE          PIC X.

    01  WS-SOURCE-MASTER-TABLE.
        05  WS-SRCM-COUNT       PIC 9(2) COMP VALUE ZERO.
        05  WS-SRCM-ENTRY OCCURS 20 TIMES INDEXED BY SRCM-IDX.
            10  WS-SRCM-CODE    PIC X(3).
            10  WS-SRCM-ACTIVE  PIC X.

    01  WS-SEARCH-KEY.
        05  WS-SEARCH-CATEGORY  PIC X(4).
        05  WS-SEARCH-BOOK      PIC X(3).
        05  WS-SEARCH-CPTY      PIC X(3).
    01  WS-TEST-CODE            PIC X(3).
    01  WS-HIT-IDX              PIC 9(3) COMP.
    01  WS-BEFORE-TOLERANCE     PIC S9(7)V9(2).
    01  WS-BEFORE-ACTIVE        PIC X.
    01  WS-REJECT-REASON        PIC X(30).

    01  WS-OUT-ROW.
        05  WS-OUT-CATEGORY     PIC X(4).
        05  WS-OUT-BOOK         PIC X(3).
        05  WS-OUT-CPTY         PIC X(3).
        05  WS-OUT-TOLERANCE    PIC S9(7)V9(2) SIGN IS TRAILING
                                SEPARATE.
        05  WS-OUT-ACTIVE       PIC X.
        05  FILLER              PIC X(9) VALUE SPACES.

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  FILLER          PIC X(15).

    01  WS-RUN-DATE         PIC X(10).

    01  WS-DISPLAY-TOL      PIC -(7)9.99.
    01  WS-DISPLAY-COUNT    PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-CARDS UNTIL TRAN-EOF
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    OPEN INPUT TRAN-FILE
    OPEN OUTPUT LISTING-FILE
    MOVE SPACES TO LISTING-RECORD
    STRING "MATCH RULE MAINTENANCE  RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    PERFORM 1100-LOAD-SOURCE-MASTER
    PERFORM 1200-LOAD-RULE-MASTER.

1100-LOAD-SOURCE-MASTER.
*> Both sides of a rule must be sources we accept feeds from, or
*> the rule could never pair anything and would only hide the
*> fact behind a quiet night.
    OPEN INPUT SOURCE-MASTER-FILE
    IF WS-SRCM-STATUS NOT = "00"
        MOVE "SOURCE-SYSTEM MASTER NOT AVAILABLE" TO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE TRAN-FILE
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1150-LOAD-ONE-SOURCE UNTIL SRCM-EOF
    CLOSE SOURCE-MASTER-FILE.

1150-LOAD-ONE-SOURCE.
    READ SOURCE-MASTER-FILE
        AT END
            SET SRCM-EOF TO TRUE
        NOT AT END
            IF WS-SRCM-COUNT < 20
                ADD 1 TO WS-SRCM-COUNT
                SET SRCM-IDX TO WS-SRCM-COUNT
                MOVE SM-SOURCE-CODE TO WS-SRCM-CODE(SRCM-IDX)
                MOVE SM-ACTIVE-FLAG TO WS-SRCM-ACTIVE(SRCM-IDX)
            END-IF
    END-READ.

1200-LOAD-RULE-MASTER.
*> The master is loaded whole; the cards are applied against the
*> table and the table is rewritten to RULEOUT at end of job. A
*> master that does not exist yet is simply empty.
    OPEN INPUT RULE-MASTER-FILE
    IF WS-MSTR-STATUS = "35"
        CONTINUE
    ELSE
        PERFORM 1250-LOAD-ONE-RULE UNTIL MSTR-EOF
        CLOSE RULE-MASTER-FILE
    END-IF.

1250-LOAD-ONE-RULE.
    READ RULE-MASTER-FILE
        AT END
            SET MSTR-EOF TO TRUE
        NOT AT END
            IF WS-RULE-COUNT < 200
                ADD 1 TO WS-RULE-COUNT
                SET RULE-IDX TO WS-RULE-COUNT
                MOVE MR-RULE-KEY TO WS-RULE-KEY(RULE-IDX)
                MOVE MR-TOLERANCE TO WS-RULE-TOLERANCE(RULE-IDX)
                MOVE MR-ACTIVE-FLAG TO WS-RULE-ACTIVE(RULE-IDX)
            ELSE
                MOVE "MATCH RULE TABLE FULL - RUN HALTED"
                    TO LISTING-RECORD
                WRITE LISTING-RECORD
                CLOSE RULE-MASTER-FILE
                CLOSE TRAN-FILE
                CLOSE LISTING-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

2000-PROCESS-CARDS.
    READ TRAN-FILE
        AT END
            SET TRAN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARDS-READ
            PERFORM 2100-APPLY-CARD
    END-READ.

2100-APPLY-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN NOT (TRAN-ADD OR TRAN-UPDATE OR TRAN-DEACTIVATE)
            MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
        WHEN TRAN-CATEGORY = SPACES
            MOVE "CATEGORY IS BLANK" TO WS-REJECT-REASON
        WHEN TRAN-BOOK-SOURCE = TRAN-CPTY-SOURCE
            MOVE "BOOK AND COUNTERPARTY ARE SAME"
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE TRAN-BOOK-SOURCE TO WS-TEST-CODE
            PERFORM 2150-CHECK-SOURCE
            IF WS-REJECT-REASON = SPACES
                MOVE TRAN-CPTY-SOURCE TO WS-TEST-CODE
                PERFORM 2150-CHECK-SOURCE
            END-IF
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
       AND NOT TRAN-DEACTIVATE
        EVALUATE TRUE
            WHEN TRAN-TOLERANCE NOT NUMERIC
                MOVE "TOLERANCE IS NOT NUMERIC"
                    TO WS-REJECT-REASON
            WHEN TRAN-TOLERANCE < ZERO
                MOVE "TOLERANCE IS NEGATIVE" TO WS-REJECT-REASON
        END-EVALUATE
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 2200-APPLY-RULE-CARD
    ELSE
        PERFORM 2600-WRITE-REJECT-LINE
    END-IF.

2150-CHECK-SOURCE.
    MOVE 'N' TO WS-SOURCE-OK
    SET SRCM-IDX TO 1
    SEARCH WS-SRCM-ENTRY
        AT END
            CONTINUE
        WHEN SRCM-IDX > WS-SRCM-COUNT
            CONTINUE
        WHEN WS-SRCM-CODE(SRCM-IDX) = WS-TEST-CODE
            IF WS-SRCM-ACTIVE(SRCM-IDX) = 'A'
                SET SOURCE-IS-KNOWN TO TRUE
            END-IF
    END-SEARCH
    IF NOT SOURCE-IS-KNOWN
        MOVE "SOURCE NOT ACTIVE ON MASTER" TO WS-REJECT-REASON
    END-IF.

2200-APPLY-RULE-CARD.
*> A deactivated rule keeps its row (flag I) so its history is
*> not lost; an update card re-activates it.
    MOVE TRAN-CATEGORY TO WS-SEARCH-CATEGORY
    MOVE TRAN-BOOK-SOURCE TO WS-SEARCH-BOOK
    MOVE TRAN-CPTY-SOURCE TO WS-SEARCH-CPTY
    PERFORM 2300-FETCH-BEFORE-IMAGE
    EVALUATE TRUE
        WHEN TRAN-ADD AND RULE-FOUND
            MOVE "RULE ALREADY ON MASTER" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        WHEN NOT TRAN-ADD AND NOT RULE-FOUND
            MOVE "RULE NOT ON MASTER" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        WHEN TRAN-ADD
            PERFORM 2400-ADD-RULE
        WHEN TRAN-UPDATE
            SET RULE-IDX TO WS-HIT-IDX
            MOVE TRAN-TOLERANCE TO WS-RULE-TOLERANCE(RULE-IDX)
            MOVE 'A' TO WS-RULE-ACTIVE(RULE-IDX)
            ADD 1 TO WS-CARDS-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINES
        WHEN OTHER
            SET RULE-IDX TO WS-HIT-IDX
            MOVE 'I' TO WS-RULE-ACTIVE(RULE-IDX)
            ADD 1 TO WS-CARDS-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINES
    END-EVALUATE.

2300-FETCH-BEFORE-IMAGE.
    MOVE 'N' TO WS-RULE-FOUND
    MOVE ZERO TO WS-HIT-IDX
    MOVE ZERO TO WS-BEFORE-TOLERANCE
    MOVE SPACE TO WS-BEFORE-ACTIVE
    SET RULE-IDX TO 1
    SEARCH WS-RULE-ENTRY
        AT END
            CONTINUE
        WHEN RULE-IDX > WS-RULE-COUNT
            CONTINUE
        WHEN WS-RULE-KEY(RULE-IDX) = WS-SEARCH-KEY
            SET RULE-FOUND TO TRUE
            SET WS-HIT-IDX TO RULE-IDX
            MOVE WS-RULE-TOLERANCE(RULE-IDX) TO WS-BEFORE-TOLERANCE
            MOVE WS-RULE-ACTIVE(RULE-IDX) TO WS-BEFORE-ACTIVE
    END-SEARCH.

2400-ADD-RULE.
    IF WS-RULE-COUNT < 200
        ADD 1 TO WS-RULE-COUNT
        SET RULE-IDX TO WS-RULE-COUNT
        SET WS-HIT-IDX TO RULE-IDX
        MOVE WS-SEARCH-KEY TO WS-RULE-KEY(RULE-IDX)
        MOVE TRAN-TOLERANCE TO WS-RULE-TOLERANCE(RULE-IDX)
        MOVE 'A' TO WS-RULE-ACTIVE(RULE-IDX)
        ADD 1 TO WS-CARDS-APPLIED
        PERFORM 2700-WRITE-APPLIED-LINES
    ELSE
        MOVE "MATCH RULE TABLE FULL" TO WS-REJECT-REASON
        PERFORM 2600-WRITE-REJECT-LINE
    END-IF.

2600-WRITE-REJECT-LINE.
    ADD 1 TO WS-CARDS-REJECTED
    MOVE SPACES TO LISTING-RECORD
    STRING TRAN-ACTION        DELIMITED BY SIZE
           "  CAT="           DELIMITED BY SIZE
           TRAN-CATEGORY      DELIMITED BY SIZE
           "  BOOK="          DELIMITED BY SIZE
           TRAN-BOOK-SOURCE   DELIMITED BY SIZE
           "  CPTY="          DELIMITED BY SIZE
           TRAN-CPTY-SOURCE   DELIMITED BY SIZE
           "  **REJECTED** "  DELIMITED BY SIZE
           WS-REJECT-REASON   DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2700-WRITE-APPLIED-LINES.
    MOVE SPACES TO LISTING-RECORD
    IF RULE-FOUND
        MOVE WS-BEFORE-TOLERANCE TO WS-DISPLAY-TOL
        STRING TRAN-ACTION          DELIMITED BY SIZE
               "  CAT="             DELIMITED BY SIZE
               TRAN-CATEGORY        DELIMITED BY SIZE
               "  BOOK="            DELIMITED BY SIZE
               TRAN-BOOK-SOURCE     DELIMITED BY SIZE
               "  CPTY="            DELIMITED BY SIZE
               TRAN-CPTY-SOURCE     DELIMITED BY SIZE
               "  BEFORE TOL="      DELIMITED BY SIZE
               WS-DISPLAY-TOL       DELIMITED BY SIZE
               "  FLAG="            DELIMITED BY SIZE
               WS-BEFORE-ACTIVE     DELIMITED BY SIZE
            INTO LISTING-RECORD
    ELSE
        STRING TRAN-ACTION          DELIMITED BY SIZE
               "  CAT="             DELIMITED BY SIZE
               TRAN-CATEGORY        DELIMITED BY SIZE
               "  BOOK="            DELIMITED BY SIZE
               TRAN-BOOK-SOURCE     DELIMITED BY SIZE
               "  CPTY="            DELIMITED BY SIZE
               TRAN-CPTY-SOURCE     DELIMITED BY SIZE
               "  BEFORE (NO RULE)" DELIMITED BY SIZE
            INTO LISTING-RECORD
    END-IF
    WRITE LISTING-RECORD
    SET RULE-IDX TO WS-HIT-IDX
    MOVE WS-RULE-TOLERANCE(RULE-IDX) TO WS-DISPLAY-TOL
    MOVE SPACES TO LISTING-RECORD
    STRING "   AFTER  TOL="           DELIMITED BY SIZE
           WS-DISPLAY-TOL             DELIMITED BY SIZE
           "  FLAG="                  DELIMITED BY SIZE
           WS-RULE-ACTIVE(RULE-IDX)   DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

9000-TERMINATE.
    PERFORM 9100-WRITE-NEW-MASTER
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CARDS-READ TO WS-DISPLAY-COUNT
    STRING "CARDS READ     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CARDS-APPLIED TO WS-DISPLAY-COUNT
    STRING "CARDS APPLIED  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CARDS-REJECTED TO WS-DISPLAY-COUNT
    STRING "CARDS REJECTED " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-ROWS-WRITTEN TO WS-DISPLAY-COUNT
    STRING "MASTER ROWS    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE TRAN-FILE
    CLOSE LISTING-FILE
    IF WS-CARDS-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

9100-WRITE-NEW-MASTER.
    OPEN OUTPUT RULEOUT-FILE
    IF WS-RULE-COUNT > 0
        PERFORM 9150-WRITE-ONE-ROW
            VARYING RULE-IDX FROM 1 BY 1
            UNTIL RULE-IDX > WS-RULE-COUNT
    END-IF
    CLOSE RULEOUT-FILE.

9150-WRITE-ONE-ROW.
*> Built in working storage, not in RULE-MASTER-FILE's record
*> area: that file is closed once the table is loaded.
    MOVE WS-RULE-CATEGORY(RULE-IDX) TO WS-OUT-CATEGORY
    MOVE WS-RULE-BOOK(RULE-IDX) TO WS-OUT-BOOK
    MOVE WS-RULE-CPTY(RULE-IDX) TO WS-OUT-CPTY
    MOVE WS-RULE-TOLERANCE(RULE-IDX) TO WS-OUT-TOLERANCE
    MOVE WS-RULE-ACTIVE(RULE-IDX) TO WS-OUT-ACTIVE
    WRITE RULEOUT-RECORD FROM WS-OUT-ROW
    ADD 1 TO WS-ROWS-WRITTEN.
