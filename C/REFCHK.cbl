IDENTIFICATION DIVISION.
PROGRAM-ID. REFCHK.
*> Reference-data readiness check. Reads a pairs extract the way
*> ADDNUM will and, without computing anything, asks the two
*> questions ADDNUM asks of every detail record before it can
*> produce a result: is there a usable exchange rate for the
*> record's currency on the business date, and is there a
*> tolerance rule in force for its category. Every gap is listed
*> with the number of detail records and the amounts it would
*> send to ERROUT (E006/E007 for rates, E004 for rules), so the
*> rate and rule owners can load what is missing before ADDNUM
*> runs rather than resubmitting the rejects the next day.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAIRS-FILE ASSIGN TO PAIRSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAIRS-STATUS.

    SELECT TOLERANCE-FILE ASSIGN TO TOLRULE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TR-RULE-KEY
        FILE STATUS IS WS-TOL-STATUS.

    SELECT RATE-FILE ASSIGN TO RATEIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

    SELECT PARM-FILE ASSIGN TO PARMCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO EXCOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
    COPY PAIRSREC.

FD  TOLERANCE-FILE.
    COPY TOLREC.

FD  RATE-FILE.
    COPY RATEREC.

FD  PARM-FILE.
01  PARM-CARD-RECORD.
    05  PARM-CARD-KEYWORD     PIC X(5).
    05  PARM-CARD-DATE        PIC X(8).
    05  FILLER                PIC X(67).

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD          PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-PAIRS-STATUS         PIC XX.
    01  WS-TOL-STATUS           PIC XX.
    01  WS-RATE-STATUS          PIC XX.
    01  WS-PARM-STATUS          PIC XX.
    01  WS-CTL-STATUS           PIC XX.
    01  WS-EXCOUT-STATUS        PIC XX.

    01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
    01  WS-CURRENCY-CODE        PIC X(3).
    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).
    01  WS-FATAL-MESSAGE        PIC X(60).

    01  WS-FLAGS.
        05  WS-PAIRS-EOF    PIC X VALUE 'N'.
            88  PAIRS-EOF          VALUE 'Y'.
        05  WS-RATE-EOF     PIC X VALUE 'N'.
            88  RATE-EOF           VALUE 'Y'.
        05  WS-CTL-EOF      PIC X VALUE 'N'.
            88  CTL-EOF            VALUE 'Y'.
        05  WS-ASOF-MODE    PIC X VALUE 'N'.
            88  ASOF-RUN           VALUE 'Y'.
        05  WS-GAP-ACTION   PIC X VALUE 'A'.
            88  GAPS-HOLD-NIGHT    VALUE 'H'.
            88  GAPS-ALERT-ONLY    VALUE 'A'.
        05  WS-SEGMENT-FLAG PIC X VALUE 'N'.
            88  SEGMENT-IN-SCOPE   VALUE 'Y'.
        05  WS-RATE-MASTER  PIC X VALUE 'Y'.
            88  RATE-MASTER-LOADED VALUE 'Y'.
        05  WS-RULE-SCAN    PIC X VALUE 'N'.
            88  RULE-SCAN-DONE     VALUE 'Y'.
        05  WS-RULE-PICKED  PIC X VALUE 'N'.
            88  RULE-WAS-SELECTED  VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-FEEDS-CHECKED      PIC 9(5) VALUE ZERO.
        05  WS-FEEDS-SKIPPED      PIC 9(5) VALUE ZERO.
        05  WS-DETAILS-CHECKED    PIC 9(9) VALUE ZERO.
        05  WS-DETAILS-READY      PIC 9(9) VALUE ZERO.
        05  WS-DETAILS-RULE-GAP   PIC 9(9) VALUE ZERO.
        05  WS-DETAILS-RATE-GAP   PIC 9(9) VALUE ZERO.
        05  WS-RATE-ROWS-READ     PIC 9(9) VALUE ZERO.
        05  WS-RATE-ROWS-LOADED   PIC 9(9) VALUE ZERO.

    01  WS-RECORD-GAPS.
        05  WS-RECORD-RULE-GAP  PIC X.
        05  WS-RECORD-RATE-GAP  PIC X.

*> What the rate master holds for each currency, built from the
*> same first 500 rows ADDNUM loads: whether a row is dated for
*> the business date (usable) and the latest date of any row.
    01  WS-RATE-CCY-TABLE.
        05  WS-RCY-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-RCY-ENTRY OCCURS 100 TIMES INDEXED BY RCY-IDX.
            10  WS-RCY-CODE     PIC X(3).
            10  WS-RCY-USABLE   PIC X.
            10  WS-RCY-LATEST   PIC X(8).

*> One lookup on the rule master per category, not per record:
*> whether a rule is in force for the business date and, when
*> none is, the date of the first rule loaded ahead of it.
    01  WS-CATEGORY-TABLE.
        05  WS-CAT-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
            10  WS-CAT-CODE     PIC X(4).
            10  WS-CAT-IN-FORCE PIC X.
            10  WS-CAT-NEXT-DATE PIC X(8).

*> Categories with no rule in force, by category and currency -
*> amounts are in the record's own currency, so a category's
*> gap is kept one line per currency rather than summed across.
    01  WS-RULE-GAP-TABLE.
        05  WS-RGP-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-RGP-ENTRY OCCURS 200 TIMES INDEXED BY RGP-IDX.
            10  WS-RGP-CATEGORY PIC X(4).
            10  WS-RGP-CURRENCY PIC X(3).
            10  WS-RGP-RECORDS  PIC 9(9).
            10  WS-RGP-NUM1     PIC S9(11)V9(2).
            10  WS-RGP-NUM2     PIC S9(11)V9(2).

    01  WS-RATE-GAP-TABLE.
        05  WS-XGP-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-XGP-ENTRY OCCURS 100 TIMES INDEXED BY XGP-IDX.
            10  WS-XGP-CURRENCY PIC X(3).
            10  WS-XGP-ERROR    PIC X(4).
            10  WS-XGP-LATEST   PIC X(8).
            10  WS-XGP-RECORDS  PIC 9(9).
            10  WS-XGP-NUM1     PIC S9(11)V9(2).
            10  WS-XGP-NUM2     PIC S9(11)V9(2).

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
    01  WS-EXPECTED-DATE    PIC X(8).
    01  WS-ASOF-DATE        PIC X(8).
    01  WS-RULE-NEXT-DATE   PIC X(8).
    01  WS-GAP-TEXT         PIC X(40).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-NUM1     PIC -(11)9.99.
    01  WS-DISPLAY-NUM2     PIC -(11)9.99.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-EXTRACT
    PERFORM 3000-REPORT-RULE-GAPS
    PERFORM 4000-REPORT-RATE-GAPS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-EXPECTED-DATE
    OPEN OUTPUT EXCEPTION-FILE
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "REFERENCE-DATA READINESS CHECK  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    PERFORM 1050-READ-PARM-CARD
    PERFORM 1100-READ-CONTROL-CARDS
    MOVE SPACES TO EXCEPTION-RECORD
    IF GAPS-HOLD-NIGHT
        STRING "BUSINESS DATE " WS-EXPECTED-DATE
               "  BASE CURRENCY " WS-BASE-CURRENCY
               "  GAPS HOLD THE NIGHT"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
    ELSE
        STRING "BUSINESS DATE " WS-EXPECTED-DATE
               "  BASE CURRENCY " WS-BASE-CURRENCY
               "  GAPS ALERT ONLY"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
    END-IF
    WRITE EXCEPTION-RECORD
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    OPEN INPUT TOLERANCE-FILE
    IF WS-TOL-STATUS NOT = "00"
        MOVE "TOLERANCE RULE MASTER NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1200-LOAD-EXCHANGE-RATES.

1050-READ-PARM-CARD.
*> The same ASOF=YYYYMMDD card PAIRSVAL and ADDNUM honour, so an
*> as-of night is checked against the rules and rates in force
*> for the business date it will actually process.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        PERFORM 1055-READ-ONE-PARM-CARD
            UNTIL WS-PARM-STATUS NOT = "00"
        CLOSE PARM-FILE
    END-IF
    IF ASOF-RUN
        IF WS-ASOF-DATE IS NUMERIC
            MOVE WS-ASOF-DATE TO WS-EXPECTED-DATE
        ELSE
            MOVE "AS-OF DATE ON PARM CARD IS NOT VALID"
                TO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
        END-IF
    END-IF.

1055-READ-ONE-PARM-CARD.
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            IF PARM-CARD-KEYWORD = "ASOF="
                SET ASOF-RUN TO TRUE
                MOVE PARM-CARD-DATE TO WS-ASOF-DATE
            END-IF
    END-READ.

1100-READ-CONTROL-CARDS.
*> ONGAP=HOLD makes any gap end the step RC=8, which holds the
*> night; ONGAP=ALERT (the default, and the only sensible setting
*> for a daytime run) ends it RC=4 and lets the night through
*> with the gaps known.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = "00"
        PERFORM 1150-READ-ONE-CONTROL-CARD UNTIL CTL-EOF
        CLOSE CONTROL-FILE
    END-IF.

1150-READ-ONE-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CTL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING
            EVALUATE WS-CARD-KEYWORD
                WHEN "ONGAP"
                    EVALUATE WS-CARD-VALUE
                        WHEN "HOLD"
                            SET GAPS-HOLD-NIGHT TO TRUE
                        WHEN "ALERT"
                            SET GAPS-ALERT-ONLY TO TRUE
                        WHEN OTHER
                            MOVE "ONGAP CARD MUST BE HOLD OR ALERT"
                                TO WS-FATAL-MESSAGE
                            PERFORM 8900-FATAL-STOP
                    END-EVALUATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1200-LOAD-EXCHANGE-RATES.
*> ADDNUM loads at most 500 rate rows and ignores the rest, so a
*> rate sitting beyond that point is as good as missing tonight:
*> only the rows ADDNUM would see are taken, and a longer master
*> is reported. A rate master ADDNUM cannot open leaves every
*> non-base currency without a rate - reported as gaps, since
*> that is what the night would do with it.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS = "00"
        PERFORM 1250-LOAD-ONE-RATE UNTIL RATE-EOF
        CLOSE RATE-FILE
    ELSE
        MOVE 'N' TO WS-RATE-MASTER
    END-IF.

1250-LOAD-ONE-RATE.
    READ RATE-FILE
        AT END
            SET RATE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RATE-ROWS-READ
            IF WS-RATE-ROWS-READ <= 500
                ADD 1 TO WS-RATE-ROWS-LOADED
                PERFORM 1270-NOTE-RATE-ROW
            END-IF
    END-READ.

1270-NOTE-RATE-ROW.
    SET RCY-IDX TO 1
    SEARCH WS-RCY-ENTRY
        AT END
            MOVE "RATE CURRENCY TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN RCY-IDX > WS-RCY-COUNT
            ADD 1 TO WS-RCY-COUNT
            MOVE RATE-CURRENCY TO WS-RCY-CODE(RCY-IDX)
            MOVE 'N' TO WS-RCY-USABLE(RCY-IDX)
            MOVE RATE-DATE TO WS-RCY-LATEST(RCY-IDX)
            PERFORM 1280-NOTE-RATE-DATE
        WHEN WS-RCY-CODE(RCY-IDX) = RATE-CURRENCY
            PERFORM 1280-NOTE-RATE-DATE
    END-SEARCH.

1280-NOTE-RATE-DATE.
    IF RATE-DATE = WS-EXPECTED-DATE
        MOVE 'Y' TO WS-RCY-USABLE(RCY-IDX)
    END-IF
    IF RATE-DATE > WS-RCY-LATEST(RCY-IDX)
        MOVE RATE-DATE TO WS-RCY-LATEST(RCY-IDX)
    END-IF.

2000-CHECK-EXTRACT.
*> Only feeds whose header carries the business date are looked
*> at: any other feed is refused before ADDNUM computes anything
*> (by PAIRSVAL at night, and by ADDNUM's own header check), so
*> its details would never reach a rate or rule lookup. Trailer
*> proof and field edits are left to PAIRSVAL.
    OPEN INPUT PAIRS-FILE
    IF WS-PAIRS-STATUS NOT = "00"
        MOVE "PAIRS EXTRACT NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 2050-READ-ONE-PAIRS UNTIL PAIRS-EOF
    CLOSE PAIRS-FILE.

2050-READ-ONE-PAIRS.
    READ PAIRS-FILE
        AT END
            SET PAIRS-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN PAIRS-HEADER-REC
                    IF PH-BUSINESS-DATE = WS-EXPECTED-DATE
                        SET SEGMENT-IN-SCOPE TO TRUE
                        ADD 1 TO WS-FEEDS-CHECKED
                    ELSE
                        MOVE 'N' TO WS-SEGMENT-FLAG
                        ADD 1 TO WS-FEEDS-SKIPPED
                        MOVE SPACES TO EXCEPTION-RECORD
                        STRING "  NOTE: FEED FROM " PH-SOURCE-SYSTEM
                               " DATED " PH-BUSINESS-DATE
                               " IS NOT FOR THE BUSINESS DATE"
                               " - NOT CHECKED"
                            DELIMITED BY SIZE INTO EXCEPTION-RECORD
                        WRITE EXCEPTION-RECORD
                    END-IF
                WHEN PAIRS-TRAILER-REC
                    MOVE 'N' TO WS-SEGMENT-FLAG
                WHEN PAIRS-DETAIL-REC
                    IF SEGMENT-IN-SCOPE
                        PERFORM 2100-CHECK-DETAIL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

2100-CHECK-DETAIL.
*> ADDNUM converts before it checks tolerance, so a record with
*> no rate goes to ERROUT without its rule ever being looked at.
*> Both lookups are made here regardless: a record missing both
*> would otherwise fail E004 on the night after its rate was
*> loaded. It is counted against each gap it falls in.
    ADD 1 TO WS-DETAILS-CHECKED
    MOVE 'N' TO WS-RECORD-RULE-GAP
    MOVE 'N' TO WS-RECORD-RATE-GAP
    MOVE PD-CURRENCY TO WS-CURRENCY-CODE
    IF WS-CURRENCY-CODE = SPACES
        MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
    END-IF
    IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
        PERFORM 2200-CHECK-RATE
    END-IF
    PERFORM 2300-CHECK-RULE
    IF WS-RECORD-RATE-GAP = 'Y'
        ADD 1 TO WS-DETAILS-RATE-GAP
    END-IF
    IF WS-RECORD-RULE-GAP = 'Y'
        ADD 1 TO WS-DETAILS-RULE-GAP
    END-IF
    IF WS-RECORD-RATE-GAP = 'N' AND WS-RECORD-RULE-GAP = 'N'
        ADD 1 TO WS-DETAILS-READY
    END-IF.

2200-CHECK-RATE.
*> Same test as ADDNUM's 2125/2127: usable only with a row dated
*> for the business date; rows for other dates only is stale
*> (E007); no row at all is missing (E006).
    SET RCY-IDX TO 1
    SEARCH WS-RCY-ENTRY
        AT END
            MOVE "E006" TO WS-GAP-TEXT
            MOVE SPACES TO WS-RULE-NEXT-DATE
            PERFORM 2250-ADD-RATE-GAP
        WHEN RCY-IDX > WS-RCY-COUNT
            MOVE "E006" TO WS-GAP-TEXT
            MOVE SPACES TO WS-RULE-NEXT-DATE
            PERFORM 2250-ADD-RATE-GAP
        WHEN WS-RCY-CODE(RCY-IDX) = WS-CURRENCY-CODE
            IF WS-RCY-USABLE(RCY-IDX) NOT = 'Y'
                MOVE "E007" TO WS-GAP-TEXT
                MOVE WS-RCY-LATEST(RCY-IDX) TO WS-RULE-NEXT-DATE
                PERFORM 2250-ADD-RATE-GAP
            END-IF
    END-SEARCH.

2250-ADD-RATE-GAP.
    MOVE 'Y' TO WS-RECORD-RATE-GAP
    SET XGP-IDX TO 1
    SEARCH WS-XGP-ENTRY
        AT END
            MOVE "RATE GAP TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN XGP-IDX > WS-XGP-COUNT
            ADD 1 TO WS-XGP-COUNT
            MOVE WS-CURRENCY-CODE TO WS-XGP-CURRENCY(XGP-IDX)
            MOVE WS-GAP-TEXT(1:4) TO WS-XGP-ERROR(XGP-IDX)
            MOVE WS-RULE-NEXT-DATE TO WS-XGP-LATEST(XGP-IDX)
            MOVE 1 TO WS-XGP-RECORDS(XGP-IDX)
            MOVE PD-NUM1 TO WS-XGP-NUM1(XGP-IDX)
            MOVE PD-NUM2 TO WS-XGP-NUM2(XGP-IDX)
        WHEN WS-XGP-CURRENCY(XGP-IDX) = WS-CURRENCY-CODE
            ADD 1 TO WS-XGP-RECORDS(XGP-IDX)
            ADD PD-NUM1 TO WS-XGP-NUM1(XGP-IDX)
            ADD PD-NUM2 TO WS-XGP-NUM2(XGP-IDX)
    END-SEARCH.

2300-CHECK-RULE.
    SET CAT-IDX TO 1
    SEARCH WS-CAT-ENTRY
        AT END
            MOVE "CATEGORY TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN CAT-IDX > WS-CAT-COUNT
            ADD 1 TO WS-CAT-COUNT
            MOVE PD-CATEGORY TO WS-CAT-CODE(CAT-IDX)
            PERFORM 2320-LOOK-UP-RULE
        WHEN WS-CAT-CODE(CAT-IDX) = PD-CATEGORY
            CONTINUE
    END-SEARCH
    IF WS-CAT-IN-FORCE(CAT-IDX) NOT = 'Y'
        PERFORM 2350-ADD-RULE-GAP
    END-IF.

2320-LOOK-UP-RULE.
*> ADDNUM's selection (2300/2320): a forward scan from the
*> category's first rule; any rule dated on or before the
*> business date is in force, and the first one dated after it
*> ends the scan - noted here as the rule that is coming.
    MOVE 'N' TO WS-RULE-SCAN
    MOVE 'N' TO WS-RULE-PICKED
    MOVE SPACES TO WS-RULE-NEXT-DATE
    MOVE PD-CATEGORY TO TR-CATEGORY
    MOVE LOW-VALUES TO TR-EFFECTIVE-DATE
    START TOLERANCE-FILE KEY NOT LESS THAN TR-RULE-KEY
        INVALID KEY
            MOVE 'Y' TO WS-RULE-SCAN
    END-START
    PERFORM 2330-SCAN-ONE-RULE UNTIL RULE-SCAN-DONE
    IF RULE-WAS-SELECTED
        MOVE 'Y' TO WS-CAT-IN-FORCE(CAT-IDX)
    ELSE
        MOVE 'N' TO WS-CAT-IN-FORCE(CAT-IDX)
    END-IF
    MOVE WS-RULE-NEXT-DATE TO WS-CAT-NEXT-DATE(CAT-IDX).

2330-SCAN-ONE-RULE.
    READ TOLERANCE-FILE NEXT
        AT END
            MOVE 'Y' TO WS-RULE-SCAN
        NOT AT END
            EVALUATE TRUE
                WHEN TR-CATEGORY NOT = PD-CATEGORY
                    MOVE 'Y' TO WS-RULE-SCAN
                WHEN TR-EFFECTIVE-DATE > WS-EXPECTED-DATE
                    MOVE TR-EFFECTIVE-DATE TO WS-RULE-NEXT-DATE
                    MOVE 'Y' TO WS-RULE-SCAN
                WHEN OTHER
                    SET RULE-WAS-SELECTED TO TRUE
            END-EVALUATE
    END-READ.

2350-ADD-RULE-GAP.
    MOVE 'Y' TO WS-RECORD-RULE-GAP
    SET RGP-IDX TO 1
    SEARCH WS-RGP-ENTRY
        AT END
            MOVE "RULE GAP TABLE FULL" TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        WHEN RGP-IDX > WS-RGP-COUNT
            ADD 1 TO WS-RGP-COUNT
            MOVE PD-CATEGORY TO WS-RGP-CATEGORY(RGP-IDX)
            MOVE WS-CURRENCY-CODE TO WS-RGP-CURRENCY(RGP-IDX)
            MOVE 1 TO WS-RGP-RECORDS(RGP-IDX)
            MOVE PD-NUM1 TO WS-RGP-NUM1(RGP-IDX)
            MOVE PD-NUM2 TO WS-RGP-NUM2(RGP-IDX)
        WHEN WS-RGP-CATEGORY(RGP-IDX) = PD-CATEGORY
         AND WS-RGP-CURRENCY(RGP-IDX) = WS-CURRENCY-CODE
            ADD 1 TO WS-RGP-RECORDS(RGP-IDX)
            ADD PD-NUM1 TO WS-RGP-NUM1(RGP-IDX)
            ADD PD-NUM2 TO WS-RGP-NUM2(RGP-IDX)
    END-SEARCH.

3000-REPORT-RULE-GAPS.
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE "CATEGORIES WITH NO TOLERANCE RULE IN FORCE (E004)"
        TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    IF WS-RGP-COUNT = 0
        MOVE "  NONE" TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
    ELSE
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "  CATEGORY CCY    RECORDS        NUM1 TOTAL"
               "        NUM2 TOTAL  RULE MASTER"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        PERFORM 3100-REPORT-ONE-RULE-GAP
            VARYING RGP-IDX FROM 1 BY 1
            UNTIL RGP-IDX > WS-RGP-COUNT
    END-IF.

3100-REPORT-ONE-RULE-GAP.
    SET CAT-IDX TO 1
    SEARCH WS-CAT-ENTRY
        AT END
            MOVE SPACES TO WS-RULE-NEXT-DATE
        WHEN WS-CAT-CODE(CAT-IDX) = WS-RGP-CATEGORY(RGP-IDX)
            MOVE WS-CAT-NEXT-DATE(CAT-IDX) TO WS-RULE-NEXT-DATE
    END-SEARCH
    MOVE SPACES TO WS-GAP-TEXT
    IF WS-RULE-NEXT-DATE = SPACES
        MOVE "NO RULE FOR THE CATEGORY" TO WS-GAP-TEXT
    ELSE
        STRING "FIRST RULE EFFECTIVE " WS-RULE-NEXT-DATE
            DELIMITED BY SIZE INTO WS-GAP-TEXT
    END-IF
    MOVE WS-RGP-RECORDS(RGP-IDX) TO WS-DISPLAY-COUNT
    MOVE WS-RGP-NUM1(RGP-IDX) TO WS-DISPLAY-NUM1
    MOVE WS-RGP-NUM2(RGP-IDX) TO WS-DISPLAY-NUM2
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "  " WS-RGP-CATEGORY(RGP-IDX)
           "     " WS-RGP-CURRENCY(RGP-IDX)
           " " WS-DISPLAY-COUNT
           " " WS-DISPLAY-NUM1
           " " WS-DISPLAY-NUM2
           "  " WS-GAP-TEXT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD.

4000-REPORT-RATE-GAPS.
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE "CURRENCIES WITH NO USABLE EXCHANGE RATE (E006/E007)"
        TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    IF NOT RATE-MASTER-LOADED
        MOVE "  **RATE MASTER NOT AVAILABLE** - NO RATE CAN BE FOUND"
            TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
    END-IF
    IF WS-RATE-ROWS-READ > WS-RATE-ROWS-LOADED
        MOVE WS-RATE-ROWS-READ TO WS-DISPLAY-COUNT
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "  **RATE MASTER HAS" WS-DISPLAY-COUNT
               " ROWS** - ADDNUM LOADS ONLY THE FIRST 500,"
               " LATER ROWS ARE NOT SEEN"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        IF WS-FINAL-RC < 4
            MOVE 4 TO WS-FINAL-RC
        END-IF
    END-IF
    IF WS-XGP-COUNT = 0
        MOVE "  NONE" TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
    ELSE
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "  CCY  ERROR    RECORDS        NUM1 TOTAL"
               "        NUM2 TOTAL  RATE MASTER"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        PERFORM 4100-REPORT-ONE-RATE-GAP
            VARYING XGP-IDX FROM 1 BY 1
            UNTIL XGP-IDX > WS-XGP-COUNT
    END-IF.

4100-REPORT-ONE-RATE-GAP.
    MOVE SPACES TO WS-GAP-TEXT
    IF WS-XGP-ERROR(XGP-IDX) = "E007"
        STRING "STALE - LATEST RATE DATED "
               WS-XGP-LATEST(XGP-IDX)
            DELIMITED BY SIZE INTO WS-GAP-TEXT
    ELSE
        MOVE "MISSING - NO RATE FOR THE CURRENCY" TO WS-GAP-TEXT
    END-IF
    MOVE WS-XGP-RECORDS(XGP-IDX) TO WS-DISPLAY-COUNT
    MOVE WS-XGP-NUM1(XGP-IDX) TO WS-DISPLAY-NUM1
    MOVE WS-XGP-NUM2(XGP-IDX) TO WS-DISPLAY-NUM2
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "  " WS-XGP-CURRENCY(XGP-IDX)
           "  " WS-XGP-ERROR(XGP-IDX)
           " " WS-DISPLAY-COUNT
           " " WS-DISPLAY-NUM1
           " " WS-DISPLAY-NUM2
           "  " WS-GAP-TEXT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "CHECK NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    CLOSE EXCEPTION-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

8950-TABLE-FULL.
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "CHECK NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    CLOSE EXCEPTION-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
*> Any gap is RC=4, or RC=8 under ONGAP=HOLD. No detail records
*> for the business date at all is also RC=4: the check proved
*> nothing, which the scheduler should hear about.
    IF WS-DETAILS-RULE-GAP > 0 OR WS-DETAILS-RATE-GAP > 0
        IF GAPS-HOLD-NIGHT
            MOVE 8 TO WS-FINAL-RC
        ELSE
            IF WS-FINAL-RC < 4
                MOVE 4 TO WS-FINAL-RC
            END-IF
        END-IF
    END-IF
    IF WS-DETAILS-CHECKED = 0 AND WS-FINAL-RC < 4
        MOVE 4 TO WS-FINAL-RC
    END-IF
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-CHECKED TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "FEEDS CHECKED          " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-SKIPPED TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "FEEDS NOT FOR THE DATE " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-DETAILS-CHECKED TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "DETAIL RECORDS CHECKED " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-DETAILS-READY TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "READY TO PROCESS       " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-DETAILS-RULE-GAP TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "NO RULE IN FORCE       " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-DETAILS-RATE-GAP TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "NO USABLE RATE         " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE SPACES TO EXCEPTION-RECORD
    EVALUATE TRUE
        WHEN WS-DETAILS-CHECKED = 0
            MOVE "NO DETAIL RECORDS FOR THE BUSINESS DATE - NOTHING CHECKED"
                TO EXCEPTION-RECORD
        WHEN WS-FINAL-RC >= 8
            MOVE "NIGHT HELD - LOAD THE MISSING RULES AND RATES AND RERUN"
                TO EXCEPTION-RECORD
        WHEN WS-FINAL-RC > 0
            MOVE "NIGHT RELEASED WITH GAPS - AFFECTED RECORDS WILL GO TO ERROUT"
                TO EXCEPTION-RECORD
        WHEN OTHER
            MOVE "ALL RULES AND RATES IN PLACE" TO EXCEPTION-RECORD
    END-EVALUATE
    WRITE EXCEPTION-RECORD
    CLOSE TOLERANCE-FILE
    CLOSE EXCEPTION-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.
