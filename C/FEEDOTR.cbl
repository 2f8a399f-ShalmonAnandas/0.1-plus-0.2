IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDOTR.
*> Monthly on-time delivery report per source system, from the
*> feed delivery history FEEDCHK keeps (see FHSTREC). Each
*> business date and source counts once, at its final status -
*> the last history record for that date and source - so a feed
*> recorded MISSING and later LATE counts as late, not as both.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-HISTORY-FILE ASSIGN TO FEEDHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDHIST-STATUS.

    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FEED-HISTORY-FILE.
    COPY FHSTREC.

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  REPORT-FILE.
01  REPORT-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-FEEDHIST-STATUS      PIC XX.
    01  WS-CONTROL-STATUS       PIC XX.
    01  WS-REPORT-STATUS        PIC XX.

    01  WS-FLAGS.
        05  WS-FEEDHIST-EOF PIC X VALUE 'N'.
            88  FEEDHIST-EOF       VALUE 'Y'.
        05  WS-CONTROL-EOF  PIC X VALUE 'N'.
            88  CONTROL-EOF        VALUE 'Y'.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).

    01  WS-REPORT-MONTH.
        05  WS-REPORT-YYYY      PIC 9(4).
        05  WS-REPORT-MM        PIC 9(2).
    01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
                                PIC X(6).

*> Final status per business date and source within the month.
    01  WS-DAY-TABLE.
        05  WS-DAY-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-DAY-ENTRY OCCURS 1000 TIMES INDEXED BY DAY-IDX.
            10  WS-DAY-DATE     PIC X(8).
            10  WS-DAY-SOURCE   PIC X(3).
            10  WS-DAY-SYSTEM   PIC X(8).
            10  WS-DAY-STATUS   PIC X(7).

    01  WS-SOURCE-TABLE.
        05  WS-SRC-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-SRC-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
            10  WS-SRC-CODE     PIC X(3).
            10  WS-SRC-SYSTEM   PIC X(8).
            10  WS-SRC-DUE      PIC 9(5).
            10  WS-SRC-ONTIME   PIC 9(5).
            10  WS-SRC-LATE     PIC 9(5).
            10  WS-SRC-MISSING  PIC 9(5).

    01  WS-TOTALS.
        05  WS-TOT-DUE          PIC 9(7) VALUE ZERO.
        05  WS-TOT-ONTIME       PIC 9(7) VALUE ZERO.
        05  WS-TOT-LATE         PIC 9(7) VALUE ZERO.
        05  WS-TOT-MISSING      PIC 9(7) VALUE ZERO.

    01  WS-ONTIME-PCT           PIC 9(3)V9(2).

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  FILLER          PIC X(13).

    01  WS-RUN-DATE         PIC X(10).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-DUE      PIC ZZZZ9.
    01  WS-DISPLAY-ONTIME   PIC ZZZZ9.
    01  WS-DISPLAY-LATE     PIC ZZZZ9.
    01  WS-DISPLAY-MISSING  PIC ZZZZ9.
    01  WS-DISPLAY-PCT      PIC ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-HISTORY UNTIL FEEDHIST-EOF
    PERFORM 3000-TALLY-SOURCES
    PERFORM 4000-WRITE-REPORT
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
*> Default is the month before the run date - the report is run
*> at the start of a month for the month just ended.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    IF WS-CDT-MM = 1
        COMPUTE WS-REPORT-YYYY = WS-CDT-YYYY - 1
        MOVE 12 TO WS-REPORT-MM
    ELSE
        MOVE WS-CDT-YYYY TO WS-REPORT-YYYY
        COMPUTE WS-REPORT-MM = WS-CDT-MM - 1
    END-IF
    OPEN OUTPUT REPORT-FILE
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = "00"
        PERFORM 1100-LOAD-CONTROL-CARD UNTIL CONTROL-EOF
        CLOSE CONTROL-FILE
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "FEED ON-TIME DELIVERY  MONTH " WS-REPORT-MONTH-X
           "  RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    OPEN INPUT FEED-HISTORY-FILE
    IF WS-FEEDHIST-STATUS NOT = "00"
        MOVE "FEED DELIVERY HISTORY NOT AVAILABLE" TO REPORT-RECORD
        WRITE REPORT-RECORD
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1100-LOAD-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CONTROL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            IF WS-CARD-KEYWORD = "MONTH"
                IF WS-CARD-VALUE(1:6) IS NUMERIC
                   AND WS-CARD-VALUE(7:14) = SPACES
                    MOVE WS-CARD-VALUE(1:6) TO WS-REPORT-MONTH-X
                ELSE
                    MOVE "MONTH= CARD NOT IN YYYYMM FORM"
                        TO REPORT-RECORD
                    WRITE REPORT-RECORD
                    CLOSE CONTROL-FILE
                    CLOSE REPORT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
    END-READ.

2000-LOAD-HISTORY.
    READ FEED-HISTORY-FILE
        AT END
            SET FEEDHIST-EOF TO TRUE
        NOT AT END
            IF FH-BUSINESS-DATE(1:6) = WS-REPORT-MONTH-X
                PERFORM 2100-NOTE-DAY-STATUS
            END-IF
    END-READ.

2100-NOTE-DAY-STATUS.
    SET DAY-IDX TO 1
    SEARCH WS-DAY-ENTRY
        AT END
            PERFORM 2150-ADD-DAY-ENTRY
        WHEN DAY-IDX > WS-DAY-COUNT
            PERFORM 2150-ADD-DAY-ENTRY
        WHEN WS-DAY-DATE(DAY-IDX) = FH-BUSINESS-DATE
         AND WS-DAY-SOURCE(DAY-IDX) = FH-SOURCE-CODE
            MOVE FH-STATUS TO WS-DAY-STATUS(DAY-IDX)
    END-SEARCH.

2150-ADD-DAY-ENTRY.
    IF WS-DAY-COUNT < 1000
        ADD 1 TO WS-DAY-COUNT
        SET DAY-IDX TO WS-DAY-COUNT
        MOVE FH-BUSINESS-DATE TO WS-DAY-DATE(DAY-IDX)
        MOVE FH-SOURCE-CODE TO WS-DAY-SOURCE(DAY-IDX)
        MOVE FH-SYSTEM-NAME TO WS-DAY-SYSTEM(DAY-IDX)
        MOVE FH-STATUS TO WS-DAY-STATUS(DAY-IDX)
    ELSE
        MOVE "DELIVERY TABLE FULL" TO REPORT-RECORD
        WRITE REPORT-RECORD
        CLOSE FEED-HISTORY-FILE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

3000-TALLY-SOURCES.
    CLOSE FEED-HISTORY-FILE
    IF WS-DAY-COUNT > 0
        PERFORM 3100-TALLY-ONE-DAY
            VARYING DAY-IDX FROM 1 BY 1
            UNTIL DAY-IDX > WS-DAY-COUNT
    END-IF.

3100-TALLY-ONE-DAY.
    SET SRC-IDX TO 1
    SEARCH WS-SRC-ENTRY
        AT END
            PERFORM 3150-ADD-SOURCE-ENTRY
        WHEN SRC-IDX > WS-SRC-COUNT
            PERFORM 3150-ADD-SOURCE-ENTRY
        WHEN WS-SRC-CODE(SRC-IDX) = WS-DAY-SOURCE(DAY-IDX)
            CONTINUE
    END-SEARCH
    ADD 1 TO WS-SRC-DUE(SRC-IDX) WS-TOT-DUE
    EVALUATE WS-DAY-STATUS(DAY-IDX)
        WHEN "ONTIME"
            ADD 1 TO WS-SRC-ONTIME(SRC-IDX) WS-TOT-ONTIME
        WHEN "LATE"
            ADD 1 TO WS-SRC-LATE(SRC-IDX) WS-TOT-LATE
        WHEN OTHER
            ADD 1 TO WS-SRC-MISSING(SRC-IDX) WS-TOT-MISSING
    END-EVALUATE.

3150-ADD-SOURCE-ENTRY.
    IF WS-SRC-COUNT < 20
        ADD 1 TO WS-SRC-COUNT
        SET SRC-IDX TO WS-SRC-COUNT
        MOVE WS-DAY-SOURCE(DAY-IDX) TO WS-SRC-CODE(SRC-IDX)
        MOVE WS-DAY-SYSTEM(DAY-IDX) TO WS-SRC-SYSTEM(SRC-IDX)
        MOVE ZERO TO WS-SRC-DUE(SRC-IDX)
                     WS-SRC-ONTIME(SRC-IDX)
                     WS-SRC-LATE(SRC-IDX)
                     WS-SRC-MISSING(SRC-IDX)
    ELSE
        MOVE "SOURCE TABLE FULL" TO REPORT-RECORD
        WRITE REPORT-RECORD
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

4000-WRITE-REPORT.
    MOVE "SOURCE SYSTEM   DUE  ON TIME   LATE  MISSING  ON-TIME %"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-SRC-COUNT > 0
        PERFORM 4100-WRITE-ONE-SOURCE
            VARYING SRC-IDX FROM 1 BY 1
            UNTIL SRC-IDX > WS-SRC-COUNT
    ELSE
        MOVE "  NO FEED CHECKS RECORDED FOR THE MONTH"
            TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    MOVE WS-TOT-DUE TO WS-DISPLAY-DUE
    MOVE WS-TOT-ONTIME TO WS-DISPLAY-ONTIME
    MOVE WS-TOT-LATE TO WS-DISPLAY-LATE
    MOVE WS-TOT-MISSING TO WS-DISPLAY-MISSING
    MOVE ZERO TO WS-ONTIME-PCT
    IF WS-TOT-DUE > 0
        COMPUTE WS-ONTIME-PCT ROUNDED =
            WS-TOT-ONTIME * 100 / WS-TOT-DUE
    END-IF
    MOVE WS-ONTIME-PCT TO WS-DISPLAY-PCT
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "ALL SOURCES   " WS-DISPLAY-DUE
           "    " WS-DISPLAY-ONTIME
           "  " WS-DISPLAY-LATE
           "    " WS-DISPLAY-MISSING
           "     " WS-DISPLAY-PCT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

4100-WRITE-ONE-SOURCE.
    MOVE WS-SRC-DUE(SRC-IDX) TO WS-DISPLAY-DUE
    MOVE WS-SRC-ONTIME(SRC-IDX) TO WS-DISPLAY-ONTIME
    MOVE WS-SRC-LATE(SRC-IDX) TO WS-DISPLAY-LATE
    MOVE WS-SRC-MISSING(SRC-IDX) TO WS-DISPLAY-MISSING
    COMPUTE WS-ONTIME-PCT ROUNDED =
        WS-SRC-ONTIME(SRC-IDX) * 100 / WS-SRC-DUE(SRC-IDX)
    MOVE WS-ONTIME-PCT TO WS-DISPLAY-PCT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-SRC-CODE(SRC-IDX) " " WS-SRC-SYSTEM(SRC-IDX)
           "  " WS-DISPLAY-DUE
           "    " WS-DISPLAY-ONTIME
           "  " WS-DISPLAY-LATE
           "    " WS-DISPLAY-MISSING
           "     " WS-DISPLAY-PCT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

9000-TERMINATE.
    CLOSE REPORT-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.
