IDENTIFICATION DIVISION.
PROGRAM-ID. PERDCLS.
*> Month-end close of one accounting period (PERIOD=YYYYMM on
*> CTLIN). The month may only be closed once it has ended and
*> nothing in it is still unresolved: no item on the
*> outstanding-errors master from a run dated in the month (open
*> or resubmitted-but-not-yet-cleared alike), and no run in the
*> month whose statistics do not balance (records read against
*> records reported plus records errored). Runs since backed out
*> are left out throughout. When the checks fail the month is set
*> CLOSING, the blocking items are listed and the step ends RC=8;
*> once they are cleared the job is simply run again. When they
*> pass, the close pack is produced - final run counts, hash
*> totals, per-source totals from the audit trail and the list of
*> breaks still open at month end, which carry forward into the
*> next month - and the month is set CLOSED, after which PAIRSVAL,
*> ADDNUM, TOLMAINT, TOLSCRN and RATEMNT refuse work dated into it
*> without a period override card.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PC-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT ERRMAST-FILE ASSIGN TO ERRMAST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRMAST-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNSTAT-STATUS.

    SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIN-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PACK-FILE ASSIGN TO PACKOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PACK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  PERIOD-FILE.
    COPY PERDREC.

FD  ERRMAST-FILE.
    COPY ERRMREC.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  RUNSTAT-FILE.
    COPY RUNSTAT.

FD  AUDIT-IN-FILE.
01  AUDIT-IN-RECORD           PIC X(160).

FD  HISTORY-FILE.
    COPY MISMREC.

FD  PACK-FILE.
01  PACK-RECORD               PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-CONTROL-STATUS       PIC XX.
    01  WS-PERIOD-STATUS        PIC XX.
    01  WS-ERRMAST-STATUS       PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-RUNSTAT-STATUS       PIC XX.
    01  WS-AUDIN-STATUS         PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-PACK-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-CONTROL-EOF  PIC X VALUE 'N'.
            88  CONTROL-EOF        VALUE 'Y'.
        05  WS-ERRMAST-EOF  PIC X VALUE 'N'.
            88  ERRMAST-EOF        VALUE 'Y'.
        05  WS-RUNREG-EOF   PIC X VALUE 'N'.
            88  RUNREG-EOF         VALUE 'Y'.
        05  WS-RUNSTAT-EOF  PIC X VALUE 'N'.
            88  RUNSTAT-EOF        VALUE 'Y'.
        05  WS-AUDIN-EOF    PIC X VALUE 'N'.
            88  AUDIN-EOF          VALUE 'Y'.
        05  WS-HISTORY-EOF  PIC X VALUE 'N'.
            88  HISTORY-EOF        VALUE 'Y'.
        05  WS-CARD-ERROR   PIC X VALUE 'N'.
            88  CONTROL-CARD-BAD   VALUE 'Y'.
        05  WS-PERIOD-ON-FILE PIC X VALUE 'N'.
            88  PERIOD-ROW-EXISTS  VALUE 'Y'.
        05  WS-RUN-BACKED   PIC X VALUE 'N'.
            88  RUN-IS-BACKED-OUT  VALUE 'Y'.

    01  WS-LINE-CLASS           PIC X.
        88  CLASS-MATCH         VALUE 'Y'.
        88  CLASS-MISMATCH      VALUE 'N'.
        88  CLASS-ERROR         VALUE 'E'.

    01  WS-COUNTERS.
        05  WS-OPEN-ERRORS        PIC 9(7) VALUE ZERO.
        05  WS-UNBALANCED-RUNS    PIC 9(7) VALUE ZERO.
        05  WS-RUNS-IN-PERIOD     PIC 9(7) VALUE ZERO.
        05  WS-FAILED-RUNS        PIC 9(7) VALUE ZERO.
        05  WS-BREAKS-CARRIED     PIC 9(7) VALUE ZERO.
        05  WS-AUDIT-LINES        PIC 9(9) VALUE ZERO.
        05  WS-TALLY              PIC 9(4) VALUE ZERO.

    01  WS-PERIOD-TOTALS.
        05  WS-TOT-READ         PIC 9(11) VALUE ZERO.
        05  WS-TOT-REPORTED     PIC 9(11) VALUE ZERO.
        05  WS-TOT-ERRORED      PIC 9(11) VALUE ZERO.
        05  WS-TOT-MATCH        PIC 9(11) VALUE ZERO.
        05  WS-TOT-MISMATCH     PIC 9(11) VALUE ZERO.
        05  WS-TOT-ERROR-LINES  PIC 9(11) VALUE ZERO.
        05  WS-HASH-NUM1        PIC S9(13)V9(2) VALUE ZERO.
        05  WS-HASH-NUM2        PIC S9(13)V9(2) VALUE ZERO.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).

    01  WS-CLOSE-PERIOD.
        05  WS-CLOSE-YYYY       PIC X(4).
        05  WS-CLOSE-MM         PIC X(2).
    01  WS-CLOSE-MONTH REDEFINES WS-CLOSE-PERIOD
                                PIC 9(6).
    01  WS-CLOSE-MM-NUM         PIC 9(2).
    01  WS-PERIOD-DASH          PIC X(7).
    01  WS-CURRENT-PERIOD       PIC 9(6).
    01  WS-PRIOR-STATUS         PIC X(7).
    01  WS-NEW-STATUS           PIC X(7).

*> Runs on the register that have since been backed out; nothing
*> they wrote counts toward the month.
    01  WS-BACKED-OUT-TABLE.
        05  WS-BKO-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-BKO-ENTRY OCCURS 200 TIMES INDEXED BY BKO-IDX.
            10  WS-BKO-RUN-ID   PIC X(12).
    01  WS-TEST-RUN-ID          PIC X(12).

    01  WS-SOURCE-TABLE.
        05  WS-SRC-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-SRC-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
            10  WS-SRC-CODE     PIC X(3).
            10  WS-SRC-RECORDS  PIC 9(9).
            10  WS-SRC-MATCH    PIC 9(9).
            10  WS-SRC-MISMATCH PIC 9(9).
            10  WS-SRC-ERRORS   PIC 9(9).
            10  WS-SRC-NUM1     PIC S9(13)V9(2).
            10  WS-SRC-NUM2     PIC S9(13)V9(2).
    01  WS-LINE-SOURCE          PIC X(3).
    01  WS-LINE-NUM1            PIC S9(11)V9(2).
    01  WS-LINE-NUM2            PIC S9(11)V9(2).

*> Latest history record per pair key; a key whose latest record
*> failed is a break the month hands on to the next.
    01  WS-KEY-TABLE.
        05  WS-KEY-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-KEY-ENTRY OCCURS 3000 TIMES INDEXED BY KEY-IDX.
            10  WS-KEY-PAIR-KEY     PIC X(11).
            10  WS-KEY-RUN-DATE     PIC X(10).
            10  WS-KEY-FLAG         PIC X.
            10  WS-KEY-DIFF         PIC S9(7)V9(2).
            10  WS-KEY-STREAK       PIC 9(3).
            10  WS-KEY-RUN-ID       PIC X(12).

    01  WS-PAIR-KEY-SPLIT.
        05  WS-SPLIT-SOURCE     PIC X(3).
        05  WS-SPLIT-CATEGORY   PIC X(4).
        05  WS-SPLIT-OP-CODE    PIC X.
        05  WS-SPLIT-CURRENCY   PIC X(3).

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
    01  WS-RUN-USER         PIC X(8).
    01  WS-FATAL-MESSAGE    PIC X(60).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZZZ9.
    01  WS-DISPLAY-READ     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-RPTD     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-ERRD     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-MATCH    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-MISM     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-HASH1    PIC -(13)9.99.
    01  WS-DISPLAY-HASH2    PIC -(13)9.99.
    01  WS-DISPLAY-DIFF     PIC -(7)9.99.
    01  WS-DISPLAY-SEQ      PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-BACKED-OUT-RUNS
    PERFORM 3000-CHECK-ERROR-MASTER
    PERFORM 4000-CHECK-RUN-STATISTICS
    IF WS-OPEN-ERRORS > 0 OR WS-UNBALANCED-RUNS > 0
        PERFORM 5000-HOLD-PERIOD
    ELSE
        PERFORM 6000-WRITE-FINAL-COUNTS
        PERFORM 6500-SUM-AUDIT-TRAIL
        PERFORM 7000-BUILD-CARRY-FORWARD
        PERFORM 8000-CLOSE-PERIOD
    END-IF
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    COMPUTE WS-CURRENT-PERIOD = WS-CDT-YYYY * 100 + WS-CDT-MM
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    MOVE SPACES TO WS-CLOSE-PERIOD
    OPEN OUTPUT PACK-FILE
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = "00"
        PERFORM 1100-LOAD-CONTROL-CARD UNTIL CONTROL-EOF
        CLOSE CONTROL-FILE
    END-IF
    MOVE SPACES TO PACK-RECORD
    STRING "MONTH-END CLOSE PACK  PERIOD " WS-CLOSE-PERIOD
           "  RUN DATE " WS-RUN-DATE " " WS-RUN-TIME
           "  USER=" WS-RUN-USER
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    IF WS-CLOSE-PERIOD = SPACES
        MOVE "PERIOD=YYYYMM CONTROL CARD IS REQUIRED"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    IF CONTROL-CARD-BAD
        MOVE "PERIOD= CARD NOT IN YYYYMM FORM" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    IF WS-CLOSE-MONTH NOT < WS-CURRENT-PERIOD
        MOVE "PERIOD HAS NOT ENDED - ONLY A PAST MONTH CAN CLOSE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    MOVE SPACES TO WS-PERIOD-DASH
    STRING WS-CLOSE-YYYY "-" WS-CLOSE-MM
        DELIMITED BY SIZE INTO WS-PERIOD-DASH
    PERFORM 1200-READ-PERIOD-STATUS.

1100-LOAD-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CONTROL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            EVALUATE WS-CARD-KEYWORD
                WHEN "PERIOD"
                    MOVE WS-CARD-VALUE(1:6) TO WS-CLOSE-PERIOD
                    IF WS-CLOSE-MONTH NOT NUMERIC
                       OR WS-CARD-VALUE(7:14) NOT = SPACES
                        SET CONTROL-CARD-BAD TO TRUE
                    ELSE
                        MOVE WS-CLOSE-MM TO WS-CLOSE-MM-NUM
                        IF WS-CLOSE-MM-NUM < 1
                           OR WS-CLOSE-MM-NUM > 12
                            SET CONTROL-CARD-BAD TO TRUE
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1200-READ-PERIOD-STATUS.
*> The control file is created on the first close ever run. A
*> month with no row is open; a month already closed is left
*> exactly as it is.
    OPEN I-O PERIOD-FILE
    IF WS-PERIOD-STATUS = "35"
        OPEN OUTPUT PERIOD-FILE
        CLOSE PERIOD-FILE
        OPEN I-O PERIOD-FILE
    END-IF
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE SPACES TO WS-FATAL-MESSAGE
        STRING "PERIOD CONTROL FILE NOT AVAILABLE  STATUS="
               WS-PERIOD-STATUS DELIMITED BY SIZE
            INTO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    MOVE WS-CLOSE-PERIOD TO PC-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            MOVE 'N' TO WS-PERIOD-ON-FILE
            MOVE "OPEN" TO WS-PRIOR-STATUS
        NOT INVALID KEY
            SET PERIOD-ROW-EXISTS TO TRUE
            MOVE PC-STATUS TO WS-PRIOR-STATUS
    END-READ
    MOVE SPACES TO PACK-RECORD
    STRING "STATUS BEFORE CLOSE  " WS-PRIOR-STATUS
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    IF PERIOD-ROW-EXISTS AND PC-CLOSED
        MOVE SPACES TO PACK-RECORD
        STRING "PERIOD " WS-CLOSE-PERIOD
               " IS ALREADY CLOSED - NOTHING DONE  (CLOSED "
               PC-STATUS-DATE " BY " PC-STATUS-USER ")"
            DELIMITED BY SIZE INTO PACK-RECORD
        WRITE PACK-RECORD
        CLOSE PERIOD-FILE
        CLOSE PACK-FILE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LOAD-BACKED-OUT-RUNS.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 2050-READ-ONE-REGISTER-ROW UNTIL RUNREG-EOF
        CLOSE RUNREG-FILE
    END-IF.

2050-READ-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-BACKED-OUT
                IF WS-BKO-COUNT < 200
                    ADD 1 TO WS-BKO-COUNT
                    SET BKO-IDX TO WS-BKO-COUNT
                    MOVE RR-RUN-ID TO WS-BKO-RUN-ID(BKO-IDX)
                ELSE
                    MOVE "BACKED-OUT RUN TABLE FULL"
                        TO WS-FATAL-MESSAGE
                    CLOSE RUNREG-FILE
                    PERFORM 8950-TABLE-FULL
                END-IF
            END-IF
    END-READ.

2100-CHECK-BACKED-OUT.
    MOVE 'N' TO WS-RUN-BACKED
    SET BKO-IDX TO 1
    SEARCH WS-BKO-ENTRY
        AT END
            CONTINUE
        WHEN BKO-IDX > WS-BKO-COUNT
            CONTINUE
        WHEN WS-BKO-RUN-ID(BKO-IDX) = WS-TEST-RUN-ID
            SET RUN-IS-BACKED-OUT TO TRUE
    END-SEARCH.

3000-CHECK-ERROR-MASTER.
*> Every item still on the master from a run dated in the month
*> blocks the close: an open item has not been corrected, and a
*> resubmitted item has not yet been proved through a later run.
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE "CLOSE CHECKS" TO PACK-RECORD
    WRITE PACK-RECORD
    OPEN INPUT ERRMAST-FILE
    IF WS-ERRMAST-STATUS NOT = "00"
        MOVE "OUTSTANDING-ERRORS MASTER NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 3050-CHECK-ONE-ERROR-ITEM UNTIL ERRMAST-EOF
    CLOSE ERRMAST-FILE
    MOVE WS-OPEN-ERRORS TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  OPEN ERROR ITEMS IN PERIOD   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD.

3050-CHECK-ONE-ERROR-ITEM.
    READ ERRMAST-FILE
        AT END
            SET ERRMAST-EOF TO TRUE
        NOT AT END
            MOVE EM-RUN-ID TO WS-TEST-RUN-ID
            PERFORM 2100-CHECK-BACKED-OUT
            IF EM-RUN-DATE(1:7) = WS-PERIOD-DASH
               AND NOT RUN-IS-BACKED-OUT
                ADD 1 TO WS-OPEN-ERRORS
                MOVE EM-SEQUENCE TO WS-DISPLAY-SEQ
                MOVE SPACES TO PACK-RECORD
                STRING "  **BLOCKING** ERROR ITEM  RUN=" EM-RUN-ID
                       "  SEQ=" WS-DISPLAY-SEQ
                       "  SRC=" EM-SOURCE
                       "  STATUS=" EM-STATUS
                       "  REASON=" EM-REASON-CODE
                       "  OPENED " EM-OPEN-DATE
                    DELIMITED BY SIZE INTO PACK-RECORD
                WRITE PACK-RECORD
            END-IF
    END-READ.

4000-CHECK-RUN-STATISTICS.
*> One statistics record per run. A run whose records read do not
*> equal records reported plus records errored lost records
*> somewhere and blocks the close. A run that ended on a control
*> failure is listed for the controllers to confirm it was rerun
*> or backed out, but does not block on its own.
    OPEN INPUT RUNSTAT-FILE
    IF WS-RUNSTAT-STATUS NOT = "00"
        MOVE "RUN STATISTICS DATASET NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 4050-CHECK-ONE-RUN UNTIL RUNSTAT-EOF
    CLOSE RUNSTAT-FILE
    MOVE WS-UNBALANCED-RUNS TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  UNBALANCED RUNS IN PERIOD    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD.

4050-CHECK-ONE-RUN.
    READ RUNSTAT-FILE
        AT END
            SET RUNSTAT-EOF TO TRUE
        NOT AT END
            MOVE RS-RUN-ID TO WS-TEST-RUN-ID
            PERFORM 2100-CHECK-BACKED-OUT
            IF RS-RUN-DATE(1:7) = WS-PERIOD-DASH
               AND NOT RUN-IS-BACKED-OUT
                PERFORM 4100-TALLY-ONE-RUN
            END-IF
    END-READ.

4100-TALLY-ONE-RUN.
    ADD 1 TO WS-RUNS-IN-PERIOD
    ADD RS-RECORDS-READ TO WS-TOT-READ
    ADD RS-RECORDS-REPORTED TO WS-TOT-REPORTED
    ADD RS-RECORDS-ERRORED TO WS-TOT-ERRORED
    MOVE RS-RECORDS-READ TO WS-DISPLAY-READ
    MOVE RS-RECORDS-REPORTED TO WS-DISPLAY-RPTD
    MOVE RS-RECORDS-ERRORED TO WS-DISPLAY-ERRD
    IF RS-RECORDS-READ NOT =
       RS-RECORDS-REPORTED + RS-RECORDS-ERRORED
        ADD 1 TO WS-UNBALANCED-RUNS
        MOVE SPACES TO PACK-RECORD
        STRING "  **BLOCKING** UNBALANCED RUN  RUN=" RS-RUN-ID
               "  READ=" WS-DISPLAY-READ
               "  REPORTED=" WS-DISPLAY-RPTD
               "  ERRORED=" WS-DISPLAY-ERRD
            DELIMITED BY SIZE INTO PACK-RECORD
        WRITE PACK-RECORD
    END-IF
    IF RS-RETURN-CODE >= 8
        ADD 1 TO WS-FAILED-RUNS
        MOVE SPACES TO PACK-RECORD
        STRING "  NOTE: RUN " RS-RUN-ID " TYPE " RS-RUN-TYPE
               " ENDED RC=" RS-RETURN-CODE
               " - CONFIRM IT WAS RERUN OR BACKED OUT"
            DELIMITED BY SIZE INTO PACK-RECORD
        WRITE PACK-RECORD
    END-IF.

5000-HOLD-PERIOD.
*> Nothing is refused yet - the month is marked CLOSING so
*> everyone can see the close has started and what is holding
*> it; the items listed above must be cleared and the job run
*> again.
    MOVE "CLOSING" TO WS-NEW-STATUS
    PERFORM 8100-STORE-PERIOD-STATUS
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE SPACES TO PACK-RECORD
    STRING "PERIOD " WS-CLOSE-PERIOD
           " NOT CLOSED - STATUS SET CLOSING."
           " CLEAR THE BLOCKING ITEMS ABOVE AND RERUN THE CLOSE."
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE 8 TO WS-FINAL-RC.

6000-WRITE-FINAL-COUNTS.
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE "FINAL COUNTS (RUN STATISTICS, BACKED-OUT RUNS EXCLUDED)"
        TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-RUNS-IN-PERIOD TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  RUNS                 " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-FAILED-RUNS TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  CONTROL-FAILED RUNS  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-READ TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  RECORDS READ         " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-REPORTED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  RECORDS REPORTED     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-ERRORED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  RECORDS ERRORED      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD.

6500-SUM-AUDIT-TRAIL.
*> Per-record audit lines carry SRC= at a fixed column, the
*> record's amounts at fixed display columns (see 2800 in
*> ADDNUM) and the outcome as IS-TRUE=Y/N or RESULT=**ERROR**.
*> Run-level lines (as-of, control, override) carry no SRC= and
*> are skipped. AUDIN concatenates the month's archive generation
*> with the live log, so lines from either side of the monthly
*> archive cut are counted once each.
    OPEN INPUT AUDIT-IN-FILE
    IF WS-AUDIN-STATUS NOT = "00"
        MOVE "AUDIT LOG NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 6550-SUM-ONE-AUDIT-LINE UNTIL AUDIN-EOF
    CLOSE AUDIT-IN-FILE
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE "HASH TOTALS (AUDIT TRAIL, PER-RECORD LINES)" TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-AUDIT-LINES TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  RECORDS              " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-MATCH TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  MATCHED              " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-MISMATCH TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  MISMATCHED           " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-TOT-ERROR-LINES TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  ERRORED              " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE WS-HASH-NUM1 TO WS-DISPLAY-HASH1
    MOVE WS-HASH-NUM2 TO WS-DISPLAY-HASH2
    MOVE SPACES TO PACK-RECORD
    STRING "  HASH NUM1   " WS-DISPLAY-HASH1
           "  HASH NUM2   " WS-DISPLAY-HASH2
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE "PER-SOURCE TOTALS" TO PACK-RECORD
    WRITE PACK-RECORD
    IF WS-SRC-COUNT > 0
        PERFORM 6700-WRITE-ONE-SOURCE-LINE
            VARYING SRC-IDX FROM 1 BY 1
            UNTIL SRC-IDX > WS-SRC-COUNT
    END-IF.

6550-SUM-ONE-AUDIT-LINE.
    READ AUDIT-IN-FILE
        AT END
            SET AUDIN-EOF TO TRUE
        NOT AT END
            IF AUDIT-IN-RECORD(1:7) = WS-PERIOD-DASH
               AND AUDIT-IN-RECORD(37:4) = "SRC="
                PERFORM 6600-TALLY-AUDIT-LINE
            END-IF
    END-READ.

6600-TALLY-AUDIT-LINE.
    ADD 1 TO WS-AUDIT-LINES
    MOVE AUDIT-IN-RECORD(41:3) TO WS-LINE-SOURCE
    COMPUTE WS-LINE-NUM1 = FUNCTION NUMVAL(AUDIT-IN-RECORD(57:11))
    COMPUTE WS-LINE-NUM2 = FUNCTION NUMVAL(AUDIT-IN-RECORD(75:11))
    MOVE ZERO TO WS-TALLY
    INSPECT AUDIT-IN-RECORD
        TALLYING WS-TALLY FOR ALL "RESULT=**ERROR**"
    IF WS-TALLY > 0
        SET CLASS-ERROR TO TRUE
    ELSE
        MOVE ZERO TO WS-TALLY
        INSPECT AUDIT-IN-RECORD
            TALLYING WS-TALLY FOR ALL "IS-TRUE=Y"
        IF WS-TALLY > 0
            SET CLASS-MATCH TO TRUE
        ELSE
            SET CLASS-MISMATCH TO TRUE
        END-IF
    END-IF
    SET SRC-IDX TO 1
    SEARCH WS-SRC-ENTRY
        AT END
            PERFORM 6650-ADD-SOURCE-ENTRY
        WHEN SRC-IDX > WS-SRC-COUNT
            PERFORM 6650-ADD-SOURCE-ENTRY
        WHEN WS-SRC-CODE(SRC-IDX) = WS-LINE-SOURCE
            CONTINUE
    END-SEARCH
    ADD 1 TO WS-SRC-RECORDS(SRC-IDX)
    ADD WS-LINE-NUM1 TO WS-SRC-NUM1(SRC-IDX) WS-HASH-NUM1
    ADD WS-LINE-NUM2 TO WS-SRC-NUM2(SRC-IDX) WS-HASH-NUM2
    EVALUATE TRUE
        WHEN CLASS-ERROR
            ADD 1 TO WS-SRC-ERRORS(SRC-IDX) WS-TOT-ERROR-LINES
        WHEN CLASS-MATCH
            ADD 1 TO WS-SRC-MATCH(SRC-IDX) WS-TOT-MATCH
        WHEN OTHER
            ADD 1 TO WS-SRC-MISMATCH(SRC-IDX) WS-TOT-MISMATCH
    END-EVALUATE.

6650-ADD-SOURCE-ENTRY.
    IF WS-SRC-COUNT < 20
        ADD 1 TO WS-SRC-COUNT
        SET SRC-IDX TO WS-SRC-COUNT
        MOVE WS-LINE-SOURCE TO WS-SRC-CODE(SRC-IDX)
        MOVE ZERO TO WS-SRC-RECORDS(SRC-IDX)
                     WS-SRC-MATCH(SRC-IDX)
                     WS-SRC-MISMATCH(SRC-IDX)
                     WS-SRC-ERRORS(SRC-IDX)
                     WS-SRC-NUM1(SRC-IDX)
                     WS-SRC-NUM2(SRC-IDX)
    ELSE
        MOVE "SOURCE TOTALS TABLE FULL" TO WS-FATAL-MESSAGE
        CLOSE AUDIT-IN-FILE
        PERFORM 8950-TABLE-FULL
    END-IF.

6700-WRITE-ONE-SOURCE-LINE.
    MOVE WS-SRC-RECORDS(SRC-IDX) TO WS-DISPLAY-READ
    MOVE WS-SRC-MATCH(SRC-IDX) TO WS-DISPLAY-MATCH
    MOVE WS-SRC-MISMATCH(SRC-IDX) TO WS-DISPLAY-MISM
    MOVE WS-SRC-ERRORS(SRC-IDX) TO WS-DISPLAY-ERRD
    MOVE WS-SRC-NUM1(SRC-IDX) TO WS-DISPLAY-HASH1
    MOVE WS-SRC-NUM2(SRC-IDX) TO WS-DISPLAY-HASH2
    MOVE SPACES TO PACK-RECORD
    STRING "  SOURCE=" WS-SRC-CODE(SRC-IDX)
           "  RECORDS=" WS-DISPLAY-READ
           "  MATCH=" WS-DISPLAY-MATCH
           "  MISM=" WS-DISPLAY-MISM
           "  ERR=" WS-DISPLAY-ERRD
           "  NUM1=" WS-DISPLAY-HASH1
           "  NUM2=" WS-DISPLAY-HASH2
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD.

7000-BUILD-CARRY-FORWARD.
*> The history holds compacted still-failing keys (dated the
*> last night they failed) plus every night's raw records since
*> the last aging run, so the latest record per key is its state
*> now. A key whose latest record failed is a break the next
*> month inherits. The close is run in the first days of the new
*> month, so a break still open then was open at month end.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        MOVE "MISMATCH HISTORY NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 7050-READ-ONE-HISTORY UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE "OPEN BREAKS CARRIED FORWARD" TO PACK-RECORD
    WRITE PACK-RECORD
    IF WS-KEY-COUNT > 0
        PERFORM 7200-WRITE-ONE-CARRY-LINE
            VARYING KEY-IDX FROM 1 BY 1
            UNTIL KEY-IDX > WS-KEY-COUNT
    END-IF
    MOVE WS-BREAKS-CARRIED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PACK-RECORD
    STRING "  BREAKS CARRIED FORWARD " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD.

7050-READ-ONE-HISTORY.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            PERFORM 7100-NOTE-KEY-RECORD
    END-READ.

7100-NOTE-KEY-RECORD.
    SET KEY-IDX TO 1
    SEARCH WS-KEY-ENTRY
        AT END
            PERFORM 7150-ADD-KEY-ENTRY
        WHEN KEY-IDX > WS-KEY-COUNT
            PERFORM 7150-ADD-KEY-ENTRY
        WHEN WS-KEY-PAIR-KEY(KEY-IDX) = MH-PAIR-KEY
            CONTINUE
    END-SEARCH
    IF MH-RUN-DATE NOT < WS-KEY-RUN-DATE(KEY-IDX)
        MOVE MH-RUN-DATE TO WS-KEY-RUN-DATE(KEY-IDX)
        MOVE MH-MATCH-FLAG TO WS-KEY-FLAG(KEY-IDX)
        MOVE MH-DIFF TO WS-KEY-DIFF(KEY-IDX)
        MOVE MH-STREAK TO WS-KEY-STREAK(KEY-IDX)
        MOVE MH-RUN-ID TO WS-KEY-RUN-ID(KEY-IDX)
    END-IF.

7150-ADD-KEY-ENTRY.
    IF WS-KEY-COUNT < 3000
        ADD 1 TO WS-KEY-COUNT
        SET KEY-IDX TO WS-KEY-COUNT
        MOVE MH-PAIR-KEY TO WS-KEY-PAIR-KEY(KEY-IDX)
        MOVE LOW-VALUES TO WS-KEY-RUN-DATE(KEY-IDX)
    ELSE
        MOVE "PAIR KEY TABLE FULL" TO WS-FATAL-MESSAGE
        CLOSE HISTORY-FILE
        PERFORM 8950-TABLE-FULL
    END-IF.

7200-WRITE-ONE-CARRY-LINE.
    IF WS-KEY-FLAG(KEY-IDX) = 'N'
        ADD 1 TO WS-BREAKS-CARRIED
        MOVE WS-KEY-PAIR-KEY(KEY-IDX) TO WS-PAIR-KEY-SPLIT
        MOVE WS-KEY-DIFF(KEY-IDX) TO WS-DISPLAY-DIFF
        MOVE SPACES TO PACK-RECORD
        STRING "  SRC=" WS-SPLIT-SOURCE
               "  CAT=" WS-SPLIT-CATEGORY
               "  OP=" WS-SPLIT-OP-CODE
               "  CCY=" WS-SPLIT-CURRENCY
               "  LAST " WS-KEY-RUN-DATE(KEY-IDX)
               "  DIFF=" WS-DISPLAY-DIFF
               "  STREAK=" WS-KEY-STREAK(KEY-IDX)
               "  RUN=" WS-KEY-RUN-ID(KEY-IDX)
            DELIMITED BY SIZE INTO PACK-RECORD
        WRITE PACK-RECORD
    END-IF.

8000-CLOSE-PERIOD.
    MOVE "CLOSED" TO WS-NEW-STATUS
    PERFORM 8100-STORE-PERIOD-STATUS
    MOVE SPACES TO PACK-RECORD
    WRITE PACK-RECORD
    MOVE SPACES TO PACK-RECORD
    STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED " WS-RUN-DATE
           " " WS-RUN-TIME " BY " WS-RUN-USER
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    MOVE ZERO TO WS-FINAL-RC.

8100-STORE-PERIOD-STATUS.
    MOVE WS-CLOSE-PERIOD TO PC-PERIOD
    MOVE WS-NEW-STATUS TO PC-STATUS
    MOVE WS-RUN-DATE TO PC-STATUS-DATE
    MOVE WS-RUN-TIME TO PC-STATUS-TIME
    MOVE WS-RUN-USER TO PC-STATUS-USER
    IF PERIOD-ROW-EXISTS
        REWRITE PERIOD-CONTROL-RECORD
            INVALID KEY
                MOVE "REWRITE OF PERIOD CONTROL ROW FAILED"
                    TO WS-FATAL-MESSAGE
                PERFORM 8900-FATAL-STOP
        END-REWRITE
    ELSE
        WRITE PERIOD-CONTROL-RECORD
            INVALID KEY
                MOVE "WRITE OF PERIOD CONTROL ROW FAILED"
                    TO WS-FATAL-MESSAGE
                PERFORM 8900-FATAL-STOP
        END-WRITE
    END-IF.

8900-FATAL-STOP.
    MOVE SPACES TO PACK-RECORD
    STRING "CLOSE NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    CLOSE PERIOD-FILE
    CLOSE PACK-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

8950-TABLE-FULL.
    MOVE SPACES TO PACK-RECORD
    STRING "CLOSE NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO PACK-RECORD
    WRITE PACK-RECORD
    CLOSE PERIOD-FILE
    CLOSE PACK-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    CLOSE PERIOD-FILE
    CLOSE PACK-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.
