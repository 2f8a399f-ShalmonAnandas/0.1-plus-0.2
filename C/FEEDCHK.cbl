IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDCHK.
*> Feed arrival check, run before admission. Reads the
*> expected-feed schedule (FEEDSCHD) and the source-system master
*> (SRCMSTR) to find which sources are due on the business date,
*> tonight's raw extract headers (PAIRSIN) and the feed register
*> (FEEDREG) to find which feeds have arrived, the feed-check
*> history (FEEDHIST) for earlier checks of the same date, and an
*> optional ASOF=YYYYMMDD card (PARMCARD) for a late or backdated
*> night. Every due source is reported on the exception listing
*> (EXCOUT) as on time, late, missing or not yet due, and its
*> status is appended to FEEDHIST so the next check of the night
*> can tell late from on time. Nothing else is updated.
*> Return codes: 0 - every due feed present on time; 4 - a feed
*> late, an alert-only feed missing, or a schedule row in error;
*> 8 - a feed marked to hold the night is missing, or the
*> schedule, source master or parm card cannot be used; 12 - an
*> internal table is full and the run is halted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAIRS-FILE ASSIGN TO PAIRSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAIRS-STATUS.

    SELECT SOURCE-MASTER-FILE ASSIGN TO SRCMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRCM-STATUS.

    SELECT SCHEDULE-FILE ASSIGN TO FEEDSCHD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHED-STATUS.

    SELECT FEEDREG-FILE ASSIGN TO FEEDREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-STATUS.

    SELECT FEED-HISTORY-FILE ASSIGN TO FEEDHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDHIST-STATUS.

    SELECT PARM-FILE ASSIGN TO PARMCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO EXCOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCOUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
    COPY PAIRSREC.

FD  SOURCE-MASTER-FILE.
    COPY SRCMREC.

FD  SCHEDULE-FILE.
    COPY FSCHREC.

FD  FEEDREG-FILE.
    COPY FEEDREG.

FD  FEED-HISTORY-FILE.
    COPY FHSTREC.

FD  PARM-FILE.
01  PARM-CARD-RECORD.
    05  PARM-CARD-KEYWORD     PIC X(5).
    05  PARM-CARD-DATE        PIC X(8).
    05  FILLER                PIC X(67).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD          PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-PAIRS-STATUS         PIC XX.
    01  WS-SRCM-STATUS          PIC XX.
    01  WS-SCHED-STATUS         PIC XX.
    01  WS-FEEDREG-STATUS       PIC XX.
    01  WS-FEEDHIST-STATUS      PIC XX.
    01  WS-PARM-STATUS          PIC XX.
    01  WS-EXCOUT-STATUS        PIC XX.

    01  WS-FLAGS.
        05  WS-PAIRS-EOF    PIC X VALUE 'N'.
            88  PAIRS-EOF          VALUE 'Y'.
        05  WS-SRCM-EOF     PIC X VALUE 'N'.
            88  SRCM-EOF           VALUE 'Y'.
        05  WS-SCHED-EOF    PIC X VALUE 'N'.
            88  SCHED-EOF          VALUE 'Y'.
        05  WS-FEEDREG-EOF  PIC X VALUE 'N'.
            88  FEEDREG-EOF        VALUE 'Y'.
        05  WS-FEEDHIST-EOF PIC X VALUE 'N'.
            88  FEEDHIST-EOF       VALUE 'Y'.
        05  WS-ASOF-MODE    PIC X VALUE 'N'.
            88  ASOF-RUN           VALUE 'Y'.
        05  WS-FEED-FOUND   PIC X VALUE 'N'.
            88  FEED-IS-PRESENT    VALUE 'Y'.
        05  WS-CUTOFF-FLAG  PIC X VALUE 'N'.
            88  CUTOFF-HAS-PASSED  VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-SOURCES-DUE        PIC 9(3) VALUE ZERO.
        05  WS-FEEDS-ONTIME       PIC 9(3) VALUE ZERO.
        05  WS-FEEDS-LATE         PIC 9(3) VALUE ZERO.
        05  WS-FEEDS-MISSING      PIC 9(3) VALUE ZERO.
        05  WS-FEEDS-PENDING      PIC 9(3) VALUE ZERO.
        05  WS-NIGHT-HOLDS        PIC 9(3) VALUE ZERO.
        05  WS-SCHEDULE-ERRORS    PIC 9(3) VALUE ZERO.

    01  WS-SOURCE-MASTER-TABLE.
        05  WS-SRCM-COUNT       PIC 9(2) COMP VALUE ZERO.
        05  WS-SRCM-ENTRY OCCURS 20 TIMES INDEXED BY SRCM-IDX.
            10  WS-SRCM-CODE    PIC X(3).
            10  WS-SRCM-NAME    PIC X(8).
            10  WS-SRCM-ACTIVE  PIC X.

    01  WS-SCHEDULE-TABLE.
        05  WS-SCH-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-SCH-ENTRY OCCURS 20 TIMES INDEXED BY SCH-IDX.
            10  WS-SCH-CODE     PIC X(3).
            10  WS-SCH-DAYS     PIC X(7).
            10  WS-SCH-CUTOFF   PIC X(5).
            10  WS-SCH-ACTION   PIC X.
            10  WS-SCH-NAME     PIC X(8).

*> Feed headers in tonight's extract carrying the business date,
*> and the register rows for the same date (feeds already
*> admitted and processed by an earlier run of the night).
    01  WS-PRESENT-TABLE.
        05  WS-PRS-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-PRS-ENTRY OCCURS 100 TIMES INDEXED BY PRS-IDX.
            10  WS-PRS-SYSTEM   PIC X(8).
            10  WS-PRS-WHERE    PIC X(8).
            10  WS-PRS-MATCHED  PIC X.

*> Latest recorded status per source for the business date, from
*> earlier checks of the same date.
    01  WS-PRIOR-TABLE.
        05  WS-PRI-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-PRI-ENTRY OCCURS 20 TIMES INDEXED BY PRI-IDX.
            10  WS-PRI-CODE     PIC X(3).
            10  WS-PRI-STATUS   PIC X(7).

    01  WS-DAY-NUMBER           PIC 9.
    01  WS-DATE-INTEGER         PIC 9(7).
    01  WS-BUSINESS-DATE-NUM    PIC 9(8).

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
    01  WS-TODAY            PIC X(8).
    01  WS-EXPECTED-DATE    PIC X(8).
    01  WS-ASOF-DATE        PIC X(8).
    01  WS-FEED-STATUS      PIC X(7).
    01  WS-FEED-WHERE       PIC X(8).
    01  WS-FEED-SYSTEM      PIC X(8).
    01  WS-PRIOR-STATUS     PIC X(7).
    01  WS-ACTION-TEXT      PIC X(11).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-COUNT    PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-NOTE-PRESENT-FEEDS
    PERFORM 3000-CHECK-SCHEDULE
    PERFORM 4000-LIST-UNSCHEDULED-FEEDS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-TODAY
    MOVE WS-TODAY TO WS-EXPECTED-DATE
    OPEN OUTPUT EXCEPTION-FILE
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "EXPECTED-FEED CHECK  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    PERFORM 1050-READ-PARM-CARD
    MOVE WS-EXPECTED-DATE TO WS-BUSINESS-DATE-NUM
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
    COMPUTE WS-DAY-NUMBER = FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "BUSINESS DATE " WS-EXPECTED-DATE
           "  WEEKDAY " WS-DAY-NUMBER " (1=MONDAY)"
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    PERFORM 1100-LOAD-SOURCE-MASTER
    PERFORM 1200-LOAD-SCHEDULE
    PERFORM 1300-LOAD-FEED-REGISTER
    PERFORM 1400-LOAD-PRIOR-CHECKS
    OPEN EXTEND FEED-HISTORY-FILE
    IF WS-FEEDHIST-STATUS = "35"
        OPEN OUTPUT FEED-HISTORY-FILE
    END-IF.

1050-READ-PARM-CARD.
*> The same ASOF=YYYYMMDD card PAIRSVAL and ADDNUM honour: a late
*> or backdated night is checked against the schedule for the
*> business date it will actually process.
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
                TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            CLOSE EXCEPTION-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
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

1100-LOAD-SOURCE-MASTER.
    OPEN INPUT SOURCE-MASTER-FILE
    IF WS-SRCM-STATUS NOT = "00"
        MOVE "SOURCE-SYSTEM MASTER NOT AVAILABLE"
            TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        CLOSE EXCEPTION-FILE
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
                MOVE SM-SYSTEM-NAME TO WS-SRCM-NAME(SRCM-IDX)
                MOVE SM-ACTIVE-FLAG TO WS-SRCM-ACTIVE(SRCM-IDX)
            END-IF
    END-READ.

1200-LOAD-SCHEDULE.
*> Without the schedule nothing can be called missing, and a
*> night that silently skips the check is exactly what the
*> check exists to stop - so the step fails instead.
    OPEN INPUT SCHEDULE-FILE
    IF WS-SCHED-STATUS NOT = "00"
        MOVE "EXPECTED-FEED SCHEDULE NOT AVAILABLE"
            TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        CLOSE EXCEPTION-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1250-LOAD-ONE-SCHEDULE UNTIL SCHED-EOF
    CLOSE SCHEDULE-FILE.

1250-LOAD-ONE-SCHEDULE.
    READ SCHEDULE-FILE
        AT END
            SET SCHED-EOF TO TRUE
        NOT AT END
            IF WS-SCH-COUNT < 20
                ADD 1 TO WS-SCH-COUNT
                SET SCH-IDX TO WS-SCH-COUNT
                MOVE FS-SOURCE-CODE TO WS-SCH-CODE(SCH-IDX)
                MOVE FS-SEND-DAYS TO WS-SCH-DAYS(SCH-IDX)
                MOVE FS-CUTOFF-TIME TO WS-SCH-CUTOFF(SCH-IDX)
                MOVE FS-MISSING-ACTION TO WS-SCH-ACTION(SCH-IDX)
                MOVE SPACES TO WS-SCH-NAME(SCH-IDX)
            ELSE
                MOVE "EXPECTED-FEED SCHEDULE TABLE FULL"
                    TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
                CLOSE SCHEDULE-FILE
                CLOSE EXCEPTION-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

1300-LOAD-FEED-REGISTER.
*> Only the business date's rows matter. A register that does not
*> exist yet (first night) is simply empty.
    OPEN INPUT FEEDREG-FILE
    IF WS-FEEDREG-STATUS = "00"
        PERFORM 1350-LOAD-ONE-REGISTER UNTIL FEEDREG-EOF
        CLOSE FEEDREG-FILE
    END-IF.

1350-LOAD-ONE-REGISTER.
    READ FEEDREG-FILE
        AT END
            SET FEEDREG-EOF TO TRUE
        NOT AT END
            IF FG-BUSINESS-DATE = WS-EXPECTED-DATE
                MOVE FG-SOURCE-SYSTEM TO WS-FEED-SYSTEM
                MOVE "REGISTER" TO WS-FEED-WHERE
                PERFORM 2150-ADD-PRESENT-FEED
            END-IF
    END-READ.

1400-LOAD-PRIOR-CHECKS.
    OPEN INPUT FEED-HISTORY-FILE
    IF WS-FEEDHIST-STATUS = "00"
        PERFORM 1450-LOAD-ONE-PRIOR-CHECK UNTIL FEEDHIST-EOF
        CLOSE FEED-HISTORY-FILE
    END-IF.

1450-LOAD-ONE-PRIOR-CHECK.
    READ FEED-HISTORY-FILE
        AT END
            SET FEEDHIST-EOF TO TRUE
        NOT AT END
            IF FH-BUSINESS-DATE = WS-EXPECTED-DATE
                PERFORM 1470-NOTE-PRIOR-STATUS
            END-IF
    END-READ.

1470-NOTE-PRIOR-STATUS.
    SET PRI-IDX TO 1
    SEARCH WS-PRI-ENTRY
        AT END
            PERFORM 1475-ADD-PRIOR-ENTRY
        WHEN PRI-IDX > WS-PRI-COUNT
            PERFORM 1475-ADD-PRIOR-ENTRY
        WHEN WS-PRI-CODE(PRI-IDX) = FH-SOURCE-CODE
            MOVE FH-STATUS TO WS-PRI-STATUS(PRI-IDX)
    END-SEARCH.

1475-ADD-PRIOR-ENTRY.
    IF WS-PRI-COUNT < 20
        ADD 1 TO WS-PRI-COUNT
        SET PRI-IDX TO WS-PRI-COUNT
        MOVE FH-SOURCE-CODE TO WS-PRI-CODE(PRI-IDX)
        MOVE FH-STATUS TO WS-PRI-STATUS(PRI-IDX)
    ELSE
        MOVE "PRIOR-CHECK TABLE FULL" TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        CLOSE FEED-HISTORY-FILE
        CLOSE EXCEPTION-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-NOTE-PRESENT-FEEDS.
*> Only the headers are looked at - admission proper (trailer
*> proof, duplicates, field edits) is PAIRSVAL's job in the next
*> step. A feed whose header carries another date is not the
*> business date's feed and does not count as delivered.
    OPEN INPUT PAIRS-FILE
    IF WS-PAIRS-STATUS NOT = "00"
        MOVE "NO FEED EXTRACT PRESENT" TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        SET PAIRS-EOF TO TRUE
    END-IF
    PERFORM 2050-READ-ONE-PAIRS UNTIL PAIRS-EOF
    IF WS-PAIRS-STATUS NOT = "35"
        CLOSE PAIRS-FILE
    END-IF.

2050-READ-ONE-PAIRS.
    READ PAIRS-FILE
        AT END
            SET PAIRS-EOF TO TRUE
        NOT AT END
            IF PAIRS-HEADER-REC
               AND PH-BUSINESS-DATE = WS-EXPECTED-DATE
                MOVE PH-SOURCE-SYSTEM TO WS-FEED-SYSTEM
                MOVE "EXTRACT" TO WS-FEED-WHERE
                PERFORM 2150-ADD-PRESENT-FEED
            END-IF
    END-READ.

2150-ADD-PRESENT-FEED.
*> A system already noted, from either place, is kept once.
    SET PRS-IDX TO 1
    SEARCH WS-PRS-ENTRY
        AT END
            PERFORM 2175-ADD-PRESENT-ENTRY
        WHEN PRS-IDX > WS-PRS-COUNT
            PERFORM 2175-ADD-PRESENT-ENTRY
        WHEN WS-PRS-SYSTEM(PRS-IDX) = WS-FEED-SYSTEM
            CONTINUE
    END-SEARCH.

2175-ADD-PRESENT-ENTRY.
    IF WS-PRS-COUNT < 100
        ADD 1 TO WS-PRS-COUNT
        SET PRS-IDX TO WS-PRS-COUNT
        MOVE WS-FEED-SYSTEM TO WS-PRS-SYSTEM(PRS-IDX)
        MOVE WS-FEED-WHERE TO WS-PRS-WHERE(PRS-IDX)
        MOVE 'N' TO WS-PRS-MATCHED(PRS-IDX)
    ELSE
        MOVE "PRESENT-FEED TABLE FULL" TO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        CLOSE EXCEPTION-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

3000-CHECK-SCHEDULE.
    MOVE "SCHEDULED SOURCES" TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    IF WS-SCH-COUNT > 0
        PERFORM 3100-CHECK-ONE-SOURCE
            VARYING SCH-IDX FROM 1 BY 1
            UNTIL SCH-IDX > WS-SCH-COUNT
    END-IF.

3100-CHECK-ONE-SOURCE.
*> A schedule row that cannot be read is reported, never guessed
*> at; nor is a source the master does not know. A source shut
*> off on the master is not expected whatever its schedule says,
*> and neither is one that does not send on this weekday.
    IF (WS-SCH-DAYS(SCH-IDX)(WS-DAY-NUMBER:1) NOT = 'Y'
        AND WS-SCH-DAYS(SCH-IDX)(WS-DAY-NUMBER:1) NOT = 'N')
       OR (WS-SCH-ACTION(SCH-IDX) NOT = 'H'
        AND WS-SCH-ACTION(SCH-IDX) NOT = 'A')
       OR WS-SCH-CUTOFF(SCH-IDX)(1:2) NOT NUMERIC
       OR WS-SCH-CUTOFF(SCH-IDX)(3:1) NOT = ":"
       OR WS-SCH-CUTOFF(SCH-IDX)(4:2) NOT NUMERIC
        ADD 1 TO WS-SCHEDULE-ERRORS
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "  **SCHEDULE** SOURCE " WS-SCH-CODE(SCH-IDX)
               " - SCHEDULE RECORD IS NOT VALID, SOURCE NOT CHECKED"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
    ELSE
        SET SRCM-IDX TO 1
        SEARCH WS-SRCM-ENTRY
            AT END
                PERFORM 3150-REPORT-UNKNOWN-SOURCE
            WHEN SRCM-IDX > WS-SRCM-COUNT
                PERFORM 3150-REPORT-UNKNOWN-SOURCE
            WHEN WS-SRCM-CODE(SRCM-IDX) = WS-SCH-CODE(SCH-IDX)
                MOVE WS-SRCM-NAME(SRCM-IDX) TO WS-SCH-NAME(SCH-IDX)
                IF WS-SRCM-ACTIVE(SRCM-IDX) = 'A'
                   AND WS-SCH-DAYS(SCH-IDX)(WS-DAY-NUMBER:1) = 'Y'
                    PERFORM 3200-CHECK-DUE-SOURCE
                END-IF
        END-SEARCH
    END-IF.

3150-REPORT-UNKNOWN-SOURCE.
    ADD 1 TO WS-SCHEDULE-ERRORS
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "  **SCHEDULE** SOURCE " WS-SCH-CODE(SCH-IDX)
           " - SCHEDULED BUT NOT ON THE SOURCE-SYSTEM MASTER"
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD.

3200-CHECK-DUE-SOURCE.
*> The cutoff is a time on the business date: a check run on a
*> later day is always past it. A feed seen on the first check
*> after its cutoff (or before it) is on time; one seen only
*> after an earlier check recorded it missing is late. Nothing is
*> recorded for a feed not yet present whose cutoff has not
*> passed - it is not yet due, so a check run early is harmless.
    ADD 1 TO WS-SOURCES-DUE
    MOVE 'N' TO WS-CUTOFF-FLAG
    IF WS-TODAY > WS-EXPECTED-DATE
        SET CUTOFF-HAS-PASSED TO TRUE
    END-IF
    IF WS-TODAY = WS-EXPECTED-DATE
       AND WS-RUN-TIME(1:5) > WS-SCH-CUTOFF(SCH-IDX)
        SET CUTOFF-HAS-PASSED TO TRUE
    END-IF
    MOVE SPACES TO WS-PRIOR-STATUS
    SET PRI-IDX TO 1
    SEARCH WS-PRI-ENTRY
        AT END
            CONTINUE
        WHEN PRI-IDX > WS-PRI-COUNT
            CONTINUE
        WHEN WS-PRI-CODE(PRI-IDX) = WS-SCH-CODE(SCH-IDX)
            MOVE WS-PRI-STATUS(PRI-IDX) TO WS-PRIOR-STATUS
    END-SEARCH
    MOVE 'N' TO WS-FEED-FOUND
    MOVE SPACES TO WS-FEED-WHERE
    SET PRS-IDX TO 1
    SEARCH WS-PRS-ENTRY
        AT END
            CONTINUE
        WHEN PRS-IDX > WS-PRS-COUNT
            CONTINUE
        WHEN WS-PRS-SYSTEM(PRS-IDX) = WS-SCH-NAME(SCH-IDX)
            SET FEED-IS-PRESENT TO TRUE
            MOVE WS-PRS-WHERE(PRS-IDX) TO WS-FEED-WHERE
            MOVE 'Y' TO WS-PRS-MATCHED(PRS-IDX)
    END-SEARCH
    IF WS-SCH-ACTION(SCH-IDX) = 'H'
        MOVE "HOLDS NIGHT" TO WS-ACTION-TEXT
    ELSE
        MOVE "ALERT ONLY" TO WS-ACTION-TEXT
    END-IF
    EVALUATE TRUE
        WHEN FEED-IS-PRESENT
         AND (WS-PRIOR-STATUS = "MISSING"
              OR WS-PRIOR-STATUS = "LATE")
            MOVE "LATE" TO WS-FEED-STATUS
            ADD 1 TO WS-FEEDS-LATE
            IF WS-FINAL-RC < 4
                MOVE 4 TO WS-FINAL-RC
            END-IF
            PERFORM 3300-REPORT-SOURCE
            PERFORM 3400-WRITE-HISTORY
        WHEN FEED-IS-PRESENT
            MOVE "ONTIME" TO WS-FEED-STATUS
            ADD 1 TO WS-FEEDS-ONTIME
            PERFORM 3300-REPORT-SOURCE
            PERFORM 3400-WRITE-HISTORY
        WHEN CUTOFF-HAS-PASSED
            MOVE "MISSING" TO WS-FEED-STATUS
            ADD 1 TO WS-FEEDS-MISSING
            IF WS-SCH-ACTION(SCH-IDX) = 'H'
                ADD 1 TO WS-NIGHT-HOLDS
                MOVE 8 TO WS-FINAL-RC
            ELSE
                IF WS-FINAL-RC < 4
                    MOVE 4 TO WS-FINAL-RC
                END-IF
            END-IF
            PERFORM 3300-REPORT-SOURCE
            PERFORM 3400-WRITE-HISTORY
        WHEN OTHER
            MOVE "NOT DUE" TO WS-FEED-STATUS
            ADD 1 TO WS-FEEDS-PENDING
            PERFORM 3300-REPORT-SOURCE
    END-EVALUATE.

3300-REPORT-SOURCE.
    MOVE SPACES TO EXCEPTION-RECORD
    EVALUATE WS-FEED-STATUS
        WHEN "MISSING"
            STRING "  **MISSING** SOURCE " WS-SCH-CODE(SCH-IDX)
                   " " WS-SCH-NAME(SCH-IDX)
                   "  CUTOFF " WS-SCH-CUTOFF(SCH-IDX)
                   "  NO FEED FOR THE BUSINESS DATE - "
                   WS-ACTION-TEXT
                DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WHEN "LATE"
            STRING "  **LATE**    SOURCE " WS-SCH-CODE(SCH-IDX)
                   " " WS-SCH-NAME(SCH-IDX)
                   "  CUTOFF " WS-SCH-CUTOFF(SCH-IDX)
                   "  ARRIVED AFTER BEING RECORDED MISSING ("
                   DELIMITED BY SIZE
                   WS-FEED-WHERE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                INTO EXCEPTION-RECORD
        WHEN OTHER
            STRING "  " WS-FEED-STATUS "     SOURCE "
                   WS-SCH-CODE(SCH-IDX)
                   " " WS-SCH-NAME(SCH-IDX)
                   "  CUTOFF " WS-SCH-CUTOFF(SCH-IDX)
                   "  " WS-FEED-WHERE
                DELIMITED BY SIZE INTO EXCEPTION-RECORD
    END-EVALUATE
    WRITE EXCEPTION-RECORD.

3400-WRITE-HISTORY.
    MOVE WS-EXPECTED-DATE TO FH-BUSINESS-DATE
    MOVE WS-SCH-CODE(SCH-IDX) TO FH-SOURCE-CODE
    MOVE WS-SCH-NAME(SCH-IDX) TO FH-SYSTEM-NAME
    MOVE WS-FEED-STATUS TO FH-STATUS
    MOVE WS-SCH-ACTION(SCH-IDX) TO FH-MISSING-ACTION
    MOVE WS-SCH-CUTOFF(SCH-IDX) TO FH-CUTOFF-TIME
    MOVE WS-RUN-DATE TO FH-CHECK-DATE
    MOVE WS-RUN-TIME TO FH-CHECK-TIME
    WRITE FEED-HISTORY-RECORD.

4000-LIST-UNSCHEDULED-FEEDS.
*> Feeds for the business date from a system with no schedule due
*> today are listed so the schedule can be kept honest; they are
*> not an exception in themselves.
    IF WS-PRS-COUNT > 0
        PERFORM 4100-LIST-ONE-UNSCHEDULED
            VARYING PRS-IDX FROM 1 BY 1
            UNTIL PRS-IDX > WS-PRS-COUNT
    END-IF.

4100-LIST-ONE-UNSCHEDULED.
    IF WS-PRS-MATCHED(PRS-IDX) = 'N'
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "  NOTE: FEED FROM " WS-PRS-SYSTEM(PRS-IDX)
               " PRESENT (" WS-PRS-WHERE(PRS-IDX)
               ") BUT NOT SCHEDULED FOR THIS DAY"
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
    END-IF.

9000-TERMINATE.
    IF WS-SCHEDULE-ERRORS > 0 AND WS-FINAL-RC < 4
        MOVE 4 TO WS-FINAL-RC
    END-IF
    MOVE SPACES TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-SOURCES-DUE TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "SOURCES DUE        " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-ONTIME TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "ON TIME            " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-LATE TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "LATE               " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-MISSING TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "MISSING            " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-FEEDS-PENDING TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "NOT YET DUE        " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE WS-SCHEDULE-ERRORS TO WS-DISPLAY-COUNT
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "SCHEDULE ERRORS    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    MOVE SPACES TO EXCEPTION-RECORD
    EVALUATE TRUE
        WHEN WS-NIGHT-HOLDS > 0
            MOVE "NIGHT HELD - A FEED MARKED TO HOLD THE NIGHT IS MISSING"
                TO EXCEPTION-RECORD
        WHEN WS-FINAL-RC > 0
            MOVE "NIGHT RELEASED WITH ALERTS" TO EXCEPTION-RECORD
        WHEN OTHER
            MOVE "ALL DUE FEEDS PRESENT" TO EXCEPTION-RECORD
    END-EVALUATE
    WRITE EXCEPTION-RECORD
    CLOSE FEED-HISTORY-FILE
    CLOSE EXCEPTION-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.
