IDENTIFICATION DIVISION.
PROGRAM-ID. CHGAPPR.
*> Batch checker for the pending-change file (see PCHGREC). Each
*> DECIN card approves or rejects one staged change by its key;
*> the run user is recorded as the checker and must not be the
*> maker, and only a change still pending can be decided. An
*> approved change is applied by its own program's next run
*> (TOLMAINT, RATEMNT or ERRFIX) - nothing here touches a master.
*> Before the cards are taken, any change left pending, or
*> approved but not applied, for longer than the EXPIRE=nn window
*> (days, default 5) is expired. After them, every rejection and
*> expiry not yet reported - by a checker here or online, or by
*> the applying program refusing an approved change - is listed
*> once and marked reported, followed by every change still
*> waiting for a decision or for its apply run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT DECISION-FILE ASSIGN TO DECIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEC-STATUS.

    SELECT PENDING-FILE ASSIGN TO PENDCHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PG-KEY
        FILE STATUS IS WS-PEND-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  DECISION-FILE.
01  DECISION-RECORD.
    05  DC-ACTION             PIC X.
        88  DC-APPROVE        VALUE 'A'.
        88  DC-REJECT         VALUE 'R'.
    05  FILLER                PIC X.
    05  DC-CHANGE-KEY         PIC X(23).
    05  FILLER                PIC X.
    05  DC-REASON             PIC X(30).
    05  FILLER                PIC X(24).

FD  PENDING-FILE.
    COPY PCHGREC.

FD  REPORT-FILE.
01  REPORT-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-CTL-STATUS           PIC XX.
    01  WS-DEC-STATUS           PIC XX.
    01  WS-PEND-STATUS          PIC XX.
    01  WS-RPT-STATUS           PIC XX.

    01  WS-FLAGS.
        05  WS-CTL-EOF      PIC X VALUE 'N'.
            88  CTL-EOF            VALUE 'Y'.
        05  WS-DEC-EOF      PIC X VALUE 'N'.
            88  DEC-EOF            VALUE 'Y'.
        05  WS-PEND-EOF     PIC X VALUE 'N'.
            88  PEND-EOF           VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-CARDS-READ         PIC 9(5) VALUE ZERO.
        05  WS-CARDS-REFUSED      PIC 9(5) VALUE ZERO.
        05  WS-CHANGES-APPROVED   PIC 9(5) VALUE ZERO.
        05  WS-CHANGES-REJECTED   PIC 9(5) VALUE ZERO.
        05  WS-CHANGES-EXPIRED    PIC 9(5) VALUE ZERO.
        05  WS-OUTCOMES-REPORTED  PIC 9(5) VALUE ZERO.
        05  WS-STILL-PENDING      PIC 9(5) VALUE ZERO.
        05  WS-STILL-APPROVED     PIC 9(5) VALUE ZERO.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).
    01  WS-EXPIRE-DAYS          PIC 9(2) VALUE 5.

    01  WS-REFUSE-REASON        PIC X(40).
    01  WS-AGE-DATE             PIC X(8).
    01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
                                PIC 9(8).
    01  WS-TODAY-INTEGER        PIC 9(7).
    01  WS-AGE-DAYS             PIC S9(7).

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  WS-CDT-HH       PIC 9(2).
        05  WS-CDT-MIN      PIC 9(2).
        05  WS-CDT-SEC      PIC 9(2).
        05  FILLER          PIC X(9).
    01  WS-TODAY-NUM        PIC 9(8).

    01  WS-RUN-DATE         PIC X(10).
    01  WS-RUN-TIME         PIC X(8).
    01  WS-TODAY            PIC X(8).
    01  WS-DECIDED-TIME     PIC X(6).
    01  WS-RUN-USER         PIC X(8).
    01  WS-FATAL-MESSAGE    PIC X(60).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-COUNT    PIC ZZZZ9.
    01  WS-DISPLAY-DAYS     PIC Z9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-EXPIRE-STALE-CHANGES
    PERFORM 3000-PROCESS-DECISIONS
    PERFORM 4000-REPORT-OUTCOMES
    PERFORM 5000-LIST-OUTSTANDING
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
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-DECIDED-TIME
    MOVE WS-TODAY TO WS-TODAY-NUM
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING "PENDING CHANGE APPROVAL  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME "  CHECKER=" WS-RUN-USER
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 1050-READ-CONTROL-CARDS
    IF WS-RUN-USER = SPACES
        MOVE "RUN USER NOT KNOWN - NO CHECKER TO RECORD"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    MOVE WS-EXPIRE-DAYS TO WS-DISPLAY-DAYS
    MOVE SPACES TO REPORT-RECORD
    STRING "CHANGES NOT DECIDED AND APPLIED WITHIN " WS-DISPLAY-DAYS
           " DAYS ARE EXPIRED"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    OPEN I-O PENDING-FILE
    IF WS-PEND-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF WS-PEND-STATUS NOT = "00"
        MOVE SPACES TO WS-FATAL-MESSAGE
        STRING "PENDING CHANGE FILE NOT AVAILABLE  STATUS="
               WS-PEND-STATUS DELIMITED BY SIZE
            INTO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF.

1050-READ-CONTROL-CARDS.
*> EXPIRE=nn (1-99) sets how many days a change may wait for a
*> decision, or for its apply run once approved; the default is 5.
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
            EVALUATE WS-CARD-KEYWORD
                WHEN "EXPIRE"
                    EVALUATE TRUE
                        WHEN WS-CARD-VALUE(1:2) IS NUMERIC
                         AND WS-CARD-VALUE(3:1) = SPACE
                         AND WS-CARD-VALUE(1:2) NOT = "00"
                            MOVE WS-CARD-VALUE(1:2) TO WS-EXPIRE-DAYS
                        WHEN WS-CARD-VALUE(1:1) IS NUMERIC
                         AND WS-CARD-VALUE(2:1) = SPACE
                         AND WS-CARD-VALUE(1:1) NOT = "0"
                            MOVE WS-CARD-VALUE(1:1) TO WS-EXPIRE-DAYS
                        WHEN OTHER
                            MOVE "EXPIRE CARD MUST BE 1 TO 99"
                                TO WS-FATAL-MESSAGE
                            PERFORM 8900-FATAL-STOP
                    END-EVALUATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

2000-EXPIRE-STALE-CHANGES.
*> A pending change ages from when it was keyed, an approved one
*> from when it was approved. Done before the cards are taken, so
*> a card cannot approve a change that has already run out.
    PERFORM 8000-START-AT-FIRST-CHANGE
    PERFORM 2100-CHECK-ONE-CHANGE UNTIL PEND-EOF.

2100-CHECK-ONE-CHANGE.
    IF PG-PENDING OR PG-APPROVED
        IF PG-PENDING
            MOVE PG-MADE-DATE TO WS-AGE-DATE
        ELSE
            MOVE PG-DECIDED-DATE TO WS-AGE-DATE
        END-IF
        IF WS-AGE-DATE-NUM IS NUMERIC
            COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-NUM)
            IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                PERFORM 2200-EXPIRE-CHANGE
            END-IF
        END-IF
    END-IF
    PERFORM 8100-READ-NEXT-CHANGE.

2200-EXPIRE-CHANGE.
    MOVE WS-EXPIRE-DAYS TO WS-DISPLAY-DAYS
    MOVE SPACES TO PG-NOTE
    IF PG-PENDING
        STRING "NOT DECIDED WITHIN " WS-DISPLAY-DAYS " DAYS"
            DELIMITED BY SIZE INTO PG-NOTE
    ELSE
        STRING "NOT APPLIED WITHIN " WS-DISPLAY-DAYS " DAYS"
            DELIMITED BY SIZE INTO PG-NOTE
    END-IF
    SET PG-EXPIRED TO TRUE
    MOVE 'N' TO PG-REPORTED
    REWRITE PENDING-CHANGE-RECORD
        INVALID KEY
            MOVE SPACES TO WS-FATAL-MESSAGE
            STRING "REWRITE OF PENDING CHANGE FAILED  STATUS="
                   WS-PEND-STATUS DELIMITED BY SIZE
                INTO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
    END-REWRITE
    ADD 1 TO WS-CHANGES-EXPIRED.

3000-PROCESS-DECISIONS.
    MOVE SPACES TO REPORT-RECORD
    MOVE "DECISIONS" TO REPORT-RECORD
    WRITE REPORT-RECORD
    OPEN INPUT DECISION-FILE
    IF WS-DEC-STATUS = "00"
        PERFORM 3100-READ-ONE-DECISION UNTIL DEC-EOF
        CLOSE DECISION-FILE
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

3100-READ-ONE-DECISION.
    READ DECISION-FILE
        AT END
            SET DEC-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARDS-READ
            PERFORM 3200-EDIT-DECISION
            IF WS-REFUSE-REASON = SPACES
                PERFORM 3300-RECORD-DECISION
            ELSE
                PERFORM 3400-WRITE-REFUSED-LINE
            END-IF
    END-READ.

3200-EDIT-DECISION.
*> The checker has to be a second person: a change keyed under
*> the run user cannot be decided by the run user.
    MOVE SPACES TO WS-REFUSE-REASON
    EVALUATE TRUE
        WHEN NOT DC-APPROVE AND NOT DC-REJECT
            MOVE "ACTION MUST BE A OR R" TO WS-REFUSE-REASON
        WHEN DC-REJECT AND DC-REASON = SPACES
            MOVE "A REJECTION NEEDS A REASON" TO WS-REFUSE-REASON
        WHEN OTHER
            MOVE DC-CHANGE-KEY TO PG-KEY
            READ PENDING-FILE
                INVALID KEY
                    MOVE "CHANGE NOT ON FILE" TO WS-REFUSE-REASON
            END-READ
    END-EVALUATE
    IF WS-REFUSE-REASON = SPACES
        EVALUATE TRUE
            WHEN PG-EXPIRED
                MOVE "CHANGE HAS EXPIRED - KEY IT AGAIN"
                    TO WS-REFUSE-REASON
            WHEN NOT PG-PENDING
                STRING "CHANGE IS NOT PENDING - STATUS " PG-STATUS
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            WHEN PG-MAKER = WS-RUN-USER
                MOVE "MAKER CANNOT DECIDE OWN CHANGE"
                    TO WS-REFUSE-REASON
        END-EVALUATE
    END-IF.

3300-RECORD-DECISION.
    MOVE WS-RUN-USER TO PG-CHECKER
    MOVE WS-TODAY TO PG-DECIDED-DATE
    MOVE WS-DECIDED-TIME TO PG-DECIDED-TIME
    IF DC-APPROVE
        SET PG-APPROVED TO TRUE
        ADD 1 TO WS-CHANGES-APPROVED
    ELSE
        SET PG-REJECTED TO TRUE
        MOVE DC-REASON TO PG-NOTE
        MOVE 'N' TO PG-REPORTED
        ADD 1 TO WS-CHANGES-REJECTED
    END-IF
    REWRITE PENDING-CHANGE-RECORD
        INVALID KEY
            MOVE SPACES TO WS-FATAL-MESSAGE
            STRING "REWRITE OF PENDING CHANGE FAILED  STATUS="
                   WS-PEND-STATUS DELIMITED BY SIZE
                INTO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
    END-REWRITE
    MOVE SPACES TO REPORT-RECORD
    IF DC-APPROVE
        STRING "APPROVED  CHANGE=" PG-KEY
               "  MAKER=" PG-MAKER "  CHECKER=" PG-CHECKER
               "  IMAGE=" PG-IMAGE(1:48)
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "REJECTED  CHANGE=" PG-KEY
               "  MAKER=" PG-MAKER "  CHECKER=" PG-CHECKER
               "  REASON=" PG-NOTE
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD.

3400-WRITE-REFUSED-LINE.
    ADD 1 TO WS-CARDS-REFUSED
    MOVE SPACES TO REPORT-RECORD
    STRING DC-ACTION "  CHANGE=" DC-CHANGE-KEY
           "  **REFUSED** " WS-REFUSE-REASON
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

4000-REPORT-OUTCOMES.
*> Each rejection and expiry is listed on exactly one run's
*> report, whoever or whatever made it.
    MOVE SPACES TO REPORT-RECORD
    MOVE "REJECTED AND EXPIRED CHANGES" TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 8000-START-AT-FIRST-CHANGE
    PERFORM 4100-REPORT-ONE-OUTCOME UNTIL PEND-EOF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

4100-REPORT-ONE-OUTCOME.
    IF (PG-REJECTED OR PG-EXPIRED) AND NOT PG-OUTCOME-REPORTED
        MOVE SPACES TO REPORT-RECORD
        STRING PG-STATUS "  CHANGE=" PG-KEY
               "  MAKER=" PG-MAKER "  CHECKER=" PG-CHECKER
               "  DECIDED " PG-DECIDED-DATE
               "  " PG-NOTE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        STRING "      IMAGE=" PG-IMAGE
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        SET PG-OUTCOME-REPORTED TO TRUE
        REWRITE PENDING-CHANGE-RECORD
            INVALID KEY
                MOVE SPACES TO WS-FATAL-MESSAGE
                STRING "REWRITE OF PENDING CHANGE FAILED  STATUS="
                       WS-PEND-STATUS DELIMITED BY SIZE
                    INTO WS-FATAL-MESSAGE
                PERFORM 8900-FATAL-STOP
        END-REWRITE
        ADD 1 TO WS-OUTCOMES-REPORTED
    END-IF
    PERFORM 8100-READ-NEXT-CHANGE.

5000-LIST-OUTSTANDING.
    MOVE SPACES TO REPORT-RECORD
    MOVE "CHANGES AWAITING A DECISION OR AN APPLY RUN"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM 8000-START-AT-FIRST-CHANGE
    PERFORM 5100-LIST-ONE-OUTSTANDING UNTIL PEND-EOF.

5100-LIST-ONE-OUTSTANDING.
    IF PG-PENDING OR PG-APPROVED
        IF PG-PENDING
            ADD 1 TO WS-STILL-PENDING
        ELSE
            ADD 1 TO WS-STILL-APPROVED
        END-IF
        MOVE SPACES TO REPORT-RECORD
        STRING PG-STATUS "  CHANGE=" PG-KEY
               "  MAKER=" PG-MAKER "  CHECKER=" PG-CHECKER
               "  IMAGE=" PG-IMAGE(1:48)
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    PERFORM 8100-READ-NEXT-CHANGE.

8000-START-AT-FIRST-CHANGE.
    MOVE 'N' TO WS-PEND-EOF
    MOVE LOW-VALUES TO PG-KEY
    START PENDING-FILE KEY IS NOT LESS THAN PG-KEY
        INVALID KEY
            SET PEND-EOF TO TRUE
    END-START
    IF NOT PEND-EOF
        PERFORM 8100-READ-NEXT-CHANGE
    END-IF.

8100-READ-NEXT-CHANGE.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET PEND-EOF TO TRUE
    END-READ.

8900-FATAL-STOP.
    MOVE SPACES TO REPORT-RECORD
    STRING "APPROVAL RUN NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CARDS-READ TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "DECISION CARDS READ  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CARDS-REFUSED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "DECISION CARDS REFUSED" WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CHANGES-APPROVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "CHANGES APPROVED     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CHANGES-REJECTED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "CHANGES REJECTED     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-CHANGES-EXPIRED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "CHANGES EXPIRED      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-OUTCOMES-REPORTED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "OUTCOMES REPORTED    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-STILL-PENDING TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "STILL PENDING        " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-STILL-APPROVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "APPROVED, NOT APPLIED" WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE
    IF WS-CARDS-REFUSED > 0 OR WS-OUTCOMES-REPORTED > 0
        MOVE 4 TO WS-FINAL-RC
    END-IF
    MOVE WS-FINAL-RC TO RETURN-CODE.
