        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PC-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT OVERRIDE-LOG-FILE ASSIGN TO PERDLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
    05  PARM-CARD-KEYWORD     PIC X(5).
    05  PARM-CARD-DATE        PIC X(8).
    05  FILLER                PIC X(67).
01  PARM-OVERRIDE-RECORD.
    05  FILLER                PIC X(5).
    05  PARM-OVR-PERIOD       PIC X(6).
    05  FILLER                PIC X.
    05  PARM-OVR-AUTHORITY    PIC X(20).
    05  FILLER                PIC X(48).

FD  REGISTER-OUT-FILE.
01  REGISTER-OUT-RECORD       PIC X(34).
FD  LISTING-FILE.
01  LISTING-RECORD            PIC X(132).

FD  PERIOD-FILE.
    COPY PERDREC.

FD  OVERRIDE-LOG-FILE.
    COPY PERDOVR.

WORKING-STORAGE SECTION.
    01  WS-PAIRS-STATUS         PIC XX.
    01  WS-SRCM-STATUS          PIC XX.
    01  WS-CLEAN-STATUS         PIC XX.
    01  WS-REJECT-STATUS        PIC XX.
    01  WS-LIST-STATUS          PIC XX.
    01  WS-PERIOD-STATUS        PIC XX.
    01  WS-PERDLOG-STATUS       PIC XX.

    01  WS-FLAGS.
        05  WS-PAIRS-EOF    PIC X VALUE 'N'.
            88  SOURCE-IS-KNOWN    VALUE 'Y'.
        05  WS-ASOF-MODE    PIC X VALUE 'N'.
            88  ASOF-RUN           VALUE 'Y'.
        05  WS-OVERRIDE-KEYED PIC X VALUE 'N'.
            88  PERIOD-OVERRIDE-KEYED VALUE 'Y'.
        05  WS-OVERRIDE-ERROR PIC X VALUE 'N'.
            88  OVERRIDE-CARD-BAD  VALUE 'Y'.
        05  WS-SEG-OVERRIDE PIC X VALUE 'N'.
            88  SEGMENT-OVERRIDDEN VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
    01  WS-EXPECTED-DATE    PIC X(8).
    01  WS-ASOF-DATE        PIC X(8).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.
    01  WS-RUN-USER         PIC X(8).
    01  WS-OVERRIDE-PERIOD  PIC X(6).
    01  WS-OVERRIDE-AUTHORITY PIC X(20).

    01  WS-REG-ROW.
        05  WS-REG-ROW-SYSTEM   PIC X(8).
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-EXPECTED-DATE
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    OPEN OUTPUT LISTING-FILE
    MOVE SPACES TO LISTING-RECORD
    STRING "FEED ADMISSION VALIDATION  RUN DATE " WS-RUN-DATE
    PERFORM 1050-READ-PARM-CARD
    PERFORM 1100-LOAD-SOURCE-MASTER
    PERFORM 1200-LOAD-FEED-REGISTER
    PERFORM 1300-OPEN-PERIOD-CONTROL
    OPEN INPUT PAIRS-FILE
    OPEN OUTPUT CLEAN-FILE
    OPEN OUTPUT REJECT-FILE
*> mode feed headers must carry the stated business date, so a
*> late feed admitted here still passes ADDNUM's own header
*> validation. No card (or no PARMCARD dataset) means headers
*> must carry today's date. The OVRD=YYYYMM period override card
*> is ADDNUM's too (see 2135).
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        PERFORM 1055-READ-ONE-PARM-CARD
            UNTIL WS-PARM-STATUS NOT = "00"
        CLOSE PARM-FILE
    END-IF
    IF OVERRIDE-CARD-BAD
        MOVE "PERIOD OVERRIDE CARD IS NOT VALID" TO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ASOF-RUN
        IF WS-ASOF-DATE IS NUMERIC
            MOVE WS-ASOF-DATE TO WS-EXPECTED-DATE
        END-IF
    END-IF.

1055-READ-ONE-PARM-CARD.
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            EVALUATE PARM-CARD-KEYWORD
                WHEN "ASOF="
                    SET ASOF-RUN TO TRUE
                    MOVE PARM-CARD-DATE TO WS-ASOF-DATE
                WHEN "OVRD="
                    SET PERIOD-OVERRIDE-KEYED TO TRUE
                    MOVE PARM-OVR-PERIOD TO WS-OVERRIDE-PERIOD
                    MOVE PARM-OVR-AUTHORITY TO WS-OVERRIDE-AUTHORITY
                    IF WS-OVERRIDE-PERIOD NOT NUMERIC
                       OR WS-OVERRIDE-AUTHORITY = SPACES
                        SET OVERRIDE-CARD-BAD TO TRUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1100-LOAD-SOURCE-MASTER.
    OPEN INPUT SOURCE-MASTER-FILE
    IF WS-SRCM-STATUS NOT = "00"
            END-IF
    END-READ.

1300-OPEN-PERIOD-CONTROL.
*> Without the period control file there is no telling which
*> feeds land in a closed month, so nothing is admitted.
    OPEN INPUT PERIOD-FILE
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE "PERIOD CONTROL FILE NOT AVAILABLE" TO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-ADMIT-FEEDS.
    READ PAIRS-FILE
        AT END
    END-IF
    MOVE 'Y' TO WS-HEADER-SEEN
    MOVE 'N' TO WS-SEGMENT-BAD
    MOVE 'N' TO WS-SEG-OVERRIDE
    MOVE SPACES TO WS-SEGMENT-MESSAGE
    MOVE ZERO TO WS-SEG-COUNT
                 WS-DETAIL-COUNT
    IF NOT SEGMENT-IS-BAD
        PERFORM 2130-CHECK-HEADER-DATE
    END-IF
    IF NOT SEGMENT-IS-BAD
        PERFORM 2135-CHECK-HEADER-PERIOD
    END-IF
    IF NOT SEGMENT-IS-BAD
        PERFORM 2140-CHECK-DUPLICATE-FEED
    END-IF
            TO WS-SEGMENT-MESSAGE
    END-IF.

2135-CHECK-HEADER-PERIOD.
*> A feed dated into an accounting month finance has closed is
*> rejected whole, unless an OVRD= card names exactly that month;
*> the override is logged when the feed is actually admitted.
    MOVE WS-SEG-DATE(1:6) TO PC-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            MOVE "OPEN" TO PC-STATUS
    END-READ
    IF PC-CLOSED
        IF PERIOD-OVERRIDE-KEYED
           AND WS-OVERRIDE-PERIOD = WS-SEG-DATE(1:6)
            SET SEGMENT-OVERRIDDEN TO TRUE
        ELSE
            MOVE "BUSINESS DATE IN CLOSED PERIOD" TO WS-EDIT-REASON
            SET SEGMENT-IS-BAD TO TRUE
            MOVE "BUSINESS DATE FALLS IN A CLOSED PERIOD"
                TO WS-SEGMENT-MESSAGE
        END-IF
    END-IF.

2140-CHECK-DUPLICATE-FEED.
    SET REG-IDX TO 1
    SEARCH WS-REG-ENTRY
        CLOSE CLEAN-FILE
        CLOSE REJECT-FILE
        CLOSE REGISTER-OUT-FILE
        CLOSE PERIOD-FILE
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    ADD 1 TO WS-FEEDS-ACCEPTED
    ADD WS-DETAIL-COUNT TO WS-DETAILS-ACCEPTED
    PERFORM 2470-REGISTER-FEED
    PERFORM 2480-WRITE-ACCEPT-LINE
    IF SEGMENT-OVERRIDDEN
        PERFORM 2490-LOG-PERIOD-OVERRIDE
    END-IF.

2450-WRITE-ONE-CLEAN-RECORD.
    WRITE CLEAN-RECORD FROM WS-SEG-IMAGE(SEG-IDX).
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2490-LOG-PERIOD-OVERRIDE.
    OPEN EXTEND OVERRIDE-LOG-FILE
    IF WS-PERDLOG-STATUS = "35"
        OPEN OUTPUT OVERRIDE-LOG-FILE
    END-IF
    MOVE WS-RUN-DATE TO PO-LOG-DATE
    MOVE WS-RUN-TIME TO PO-LOG-TIME
    MOVE WS-RUN-USER TO PO-USER
    MOVE "PAIRSVAL" TO PO-PROGRAM
    MOVE WS-OVERRIDE-PERIOD TO PO-PERIOD
    MOVE WS-OVERRIDE-AUTHORITY TO PO-AUTHORITY
    MOVE SPACES TO PO-SUBJECT
    STRING "FEED " WS-SEG-SYSTEM " BUSINESS DATE " WS-SEG-DATE
        DELIMITED BY SIZE INTO PO-SUBJECT
    WRITE PERIOD-OVERRIDE-RECORD
    CLOSE OVERRIDE-LOG-FILE
    MOVE SPACES TO LISTING-RECORD
    STRING "          CLOSED PERIOD " WS-OVERRIDE-PERIOD
           " ADMITTED ON OVERRIDE  AUTHORITY="
           WS-OVERRIDE-AUTHORITY
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2500-REJECT-SEGMENT.
    IF WS-SEG-COUNT > 0
        PERFORM 2550-WRITE-ONE-REJECT-LINE
    CLOSE CLEAN-FILE
    CLOSE REJECT-FILE
    CLOSE REGISTER-OUT-FILE
    CLOSE PERIOD-FILE
    CLOSE LISTING-FILE
    IF WS-FEEDS-REJECTED > 0 OR WS-STRAY-RECORDS > 0
        MOVE 4 TO WS-FINAL-RC
