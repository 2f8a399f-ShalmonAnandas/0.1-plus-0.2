IDENTIFICATION DIVISION.
PROGRAM-ID. RATEMNT.
*> No rate card changes the master on the keyer's word alone. Each
*> A or U card is edited and staged on the pending-change file
*> under the run user as maker, carrying the P and B cards it was
*> keyed under; the run then applies every rate change a second
*> user has approved since (CHGAPPR or the CHGA transaction) and
*> rewrites the master. A run with an empty deck just applies
*> approvals.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT PENDING-FILE ASSIGN TO PENDCHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PG-KEY
        FILE STATUS IS WS-PEND-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE.
01  TRAN-CARD                 PIC X(28).

FD  RATEMSTR-FILE.
    COPY RATEREC.
FD  LISTING-FILE.
01  LISTING-RECORD            PIC X(132).

FD  PERIOD-FILE.
    COPY PERDREC.

FD  OVERRIDE-LOG-FILE.
    COPY PERDOVR.

FD  PENDING-FILE.
    COPY PCHGREC.

WORKING-STORAGE SECTION.
    01  WS-TRAN-STATUS          PIC XX.
    01  WS-MSTR-STATUS          PIC XX.
    01  WS-RATEOUT-STATUS       PIC XX.
    01  WS-LIST-STATUS          PIC XX.
    01  WS-PERIOD-STATUS        PIC XX.
    01  WS-PERDLOG-STATUS       PIC XX.
    01  WS-PEND-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-TRAN-EOF     PIC X VALUE 'N'.
            88  RATE-FOUND         VALUE 'Y'.
        05  WS-PRIOR-FOUND  PIC X VALUE 'N'.
            88  PRIOR-FOUND        VALUE 'Y'.
        05  WS-OVERRIDE-KEYED PIC X VALUE 'N'.
            88  PERIOD-OVERRIDE-KEYED VALUE 'Y'.
        05  WS-CARD-OVERRIDE PIC X VALUE 'N'.
            88  CARD-OVERRIDDEN    VALUE 'Y'.
        05  WS-PEND-EOF     PIC X VALUE 'N'.
            88  PEND-EOF           VALUE 'Y'.
        05  WS-PASS         PIC X VALUE 'S'.
            88  STAGING-PASS       VALUE 'S'.
            88  APPLY-PASS         VALUE 'A'.

    01  WS-COUNTERS.
        05  WS-CARDS-READ         PIC 9(5) VALUE ZERO.
        05  WS-CARDS-STAGED       PIC 9(5) VALUE ZERO.
        05  WS-CARDS-REJECTED     PIC 9(5) VALUE ZERO.
        05  WS-CHANGES-APPLIED    PIC 9(5) VALUE ZERO.
        05  WS-CHANGES-REFUSED    PIC 9(5) VALUE ZERO.
        05  WS-ROWS-WRITTEN       PIC 9(5) VALUE ZERO.

    01  WS-RATE-TABLE.
        05  WS-OUT-DATE         PIC X(8).
        05  WS-OUT-RATE         PIC 9(3)V9(6).

    *> The card as keyed, or as staged when an approved change is
    *> applied - both passes edit and apply the same layout.
    01  TRAN-RECORD.
        05  TRAN-ACTION           PIC X.
            88  TRAN-ADD          VALUE 'A'.
            88  TRAN-UPDATE       VALUE 'U'.
            88  TRAN-BAND         VALUE 'B'.
            88  TRAN-PERIOD-OVERRIDE VALUE 'P'.
        05  TRAN-CURRENCY         PIC X(3).
        05  FILLER                PIC X.
        05  TRAN-DATE             PIC X(8).
        05  FILLER                PIC X.
        05  TRAN-RATE             PIC 9(3)V9(6).
        05  FILLER                PIC X.
        05  TRAN-OVERRIDE         PIC X.
            88  TRAN-OVERRIDDEN   VALUE 'O'.
        05  FILLER                PIC X(3).
    01  TRAN-BAND-RECORD REDEFINES TRAN-RECORD.
        05  FILLER                PIC X.
        05  TB-CURRENCY           PIC X(3).
        05  FILLER                PIC X.
        05  TB-PCT                PIC 9(3)V9(2).
        05  FILLER                PIC X(18).
    01  TRAN-PERIOD-RECORD REDEFINES TRAN-RECORD.
        05  FILLER                PIC X.
        05  TP-PERIOD             PIC X(6).
        05  FILLER                PIC X.
        05  TP-AUTHORITY          PIC X(20).

    01  WS-WORK-IDX             PIC 9(3) COMP.
    01  WS-HIT-IDX              PIC 9(3) COMP.

    01  WS-REJECT-REASON        PIC X(30).
    01  WS-OVERRIDE-PERIOD      PIC X(6).
    01  WS-OVERRIDE-AUTHORITY   PIC X(20).
    01  WS-CHANGE-MAKER         PIC X(8).
    01  WS-CHANGE-CHECKER       PIC X(8).

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
    01  WS-STAGE-DATE       PIC X(8).
    01  WS-STAGE-TIME       PIC X(6).

    01  WS-DISPLAY-RATE       PIC ZZ9.999999.
    01  WS-DISPLAY-PCT        PIC ZZZZ9.99.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-CARDS UNTIL TRAN-EOF
    PERFORM 3000-APPLY-APPROVED
    PERFORM 9000-TERMINATE
    STOP RUN.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-STAGE-DATE
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-STAGE-TIME
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    OPEN INPUT TRAN-FILE
    OPEN OUTPUT LISTING-FILE
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    PERFORM 1100-LOAD-RATE-MASTER
    PERFORM 1200-OPEN-PERIOD-CONTROL
    PERFORM 1300-OPEN-PENDING-FILE.

1100-LOAD-RATE-MASTER.
*> The dated master (all days' rows) is loaded whole; the cards
            END-IF
    END-READ.

1200-OPEN-PERIOD-CONTROL.
    OPEN INPUT PERIOD-FILE
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE SPACES TO LISTING-RECORD
        STRING "PERIOD CONTROL FILE NOT AVAILABLE  STATUS="
               WS-PERIOD-STATUS DELIMITED BY SIZE INTO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE TRAN-FILE
        CLOSE LISTING-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND OVERRIDE-LOG-FILE
    IF WS-PERDLOG-STATUS = "35"
        OPEN OUTPUT OVERRIDE-LOG-FILE
    END-IF.

1300-OPEN-PENDING-FILE.
    OPEN I-O PENDING-FILE
    IF WS-PEND-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF WS-PEND-STATUS NOT = "00"
        MOVE SPACES TO LISTING-RECORD
        STRING "PENDING CHANGE FILE NOT AVAILABLE  STATUS="
               WS-PEND-STATUS DELIMITED BY SIZE INTO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE TRAN-FILE
        CLOSE LISTING-FILE
        CLOSE PERIOD-FILE
        CLOSE OVERRIDE-LOG-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-PROCESS-CARDS.
    READ TRAN-FILE INTO TRAN-RECORD
        AT END
            SET TRAN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARDS-READ
            PERFORM 2100-STAGE-CARD
    END-READ.

2100-STAGE-CARD.
*> A card that could never be applied - bad action, date or rate,
*> or a closed month with no override - is rejected now rather
*> than left for the checker to approve. Whether the date is on
*> the master and whether the move is inside the band are settled
*> when the change is applied, against the master as it then
*> stands.
    EVALUATE TRUE
        WHEN TRAN-BAND
            PERFORM 2900-SET-BAND
        WHEN TRAN-PERIOD-OVERRIDE
            PERFORM 2050-SET-PERIOD-OVERRIDE
        WHEN NOT (TRAN-ADD OR TRAN-UPDATE)
            MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
            MOVE "RATE OF ZERO NOT ALLOWED" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        WHEN OTHER
            PERFORM 2120-CHECK-CLOSED-PERIOD
            IF WS-REJECT-REASON = SPACES
                PERFORM 2250-WRITE-PENDING-CHANGE
            ELSE
                PERFORM 2600-WRITE-REJECT-LINE
            END-IF
    END-EVALUATE.

2050-SET-PERIOD-OVERRIDE.
*> A P card names one closed accounting month and the authority
*> for changing it, the same way a B card sets the band for the
*> cards after it: rate cards that follow and are dated in that
*> month are let through and each is logged on the override log.
*> A later P card replaces the earlier one.
    MOVE SPACES TO LISTING-RECORD
    IF TP-PERIOD NOT NUMERIC OR TP-AUTHORITY = SPACES
        ADD 1 TO WS-CARDS-REJECTED
        STRING "P  PERIOD=" TP-PERIOD
               "  **REJECTED** OVERRIDE NEEDS YYYYMM AND AUTHORITY"
            DELIMITED BY SIZE INTO LISTING-RECORD
    ELSE
        SET PERIOD-OVERRIDE-KEYED TO TRUE
        MOVE TP-PERIOD TO WS-OVERRIDE-PERIOD
        MOVE TP-AUTHORITY TO WS-OVERRIDE-AUTHORITY
        STRING "P  PERIOD=" TP-PERIOD
               "  CLOSED-PERIOD OVERRIDE FOR FOLLOWING CARDS"
               "  AUTHORITY=" TP-AUTHORITY
            DELIMITED BY SIZE INTO LISTING-RECORD
    END-IF
    WRITE LISTING-RECORD.

2120-CHECK-CLOSED-PERIOD.
*> A rate dated in a month finance has closed would restate the
*> conversions that month was reported at.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE 'N' TO WS-CARD-OVERRIDE
    MOVE TRAN-DATE(1:6) TO PC-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            MOVE "OPEN" TO PC-STATUS
    END-READ
    IF PC-CLOSED
        IF PERIOD-OVERRIDE-KEYED
           AND WS-OVERRIDE-PERIOD = TRAN-DATE(1:6)
            SET CARD-OVERRIDDEN TO TRUE
        ELSE
            MOVE "RATE DATE IN CLOSED MONTH" TO WS-REJECT-REASON
        END-IF
    END-IF.

2150-APPLY-RATE-CARD.
    PERFORM 2200-FETCH-BEFORE-IMAGE
    EVALUATE TRUE
            END-IF
    END-EVALUATE.

2250-WRITE-PENDING-CHANGE.
*> The override and band the card was keyed under travel with it,
*> so it is judged at apply time by the deck it came in.
    MOVE SPACES TO PENDING-CHANGE-RECORD
    SET PG-RATE-CHANGE TO TRUE
    MOVE WS-STAGE-DATE TO PG-MADE-DATE
    MOVE WS-STAGE-TIME TO PG-MADE-TIME
    SET PG-FROM-BATCH TO TRUE
    MOVE WS-CARDS-READ TO PG-MADE-SEQ
    SET PG-PENDING TO TRUE
    MOVE WS-RUN-USER TO PG-MAKER
    MOVE 'N' TO PG-REPORTED
    IF CARD-OVERRIDDEN
        MOVE WS-OVERRIDE-PERIOD TO PG-RATE-OVR-PERIOD
        MOVE WS-OVERRIDE-AUTHORITY TO PG-RATE-OVR-AUTHORITY
    END-IF
    MOVE 'N' TO PG-RATE-BAND-KEYED
    MOVE ZERO TO PG-RATE-BAND-PCT
    SET BAND-IDX TO 1
    SEARCH WS-BAND-ENTRY
        AT END
            CONTINUE
        WHEN BAND-IDX > WS-BAND-COUNT
            CONTINUE
        WHEN WS-BAND-CCY(BAND-IDX) = TRAN-CURRENCY
            MOVE 'Y' TO PG-RATE-BAND-KEYED
            MOVE WS-BAND-PCT(BAND-IDX) TO PG-RATE-BAND-PCT
    END-SEARCH
    MOVE TRAN-RECORD TO PG-IMAGE
    WRITE PENDING-CHANGE-RECORD
        INVALID KEY
            MOVE "PENDING CHANGE WRITE FAILED" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        NOT INVALID KEY
            ADD 1 TO WS-CARDS-STAGED
            PERFORM 2260-WRITE-STAGED-LINE
    END-WRITE.

2260-WRITE-STAGED-LINE.
    MOVE SPACES TO LISTING-RECORD
    STRING TRAN-ACTION          DELIMITED BY SIZE
           "  CCY="             DELIMITED BY SIZE
           TRAN-CURRENCY        DELIMITED BY SIZE
           "  DATE="            DELIMITED BY SIZE
           TRAN-DATE            DELIMITED BY SIZE
           "  STAGED FOR APPROVAL  CHANGE=" DELIMITED BY SIZE
           PG-KEY               DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2200-FETCH-BEFORE-IMAGE.
    MOVE 'N' TO WS-RATE-FOUND
    MOVE ZERO TO WS-BEFORE-RATE
    IF RATE-FOUND
        SET RATE-IDX TO WS-HIT-IDX
        MOVE TRAN-RATE TO WS-RATE-VALUE(RATE-IDX)
        ADD 1 TO WS-CHANGES-APPLIED
        PERFORM 2700-WRITE-APPLIED-LINE
    ELSE
        IF WS-RATE-COUNT < 500
            MOVE TRAN-CURRENCY TO WS-RATE-CCY(RATE-IDX)
            MOVE TRAN-DATE TO WS-RATE-DATE(RATE-IDX)
            MOVE TRAN-RATE TO WS-RATE-VALUE(RATE-IDX)
            ADD 1 TO WS-CHANGES-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINE
        ELSE
            MOVE "RATE MASTER TABLE FULL" TO WS-REJECT-REASON
    END-IF.

2600-WRITE-REJECT-LINE.
    IF APPLY-PASS
        ADD 1 TO WS-CHANGES-REFUSED
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
    END-IF
    MOVE SPACES TO LISTING-RECORD
    STRING TRAN-ACTION        DELIMITED BY SIZE
           "  CCY="           DELIMITED BY SIZE
               WS-DISPLAY-RATE      DELIMITED BY SIZE
            INTO LISTING-RECORD
    END-IF
    WRITE LISTING-RECORD
    IF CARD-OVERRIDDEN
        PERFORM 2750-LOG-PERIOD-OVERRIDE
    END-IF.

2750-LOG-PERIOD-OVERRIDE.
    MOVE WS-RUN-DATE TO PO-LOG-DATE
    MOVE WS-RUN-TIME TO PO-LOG-TIME
    MOVE WS-CHANGE-MAKER TO PO-USER
    MOVE "RATEMNT" TO PO-PROGRAM
    MOVE WS-OVERRIDE-PERIOD TO PO-PERIOD
    MOVE WS-OVERRIDE-AUTHORITY TO PO-AUTHORITY
    MOVE SPACES TO PO-SUBJECT
    STRING "RATE " TRAN-ACTION " CCY " TRAN-CURRENCY
           " DATE " TRAN-DATE
        DELIMITED BY SIZE INTO PO-SUBJECT
    WRITE PERIOD-OVERRIDE-RECORD
    MOVE SPACES TO LISTING-RECORD
    STRING "   CLOSED PERIOD " WS-OVERRIDE-PERIOD
           " CHANGED ON OVERRIDE  AUTHORITY=" WS-OVERRIDE-AUTHORITY
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2900-SET-BAND.
            WHEN WS-BAND-CCY(BAND-IDX) = TB-CURRENCY
                MOVE TB-PCT TO WS-BAND-PCT(BAND-IDX)
        END-SEARCH
        MOVE TB-PCT TO WS-DISPLAY-PCT
        MOVE SPACES TO LISTING-RECORD
        STRING "B  CCY="           DELIMITED BY SIZE
        MOVE TB-PCT TO WS-BAND-PCT(BAND-IDX)
    END-IF.

3000-APPLY-APPROVED.
*> Every approved rate change, batch or online, in the order it
*> was keyed, applied to the table before it is written out.
*> Pending, rejected and expired changes are left for CHGAPPR;
*> other kinds of change belong to their own programs.
    SET APPLY-PASS TO TRUE
    MOVE 'N' TO WS-PEND-EOF
    MOVE LOW-VALUES TO PG-KEY
    SET PG-RATE-CHANGE TO TRUE
    START PENDING-FILE KEY IS NOT LESS THAN PG-KEY
        INVALID KEY
            SET PEND-EOF TO TRUE
    END-START
    IF NOT PEND-EOF
        PERFORM 3100-READ-NEXT-CHANGE
    END-IF
    PERFORM 3200-APPLY-CHANGE UNTIL PEND-EOF.

3100-READ-NEXT-CHANGE.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET PEND-EOF TO TRUE
        NOT AT END
            IF NOT PG-RATE-CHANGE
                SET PEND-EOF TO TRUE
            END-IF
    END-READ.

3200-APPLY-CHANGE.
*> The change is edited again against the table and the period
*> file as they stand tonight, under the band card it was keyed
*> with (or the default band); one that no longer passes is
*> refused and marked rejected with the reason, for CHGAPPR to
*> report. The approver can never be the maker.
    IF PG-APPROVED
        MOVE PG-IMAGE TO TRAN-RECORD
        MOVE PG-MAKER TO WS-CHANGE-MAKER
        MOVE PG-CHECKER TO WS-CHANGE-CHECKER
        MOVE SPACES TO LISTING-RECORD
        STRING "CHANGE=" PG-KEY
               "  MAKER=" PG-MAKER
               "  CHECKER=" PG-CHECKER
            DELIMITED BY SIZE INTO LISTING-RECORD
        WRITE LISTING-RECORD
        MOVE 'N' TO WS-OVERRIDE-KEYED
        IF PG-RATE-OVR-PERIOD NOT = SPACES
            SET PERIOD-OVERRIDE-KEYED TO TRUE
            MOVE PG-RATE-OVR-PERIOD TO WS-OVERRIDE-PERIOD
            MOVE PG-RATE-OVR-AUTHORITY TO WS-OVERRIDE-AUTHORITY
        END-IF
        MOVE ZERO TO WS-BAND-COUNT
        IF PG-RATE-BAND-KEYED = 'Y'
            MOVE 1 TO WS-BAND-COUNT
            MOVE TRAN-CURRENCY TO WS-BAND-CCY(1)
            MOVE PG-RATE-BAND-PCT TO WS-BAND-PCT(1)
        END-IF
        IF PG-CHECKER = SPACES OR PG-CHECKER = PG-MAKER
            MOVE 'N' TO WS-CARD-OVERRIDE
            MOVE "NOT APPROVED BY A SECOND USER" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        ELSE
            PERFORM 2120-CHECK-CLOSED-PERIOD
            IF WS-REJECT-REASON = SPACES
                PERFORM 2150-APPLY-RATE-CARD
            ELSE
                PERFORM 2600-WRITE-REJECT-LINE
            END-IF
        END-IF
        PERFORM 3300-RECORD-OUTCOME
    END-IF
    PERFORM 3100-READ-NEXT-CHANGE.

3300-RECORD-OUTCOME.
    IF WS-REJECT-REASON = SPACES
        SET PG-APPLIED TO TRUE
        MOVE WS-STAGE-DATE TO PG-APPLIED-DATE
    ELSE
        SET PG-REJECTED TO TRUE
        MOVE WS-REJECT-REASON TO PG-NOTE
        MOVE 'N' TO PG-REPORTED
    END-IF
    REWRITE PENDING-CHANGE-RECORD
        INVALID KEY
            PERFORM 3350-WRITE-UNMARKED-LINE
    END-REWRITE.

3350-WRITE-UNMARKED-LINE.
    MOVE SPACES TO LISTING-RECORD
    STRING "   PENDING CHANGE NOT MARKED  STATUS="
           WS-PEND-STATUS
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

9000-TERMINATE.
    PERFORM 9100-WRITE-NEW-MASTER
    MOVE SPACES TO LISTING-RECORD
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CARDS-STAGED TO WS-DISPLAY-COUNT
    STRING "CARDS STAGED   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CHANGES-APPLIED TO WS-DISPLAY-COUNT
    STRING "CHANGES APPLIED" WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CHANGES-REFUSED TO WS-DISPLAY-COUNT
    STRING "CHANGES REFUSED" WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-ROWS-WRITTEN TO WS-DISPLAY-COUNT
    STRING "MASTER ROWS    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE TRAN-FILE
    CLOSE LISTING-FILE
    CLOSE PERIOD-FILE
    CLOSE OVERRIDE-LOG-FILE
    CLOSE PENDING-FILE
    IF WS-CARDS-REJECTED > 0 OR WS-CHANGES-REFUSED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

