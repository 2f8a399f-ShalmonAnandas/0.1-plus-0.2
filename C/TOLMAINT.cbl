IDENTIFICATION DIVISION.
PROGRAM-ID. TOLMAINT.
*> No card changes the rule master on the keyer's word alone. Each
*> dated card is edited and staged on the pending-change file under
*> the run user as maker; the run then applies every rule change a
*> second user has approved since (CHGAPPR or the CHGA transaction),
*> whether it was keyed here or through the TOLM transaction. A run
*> with an empty deck just applies approvals.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

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
01  TRAN-CARD                 PIC X(36).

FD  TOLERANCE-FILE.
    COPY TOLREC.
FD  HISTORY-FILE.
    COPY TOLHREC.

FD  PERIOD-FILE.
    COPY PERDREC.

FD  OVERRIDE-LOG-FILE.
    COPY PERDOVR.

FD  PENDING-FILE.
    COPY PCHGREC.

WORKING-STORAGE SECTION.
    01  WS-TRAN-STATUS          PIC XX.
    01  WS-TOL-STATUS           PIC XX.
    01  WS-LIST-STATUS          PIC XX.
    01  WS-HIST-STATUS          PIC XX.
    01  WS-PERIOD-STATUS        PIC XX.
    01  WS-PERDLOG-STATUS       PIC XX.
    01  WS-PEND-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-TRAN-EOF     PIC X VALUE 'N'.
            88  TRAN-EOF           VALUE 'Y'.
        05  WS-RULE-FOUND   PIC X VALUE 'N'.
            88  RULE-FOUND         VALUE 'Y'.
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

    01  WS-BEFORE-IMAGE.
        05  WS-BEFORE-EXPECTED  PIC S9(7)V9(2).
        05  WS-BEFORE-TOLERANCE PIC S9(7)V9(2).

    *> The card as keyed, or as staged when an approved change is
    *> applied - both passes edit and apply the same layout.
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
    01  TRAN-PERIOD-RECORD REDEFINES TRAN-RECORD.
        05  FILLER                PIC X.
        05  TP-PERIOD             PIC X(6).
        05  FILLER                PIC X.
        05  TP-AUTHORITY          PIC X(20).
        05  FILLER                PIC X(8).

    01  WS-REJECT-REASON        PIC X(30).
    01  WS-OVERRIDE-PERIOD      PIC X(6).
    01  WS-OVERRIDE-AUTHORITY   PIC X(20).
    01  WS-CHANGE-MAKER         PIC X(8).
    01  WS-CHANGE-CHECKER       PIC X(8).

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
    01  WS-RUN-DATE         PIC X(10).
    01  WS-RUN-TIME         PIC X(8).
    01  WS-RUN-USER         PIC X(8).
    01  WS-STAGE-DATE       PIC X(8).
    01  WS-STAGE-TIME       PIC X(6).

    01  WS-DISPLAY-EXPECTED   PIC -(7)9.99.
    01  WS-DISPLAY-TOLERANCE  PIC -(7)9.99.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-CARDS UNTIL TRAN-EOF
    PERFORM 3000-APPLY-APPROVED
    PERFORM 9000-TERMINATE
    STOP RUN.

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
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PERIOD-FILE
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE SPACES TO LISTING-RECORD
        STRING "PERIOD CONTROL FILE NOT AVAILABLE  STATUS="
               WS-PERIOD-STATUS DELIMITED BY SIZE INTO LISTING-RECORD
        WRITE LISTING-RECORD
        CLOSE TRAN-FILE
        CLOSE TOLERANCE-FILE
        CLOSE LISTING-FILE
        CLOSE HISTORY-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND OVERRIDE-LOG-FILE
    IF WS-PERDLOG-STATUS = "35"
        OPEN OUTPUT OVERRIDE-LOG-FILE
    END-IF
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
        CLOSE TOLERANCE-FILE
        CLOSE LISTING-FILE
        CLOSE HISTORY-FILE
        CLOSE PERIOD-FILE
        CLOSE OVERRIDE-LOG-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO LISTING-RECORD
    STRING "TOLERANCE RULE MAINTENANCE  RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2000-PROCESS-CARDS.
    READ TRAN-FILE INTO TRAN-RECORD
        AT END
            SET TRAN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CARDS-READ
            PERFORM 2100-STAGE-CARD
    END-READ.

2100-STAGE-CARD.
*> A card that could never be applied - bad date or action, or a
*> closed month with no override - is rejected now rather than
*> left for the checker to approve. Whether the rule is on the
*> master is settled when the change is applied, against the
*> master as it then stands.
    EVALUATE TRUE
        WHEN TRAN-PERIOD-OVERRIDE
            PERFORM 2050-SET-PERIOD-OVERRIDE
        WHEN TRAN-EFFDATE NOT NUMERIC
            MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        WHEN NOT TRAN-ADD AND NOT TRAN-UPDATE AND NOT TRAN-DELETE
            MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
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
*> for changing it; rule cards that follow and are effective in
*> that month are let through and each is logged on the override
*> log. A later P card replaces the earlier one.
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
*> A rule effective in a month finance has closed would change
*> the band that month was reported under.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE 'N' TO WS-CARD-OVERRIDE
    MOVE TRAN-EFFDATE(1:6) TO PC-PERIOD
    READ PERIOD-FILE
        INVALID KEY
            MOVE "OPEN" TO PC-STATUS
    END-READ
    IF PC-CLOSED
        IF PERIOD-OVERRIDE-KEYED
           AND WS-OVERRIDE-PERIOD = TRAN-EFFDATE(1:6)
            SET CARD-OVERRIDDEN TO TRUE
        ELSE
            MOVE "EFFECTIVE DATE IN CLOSED MONTH" TO WS-REJECT-REASON
        END-IF
    END-IF.

2150-APPLY-DATED-CARD.
            PERFORM 2600-WRITE-REJECT-LINE
    END-EVALUATE.

2250-WRITE-PENDING-CHANGE.
*> The override the card relied on travels with it, so it is
*> logged against the closed month when the change is applied.
    MOVE SPACES TO PENDING-CHANGE-RECORD
    SET PG-RULE-CHANGE TO TRUE
    MOVE WS-STAGE-DATE TO PG-MADE-DATE
    MOVE WS-STAGE-TIME TO PG-MADE-TIME
    SET PG-FROM-BATCH TO TRUE
    MOVE WS-CARDS-READ TO PG-MADE-SEQ
    SET PG-PENDING TO TRUE
    MOVE WS-RUN-USER TO PG-MAKER
    MOVE 'N' TO PG-REPORTED
    IF CARD-OVERRIDDEN
        MOVE WS-OVERRIDE-PERIOD TO PG-RULE-OVR-PERIOD
        MOVE WS-OVERRIDE-AUTHORITY TO PG-RULE-OVR-AUTHORITY
    END-IF
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
           "  CAT="             DELIMITED BY SIZE
           TRAN-CATEGORY        DELIMITED BY SIZE
           "  EFF="             DELIMITED BY SIZE
           TRAN-EFFDATE         DELIMITED BY SIZE
           "  STAGED FOR APPROVAL  CHANGE=" DELIMITED BY SIZE
           PG-KEY               DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2200-FETCH-BEFORE-IMAGE.
    MOVE 'N' TO WS-RULE-FOUND
    MOVE ZERO TO WS-BEFORE-EXPECTED WS-BEFORE-TOLERANCE
            MOVE "WRITE TO MASTER FAILED" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        NOT INVALID KEY
            ADD 1 TO WS-CHANGES-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINE
    END-WRITE.

            MOVE "REWRITE TO MASTER FAILED" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        NOT INVALID KEY
            ADD 1 TO WS-CHANGES-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINE
    END-REWRITE.

            MOVE "DELETE FROM MASTER FAILED" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        NOT INVALID KEY
            ADD 1 TO WS-CHANGES-APPLIED
            PERFORM 2700-WRITE-APPLIED-LINE
    END-DELETE.

2600-WRITE-REJECT-LINE.
    IF APPLY-PASS
        ADD 1 TO WS-CHANGES-REFUSED
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
    END-IF
    MOVE SPACES TO LISTING-RECORD
    STRING TRAN-ACTION        DELIMITED BY SIZE
           "  CAT="           DELIMITED BY SIZE
            INTO LISTING-RECORD
    END-IF
    WRITE LISTING-RECORD
    PERFORM 2800-WRITE-HISTORY-RECORD
    IF CARD-OVERRIDDEN
        PERFORM 2850-LOG-PERIOD-OVERRIDE
    END-IF.

2800-WRITE-HISTORY-RECORD.
*> Permanent record of the applied change: who keyed it, who
*> approved it, when, the rule key and the before/after values -
*> the before-image no longer survives only on the day's SYSOUT
*> listing.
    MOVE WS-RUN-DATE TO TH-CHANGE-DATE
    MOVE WS-RUN-TIME TO TH-CHANGE-TIME
    MOVE WS-CHANGE-MAKER TO TH-USER
    MOVE WS-CHANGE-CHECKER TO TH-CHECKER
    MOVE TRAN-ACTION TO TH-ACTION
    MOVE TRAN-CATEGORY TO TH-CATEGORY
    MOVE TRAN-EFFDATE TO TH-EFFECTIVE-DATE
    END-IF
    WRITE TOLHIST-RECORD.

2850-LOG-PERIOD-OVERRIDE.
    MOVE WS-RUN-DATE TO PO-LOG-DATE
    MOVE WS-RUN-TIME TO PO-LOG-TIME
    MOVE WS-CHANGE-MAKER TO PO-USER
    MOVE "TOLMAINT" TO PO-PROGRAM
    MOVE WS-OVERRIDE-PERIOD TO PO-PERIOD
    MOVE WS-OVERRIDE-AUTHORITY TO PO-AUTHORITY
    MOVE SPACES TO PO-SUBJECT
    STRING "RULE " TRAN-ACTION " CAT " TRAN-CATEGORY
           " EFF " TRAN-EFFDATE
        DELIMITED BY SIZE INTO PO-SUBJECT
    WRITE PERIOD-OVERRIDE-RECORD
    MOVE SPACES TO LISTING-RECORD
    STRING "   CLOSED PERIOD " WS-OVERRIDE-PERIOD
           " CHANGED ON OVERRIDE  AUTHORITY=" WS-OVERRIDE-AUTHORITY
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

3000-APPLY-APPROVED.
*> Every approved rule change, batch or online, in the order it
*> was keyed. Pending, rejected and expired changes are left for
*> CHGAPPR; other kinds of change belong to their own programs.
    SET APPLY-PASS TO TRUE
    MOVE 'N' TO WS-PEND-EOF
    MOVE LOW-VALUES TO PG-KEY
    SET PG-RULE-CHANGE TO TRUE
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
            IF NOT PG-RULE-CHANGE
                SET PEND-EOF TO TRUE
            END-IF
    END-READ.

3200-APPLY-CHANGE.
*> The change is edited again against the master and the period
*> file as they stand tonight; one that no longer passes is
*> refused and marked rejected with the reason, for CHGAPPR to
*> report. The approver can never be the maker - CHGAPPR and the
*> CHGA transaction refuse that, and so does this pass.
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
        IF PG-RULE-OVR-PERIOD NOT = SPACES
            SET PERIOD-OVERRIDE-KEYED TO TRUE
            MOVE PG-RULE-OVR-PERIOD TO WS-OVERRIDE-PERIOD
            MOVE PG-RULE-OVR-AUTHORITY TO WS-OVERRIDE-AUTHORITY
        END-IF
        IF PG-CHECKER = SPACES OR PG-CHECKER = PG-MAKER
            MOVE 'N' TO WS-CARD-OVERRIDE
            MOVE "NOT APPROVED BY A SECOND USER" TO WS-REJECT-REASON
            PERFORM 2600-WRITE-REJECT-LINE
        ELSE
            PERFORM 2120-CHECK-CLOSED-PERIOD
            IF WS-REJECT-REASON = SPACES
                PERFORM 2150-APPLY-DATED-CARD
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
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-CARDS-STAGED TO WS-DISPLAY-COUNT
    STRING "CARDS STAGED   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    STRING "CARDS REJECTED " WS-DISPLAY-COUNT
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
    CLOSE TRAN-FILE
    CLOSE TOLERANCE-FILE
    CLOSE LISTING-FILE
    CLOSE HISTORY-FILE
    CLOSE PERIOD-FILE
    CLOSE OVERRIDE-LOG-FILE
    CLOSE PENDING-FILE
    IF WS-CARDS-REJECTED > 0 OR WS-CHANGES-REFUSED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
