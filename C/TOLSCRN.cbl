*> (transaction TOLM, mapset TOLSET). Inquiry shows the rule in
*> force for the keyed category on the keyed date (today when the
*> date is left blank), selected exactly the way ADDNUM's
*> 2300-CHECK-TOLERANCE selects it. Add/update/delete take the
*> same actions TOLMAINT supports against the full category +
*> effective-date key, guarded by QUERY SECURITY, but do not
*> touch the master: each is staged on the pending-change file
*> (see PCHGREC) as the TOLMAINT card it stands for, with the
*> signed-on user as maker. Once a different user approves it
*> (CHGAPPR or the CHGA transaction) the next TOLMAINT run
*> applies it and writes the rule-change history, so there is
*> one controlled door to the master and one trail. A change
*> that could not be applied - effective in an accounting month
*> finance has closed (see PERDREC), or adding a rule already on
*> file or changing one that is not - is refused here rather
*> than staged; the controlled period override exists only as a
*> batch TOLMAINT card.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY TOLSETC.
    COPY TOLREC.
    COPY PCHGREC.
    COPY PERDREC.
    COPY DFHAID.

    01  WS-COMMAREA             PIC X.
            88  RULE-WAS-SELECTED  VALUE 'Y'.
        05  WS-AMOUNTS-OK   PIC X VALUE 'N'.
            88  AMOUNTS-ARE-VALID  VALUE 'Y'.
        05  WS-PERIOD-OK    PIC X VALUE 'N'.
            88  PERIOD-IS-OPEN     VALUE 'Y'.

    01  WS-RULE-KEY.
        05  WS-KEY-CATEGORY     PIC X(4).
        05  WS-FND-TOLERANCE    PIC S9(7)V9(2).

    01  WS-ASOF-DATE            PIC X(8).
    01  WS-PERIOD-KEY           PIC X(6).

    01  WS-AMOUNT-TEXT          PIC X(10).
    01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-TEXT
    01  WS-EXPECTED-IN          PIC S9(7)V9(2).
    01  WS-TOLERANCE-IN         PIC S9(7)V9(2).

*> The TOLMAINT card the screen change stands for.
    01  WS-STAGED-CARD.
        05  WS-SC-ACTION        PIC X.
        05  WS-SC-CATEGORY      PIC X(4).
        05  WS-SC-GAP-1         PIC X.
        05  WS-SC-EFFDATE       PIC X(8).
        05  WS-SC-GAP-2         PIC X.
        05  WS-SC-EXPECTED      PIC S9(7)V9(2) SIGN IS TRAILING
                                SEPARATE.
        05  WS-SC-GAP-3         PIC X.
        05  WS-SC-TOLERANCE     PIC S9(7)V9(2) SIGN IS TRAILING
                                SEPARATE.

    01  WS-BEFORE-IMAGE.
        05  WS-BEFORE-FOUND     PIC X.
        05  WS-BEFORE-EXPECTED  PIC S9(7)V9(2).
    01  WS-RUN-TIME         PIC X(8).
    01  WS-TODAY            PIC X(8).
    01  WS-USERID           PIC X(8).
    01  WS-MADE-TIME        PIC X(6).

    01  WS-DISPLAY-EXPECTED   PIC -(7)9.99.
    01  WS-DISPLAY-TOLERANCE  PIC -(7)9.99.
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-TODAY
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-MADE-TIME
    EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
    EVALUATE TRUE
        WHEN EIBCALEN = ZERO
          OR EFFDTI NOT NUMERIC
            MOVE "EFFECTIVE DATE YYYYMMDD IS REQUIRED" TO MSGFO
        WHEN OTHER
            PERFORM 4050-CHECK-ACCOUNTING-PERIOD
            IF PERIOD-IS-OPEN
                PERFORM 4100-APPLY-MAINTENANCE
            END-IF
    END-EVALUATE.

4050-CHECK-ACCOUNTING-PERIOD.
*> Same rule as TOLMAINT's 2120: no row for the month means the
*> month is open.
    MOVE 'N' TO WS-PERIOD-OK
    MOVE EFFDTI(1:6) TO WS-PERIOD-KEY
    EXEC CICS READ FILE('PERDCTL')
        INTO(PERIOD-CONTROL-RECORD) RIDFLD(WS-PERIOD-KEY)
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NOTFND)
            MOVE 'Y' TO WS-PERIOD-OK
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "PERIOD CONTROL NOT AVAILABLE" TO MSGFO
        WHEN PC-CLOSED
            MOVE "EFFECTIVE DATE IN CLOSED PERIOD - SEE FINANCE"
                TO MSGFO
        WHEN OTHER
            MOVE 'Y' TO WS-PERIOD-OK
    END-EVALUATE.

4100-APPLY-MAINTENANCE.
    IF WS-BEFORE-FOUND = 'Y'
        MOVE "RULE ALREADY ON MASTER FOR DATE" TO MSGFO
    ELSE
        PERFORM 4700-STAGE-CHANGE
    END-IF.

4400-UPDATE-RULE.
    IF WS-BEFORE-FOUND = 'N'
        MOVE "RULE NOT ON MASTER FOR DATE" TO MSGFO
    ELSE
        PERFORM 4700-STAGE-CHANGE
    END-IF.

4500-DELETE-RULE.
    IF WS-BEFORE-FOUND = 'N'
        MOVE "RULE NOT ON MASTER FOR DATE" TO MSGFO
    ELSE
        MOVE ZERO TO WS-EXPECTED-IN WS-TOLERANCE-IN
        PERFORM 4700-STAGE-CHANGE
    END-IF.

4700-STAGE-CHANGE.
*> Keyed like a batch-staged change but with origin O and the
*> task number in place of the card number, so changes keyed in
*> the same second from several terminals cannot collide.
    MOVE ACTNI TO WS-SC-ACTION
    MOVE CATEGI TO WS-SC-CATEGORY
    MOVE SPACE TO WS-SC-GAP-1 WS-SC-GAP-2 WS-SC-GAP-3
    MOVE EFFDTI TO WS-SC-EFFDATE
    MOVE WS-EXPECTED-IN TO WS-SC-EXPECTED
    MOVE WS-TOLERANCE-IN TO WS-SC-TOLERANCE
    MOVE SPACES TO PENDING-CHANGE-RECORD
    SET PG-RULE-CHANGE TO TRUE
    MOVE WS-TODAY TO PG-MADE-DATE
    MOVE WS-MADE-TIME TO PG-MADE-TIME
    SET PG-FROM-ONLINE TO TRUE
    MOVE EIBTASKN TO PG-MADE-SEQ
    SET PG-PENDING TO TRUE
    MOVE WS-USERID TO PG-MAKER
    MOVE 'N' TO PG-REPORTED
    MOVE WS-STAGED-CARD TO PG-IMAGE
    EXEC CICS WRITE FILE('PENDCHG')
        FROM(PENDING-CHANGE-RECORD) RIDFLD(PG-KEY)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE SPACES TO MSGFO
        STRING "STAGED FOR APPROVAL  CHANGE=" PG-KEY
            DELIMITED BY SIZE INTO MSGFO
    ELSE
        MOVE "PENDING CHANGE WRITE FAILED - CHANGE NOT STAGED"
            TO MSGFO
    END-IF.

9000-EXIT-TRANSACTION.
    EXEC CICS SEND TEXT
