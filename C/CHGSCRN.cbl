IDENTIFICATION DIVISION.
PROGRAM-ID. CHGSCRN.
*> Online checker for the pending-change file (transaction CHGA,
*> mapset CHGSET) - the screen counterpart of the CHGAPPR batch
*> job. Inquiry shows a staged change by its key: kind, status,
*> maker, when it was keyed, the checker and note once decided,
*> and the card image exactly as the maker keyed it. PF8 steps to
*> the next change still waiting for a decision. Approve and
*> reject are guarded by QUERY SECURITY on the approver profile
*> RECON.CHGAPPR in the FACILITY class - update access to the
*> file alone is not enough, since every maker needs it to stage
*> a change - and take the same edits as CHGAPPR: only a pending
*> change can be decided, the signed-on user is recorded as the
*> checker and must not be its maker, and a rejection needs a
*> reason. Nothing here touches a master - the change is
*> applied, with maker and checker on its history, by the next
*> run of its own batch job.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY CHGSETC.
    COPY PCHGREC.
    COPY DFHAID.

    01  WS-COMMAREA             PIC X.

    01  WS-RESP                 PIC S9(8) COMP.
    01  WS-RESP2                PIC S9(8) COMP.
    01  WS-READ-CVDA            PIC S9(8) COMP.

    01  WS-APPROVER-CLASS       PIC X(8)  VALUE "FACILITY".
    01  WS-APPROVER-PROFILE     PIC X(13) VALUE "RECON.CHGAPPR".
    01  WS-APPROVER-PROFILE-LEN PIC S9(8) COMP VALUE 13.

    01  WS-FLAGS.
        05  WS-BROWSE-DONE  PIC X VALUE 'N'.
            88  BROWSE-IS-DONE     VALUE 'Y'.
        05  WS-NEXT-FOUND   PIC X VALUE 'N'.
            88  NEXT-WAS-FOUND     VALUE 'Y'.

    01  WS-CHANGE-KEY           PIC X(23).
    01  WS-START-KEY            PIC X(23).

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  WS-CDT-HH       PIC 9(2).
        05  WS-CDT-MIN      PIC 9(2).
        05  WS-CDT-SEC      PIC 9(2).
        05  FILLER          PIC X(9).

    01  WS-TODAY            PIC X(8).
    01  WS-DECIDED-TIME     PIC X(6).
    01  WS-USERID           PIC X(8).

    01  WS-EXIT-MESSAGE       PIC X(20)
                              VALUE "CHGA SESSION ENDED".

LINKAGE SECTION.
01  DFHCOMMAREA             PIC X.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-TODAY
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-DECIDED-TIME
    EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
    EVALUATE TRUE
        WHEN EIBCALEN = ZERO
            PERFORM 1000-SEND-FRESH-MAP
        WHEN EIBAID = DFHPF3
            PERFORM 9000-EXIT-TRANSACTION
        WHEN EIBAID = DFHCLEAR
            PERFORM 1000-SEND-FRESH-MAP
        WHEN OTHER
            PERFORM 2000-PROCESS-SCREEN
    END-EVALUATE
    EXEC CICS RETURN TRANSID('CHGA')
        COMMAREA(WS-COMMAREA) LENGTH(1)
    END-EXEC.

1000-SEND-FRESH-MAP.
    MOVE LOW-VALUES TO CHGMAPO
    MOVE "ENTER CHANGE KEY AND ACTION, OR PF8 FOR FIRST PENDING"
        TO MSGFO
    EXEC CICS SEND MAP('CHGMAP') MAPSET('CHGSET')
        FROM(CHGMAPO) ERASE
    END-EXEC.

2000-PROCESS-SCREEN.
    MOVE LOW-VALUES TO CHGMAPI
    EXEC CICS RECEIVE MAP('CHGMAP') MAPSET('CHGSET')
        INTO(CHGMAPI) RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
     AND WS-RESP NOT = DFHRESP(MAPFAIL)
        PERFORM 1000-SEND-FRESH-MAP
    ELSE
        IF CKEYI = LOW-VALUES
            MOVE SPACES TO CKEYI
        END-IF
        IF EIBAID = DFHPF8
            PERFORM 3000-SHOW-NEXT-PENDING
        ELSE
            PERFORM 2100-APPLY-SCREEN-ACTION
        END-IF
        EXEC CICS SEND MAP('CHGMAP') MAPSET('CHGSET')
            FROM(CHGMAPO)
        END-EXEC
    END-IF.

2100-APPLY-SCREEN-ACTION.
    EVALUATE TRUE
        WHEN CKEYI = SPACES
            MOVE "CHANGE KEY IS REQUIRED - OR PF8 FOR NEXT PENDING"
                TO MSGFO
        WHEN CACTI = 'I' OR CACTI = SPACES
                         OR CACTI = LOW-VALUES
            PERFORM 2200-INQUIRE-CHANGE
        WHEN CACTI = 'A' OR CACTI = 'R'
            PERFORM 4000-DECIDE-CHANGE
        WHEN OTHER
            MOVE "ACTION MUST BE I, A OR R" TO MSGFO
    END-EVALUATE.

2200-INQUIRE-CHANGE.
    MOVE CKEYI TO WS-CHANGE-KEY
    EXEC CICS READ FILE('PENDCHG')
        INTO(PENDING-CHANGE-RECORD) RIDFLD(WS-CHANGE-KEY)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM 2300-SHOW-CHANGE
        MOVE "CHANGE SHOWN" TO MSGFO
    ELSE
        PERFORM 2400-CLEAR-CHANGE-FIELDS
        MOVE "NO CHANGE ON FILE WITH THAT KEY" TO MSGFO
    END-IF.

2300-SHOW-CHANGE.
    MOVE PG-KEY TO CKEYO
    EVALUATE TRUE
        WHEN PG-RULE-CHANGE
            MOVE "TOLERANCE RULE" TO CKINDO
        WHEN PG-RATE-CHANGE
            MOVE "FX RATE" TO CKINDO
        WHEN PG-ERROR-FIX
            MOVE "ERROR CORRECTION" TO CKINDO
        WHEN OTHER
            MOVE PG-KIND TO CKINDO
    END-EVALUATE
    EVALUATE TRUE
        WHEN PG-PENDING
            MOVE "PENDING" TO CSTATO
        WHEN PG-APPROVED
            MOVE "APPROVED" TO CSTATO
        WHEN PG-APPLIED
            MOVE "APPLIED" TO CSTATO
        WHEN PG-REJECTED
            MOVE "REJECTED" TO CSTATO
        WHEN PG-EXPIRED
            MOVE "EXPIRED" TO CSTATO
        WHEN OTHER
            MOVE PG-STATUS TO CSTATO
    END-EVALUATE
    MOVE PG-MAKER TO CMAKERO
    MOVE SPACES TO CMADEO
    STRING PG-MADE-DATE " " PG-MADE-TIME
        DELIMITED BY SIZE INTO CMADEO
    MOVE PG-CHECKER TO CCHKRO
    MOVE PG-NOTE TO CNOTEO
    MOVE PG-IMAGE TO CIMAGEO.

2400-CLEAR-CHANGE-FIELDS.
    MOVE SPACES TO CKINDO CSTATO CMAKERO CMADEO
                   CCHKRO CNOTEO CIMAGEO.

3000-SHOW-NEXT-PENDING.
*> Browse forward from the key on the screen (the start of the
*> file when it is blank) to the next change still pending.
    MOVE CKEYI TO WS-START-KEY
    IF WS-START-KEY = SPACES
        MOVE LOW-VALUES TO WS-START-KEY
    END-IF
    MOVE WS-START-KEY TO WS-CHANGE-KEY
    MOVE 'N' TO WS-BROWSE-DONE
    MOVE 'N' TO WS-NEXT-FOUND
    EXEC CICS STARTBR FILE('PENDCHG')
        RIDFLD(WS-CHANGE-KEY) GTEQ RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-DONE
    END-IF
    PERFORM 3100-SCAN-ONE-CHANGE UNTIL BROWSE-IS-DONE
    IF WS-RESP = DFHRESP(NORMAL)
     OR WS-RESP = DFHRESP(ENDFILE)
        EXEC CICS ENDBR FILE('PENDCHG') RESP(WS-RESP2) END-EXEC
    END-IF
    MOVE SPACES TO CACTO CRSNO
    IF NEXT-WAS-FOUND
        PERFORM 2300-SHOW-CHANGE
        MOVE "NEXT PENDING CHANGE SHOWN - KEY A OR R TO DECIDE"
            TO MSGFO
    ELSE
        MOVE SPACES TO CKEYO
        PERFORM 2400-CLEAR-CHANGE-FIELDS
        MOVE "NO FURTHER CHANGES PENDING" TO MSGFO
    END-IF.

3100-SCAN-ONE-CHANGE.
    EXEC CICS READNEXT FILE('PENDCHG')
        INTO(PENDING-CHANGE-RECORD) RIDFLD(WS-CHANGE-KEY)
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 'Y' TO WS-BROWSE-DONE
        WHEN PG-KEY = WS-START-KEY
            CONTINUE
        WHEN PG-PENDING
            MOVE 'Y' TO WS-BROWSE-DONE
            SET NEXT-WAS-FOUND TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4000-DECIDE-CHANGE.
    EXEC CICS QUERY SECURITY RESCLASS(WS-APPROVER-CLASS)
        RESID(WS-APPROVER-PROFILE)
        RESIDLENGTH(WS-APPROVER-PROFILE-LEN)
        READ(WS-READ-CVDA) RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
         OR WS-READ-CVDA NOT = DFHVALUE(READABLE)
            MOVE "NOT AUTHORIZED TO APPROVE CHANGES" TO MSGFO
        WHEN CACTI = 'R'
         AND (CRSNI = SPACES OR CRSNI = LOW-VALUES)
            MOVE "A REJECTION NEEDS A REASON" TO MSGFO
        WHEN OTHER
            PERFORM 4100-READ-FOR-DECISION
    END-EVALUATE.

4100-READ-FOR-DECISION.
    MOVE CKEYI TO WS-CHANGE-KEY
    EXEC CICS READ FILE('PENDCHG')
        INTO(PENDING-CHANGE-RECORD) RIDFLD(WS-CHANGE-KEY)
        UPDATE RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NOTFND)
            PERFORM 2400-CLEAR-CHANGE-FIELDS
            MOVE "NO CHANGE ON FILE WITH THAT KEY" TO MSGFO
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "PENDING CHANGE FILE NOT AVAILABLE" TO MSGFO
        WHEN NOT PG-PENDING
            EXEC CICS UNLOCK FILE('PENDCHG') RESP(WS-RESP2)
            END-EXEC
            PERFORM 2300-SHOW-CHANGE
            MOVE "CHANGE IS NOT PENDING - CANNOT BE DECIDED"
                TO MSGFO
        WHEN PG-MAKER = WS-USERID
            EXEC CICS UNLOCK FILE('PENDCHG') RESP(WS-RESP2)
            END-EXEC
            PERFORM 2300-SHOW-CHANGE
            MOVE "MAKER CANNOT DECIDE OWN CHANGE" TO MSGFO
        WHEN OTHER
            PERFORM 4200-RECORD-DECISION
    END-EVALUATE.

4200-RECORD-DECISION.
    MOVE WS-USERID TO PG-CHECKER
    MOVE WS-TODAY TO PG-DECIDED-DATE
    MOVE WS-DECIDED-TIME TO PG-DECIDED-TIME
    IF CACTI = 'A'
        SET PG-APPROVED TO TRUE
    ELSE
        SET PG-REJECTED TO TRUE
        MOVE CRSNI TO PG-NOTE
        MOVE 'N' TO PG-REPORTED
    END-IF
    EXEC CICS REWRITE FILE('PENDCHG')
        FROM(PENDING-CHANGE-RECORD) RESP(WS-RESP)
    END-EXEC
    MOVE SPACES TO CACTO CRSNO
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            PERFORM 2400-CLEAR-CHANGE-FIELDS
            MOVE "PENDING CHANGE REWRITE FAILED - NOT DECIDED"
                TO MSGFO
        WHEN PG-APPROVED
            PERFORM 2300-SHOW-CHANGE
            MOVE "APPROVED - APPLIED BY THE NEXT BATCH RUN" TO MSGFO
        WHEN OTHER
            PERFORM 2300-SHOW-CHANGE
            MOVE "REJECTED - MAKER WILL SEE IT ON CHGAPPR REPORT"
                TO MSGFO
    END-EVALUATE.

9000-EXIT-TRANSACTION.
    EXEC CICS SEND TEXT
        FROM(WS-EXIT-MESSAGE) LENGTH(20) ERASE
    END-EXEC
    EXEC CICS RETURN END-EXEC.
