        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGEING-STATUS.

    SELECT EVENT-FILE ASSIGN TO EVTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ERRMAST-FILE.
FD  AGEING-FILE.
01  AGEING-RECORD             PIC X(132).

FD  EVENT-FILE.
    COPY ERREVNT.

WORKING-STORAGE SECTION.
    01  WS-MAST-STATUS          PIC XX.
    01  WS-ERRIN-STATUS         PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-MASTOUT-STATUS       PIC XX.
    01  WS-AGEING-STATUS        PIC XX.
    01  WS-EVENT-STATUS         PIC XX.

    01  WS-FLAGS.
        05  WS-MAST-EOF     PIC X VALUE 'N'.
        05  WS-SEARCH-RUN-ID    PIC X(12).
    01  WS-SEARCH-IMAGE         PIC X(38).
    01  WS-LATEST-RESUB-RUN     PIC X(10) VALUE SPACES.
    01  WS-LATEST-RESUB-ID      PIC X(12) VALUE SPACES.
    01  WS-HIT-IDX              PIC 9(4) COMP.
    01  WS-WORK-IDX             PIC 9(4) COMP.

    IF WS-RUNREG-STATUS NOT = "00"
        SET RUNREG-EOF TO TRUE
    END-IF
    OPEN OUTPUT MASTOUT-FILE
    OPEN OUTPUT EVENT-FILE.

1500-SCAN-RUN-REGISTER.
*> A resubmitted item may only clear when the run register
*> proves a resubmission pass actually went back through ADDNUM
*> on or after the date the correction was cut - the mere
*> passage of a date is not evidence the extract ever ran, and
*> an item must never leave the books on a guess. A pass that
*> has since been backed out proves nothing. The pass's run id
*> is kept too, so every clear it proves is logged against it.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-RUN-TYPE = "RESUB"
               AND NOT RR-BACKED-OUT
               AND RR-RUN-DATE >= WS-LATEST-RESUB-RUN
                MOVE RR-RUN-DATE TO WS-LATEST-RESUB-RUN
                MOVE RR-RUN-ID TO WS-LATEST-RESUB-ID
            END-IF
    END-READ.

                WRITE AGEING-RECORD
                CLOSE ERRMAST-FILE XREF-FILE ERRIN-FILE
                      RUNREG-FILE
                      MASTOUT-FILE AGEING-FILE EVENT-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
4000-APPLY-ERRORS.
*> A fresh error either reopens the resubmitted item whose
*> corrected image just failed again, or opens a new item. Either
*> way every ERROUT record lands on the books. A reopen is
*> logged against the run that wrote the error, with the item as
*> it stood, so backing that run out can put the item back.
    READ ERRIN-FILE
        AT END
            SET ERRIN-EOF TO TRUE
            PERFORM 4200-FIND-RESUBMITTED-IMAGE
            IF ITEM-FOUND
                SET ITEM-IDX TO WS-HIT-IDX
                MOVE 'O' TO EV-EVENT-TYPE
                MOVE ER-RUN-ID TO EV-CAUSE-RUN-ID
                PERFORM 5400-WRITE-EVENT
                MOVE 'O' TO WS-ITEM-STATUS(ITEM-IDX)
                MOVE ER-REASON-CODE TO WS-ITEM-REASON(ITEM-IDX)
                ADD 1 TO WS-ITEMS-REOPENED
            TO AGEING-RECORD
        WRITE AGEING-RECORD
        CLOSE ERRMAST-FILE XREF-FILE ERRIN-FILE RUNREG-FILE
              MASTOUT-FILE AGEING-FILE EVENT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> resubmission run on or after the correction date AND that
*> resubmission predates tonight (so tonight's error file has
*> had its say) - then it leaves the master with a listing line
*> as its receipt, and an event naming the pass that proved it.
*> Everything else ages one more night and stays on the books.
    SET ITEM-IDX TO WS-WORK-IDX
    IF WS-ITEM-STATUS(ITEM-IDX) = 'R'
       AND WS-ITEM-RESUB-DATE(ITEM-IDX) < WS-RUN-DATE
       AND WS-LATEST-RESUB-RUN >= WS-ITEM-RESUB-DATE(ITEM-IDX)
        MOVE 'C' TO EV-EVENT-TYPE
        MOVE WS-LATEST-RESUB-ID TO EV-CAUSE-RUN-ID
        PERFORM 5400-WRITE-EVENT
        MOVE 'C' TO WS-ITEM-STATUS(ITEM-IDX)
        ADD 1 TO WS-ITEMS-CLEARED
        MOVE SPACES TO AGEING-RECORD
    WRITE AGEING-RECORD.

5300-WRITE-MASTER-ITEM.
    PERFORM 5350-BUILD-OUT-ITEM
    WRITE MASTOUT-RECORD FROM WS-OUT-ITEM.

5350-BUILD-OUT-ITEM.
    MOVE WS-ITEM-SEQUENCE(ITEM-IDX) TO WS-OUT-SEQUENCE
    MOVE WS-ITEM-RUN-DATE(ITEM-IDX) TO WS-OUT-RUN-DATE
    MOVE WS-ITEM-SOURCE(ITEM-IDX) TO WS-OUT-SOURCE
    MOVE WS-ITEM-RESUB-DATE(ITEM-IDX) TO WS-OUT-RESUB-DATE
    MOVE WS-ITEM-NIGHTS(ITEM-IDX) TO WS-OUT-NIGHTS
    MOVE WS-ITEM-INPUT(ITEM-IDX) TO WS-OUT-INPUT
    MOVE WS-ITEM-RESUB-IMAGE(ITEM-IDX) TO WS-OUT-RESUB-IMAGE.

5400-WRITE-EVENT.
*> The caller has set the event type and the run it is charged
*> to; the item goes on as it stands before the change.
    PERFORM 5350-BUILD-OUT-ITEM
    MOVE WS-RUN-DATE TO EV-EVENT-DATE
    MOVE WS-OUT-ITEM TO EV-ITEM
    WRITE ERREVENT-RECORD.

9000-TERMINATE.
    MOVE SPACES TO AGEING-RECORD
    CLOSE RUNREG-FILE
    CLOSE MASTOUT-FILE
    CLOSE AGEING-FILE
    CLOSE EVENT-FILE
    IF WS-XREFS-UNMATCHED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
