IDENTIFICATION DIVISION.
PROGRAM-ID. ERRFIX.
*> No correction reaches the resubmission extract on the keyer's
*> word alone. A correction card that matches an error is staged
*> on the pending-change file under the run user as maker, and the
*> error is reported awaiting approval; once a second user has
*> approved it (CHGAPPR or the CHGA transaction) the next run
*> writes it to RESUBOUT and XREFOUT - from tonight's error file,
*> or, when the error's run is no longer the latest, from that
*> run's generation of the error archive. A run with an empty deck
*> just applies approvals. A correction for an error raised by a
*> run that has since been backed out (see RUNREG) is never
*> resubmitted: the run never happened as far as the books are
*> concerned.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRIN-STATUS.

    SELECT ERRHIST-FILE ASSIGN TO ERRHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERRHIST-STATUS.

    SELECT FIX-FILE ASSIGN TO FIXIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIX-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT PENDING-FILE ASSIGN TO PENDCHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PG-KEY
        FILE STATUS IS WS-PEND-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ERRIN-FILE.
    COPY ERRREC.

FD  ERRHIST-FILE.
01  ERRHIST-RECORD            PIC X(132).

FD  FIX-FILE.
01  FIX-RECORD.
    05  FIX-SEQUENCE          PIC 9(9).
FD  LISTING-FILE.
01  LISTING-RECORD            PIC X(132).

FD  RUNREG-FILE.
    COPY RUNREG.

FD  PENDING-FILE.
    COPY PCHGREC.

WORKING-STORAGE SECTION.
    01  WS-ERRIN-STATUS         PIC XX.
    01  WS-ERRHIST-STATUS       PIC XX.
    01  WS-XREF-STATUS          PIC XX.
    01  WS-FIX-STATUS           PIC XX.
    01  WS-RESUB-STATUS         PIC XX.
    01  WS-LIST-STATUS          PIC XX.
    01  WS-PEND-STATUS          PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.

    01  WS-FLAGS.
        05  WS-ERRIN-EOF    PIC X VALUE 'N'.
            88  FIX-EOF            VALUE 'Y'.
        05  WS-FIX-MATCHED  PIC X VALUE 'N'.
            88  FIX-MATCHED        VALUE 'Y'.
        05  WS-STAGED-MATCHED PIC X VALUE 'N'.
            88  STAGED-MATCHED     VALUE 'Y'.
        05  WS-PEND-EOF     PIC X VALUE 'N'.
            88  PEND-EOF           VALUE 'Y'.
        05  WS-ERRHIST-EOF  PIC X VALUE 'N'.
            88  ERRHIST-EOF        VALUE 'Y'.
        05  WS-RUNREG-EOF   PIC X VALUE 'N'.
            88  RUNREG-EOF         VALUE 'Y'.
        05  WS-RUN-BACKED-OUT PIC X VALUE 'N'.
            88  RUN-WAS-BACKED-OUT VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-ERRORS-READ        PIC 9(9) VALUE ZERO.
        05  WS-ERRORS-CORRECTED   PIC 9(9) VALUE ZERO.
        05  WS-ERRORS-UNCORRECTED PIC 9(9) VALUE ZERO.
        05  WS-FIXES-UNUSED       PIC 9(9) VALUE ZERO.
        05  WS-ERRORS-STAGED      PIC 9(9) VALUE ZERO.
        05  WS-ERRORS-AWAITING    PIC 9(9) VALUE ZERO.
        05  WS-FIXES-REFUSED      PIC 9(9) VALUE ZERO.
        05  WS-FIXES-NOT-FOUND    PIC 9(9) VALUE ZERO.
        05  WS-ARCHIVE-WANTED     PIC 9(9) VALUE ZERO.
        05  WS-ARCHIVE-APPLIED    PIC 9(9) VALUE ZERO.

*> Tonight's correction cards and the corrections already staged
*> on the pending-change file (pending or approved) share the
*> table; WS-FIX-ORIGIN tells them apart.
    01  WS-FIX-TABLE.
        05  WS-FIX-COUNT          PIC 9(3) COMP VALUE ZERO.
        05  WS-FIX-ENTRY OCCURS 500 TIMES INDEXED BY FIX-IDX.
            10  WS-FIX-SEQ        PIC 9(9).
            10  WS-FIX-IMAGE      PIC X(38).
            10  WS-FIX-USED       PIC X.
            10  WS-FIX-ORIGIN     PIC X.
                88  FIX-FROM-CARD      VALUE 'C'.
                88  FIX-FROM-PENDING   VALUE 'S'.
            10  WS-FIX-KEY        PIC X(23).
            10  WS-FIX-DECISION   PIC X.
            10  WS-FIX-MAKER      PIC X(8).
            10  WS-FIX-CHECKER    PIC X(8).
            10  WS-FIX-RUN-ID     PIC X(12).

    01  WS-BACKED-OUT-TABLE.
        05  WS-BKO-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-BKO-ENTRY OCCURS 200 TIMES INDEXED BY BKO-IDX.
            10  WS-BKO-RUN-ID   PIC X(12).

    01  WS-CARD-HIT             PIC 9(3) COMP.
    01  WS-STAGED-HIT           PIC 9(3) COMP.
    01  WS-STAGE-SEQ            PIC 9(7) VALUE ZERO.
    01  WS-REFUSE-REASON        PIC X(30).

    01  WS-FIX-CARD-IMAGE.
        05  WS-FCI-SEQUENCE     PIC 9(9).
        05  FILLER              PIC X.
        05  WS-FCI-IMAGE        PIC X(38).

    01  WS-RESUB-TOTALS.
        05  WS-RESUB-COUNT      PIC 9(9) VALUE ZERO.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  WS-CDT-HH       PIC 9(2).
        05  WS-CDT-MIN      PIC 9(2).
        05  WS-CDT-SEC      PIC 9(2).
        05  FILLER          PIC X(9).

    01  WS-RUN-DATE         PIC X(10).
    01  WS-TODAY            PIC X(8).
    01  WS-STAGE-TIME       PIC X(6).
    01  WS-RUN-USER         PIC X(8).

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZ9.

0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-ERRORS UNTIL ERRIN-EOF
    PERFORM 3000-APPLY-FROM-ARCHIVE
    PERFORM 9000-TERMINATE
    STOP RUN.

        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-TODAY
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-STAGE-TIME
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    OPEN INPUT ERRIN-FILE
    OPEN INPUT FIX-FILE
    OPEN OUTPUT RESUB-FILE
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    PERFORM 1100-LOAD-FIX-CARD UNTIL FIX-EOF
    PERFORM 1300-OPEN-PENDING-FILE
    PERFORM 1400-LOAD-STAGED-FIXES
    PERFORM 1500-LOAD-BACKED-OUT-RUNS
    PERFORM 1200-WRITE-RESUB-HEADER.

1100-LOAD-FIX-CARD.
                MOVE FIX-SEQUENCE TO WS-FIX-SEQ(FIX-IDX)
                MOVE FIX-CORRECTED-IMAGE TO WS-FIX-IMAGE(FIX-IDX)
                MOVE 'N' TO WS-FIX-USED(FIX-IDX)
                SET FIX-FROM-CARD(FIX-IDX) TO TRUE
                MOVE SPACES TO WS-FIX-KEY(FIX-IDX)
                MOVE SPACES TO WS-FIX-DECISION(FIX-IDX)
                MOVE WS-RUN-USER TO WS-FIX-MAKER(FIX-IDX)
                MOVE SPACES TO WS-FIX-CHECKER(FIX-IDX)
                MOVE SPACES TO WS-FIX-RUN-ID(FIX-IDX)
            ELSE
                MOVE SPACES TO LISTING-RECORD
                STRING "CORRECTION CARD LIMIT EXCEEDED - CARD "
    MOVE "ERRFIX" TO PH-SOURCE-SYSTEM
    WRITE PAIRS-HEADER-RECORD.

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
        CLOSE ERRIN-FILE
        CLOSE FIX-FILE
        CLOSE RESUB-FILE
        CLOSE XREF-FILE
        CLOSE LISTING-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-LOAD-STAGED-FIXES.
*> Corrections staged by earlier runs that are still waiting for a
*> decision or approved and not yet applied. Rejected, expired and
*> applied ones are finished with.
    MOVE LOW-VALUES TO PG-KEY
    SET PG-ERROR-FIX TO TRUE
    START PENDING-FILE KEY IS NOT LESS THAN PG-KEY
        INVALID KEY
            SET PEND-EOF TO TRUE
    END-START
    PERFORM 1450-LOAD-ONE-STAGED-FIX UNTIL PEND-EOF.

1450-LOAD-ONE-STAGED-FIX.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET PEND-EOF TO TRUE
        NOT AT END
            IF NOT PG-ERROR-FIX
                SET PEND-EOF TO TRUE
            ELSE
                IF PG-PENDING OR PG-APPROVED
                    PERFORM 1470-ADD-STAGED-FIX
                END-IF
            END-IF
    END-READ.

1470-ADD-STAGED-FIX.
    IF WS-FIX-COUNT < 500
        MOVE PG-IMAGE TO WS-FIX-CARD-IMAGE
        ADD 1 TO WS-FIX-COUNT
        SET FIX-IDX TO WS-FIX-COUNT
        MOVE WS-FCI-SEQUENCE TO WS-FIX-SEQ(FIX-IDX)
        MOVE WS-FCI-IMAGE TO WS-FIX-IMAGE(FIX-IDX)
        MOVE 'N' TO WS-FIX-USED(FIX-IDX)
        SET FIX-FROM-PENDING(FIX-IDX) TO TRUE
        MOVE PG-KEY TO WS-FIX-KEY(FIX-IDX)
        MOVE PG-STATUS TO WS-FIX-DECISION(FIX-IDX)
        MOVE PG-MAKER TO WS-FIX-MAKER(FIX-IDX)
        MOVE PG-CHECKER TO WS-FIX-CHECKER(FIX-IDX)
        MOVE PG-FIX-RUN-ID TO WS-FIX-RUN-ID(FIX-IDX)
    ELSE
        MOVE SPACES TO LISTING-RECORD
        STRING "CORRECTION CARD LIMIT EXCEEDED - STAGED CHANGE "
               "NOT LOADED CHANGE=" PG-KEY
            DELIMITED BY SIZE INTO LISTING-RECORD
        WRITE LISTING-RECORD
    END-IF.

1500-LOAD-BACKED-OUT-RUNS.
*> An error raised by a backed-out run can still be on tonight's
*> error file (until the rerun replaces it) or on an archive
*> generation cut before the backout; BACKOUT has already taken
*> its item off the outstanding-errors master.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 1550-READ-ONE-REGISTER-ROW UNTIL RUNREG-EOF
        CLOSE RUNREG-FILE
    END-IF.

1550-READ-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-BACKED-OUT
                IF WS-BKO-COUNT >= 200
                    MOVE "BACKED-OUT RUN TABLE FULL - RUN HALTED"
                        TO LISTING-RECORD
                    WRITE LISTING-RECORD
                    CLOSE RUNREG-FILE
                    CLOSE ERRIN-FILE
                    CLOSE FIX-FILE
                    CLOSE RESUB-FILE
                    CLOSE XREF-FILE
                    CLOSE LISTING-FILE
                    CLOSE PENDING-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BKO-COUNT
                SET BKO-IDX TO WS-BKO-COUNT
                MOVE RR-RUN-ID TO WS-BKO-RUN-ID(BKO-IDX)
            END-IF
    END-READ.

1600-CHECK-ERROR-RUN.
    MOVE 'N' TO WS-RUN-BACKED-OUT
    SET BKO-IDX TO 1
    SEARCH WS-BKO-ENTRY
        AT END
            CONTINUE
        WHEN BKO-IDX > WS-BKO-COUNT
            CONTINUE
        WHEN WS-BKO-RUN-ID(BKO-IDX) = ER-RUN-ID
            SET RUN-WAS-BACKED-OUT TO TRUE
    END-SEARCH.

2000-PROCESS-ERRORS.
    READ ERRIN-FILE
        AT END
    END-READ.

2100-REPAIR-ERROR.
*> An approved correction for this error is applied; one still
*> pending leaves the error awaiting approval; otherwise a card
*> keyed tonight is staged. A card keyed for an error that
*> already has a correction staged is not staged a second time.
    MOVE 'N' TO WS-FIX-MATCHED
    MOVE 'N' TO WS-STAGED-MATCHED
    IF WS-FIX-COUNT > 0
        PERFORM 2150-FIND-STAGED-CORRECTION
        PERFORM 2200-FIND-CORRECTION
    END-IF
    IF STAGED-MATCHED AND FIX-MATCHED
        PERFORM 2260-REPORT-DUPLICATE-CARD
    END-IF
    EVALUATE TRUE
        WHEN STAGED-MATCHED
            SET FIX-IDX TO WS-STAGED-HIT
            MOVE 'Y' TO WS-FIX-USED(FIX-IDX)
            IF WS-FIX-DECISION(FIX-IDX) = 'A'
                PERFORM 2300-WRITE-CORRECTED-RECORD
            ELSE
                PERFORM 2250-LIST-AWAITING-APPROVAL
            END-IF
        WHEN FIX-MATCHED
            SET FIX-IDX TO WS-CARD-HIT
            PERFORM 2500-STAGE-CORRECTION
        WHEN OTHER
            PERFORM 2700-LIST-UNCORRECTED
    END-EVALUATE.

2150-FIND-STAGED-CORRECTION.
*> A staged correction belongs to the run its error came from, so
*> it is matched on the run id as well as the sequence.
    SET FIX-IDX TO 1
    SEARCH WS-FIX-ENTRY
        AT END
            CONTINUE
        WHEN FIX-IDX > WS-FIX-COUNT
            CONTINUE
        WHEN FIX-FROM-PENDING(FIX-IDX)
         AND WS-FIX-SEQ(FIX-IDX) = ER-SEQUENCE
         AND WS-FIX-RUN-ID(FIX-IDX) = ER-RUN-ID
            SET STAGED-MATCHED TO TRUE
            SET WS-STAGED-HIT TO FIX-IDX
    END-SEARCH.

2200-FIND-CORRECTION.
    SET FIX-IDX TO 1
            CONTINUE
        WHEN FIX-IDX > WS-FIX-COUNT
            CONTINUE
        WHEN FIX-FROM-CARD(FIX-IDX)
         AND WS-FIX-SEQ(FIX-IDX) = ER-SEQUENCE
            SET FIX-MATCHED TO TRUE
            SET WS-CARD-HIT TO FIX-IDX
    END-SEARCH.

2250-LIST-AWAITING-APPROVAL.
    ADD 1 TO WS-ERRORS-AWAITING
    MOVE SPACES TO LISTING-RECORD
    STRING "AWAITING APPROVAL  SEQ="   DELIMITED BY SIZE
           ER-SEQUENCE                 DELIMITED BY SIZE
           "  CHANGE="                 DELIMITED BY SIZE
           WS-FIX-KEY(FIX-IDX)         DELIMITED BY SIZE
           "  MAKER="                  DELIMITED BY SIZE
           WS-FIX-MAKER(FIX-IDX)       DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2260-REPORT-DUPLICATE-CARD.
    SET FIX-IDX TO WS-CARD-HIT
    MOVE 'Y' TO WS-FIX-USED(FIX-IDX)
    ADD 1 TO WS-FIXES-UNUSED
    SET FIX-IDX TO WS-STAGED-HIT
    MOVE SPACES TO LISTING-RECORD
    STRING "DUPLICATE CORRECTION  SEQ=" DELIMITED BY SIZE
           ER-SEQUENCE                  DELIMITED BY SIZE
           "  CARD IGNORED - ALREADY STAGED CHANGE="
                                        DELIMITED BY SIZE
           WS-FIX-KEY(FIX-IDX)          DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2300-WRITE-CORRECTED-RECORD.
*> The approved correction goes out only if the approver is not
*> its maker, it is still a type-D detail image and the error's
*> run still stands; otherwise it is refused and marked rejected
*> with the reason, for CHGAPPR to report.
    MOVE SPACES TO WS-REFUSE-REASON
    MOVE WS-FIX-IMAGE(FIX-IDX) TO PAIRS-RECORD
    PERFORM 1600-CHECK-ERROR-RUN
    EVALUATE TRUE
        WHEN RUN-WAS-BACKED-OUT
            MOVE "RUN WAS BACKED OUT" TO WS-REFUSE-REASON
        WHEN WS-FIX-CHECKER(FIX-IDX) = SPACES
          OR WS-FIX-CHECKER(FIX-IDX) = WS-FIX-MAKER(FIX-IDX)
            MOVE "NOT APPROVED BY A SECOND USER" TO WS-REFUSE-REASON
        WHEN NOT PAIRS-DETAIL-REC
            MOVE "IMAGE IS NOT A TYPE-D RECORD" TO WS-REFUSE-REASON
    END-EVALUATE
    IF WS-REFUSE-REASON NOT = SPACES
        ADD 1 TO WS-ERRORS-UNCORRECTED
        ADD 1 TO WS-FIXES-REFUSED
        MOVE SPACES TO LISTING-RECORD
        STRING "CORRECTION REFUSED  SEQ="  DELIMITED BY SIZE
               ER-SEQUENCE                 DELIMITED BY SIZE
               "  CHANGE="                 DELIMITED BY SIZE
               WS-FIX-KEY(FIX-IDX)         DELIMITED BY SIZE
               "  "                        DELIMITED BY SIZE
               WS-REFUSE-REASON            DELIMITED BY SIZE
            INTO LISTING-RECORD
        WRITE LISTING-RECORD
    ELSE
        ADD 1 TO WS-ERRORS-CORRECTED
        ADD 1 TO WS-RESUB-COUNT
        ADD PD-NUM1 TO WS-RESUB-HASH-NUM1
        ADD PD-NUM2 TO WS-RESUB-HASH-NUM2
        WRITE PAIRS-DETAIL-RECORD
        PERFORM 2400-WRITE-XREF-RECORD
        MOVE SPACES TO LISTING-RECORD
        STRING "CORRECTED  SEQ="           DELIMITED BY SIZE
               ER-SEQUENCE                 DELIMITED BY SIZE
               "  CHANGE="                 DELIMITED BY SIZE
               WS-FIX-KEY(FIX-IDX)         DELIMITED BY SIZE
               "  MAKER="                  DELIMITED BY SIZE
               WS-FIX-MAKER(FIX-IDX)       DELIMITED BY SIZE
               "  CHECKER="                DELIMITED BY SIZE
               WS-FIX-CHECKER(FIX-IDX)     DELIMITED BY SIZE
            INTO LISTING-RECORD
        WRITE LISTING-RECORD
    END-IF
    PERFORM 2350-RECORD-OUTCOME.

2350-RECORD-OUTCOME.
    MOVE WS-FIX-KEY(FIX-IDX) TO PG-KEY
    READ PENDING-FILE
        INVALID KEY
            PERFORM 2360-WRITE-UNMARKED-LINE
        NOT INVALID KEY
            IF WS-REFUSE-REASON = SPACES
                SET PG-APPLIED TO TRUE
                MOVE WS-TODAY TO PG-APPLIED-DATE
            ELSE
                SET PG-REJECTED TO TRUE
                MOVE WS-REFUSE-REASON TO PG-NOTE
                MOVE 'N' TO PG-REPORTED
            END-IF
            REWRITE PENDING-CHANGE-RECORD
                INVALID KEY
                    PERFORM 2360-WRITE-UNMARKED-LINE
            END-REWRITE
    END-READ.

2360-WRITE-UNMARKED-LINE.
    MOVE SPACES TO LISTING-RECORD
    STRING "   PENDING CHANGE NOT MARKED  CHANGE="
           WS-FIX-KEY(FIX-IDX)
           "  STATUS=" WS-PEND-STATUS
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2400-WRITE-XREF-RECORD.
*> Tie the correction back to the original error so ERRTRACK can
    MOVE WS-FIX-IMAGE(FIX-IDX) TO EX-RESUB-IMAGE
    WRITE ERRXREF-RECORD.

2500-STAGE-CORRECTION.
*> The card is edited now so the checker is never asked to
*> approve an image that could not be resubmitted; the error's
*> run is carried with it so the approved correction is applied
*> only against that run's error. A card for an error whose run
*> has been backed out is not staged at all.
    MOVE 'Y' TO WS-FIX-USED(FIX-IDX)
    MOVE WS-FIX-IMAGE(FIX-IDX) TO PAIRS-RECORD
    PERFORM 1600-CHECK-ERROR-RUN
    EVALUATE TRUE
        WHEN RUN-WAS-BACKED-OUT
            ADD 1 TO WS-ERRORS-UNCORRECTED
            MOVE SPACES TO LISTING-RECORD
            STRING "BAD CORRECTION  SEQ="    DELIMITED BY SIZE
                   ER-SEQUENCE               DELIMITED BY SIZE
                   "  RUN WAS BACKED OUT - RUN="
                                             DELIMITED BY SIZE
                   ER-RUN-ID                 DELIMITED BY SIZE
                INTO LISTING-RECORD
            WRITE LISTING-RECORD
        WHEN NOT PAIRS-DETAIL-REC
            ADD 1 TO WS-ERRORS-UNCORRECTED
            MOVE SPACES TO LISTING-RECORD
            STRING "BAD CORRECTION  SEQ="    DELIMITED BY SIZE
                   ER-SEQUENCE               DELIMITED BY SIZE
                   "  IMAGE IS NOT A TYPE-D DETAIL RECORD"
                                             DELIMITED BY SIZE
                INTO LISTING-RECORD
            WRITE LISTING-RECORD
        WHEN OTHER
            ADD 1 TO WS-STAGE-SEQ
            MOVE SPACES TO PENDING-CHANGE-RECORD
            SET PG-ERROR-FIX TO TRUE
            MOVE WS-TODAY TO PG-MADE-DATE
            MOVE WS-STAGE-TIME TO PG-MADE-TIME
            SET PG-FROM-BATCH TO TRUE
            MOVE WS-STAGE-SEQ TO PG-MADE-SEQ
            SET PG-PENDING TO TRUE
            MOVE WS-RUN-USER TO PG-MAKER
            MOVE 'N' TO PG-REPORTED
            MOVE ER-RUN-DATE TO PG-FIX-RUN-DATE
            MOVE ER-SOURCE TO PG-FIX-SOURCE
            MOVE ER-RUN-ID TO PG-FIX-RUN-ID
            MOVE WS-FIX-SEQ(FIX-IDX) TO WS-FCI-SEQUENCE
            MOVE SPACE TO WS-FIX-CARD-IMAGE(10:1)
            MOVE WS-FIX-IMAGE(FIX-IDX) TO WS-FCI-IMAGE
            MOVE WS-FIX-CARD-IMAGE TO PG-IMAGE
            WRITE PENDING-CHANGE-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERRORS-UNCORRECTED
                    PERFORM 2560-WRITE-NOT-STAGED-LINE
                NOT INVALID KEY
                    ADD 1 TO WS-ERRORS-STAGED
                    PERFORM 2550-WRITE-STAGED-LINE
            END-WRITE
    END-EVALUATE.

2550-WRITE-STAGED-LINE.
    MOVE SPACES TO LISTING-RECORD
    STRING "STAGED FOR APPROVAL  SEQ=" ER-SEQUENCE
           "  CHANGE=" PG-KEY
           "  MAKER=" WS-RUN-USER
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2560-WRITE-NOT-STAGED-LINE.
    MOVE SPACES TO LISTING-RECORD
    STRING "CORRECTION NOT STAGED  SEQ=" ER-SEQUENCE
           "  PENDING CHANGE WRITE FAILED STATUS="
           WS-PEND-STATUS
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD.

2700-LIST-UNCORRECTED.
    ADD 1 TO WS-ERRORS-UNCORRECTED
    MOVE SPACES TO LISTING-RECORD
    STRING "UNCORRECTED  SEQ="  DELIMITED BY SIZE
           ER-SEQUENCE          DELIMITED BY SIZE
           "  REASON="          DELIMITED BY SIZE
           ER-REASON-CODE       DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           ER-REASON-TEXT       DELIMITED BY SIZE
           "  INPUT="           DELIMITED BY SIZE
           ER-INPUT-RECORD      DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

3000-APPLY-FROM-ARCHIVE.
*> The error file is rewritten by every run, so an approved
*> correction for an earlier run's error is applied from the error
*> archive, which keeps each run's error file as a generation. The
*> record is taken only from the run the correction was staged
*> against. It is read into the error file's record area, free
*> once that file is at end, so the apply paragraphs serve both.
    MOVE ZERO TO WS-ARCHIVE-WANTED
    IF WS-FIX-COUNT > 0
        PERFORM 3050-COUNT-ONE-WAITING
            VARYING FIX-IDX FROM 1 BY 1
            UNTIL FIX-IDX > WS-FIX-COUNT
    END-IF
    IF WS-ARCHIVE-WANTED > 0
        OPEN INPUT ERRHIST-FILE
        IF WS-ERRHIST-STATUS = "00"
            PERFORM 3100-READ-ONE-ARCHIVED
                UNTIL ERRHIST-EOF OR WS-ARCHIVE-WANTED = 0
            CLOSE ERRHIST-FILE
        ELSE
            MOVE SPACES TO LISTING-RECORD
            STRING "ERROR ARCHIVE NOT AVAILABLE  STATUS="
                   WS-ERRHIST-STATUS
                DELIMITED BY SIZE INTO LISTING-RECORD
            WRITE LISTING-RECORD
        END-IF
    END-IF.

3050-COUNT-ONE-WAITING.
    IF WS-FIX-USED(FIX-IDX) = 'N' AND FIX-FROM-PENDING(FIX-IDX)
       AND WS-FIX-DECISION(FIX-IDX) = 'A'
        ADD 1 TO WS-ARCHIVE-WANTED
    END-IF.

3100-READ-ONE-ARCHIVED.
    READ ERRHIST-FILE INTO ERROR-DETAIL-RECORD
        AT END
            SET ERRHIST-EOF TO TRUE
        NOT AT END
            PERFORM 3200-MATCH-ARCHIVED-ERROR
    END-READ.

3200-MATCH-ARCHIVED-ERROR.
    SET FIX-IDX TO 1
    SEARCH WS-FIX-ENTRY
        AT END
            CONTINUE
        WHEN FIX-IDX > WS-FIX-COUNT
            CONTINUE
        WHEN FIX-FROM-PENDING(FIX-IDX)
         AND WS-FIX-USED(FIX-IDX) = 'N'
         AND WS-FIX-DECISION(FIX-IDX) = 'A'
         AND WS-FIX-SEQ(FIX-IDX) = ER-SEQUENCE
         AND WS-FIX-RUN-ID(FIX-IDX) = ER-RUN-ID
            MOVE 'Y' TO WS-FIX-USED(FIX-IDX)
            SUBTRACT 1 FROM WS-ARCHIVE-WANTED
            ADD 1 TO WS-ARCHIVE-APPLIED
            PERFORM 2300-WRITE-CORRECTED-RECORD
    END-SEARCH.

9000-TERMINATE.
    PERFORM 9100-WRITE-RESUB-TRAILER
    PERFORM 9200-REPORT-UNUSED-FIXES
    STRING "RECORDS UNCORRECTED  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-ERRORS-STAGED TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "STAGED FOR APPROVAL  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-ERRORS-AWAITING TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "AWAITING APPROVAL    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-FIXES-UNUSED TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "CORRECTIONS UNUSED   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-FIXES-REFUSED TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "CORRECTIONS REFUSED  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-ARCHIVE-APPLIED TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "FROM ERROR ARCHIVE   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-FIXES-NOT-FOUND TO WS-DISPLAY-COUNT
    MOVE SPACES TO LISTING-RECORD
    STRING "APPROVED NOT FOUND   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE ERRIN-FILE
    CLOSE FIX-FILE
    CLOSE RESUB-FILE
    CLOSE XREF-FILE
    CLOSE LISTING-FILE
    CLOSE PENDING-FILE
    IF WS-ERRORS-UNCORRECTED > 0 OR WS-FIXES-UNUSED > 0
       OR WS-FIXES-NOT-FOUND > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    END-IF.

9250-CHECK-ONE-FIX.
*> An approved correction whose error is on neither the error file
*> nor the archive is listed, left approved and ends the run RC 4,
*> so it is looked into before CHGAPPR expires it.
    IF WS-FIX-USED(FIX-IDX) = 'N' AND FIX-FROM-PENDING(FIX-IDX)
       AND WS-FIX-DECISION(FIX-IDX) = 'A'
        ADD 1 TO WS-FIXES-NOT-FOUND
        MOVE SPACES TO LISTING-RECORD
        STRING "APPROVED CORRECTION NOT APPLIED  SEQ="
                                         DELIMITED BY SIZE
               WS-FIX-SEQ(FIX-IDX)       DELIMITED BY SIZE
               "  RUN="                  DELIMITED BY SIZE
               WS-FIX-RUN-ID(FIX-IDX)    DELIMITED BY SIZE
               "  ERROR NOT ON FILE OR ARCHIVE CHANGE="
                                         DELIMITED BY SIZE
               WS-FIX-KEY(FIX-IDX)       DELIMITED BY SIZE
            INTO LISTING-RECORD
        WRITE LISTING-RECORD
    END-IF
    IF WS-FIX-USED(FIX-IDX) = 'N' AND FIX-FROM-CARD(FIX-IDX)
        ADD 1 TO WS-FIXES-UNUSED
        MOVE SPACES TO LISTING-RECORD
        STRING "UNUSED CORRECTION  SEQ=" DELIMITED BY SIZE
