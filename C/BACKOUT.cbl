IDENTIFICATION DIVISION.
PROGRAM-ID. BACKOUT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT SOURCE-MASTER-FILE ASSIGN TO SRCMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRCM-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT REGOUT-FILE ASSIGN TO REGOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGOUT-STATUS.

    SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNSTAT-STATUS.

    SELECT STATOUT-FILE ASSIGN TO STATOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATOUT-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTOUT-FILE ASSIGN TO HISTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTOUT-STATUS.

    SELECT ERRMAST-FILE ASSIGN TO ERRMAST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.

    SELECT MASTOUT-FILE ASSIGN TO MASTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTOUT-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT AUDOUT-FILE ASSIGN TO AUDOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDOUT-STATUS.

    SELECT EVIDENCE-FILE ASSIGN TO AUDBKOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVIDENCE-STATUS.

    SELECT FEEDREG-FILE ASSIGN TO FEEDREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-STATUS.

    SELECT FEEDOUT-FILE ASSIGN TO FEEDOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDOUT-STATUS.

    SELECT EVENT-FILE ASSIGN TO ERREVENT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT PROOF-FILE ASSIGN TO PROOFOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROOF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  SOURCE-MASTER-FILE.
    COPY SRCMREC.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  REGOUT-FILE.
01  REGOUT-RECORD             PIC X(59).

FD  RUNSTAT-FILE.
    COPY RUNSTAT.

FD  STATOUT-FILE.
01  STATOUT-RECORD            PIC X(78).

FD  HISTORY-FILE.
    COPY MISMREC.

FD  HISTOUT-FILE.
01  HISTOUT-RECORD            PIC X(57).

FD  ERRMAST-FILE.
    COPY ERRMREC.

FD  MASTOUT-FILE.
01  MASTOUT-RECORD            PIC X(138).

FD  AUDIT-FILE.
01  AUDIT-RECORD              PIC X(160).

FD  AUDOUT-FILE.
01  AUDOUT-RECORD             PIC X(160).

FD  EVIDENCE-FILE.
01  EVIDENCE-RECORD           PIC X(160).

FD  FEEDREG-FILE.
    COPY FEEDREG.

FD  FEEDOUT-FILE.
01  FEEDOUT-RECORD            PIC X(34).

FD  EVENT-FILE.
    COPY ERREVNT.

FD  PROOF-FILE.
01  PROOF-RECORD              PIC X(147).

WORKING-STORAGE SECTION.
    01  WS-CONTROL-STATUS       PIC XX.
    01  WS-SRCM-STATUS          PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-REGOUT-STATUS        PIC XX.
    01  WS-RUNSTAT-STATUS       PIC XX.
    01  WS-STATOUT-STATUS       PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-HISTOUT-STATUS       PIC XX.
    01  WS-MAST-STATUS          PIC XX.
    01  WS-MASTOUT-STATUS       PIC XX.
    01  WS-AUDIT-STATUS         PIC XX.
    01  WS-AUDOUT-STATUS        PIC XX.
    01  WS-EVIDENCE-STATUS      PIC XX.
    01  WS-FEEDREG-STATUS       PIC XX.
    01  WS-FEEDOUT-STATUS       PIC XX.
    01  WS-EVENT-STATUS         PIC XX.
    01  WS-PROOF-STATUS         PIC XX.

    01  WS-FLAGS.
        05  WS-CONTROL-EOF  PIC X VALUE 'N'.
            88  CONTROL-EOF        VALUE 'Y'.
        05  WS-SRCM-EOF     PIC X VALUE 'N'.
            88  SRCM-EOF           VALUE 'Y'.
        05  WS-RUNREG-EOF   PIC X VALUE 'N'.
            88  RUNREG-EOF         VALUE 'Y'.
        05  WS-RUNSTAT-EOF  PIC X VALUE 'N'.
            88  RUNSTAT-EOF        VALUE 'Y'.
        05  WS-HISTORY-EOF  PIC X VALUE 'N'.
            88  HISTORY-EOF        VALUE 'Y'.
        05  WS-MAST-EOF     PIC X VALUE 'N'.
            88  MAST-EOF           VALUE 'Y'.
        05  WS-AUDIT-EOF    PIC X VALUE 'N'.
            88  AUDIT-EOF          VALUE 'Y'.
        05  WS-FEEDREG-EOF  PIC X VALUE 'N'.
            88  FEEDREG-EOF        VALUE 'Y'.
        05  WS-EVENT-EOF    PIC X VALUE 'N'.
            88  EVENT-EOF          VALUE 'Y'.
        05  WS-RUN-FOUND    PIC X VALUE 'N'.
            88  RUN-WAS-FOUND      VALUE 'Y'.
        05  WS-ALREADY-OUT  PIC X VALUE 'N'.
            88  RUN-ALREADY-OUT    VALUE 'Y'.
        05  WS-CARD-ERROR   PIC X VALUE 'N'.
            88  CONTROL-CARD-BAD   VALUE 'Y'.
        05  WS-SYSTEMS-KEYED PIC X VALUE 'N'.
            88  SYSTEMS-WERE-KEYED VALUE 'Y'.
        05  WS-ENTRY-FOUND  PIC X VALUE 'N'.
            88  ENTRY-FOUND        VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-REG-MARKED         PIC 9(9) VALUE ZERO.
        05  WS-STATS-REMOVED      PIC 9(9) VALUE ZERO.
        05  WS-HIST-REMOVED       PIC 9(9) VALUE ZERO.
        05  WS-HIST-ADJUSTED      PIC 9(9) VALUE ZERO.
        05  WS-ITEMS-REMOVED      PIC 9(9) VALUE ZERO.
        05  WS-AUDIT-MOVED        PIC 9(9) VALUE ZERO.
        05  WS-FEEDS-RELEASED     PIC 9(9) VALUE ZERO.
        05  WS-SOURCES-UNMAPPED   PIC 9(9) VALUE ZERO.
        05  WS-ITEMS-REVERTED     PIC 9(9) VALUE ZERO.
        05  WS-REOPENS-FLAGGED    PIC 9(9) VALUE ZERO.
        05  WS-CLEARS-FLAGGED     PIC 9(9) VALUE ZERO.
        05  WS-TAG-HITS           PIC 9(4) COMP VALUE ZERO.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).

    01  WS-BACKOUT-RUN.
        05  WS-BACKOUT-RUN-ID   PIC X(12).
        05  WS-BACKOUT-SPLIT REDEFINES WS-BACKOUT-RUN-ID.
            10  WS-BACKOUT-DATE PIC X(8).
            10  WS-BACKOUT-DASH PIC X.
            10  WS-BACKOUT-SEQ  PIC X(3).
        05  WS-BACKOUT-TYPE     PIC X(8).
    01  WS-RUN-TAG              PIC X(16).

    01  WS-SOURCE-MASTER-TABLE.
        05  WS-SRCM-COUNT       PIC 9(2) COMP VALUE ZERO.
        05  WS-SRCM-ENTRY OCCURS 20 TIMES INDEXED BY SRCM-IDX.
            10  WS-SRCM-CODE    PIC X(3).
            10  WS-SRCM-NAME    PIC X(8).

    01  WS-RUN-SOURCE-TABLE.
        05  WS-RSRC-COUNT       PIC 9(2) COMP VALUE ZERO.
        05  WS-RSRC-ENTRY OCCURS 20 TIMES INDEXED BY RSRC-IDX.
            10  WS-RSRC-CODE    PIC X(3).

    01  WS-RELEASE-TABLE.
        05  WS-REL-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-REL-ENTRY OCCURS 20 TIMES INDEXED BY REL-IDX.
            10  WS-REL-SYSTEM   PIC X(8).

    01  WS-REOPEN-TABLE.
        05  WS-RO-COUNT         PIC 9(4) COMP VALUE ZERO.
        05  WS-RO-ENTRY OCCURS 500 TIMES INDEXED BY RO-IDX.
            10  WS-RO-KEY       PIC X(34).
            10  WS-RO-STATUS    PIC X.
            10  WS-RO-REASON    PIC X(4).
            10  WS-RO-MOVED-ON  PIC X.

    01  WS-TEST-CODE            PIC X(3).
    01  WS-TEST-KEY             PIC X(34).
    01  WS-TEST-SYSTEM          PIC X(8).
    01  WS-BEFORE-IMAGE         PIC X(138).

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
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.
    01  WS-FATAL-MESSAGE    PIC X(60).
    01  WS-SECTION-TITLE    PIC X(60).

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-MARK-RUN-REGISTER
    PERFORM 3000-REMOVE-RUN-STATISTICS
    PERFORM 4000-REVERSE-MISMATCH-HISTORY
    PERFORM 5000-REMOVE-ERROR-ITEMS
    PERFORM 6000-MOVE-AUDIT-LINES
    PERFORM 7000-RELEASE-FEEDS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    MOVE SPACES TO WS-RUN-USER
    ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    MOVE SPACES TO WS-BACKOUT-RUN-ID
    OPEN OUTPUT PROOF-FILE
    MOVE SPACES TO PROOF-RECORD
    STRING "RUN BACKOUT PROOF  RUN DATE " WS-RUN-DATE
           "  USER=" WS-RUN-USER
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE SPACES TO PROOF-RECORD
    WRITE PROOF-RECORD
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = "00"
        PERFORM 1100-LOAD-CONTROL-CARD UNTIL CONTROL-EOF
        CLOSE CONTROL-FILE
    END-IF
    IF CONTROL-CARD-BAD OR WS-BACKOUT-RUN-ID = SPACES
        MOVE "RUN= CARD MISSING OR NOT IN YYYYMMDD-NNN FORM"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    STRING "RUN=" WS-BACKOUT-RUN-ID
        DELIMITED BY SIZE INTO WS-RUN-TAG
    IF NOT SYSTEMS-WERE-KEYED
        PERFORM 1200-LOAD-SOURCE-MASTER
    END-IF
    PERFORM 1300-LOAD-REOPEN-EVENTS.

1100-LOAD-CONTROL-CARD.
*> RUN=YYYYMMDD-NNN names the run to reverse (required). Any
*> number of SYSTEM=XXXXXXXX cards name the feeds to release
*> from the processed-feed register; without them the feeds are
*> worked out from the sources the run itself processed.
    READ CONTROL-FILE
        AT END
            SET CONTROL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            EVALUATE WS-CARD-KEYWORD
                WHEN "RUN"
                    MOVE WS-CARD-VALUE(1:12) TO WS-BACKOUT-RUN-ID
                    IF WS-BACKOUT-DATE NOT NUMERIC
                       OR WS-BACKOUT-DASH NOT = "-"
                       OR WS-BACKOUT-SEQ NOT NUMERIC
                       OR WS-CARD-VALUE(13:8) NOT = SPACES
                        SET CONTROL-CARD-BAD TO TRUE
                    END-IF
                WHEN "SYSTEM"
                    SET SYSTEMS-WERE-KEYED TO TRUE
                    MOVE WS-CARD-VALUE(1:8) TO WS-TEST-SYSTEM
                    PERFORM 7600-ADD-RELEASE-SYSTEM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1200-LOAD-SOURCE-MASTER.
*> The source master turns the run's 3-byte detail source codes
*> into the feed system names the register is keyed on. It is
*> checked here, before anything is rewritten, because a
*> backout that has marked the register cannot be run twice.
    OPEN INPUT SOURCE-MASTER-FILE
    IF WS-SRCM-STATUS NOT = "00"
        MOVE "SOURCE-SYSTEM MASTER NOT AVAILABLE - KEY SYSTEM= CARDS"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1250-LOAD-ONE-SOURCE UNTIL SRCM-EOF
    CLOSE SOURCE-MASTER-FILE.

1250-LOAD-ONE-SOURCE.
    READ SOURCE-MASTER-FILE
        AT END
            SET SRCM-EOF TO TRUE
        NOT AT END
            IF WS-SRCM-COUNT < 20
                ADD 1 TO WS-SRCM-COUNT
                SET SRCM-IDX TO WS-SRCM-COUNT
                MOVE SM-SOURCE-CODE TO WS-SRCM-CODE(SRCM-IDX)
                MOVE SM-SYSTEM-NAME TO WS-SRCM-NAME(SRCM-IDX)
            END-IF
    END-READ.

1300-LOAD-REOPEN-EVENTS.
*> ERRTRACK logs every item it reopens against the run whose
*> error file carried the corrected image again, with the item
*> as it stood (see ERREVNT). Those reopens are the run's doing,
*> so the items go back to resubmitted - unless the log shows
*> the item has moved on since, in which case it is flagged for
*> a person to settle. Loaded here, before anything is
*> rewritten, so a full table stops the job with nothing changed.
    OPEN INPUT EVENT-FILE
    IF WS-EVENT-STATUS = "00"
        PERFORM 1350-NOTE-ONE-EVENT UNTIL EVENT-EOF
        CLOSE EVENT-FILE
    END-IF.

1350-NOTE-ONE-EVENT.
    READ EVENT-FILE
        AT END
            SET EVENT-EOF TO TRUE
        NOT AT END
            MOVE EV-KEY TO WS-TEST-KEY
            PERFORM 1400-FIND-REOPEN-ENTRY
            IF ENTRY-FOUND
                MOVE 'Y' TO WS-RO-MOVED-ON(RO-IDX)
            END-IF
            IF EV-REOPENED
               AND EV-CAUSE-RUN-ID = WS-BACKOUT-RUN-ID
                PERFORM 1450-ADD-REOPEN-ENTRY
            END-IF
    END-READ.

1400-FIND-REOPEN-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND
    SET RO-IDX TO 1
    SEARCH WS-RO-ENTRY
        AT END
            CONTINUE
        WHEN RO-IDX > WS-RO-COUNT
            CONTINUE
        WHEN WS-RO-KEY(RO-IDX) = WS-TEST-KEY
            SET ENTRY-FOUND TO TRUE
    END-SEARCH.

1450-ADD-REOPEN-ENTRY.
    IF WS-RO-COUNT < 500
        ADD 1 TO WS-RO-COUNT
        SET RO-IDX TO WS-RO-COUNT
        MOVE EV-KEY TO WS-RO-KEY(RO-IDX)
        MOVE EV-STATUS TO WS-RO-STATUS(RO-IDX)
        MOVE EV-REASON-CODE TO WS-RO-REASON(RO-IDX)
        MOVE 'N' TO WS-RO-MOVED-ON(RO-IDX)
    ELSE
        CLOSE EVENT-FILE
        MOVE "REOPENED-ITEM TABLE FULL" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF.

2000-MARK-RUN-REGISTER.
*> The register is copied forward whole with the named run's
*> row marked BACKEDOUT. A run that is not on the register, or
*> was already backed out, stops the job here - before any
*> other file is touched - with RC=8, and the swap steps hold.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS NOT = "00"
        MOVE "RUN REGISTER NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    OPEN OUTPUT REGOUT-FILE
    MOVE SPACES TO WS-SECTION-TITLE
    STRING "RUN REGISTER (RUNREG)  RUN=" WS-BACKOUT-RUN-ID
        DELIMITED BY SIZE INTO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 2100-COPY-ONE-REGISTER-ROW UNTIL RUNREG-EOF
    CLOSE RUNREG-FILE
    CLOSE REGOUT-FILE
    EVALUATE TRUE
        WHEN RUN-ALREADY-OUT
            MOVE "RUN IS ALREADY BACKED OUT ON THE RUN REGISTER"
                TO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
        WHEN NOT RUN-WAS-FOUND
            MOVE "RUN IS NOT ON THE RUN REGISTER"
                TO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
    END-EVALUATE.

2100-COPY-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-RUN-ID = WS-BACKOUT-RUN-ID
                IF RR-BACKED-OUT
                    SET RUN-ALREADY-OUT TO TRUE
                ELSE
                    SET RUN-WAS-FOUND TO TRUE
                    MOVE RR-RUN-TYPE TO WS-BACKOUT-TYPE
                    MOVE RUNREG-RECORD TO WS-BEFORE-IMAGE
                    PERFORM 8200-WRITE-BEFORE-LINE
                    MOVE "BACKEDOUT" TO RR-RUN-STATUS
                    MOVE RUNREG-RECORD TO WS-BEFORE-IMAGE
                    PERFORM 8300-WRITE-AFTER-LINE
                    ADD 1 TO WS-REG-MARKED
                END-IF
            END-IF
            WRITE REGOUT-RECORD FROM RUNREG-RECORD
    END-READ.

3000-REMOVE-RUN-STATISTICS.
*> The run's statistics record comes off so RUNMON's rolling
*> baseline and BALCHK's last-run check never see the bad run.
    OPEN INPUT RUNSTAT-FILE
    IF WS-RUNSTAT-STATUS NOT = "00"
        SET RUNSTAT-EOF TO TRUE
    END-IF
    OPEN OUTPUT STATOUT-FILE
    MOVE "RUN STATISTICS (RUNSTAT)" TO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 3100-COPY-ONE-STATS-RECORD UNTIL RUNSTAT-EOF
    CLOSE RUNSTAT-FILE
    CLOSE STATOUT-FILE.

3100-COPY-ONE-STATS-RECORD.
    READ RUNSTAT-FILE
        AT END
            SET RUNSTAT-EOF TO TRUE
        NOT AT END
            IF RS-RUN-ID = WS-BACKOUT-RUN-ID
                MOVE RUNSTAT-RECORD TO WS-BEFORE-IMAGE
                PERFORM 8400-WRITE-REMOVED-LINE
                ADD 1 TO WS-STATS-REMOVED
            ELSE
                WRITE STATOUT-RECORD FROM RUNSTAT-RECORD
            END-IF
    END-READ.

4000-REVERSE-MISMATCH-HISTORY.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        SET HISTORY-EOF TO TRUE
    END-IF
    OPEN OUTPUT HISTOUT-FILE
    MOVE "MISMATCH HISTORY (MISMHIST)" TO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 4100-COPY-ONE-HISTORY-RECORD UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE
    CLOSE HISTOUT-FILE.

4100-COPY-ONE-HISTORY-RECORD.
*> A raw record the run wrote (streak zero) simply comes off.
*> Once MISMAGE has compacted the history, the pair's carried
*> record names the run of its latest night: a streak of one
*> was that night alone and comes off too; a longer streak
*> gives back the one night, but its latest result and diff are
*> still the backed-out run's and any item that run cleared is
*> gone - those are flagged on the proof and give RC=4, and the
*> next aging run settles them. Back out before MISMAGE runs
*> wherever possible.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            IF MH-RUN-ID = WS-BACKOUT-RUN-ID
                MOVE MISMATCH-RECORD TO WS-BEFORE-IMAGE
                IF MH-STREAK > 1
                    PERFORM 8200-WRITE-BEFORE-LINE
                    SUBTRACT 1 FROM MH-STREAK
                    MOVE MISMATCH-RECORD TO WS-BEFORE-IMAGE
                    PERFORM 8300-WRITE-AFTER-LINE
                    MOVE SPACES TO PROOF-RECORD
                    STRING "         COMPACTED - LAST RESULT/DIFF"
                           " STILL FROM THIS RUN"
                        DELIMITED BY SIZE INTO PROOF-RECORD
                    WRITE PROOF-RECORD
                    WRITE HISTOUT-RECORD FROM MISMATCH-RECORD
                    ADD 1 TO WS-HIST-ADJUSTED
                ELSE
                    PERFORM 8400-WRITE-REMOVED-LINE
                    ADD 1 TO WS-HIST-REMOVED
                END-IF
            ELSE
                WRITE HISTOUT-RECORD FROM MISMATCH-RECORD
            END-IF
    END-READ.

5000-REMOVE-ERROR-ITEMS.
*> Items the run opened on the outstanding-errors master come
*> off whatever their status: the errors belong to a run that,
*> as far as the books are concerned, never happened. Items its
*> errors reopened go back to resubmitted (see 1300), and items
*> ERRTRACK cleared on the strength of the run - a resubmission
*> pass - are listed, since they have left the master and must
*> be put back by hand.
    OPEN INPUT ERRMAST-FILE
    IF WS-MAST-STATUS NOT = "00"
        SET MAST-EOF TO TRUE
    END-IF
    OPEN OUTPUT MASTOUT-FILE
    MOVE "OUTSTANDING-ERRORS MASTER (ERRMAST)" TO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 5100-COPY-ONE-ERROR-ITEM UNTIL MAST-EOF
    CLOSE ERRMAST-FILE
    CLOSE MASTOUT-FILE
    MOVE 'N' TO WS-EVENT-EOF
    OPEN INPUT EVENT-FILE
    IF WS-EVENT-STATUS = "00"
        PERFORM 5500-FLAG-ONE-CLEAR UNTIL EVENT-EOF
        CLOSE EVENT-FILE
    END-IF.

5100-COPY-ONE-ERROR-ITEM.
    READ ERRMAST-FILE
        AT END
            SET MAST-EOF TO TRUE
        NOT AT END
            IF EM-RUN-ID = WS-BACKOUT-RUN-ID
                MOVE ERRMAST-RECORD TO WS-BEFORE-IMAGE
                PERFORM 8400-WRITE-REMOVED-LINE
                ADD 1 TO WS-ITEMS-REMOVED
            ELSE
                IF EM-IS-OPEN
                    MOVE EM-KEY TO WS-TEST-KEY
                    PERFORM 1400-FIND-REOPEN-ENTRY
                    IF ENTRY-FOUND
                        PERFORM 5200-REVERT-REOPENED-ITEM
                    END-IF
                END-IF
                WRITE MASTOUT-RECORD FROM ERRMAST-RECORD
            END-IF
    END-READ.

5200-REVERT-REOPENED-ITEM.
    MOVE ERRMAST-RECORD TO WS-BEFORE-IMAGE
    IF WS-RO-MOVED-ON(RO-IDX) = 'Y'
        PERFORM 8500-WRITE-FLAGGED-LINE
        MOVE SPACES TO PROOF-RECORD
        STRING "         REOPENED BY THIS RUN BUT MOVED ON SINCE"
               " - NOT REVERTED, SETTLE BY HAND"
            DELIMITED BY SIZE INTO PROOF-RECORD
        WRITE PROOF-RECORD
        ADD 1 TO WS-REOPENS-FLAGGED
    ELSE
        PERFORM 8200-WRITE-BEFORE-LINE
        MOVE WS-RO-STATUS(RO-IDX) TO EM-STATUS
        MOVE WS-RO-REASON(RO-IDX) TO EM-REASON-CODE
        MOVE ERRMAST-RECORD TO WS-BEFORE-IMAGE
        PERFORM 8300-WRITE-AFTER-LINE
        MOVE SPACES TO PROOF-RECORD
        STRING "         REOPENED BY THIS RUN - PUT BACK TO"
               " RESUBMITTED"
            DELIMITED BY SIZE INTO PROOF-RECORD
        WRITE PROOF-RECORD
        ADD 1 TO WS-ITEMS-REVERTED
    END-IF.

5500-FLAG-ONE-CLEAR.
*> The event carries the item as it stood when it cleared, so
*> the proof line is the record to put back on the master.
    READ EVENT-FILE
        AT END
            SET EVENT-EOF TO TRUE
        NOT AT END
            IF EV-CLEARED
               AND EV-CAUSE-RUN-ID = WS-BACKOUT-RUN-ID
                MOVE EV-ITEM TO WS-BEFORE-IMAGE
                PERFORM 8500-WRITE-FLAGGED-LINE
                MOVE SPACES TO PROOF-RECORD
                STRING "         CLEARED "  DELIMITED BY SIZE
                       EV-EVENT-DATE        DELIMITED BY SIZE
                       " ON THIS RUN'S EVIDENCE - PUT BACK ON"
                                            DELIMITED BY SIZE
                       " THE MASTER BY HAND"
                                            DELIMITED BY SIZE
                    INTO PROOF-RECORD
                WRITE PROOF-RECORD
                ADD 1 TO WS-CLEARS-FLAGGED
            END-IF
    END-READ.

6000-MOVE-AUDIT-LINES.
*> The audit log is the permanent trail, so nothing the run
*> logged is thrown away: its lines move from the live log to
*> the backout evidence dataset (AUDSUMM then stops counting
*> them), and the live log gains one run-level **BACKOUT** line
*> saying who reversed which run. That line carries no RESULT=
*> and no RUN= tag, so the summary skips it and a later query
*> by run id does not mistake it for the run's own output. The
*> SRC= tag on each line also tells us which sources the run
*> processed, for the feed release that follows.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        SET AUDIT-EOF TO TRUE
    END-IF
    OPEN OUTPUT AUDOUT-FILE
    OPEN EXTEND EVIDENCE-FILE
    IF WS-EVIDENCE-STATUS = "35"
        OPEN OUTPUT EVIDENCE-FILE
    END-IF
    MOVE "AUDIT LOG (AUDLOG) - LINES MOVED TO BACKOUT EVIDENCE"
        TO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 6100-COPY-ONE-AUDIT-LINE UNTIL AUDIT-EOF
    MOVE SPACES TO AUDOUT-RECORD
    STRING WS-RUN-DATE        DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WS-RUN-TIME        DELIMITED BY SIZE
           "  USER="          DELIMITED BY SIZE
           WS-RUN-USER        DELIMITED BY SIZE
           "  **BACKOUT** OF RUN "
                              DELIMITED BY SIZE
           WS-BACKOUT-RUN-ID  DELIMITED BY SIZE
           "  AUDIT LINES MOVED TO BACKOUT EVIDENCE"
                              DELIMITED BY SIZE
        INTO AUDOUT-RECORD
    WRITE AUDOUT-RECORD
    CLOSE AUDIT-FILE
    CLOSE AUDOUT-FILE
    CLOSE EVIDENCE-FILE.

6100-COPY-ONE-AUDIT-LINE.
    READ AUDIT-FILE
        AT END
            SET AUDIT-EOF TO TRUE
        NOT AT END
            MOVE ZERO TO WS-TAG-HITS
            INSPECT AUDIT-RECORD TALLYING WS-TAG-HITS
                FOR ALL WS-RUN-TAG
            IF WS-TAG-HITS > 0
                WRITE EVIDENCE-RECORD FROM AUDIT-RECORD
                MOVE SPACES TO PROOF-RECORD
                STRING "MOVED    "       DELIMITED BY SIZE
                       AUDIT-RECORD(1:138)
                                         DELIMITED BY SIZE
                    INTO PROOF-RECORD
                WRITE PROOF-RECORD
                ADD 1 TO WS-AUDIT-MOVED
                IF AUDIT-RECORD(35:6) = "  SRC="
                    MOVE AUDIT-RECORD(41:3) TO WS-TEST-CODE
                    PERFORM 6200-NOTE-RUN-SOURCE
                END-IF
            ELSE
                WRITE AUDOUT-RECORD FROM AUDIT-RECORD
            END-IF
    END-READ.

6200-NOTE-RUN-SOURCE.
    SET RSRC-IDX TO 1
    SEARCH WS-RSRC-ENTRY
        AT END
            PERFORM 6250-ADD-RUN-SOURCE
        WHEN RSRC-IDX > WS-RSRC-COUNT
            PERFORM 6250-ADD-RUN-SOURCE
        WHEN WS-RSRC-CODE(RSRC-IDX) = WS-TEST-CODE
            CONTINUE
    END-SEARCH.

6250-ADD-RUN-SOURCE.
    IF WS-RSRC-COUNT < 20
        ADD 1 TO WS-RSRC-COUNT
        SET RSRC-IDX TO WS-RSRC-COUNT
        MOVE WS-TEST-CODE TO WS-RSRC-CODE(RSRC-IDX)
    END-IF.

7000-RELEASE-FEEDS.
*> The register has no run id, so a feed is the run's when its
*> business date is the run's and its system is one the run
*> processed: keyed SYSTEM= cards if any; else ERRFIX for a
*> resubmission pass (its details keep their original source
*> codes, but only the ERRFIX feed was admitted for the pass);
*> else the systems behind the source codes on the run's audit
*> lines. A released feed is re-admitted by the next PAIRSVAL.
    IF NOT SYSTEMS-WERE-KEYED
        IF WS-BACKOUT-TYPE = "RESUB"
            MOVE "ERRFIX" TO WS-TEST-SYSTEM
            PERFORM 7600-ADD-RELEASE-SYSTEM
        ELSE
            IF WS-RSRC-COUNT > 0
                PERFORM 7500-MAP-ONE-RUN-SOURCE
                    VARYING RSRC-IDX FROM 1 BY 1
                    UNTIL RSRC-IDX > WS-RSRC-COUNT
            END-IF
        END-IF
    END-IF
    OPEN INPUT FEEDREG-FILE
    IF WS-FEEDREG-STATUS NOT = "00"
        SET FEEDREG-EOF TO TRUE
    END-IF
    OPEN OUTPUT FEEDOUT-FILE
    MOVE SPACES TO WS-SECTION-TITLE
    STRING "PROCESSED-FEED REGISTER (FEEDREG)  BUSINESS DATE "
           WS-BACKOUT-DATE
        DELIMITED BY SIZE INTO WS-SECTION-TITLE
    PERFORM 8100-WRITE-SECTION-HEADING
    PERFORM 7100-COPY-ONE-FEED-ROW UNTIL FEEDREG-EOF
    CLOSE FEEDREG-FILE
    CLOSE FEEDOUT-FILE.

7100-COPY-ONE-FEED-ROW.
    READ FEEDREG-FILE
        AT END
            SET FEEDREG-EOF TO TRUE
        NOT AT END
            MOVE 'N' TO WS-ENTRY-FOUND
            IF FG-BUSINESS-DATE = WS-BACKOUT-DATE
                MOVE FG-SOURCE-SYSTEM TO WS-TEST-SYSTEM
                PERFORM 7700-FIND-RELEASE-SYSTEM
            END-IF
            IF ENTRY-FOUND
                MOVE FEEDREG-RECORD TO WS-BEFORE-IMAGE
                PERFORM 8400-WRITE-REMOVED-LINE
                ADD 1 TO WS-FEEDS-RELEASED
            ELSE
                WRITE FEEDOUT-RECORD FROM FEEDREG-RECORD
            END-IF
    END-READ.

7500-MAP-ONE-RUN-SOURCE.
    MOVE WS-RSRC-CODE(RSRC-IDX) TO WS-TEST-CODE
    SET SRCM-IDX TO 1
    SEARCH WS-SRCM-ENTRY
        AT END
            PERFORM 7550-SOURCE-NOT-MAPPED
        WHEN SRCM-IDX > WS-SRCM-COUNT
            PERFORM 7550-SOURCE-NOT-MAPPED
        WHEN WS-SRCM-CODE(SRCM-IDX) = WS-TEST-CODE
            MOVE WS-SRCM-NAME(SRCM-IDX) TO WS-TEST-SYSTEM
            PERFORM 7600-ADD-RELEASE-SYSTEM
    END-SEARCH.

7550-SOURCE-NOT-MAPPED.
    ADD 1 TO WS-SOURCES-UNMAPPED
    MOVE SPACES TO PROOF-RECORD
    STRING "SOURCE CODE " WS-TEST-CODE
           " NOT ON SOURCE MASTER - ITS FEED IS NOT RELEASED"
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD.

7600-ADD-RELEASE-SYSTEM.
    PERFORM 7700-FIND-RELEASE-SYSTEM
    IF NOT ENTRY-FOUND AND WS-REL-COUNT < 20
        ADD 1 TO WS-REL-COUNT
        SET REL-IDX TO WS-REL-COUNT
        MOVE WS-TEST-SYSTEM TO WS-REL-SYSTEM(REL-IDX)
    END-IF.

7700-FIND-RELEASE-SYSTEM.
    MOVE 'N' TO WS-ENTRY-FOUND
    SET REL-IDX TO 1
    SEARCH WS-REL-ENTRY
        AT END
            CONTINUE
        WHEN REL-IDX > WS-REL-COUNT
            CONTINUE
        WHEN WS-REL-SYSTEM(REL-IDX) = WS-TEST-SYSTEM
            SET ENTRY-FOUND TO TRUE
    END-SEARCH.

8100-WRITE-SECTION-HEADING.
    MOVE SPACES TO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-SECTION-TITLE TO PROOF-RECORD
    WRITE PROOF-RECORD.

8200-WRITE-BEFORE-LINE.
    MOVE SPACES TO PROOF-RECORD
    STRING "BEFORE   " WS-BEFORE-IMAGE
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD.

8300-WRITE-AFTER-LINE.
    MOVE SPACES TO PROOF-RECORD
    STRING "AFTER    " WS-BEFORE-IMAGE
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD.

8400-WRITE-REMOVED-LINE.
    MOVE SPACES TO PROOF-RECORD
    STRING "REMOVED  " WS-BEFORE-IMAGE
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD.

8500-WRITE-FLAGGED-LINE.
    MOVE SPACES TO PROOF-RECORD
    STRING "FLAGGED  " WS-BEFORE-IMAGE
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO PROOF-RECORD
    STRING "BACKOUT NOT PERFORMED - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    CLOSE PROOF-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-REG-MARKED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "REGISTER ROWS MARKED BACKEDOUT  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-STATS-REMOVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "RUN STATISTICS REMOVED          " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-HIST-REMOVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "HISTORY RECORDS REMOVED         " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-HIST-ADJUSTED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "COMPACTED HISTORY ADJUSTED      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-ITEMS-REMOVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "OUTSTANDING ERRORS REMOVED      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-ITEMS-REVERTED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "REOPENED ITEMS PUT BACK         " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-REOPENS-FLAGGED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "REOPENED ITEMS FLAGGED          " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-CLEARS-FLAGGED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "CLEARED ITEMS FLAGGED           " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-AUDIT-MOVED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "AUDIT LINES MOVED               " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-FEEDS-RELEASED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "FEEDS RELEASED                  " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    MOVE WS-SOURCES-UNMAPPED TO WS-DISPLAY-COUNT
    MOVE SPACES TO PROOF-RECORD
    STRING "SOURCES NOT MAPPED TO A FEED    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO PROOF-RECORD
    WRITE PROOF-RECORD
    CLOSE PROOF-FILE
    IF WS-HIST-ADJUSTED > 0 OR WS-SOURCES-UNMAPPED > 0
       OR WS-ITEMS-REVERTED > 0 OR WS-REOPENS-FLAGGED > 0
       OR WS-CLEARS-FLAGGED > 0
        MOVE 4 TO WS-FINAL-RC
    END-IF
    MOVE WS-FINAL-RC TO RETURN-CODE.
