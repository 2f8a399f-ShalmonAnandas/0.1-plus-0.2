IDENTIFICATION DIVISION.
PROGRAM-ID. GLPOST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT RATE-FILE ASSIGN TO RATEIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

    SELECT ACCOUNT-MAP-FILE ASSIGN TO ACCTMAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCTMAP-STATUS.

    SELECT OPEN-ITEM-FILE ASSIGN TO GLOPEN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-STATUS.

    SELECT OPENOUT-FILE ASSIGN TO OPENOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPENOUT-STATUS.

    SELECT POSTREG-FILE ASSIGN TO GLPREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTREG-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO GLJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT LISTING-FILE ASSIGN TO LISTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  RUNREG-FILE.
    COPY RUNREG.

FD  HISTORY-FILE.
    COPY MISMREC.

FD  RATE-FILE.
    COPY RATEREC.

FD  ACCOUNT-MAP-FILE.
    COPY GLAMREC.

FD  OPEN-ITEM-FILE.
    COPY GLOPREC.

FD  OPENOUT-FILE.
01  OPENOUT-RECORD            PIC X(100).

FD  POSTREG-FILE.
    COPY GLPREG.

FD  JOURNAL-FILE.
    COPY GLJREC.

FD  LISTING-FILE.
01  LISTING-RECORD            PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-CONTROL-STATUS       PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-RATE-STATUS          PIC XX.
    01  WS-ACCTMAP-STATUS       PIC XX.
    01  WS-OPEN-STATUS          PIC XX.
    01  WS-OPENOUT-STATUS       PIC XX.
    01  WS-POSTREG-STATUS       PIC XX.
    01  WS-JOURNAL-STATUS       PIC XX.
    01  WS-LIST-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-CONTROL-EOF  PIC X VALUE 'N'.
            88  CONTROL-EOF        VALUE 'Y'.
        05  WS-RUNREG-EOF   PIC X VALUE 'N'.
            88  RUNREG-EOF         VALUE 'Y'.
        05  WS-HISTORY-EOF  PIC X VALUE 'N'.
            88  HISTORY-EOF        VALUE 'Y'.
        05  WS-RATE-EOF     PIC X VALUE 'N'.
            88  RATE-EOF           VALUE 'Y'.
        05  WS-ACCTMAP-EOF  PIC X VALUE 'N'.
            88  ACCTMAP-EOF        VALUE 'Y'.
        05  WS-OPEN-EOF     PIC X VALUE 'N'.
            88  OPEN-EOF           VALUE 'Y'.
        05  WS-POSTREG-EOF  PIC X VALUE 'N'.
            88  POSTREG-EOF        VALUE 'Y'.
        05  WS-CARD-ERROR   PIC X VALUE 'N'.
            88  CONTROL-CARD-BAD   VALUE 'Y'.
        05  WS-RUN-KEYED    PIC X VALUE 'N'.
            88  RUN-WAS-KEYED      VALUE 'Y'.
        05  WS-RUN-FOUND    PIC X VALUE 'N'.
            88  RUN-WAS-FOUND      VALUE 'Y'.
        05  WS-RUN-BACKED   PIC X VALUE 'N'.
            88  RUN-IS-BACKED-OUT  VALUE 'Y'.
        05  WS-ALREADY-POSTED PIC X VALUE 'N'.
            88  RUN-ALREADY-POSTED VALUE 'Y'.
        05  WS-MAP-FOUND    PIC X VALUE 'N'.
            88  MAP-FOUND          VALUE 'Y'.
        05  WS-RATE-FOUND   PIC X VALUE 'N'.
            88  RATE-FOUND         VALUE 'Y'.
        05  WS-RUN-WANTED   PIC X VALUE 'N'.
            88  RUN-IS-WANTED      VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-HIST-SELECTED      PIC 9(7) VALUE ZERO.
        05  WS-HIST-SKIPPED       PIC 9(7) VALUE ZERO.
        05  WS-POSTINGS           PIC 9(7) VALUE ZERO.
        05  WS-REVERSALS          PIC 9(7) VALUE ZERO.
        05  WS-BACKOUTS           PIC 9(7) VALUE ZERO.
        05  WS-OPEN-KEPT          PIC 9(7) VALUE ZERO.
        05  WS-POST-ERRORS        PIC 9(7) VALUE ZERO.
        05  WS-LINE-NUMBER        PIC 9(6) VALUE ZERO.
        05  WS-TOTAL-LINES        PIC 9(9) VALUE ZERO.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).

    01  WS-POST-RUN.
        05  WS-POST-RUN-ID      PIC X(12).
        05  WS-POST-SPLIT REDEFINES WS-POST-RUN-ID.
            10  WS-POST-BUS-DATE PIC X(8).
            10  WS-POST-DASH    PIC X.
            10  WS-POST-SEQ     PIC X(3).

*> Runs on the register that have since been backed out; any
*> suspense still open from one of them is reversed tonight.
    01  WS-BACKED-OUT-TABLE.
        05  WS-BKO-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-BKO-ENTRY OCCURS 200 TIMES INDEXED BY BKO-IDX.
            10  WS-BKO-RUN-ID   PIC X(12).

*> Runs whose own records are still on the history ahead of
*> MISMAGE's compaction, as first met on the file.
    01  WS-HISTORY-RUN-TABLE.
        05  WS-HRN-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-HRN-ENTRY OCCURS 100 TIMES INDEXED BY HRN-IDX.
            10  WS-HRN-RUN-ID   PIC X(12).

*> The runs to post, in register order (oldest first), one
*> journal batch each. With a RUN= card it holds that run only.
    01  WS-POST-RUN-LIST.
        05  WS-PRN-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-PRN-ENTRY OCCURS 100 TIMES INDEXED BY PRN-IDX.
            10  WS-PRN-RUN-ID.
                15  WS-PRN-BUS-DATE PIC X(8).
                15  FILLER          PIC X(4).
            10  WS-PRN-POSTED       PIC X.
            10  WS-PRN-LINES        PIC 9(6).
            10  WS-PRN-DEBIT-TOTAL  PIC 9(13)V9(2).
    01  WS-BATCH-NUMBER         PIC 9(3) COMP.

    01  WS-RATE-TABLE.
        05  WS-RATE-COUNT       PIC 9(3) COMP VALUE ZERO.
        05  WS-RATE-ENTRY OCCURS 500 TIMES INDEXED BY RATE-IDX.
            10  WS-RATE-CCY     PIC X(3).
            10  WS-RATE-DATE    PIC X(8).
            10  WS-RATE-VALUE   PIC 9(3)V9(6).

    01  WS-MAP-TABLE.
        05  WS-MAP-COUNT        PIC 9(3) COMP VALUE ZERO.
        05  WS-MAP-ENTRY OCCURS 300 TIMES INDEXED BY MAP-IDX.
            10  WS-MAP-SOURCE   PIC X(3).
            10  WS-MAP-CATEGORY PIC X(4).
            10  WS-MAP-SUSPENSE PIC X(12).
            10  WS-MAP-OFFSET   PIC X(12).

*> Latest match flag per pair key in the run's own history: a key
*> whose last record matched is the key MISMAGE clears tonight.
    01  WS-KEY-TABLE.
        05  WS-KEY-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY KEY-IDX.
            10  WS-KEY-PAIR-KEY PIC X(11).
            10  WS-KEY-LAST-FLAG PIC X.

    01  WS-HIST-TABLE.
        05  WS-HREC-COUNT       PIC 9(4) COMP VALUE ZERO.
        05  WS-HREC-ENTRY OCCURS 5000 TIMES INDEXED BY HREC-IDX.
            10  WS-HREC-PAIR-KEY    PIC X(11).
            10  WS-HREC-FLAG        PIC X.
            10  WS-HREC-DIFF        PIC S9(7)V9(2).

    01  WS-POST-TABLE.
        05  WS-POST-COUNT       PIC 9(4) COMP VALUE ZERO.
        05  WS-POST-ENTRY OCCURS 5000 TIMES INDEXED BY POST-IDX.
            10  WS-PST-PAIR-KEY     PIC X(11).
            10  WS-PST-SUSPENSE     PIC X(12).
            10  WS-PST-OFFSET       PIC X(12).
            10  WS-PST-SIDE         PIC X.
            10  WS-PST-CURRENCY     PIC X(3).
            10  WS-PST-CCY-AMOUNT   PIC 9(11)V9(2).
            10  WS-PST-BASE-AMOUNT  PIC 9(11)V9(2).
            10  WS-PST-RATE         PIC 9(3)V9(6).
            10  WS-PST-BATCH        PIC 9(3) COMP.

    01  WS-OPEN-TABLE.
        05  WS-OPN-COUNT        PIC 9(4) COMP VALUE ZERO.
        05  WS-OPN-ENTRY OCCURS 5000 TIMES INDEXED BY OPN-IDX.
            10  WS-OPN-ACTION       PIC X.
                88  OPN-KEEP        VALUE 'K'.
                88  OPN-REVERSE     VALUE 'R'.
                88  OPN-BACK-OUT    VALUE 'B'.
            10  WS-OPN-BATCH        PIC 9(3) COMP.
            10  WS-OPN-ROW          PIC X(100).

    01  WS-PAIR-KEY-SPLIT.
        05  WS-SPLIT-SOURCE     PIC X(3).
        05  WS-SPLIT-CATEGORY   PIC X(4).
        05  WS-SPLIT-OP-CODE    PIC X.
        05  WS-SPLIT-CURRENCY   PIC X(3).

*> One debit/credit pair is staged here and written as two
*> journal lines by 5500.
    01  WS-ENTRY.
        05  WS-ENT-TYPE         PIC X.
        05  WS-ENT-DEBIT-ACCT   PIC X(12).
        05  WS-ENT-CREDIT-ACCT  PIC X(12).
        05  WS-ENT-CURRENCY     PIC X(3).
        05  WS-ENT-CCY-AMOUNT   PIC 9(11)V9(2).
        05  WS-ENT-BASE-AMOUNT  PIC 9(11)V9(2).
        05  WS-ENT-RATE         PIC 9(3)V9(6).
        05  WS-ENT-PAIR-KEY     PIC X(11).
        05  WS-ENT-ORIG-RUN-ID  PIC X(12).
        05  WS-ENT-ORIG-DATE    PIC X(8).

    01  WS-DEBIT-TOTAL          PIC 9(13)V9(2) VALUE ZERO.
    01  WS-CREDIT-TOTAL         PIC 9(13)V9(2) VALUE ZERO.
    01  WS-TOTAL-DEBIT          PIC 9(13)V9(2) VALUE ZERO.
    01  WS-TOTAL-CREDIT         PIC 9(13)V9(2) VALUE ZERO.
    01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
    01  WS-ABS-DIFF             PIC 9(11)V9(2).
    01  WS-CCY-AMOUNT           PIC 9(11)V9(2).
    01  WS-USE-RATE             PIC 9(3)V9(6).
    01  WS-ERROR-REASON         PIC X(40).

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
    01  WS-FATAL-MESSAGE    PIC X(60).

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-AMOUNT   PIC Z(10)9.99.
    01  WS-DISPLAY-BASE     PIC Z(10)9.99.
    01  WS-DISPLAY-TOTAL    PIC Z(12)9.99.
    01  WS-DISPLAY-DIFF     PIC -(7)9.99.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 4000-LOAD-OPEN-ITEMS
    PERFORM 2000-PREPARE-ONE-RUN
        VARYING PRN-IDX FROM 1 BY 1
        UNTIL PRN-IDX > WS-PRN-COUNT
    IF WS-POST-ERRORS > 0
        MOVE SPACES TO WS-FATAL-MESSAGE
        MOVE WS-POST-ERRORS TO WS-DISPLAY-COUNT
        STRING WS-DISPLAY-COUNT
               " DIFFERENCES CANNOT BE POSTED - SEE ABOVE"
            DELIMITED BY SIZE INTO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 5000-WRITE-JOURNAL
    PERFORM 6000-WRITE-OPEN-ITEMS
    PERFORM 7000-REGISTER-BATCH
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
    MOVE SPACES TO WS-POST-RUN-ID
    OPEN OUTPUT LISTING-FILE
    MOVE SPACES TO LISTING-RECORD
    STRING "GL SUSPENSE POSTING  RUN DATE " WS-RUN-DATE
           "  USER=" WS-RUN-USER
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = "00"
        PERFORM 1100-LOAD-CONTROL-CARD UNTIL CONTROL-EOF
        CLOSE CONTROL-FILE
    END-IF
    IF CONTROL-CARD-BAD
        MOVE "RUN= CARD NOT IN YYYYMMDD-NNN FORM" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    IF NOT RUN-WAS-KEYED
        PERFORM 1150-FIND-HISTORY-RUNS
    END-IF
    PERFORM 1200-SCAN-RUN-REGISTER
    PERFORM 1300-CHECK-POSTING-REGISTER
    PERFORM 1400-LOAD-RATES
    PERFORM 1500-LOAD-ACCOUNT-MAP.

1100-LOAD-CONTROL-CARD.
*> RUN=YYYYMMDD-NNN names the one run to post. Without it every
*> run whose records are still on the history, that has not been
*> backed out and is not yet on the posting register, is posted
*> oldest first in register order - tonight's run, and any
*> ERRFIX resubmission or as-of rerun made since the last
*> posting, before MISMAGE compacts their records away.
    READ CONTROL-FILE
        AT END
            SET CONTROL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            EVALUATE WS-CARD-KEYWORD
                WHEN "RUN"
                    SET RUN-WAS-KEYED TO TRUE
                    MOVE WS-CARD-VALUE(1:12) TO WS-POST-RUN-ID
                    IF WS-POST-BUS-DATE NOT NUMERIC
                       OR WS-POST-DASH NOT = "-"
                       OR WS-POST-SEQ NOT NUMERIC
                       OR WS-CARD-VALUE(13:8) NOT = SPACES
                        SET CONTROL-CARD-BAD TO TRUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1150-FIND-HISTORY-RUNS.
*> A record with a non-zero streak is a compacted one carried
*> from an earlier night, not a run's own record.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        MOVE "MISMATCH HISTORY NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1170-NOTE-ONE-HISTORY-RUN UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE
    MOVE 'N' TO WS-HISTORY-EOF.

1170-NOTE-ONE-HISTORY-RUN.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            IF MH-STREAK = ZERO
                SET HRN-IDX TO 1
                SEARCH WS-HRN-ENTRY
                    AT END
                        MOVE "HISTORY RUN TABLE FULL - RUN HALTED"
                            TO WS-FATAL-MESSAGE
                        CLOSE HISTORY-FILE
                        PERFORM 8950-TABLE-FULL
                    WHEN HRN-IDX > WS-HRN-COUNT
                        ADD 1 TO WS-HRN-COUNT
                        MOVE MH-RUN-ID TO WS-HRN-RUN-ID(HRN-IDX)
                    WHEN WS-HRN-RUN-ID(HRN-IDX) = MH-RUN-ID
                        CONTINUE
                END-SEARCH
            END-IF
    END-READ.

1200-SCAN-RUN-REGISTER.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS NOT = "00"
        MOVE "RUN REGISTER NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1250-SCAN-ONE-REGISTER-ROW UNTIL RUNREG-EOF
    CLOSE RUNREG-FILE
    EVALUATE TRUE
        WHEN NOT RUN-WAS-KEYED
            CONTINUE
        WHEN NOT RUN-WAS-FOUND
            MOVE "RUN NOT FOUND ON RUN REGISTER" TO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
        WHEN RUN-IS-BACKED-OUT
            MOVE "RUN HAS BEEN BACKED OUT - NOTHING TO POST"
                TO WS-FATAL-MESSAGE
            PERFORM 8900-FATAL-STOP
        WHEN OTHER
            MOVE WS-POST-RUN-ID TO WS-PRN-RUN-ID(1)
            MOVE 'N' TO WS-PRN-POSTED(1)
            MOVE 1 TO WS-PRN-COUNT
    END-EVALUATE.

1250-SCAN-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            SET RUNREG-EOF TO TRUE
        NOT AT END
            IF RR-BACKED-OUT
                IF WS-BKO-COUNT >= 200
                    MOVE "BACKED-OUT RUN TABLE FULL - RUN HALTED"
                        TO WS-FATAL-MESSAGE
                    CLOSE RUNREG-FILE
                    PERFORM 8950-TABLE-FULL
                END-IF
                ADD 1 TO WS-BKO-COUNT
                SET BKO-IDX TO WS-BKO-COUNT
                MOVE RR-RUN-ID TO WS-BKO-RUN-ID(BKO-IDX)
            END-IF
            EVALUATE TRUE
                WHEN RUN-WAS-KEYED
                    IF RR-RUN-ID = WS-POST-RUN-ID
                        SET RUN-WAS-FOUND TO TRUE
                        IF RR-BACKED-OUT
                            SET RUN-IS-BACKED-OUT TO TRUE
                        END-IF
                    END-IF
                WHEN NOT RR-BACKED-OUT
                    PERFORM 1270-LIST-IF-ON-HISTORY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1270-LIST-IF-ON-HISTORY.
    MOVE 'N' TO WS-RUN-WANTED
    SET HRN-IDX TO 1
    SEARCH WS-HRN-ENTRY
        AT END
            CONTINUE
        WHEN HRN-IDX > WS-HRN-COUNT
            CONTINUE
        WHEN WS-HRN-RUN-ID(HRN-IDX) = RR-RUN-ID
            SET RUN-IS-WANTED TO TRUE
    END-SEARCH
    IF RUN-IS-WANTED
        IF WS-PRN-COUNT >= 100
            MOVE "RUN LIST TABLE FULL - RUN HALTED"
                TO WS-FATAL-MESSAGE
            CLOSE RUNREG-FILE
            PERFORM 8950-TABLE-FULL
        END-IF
        ADD 1 TO WS-PRN-COUNT
        SET PRN-IDX TO WS-PRN-COUNT
        MOVE RR-RUN-ID TO WS-PRN-RUN-ID(PRN-IDX)
        MOVE 'N' TO WS-PRN-POSTED(PRN-IDX)
    END-IF.

1300-CHECK-POSTING-REGISTER.
*> A run goes to the ledger once. Runs already on the posting
*> register are dropped from the list; when none is left - a
*> keyed run already posted, or a rerun of the job after the
*> batches were built - the job ends RC 4 with nothing written.
    OPEN INPUT POSTREG-FILE
    IF WS-POSTREG-STATUS = "00"
        PERFORM 1350-CHECK-ONE-POSTED-RUN UNTIL POSTREG-EOF
        CLOSE POSTREG-FILE
    END-IF
    MOVE WS-PRN-COUNT TO WS-BATCH-NUMBER
    MOVE ZERO TO WS-PRN-COUNT
    PERFORM 1370-KEEP-ONE-UNPOSTED-RUN
        VARYING PRN-IDX FROM 1 BY 1
        UNTIL PRN-IDX > WS-BATCH-NUMBER
    IF WS-PRN-COUNT = 0
        MOVE SPACES TO LISTING-RECORD
        IF RUN-WAS-KEYED
            STRING "RUN " WS-POST-RUN-ID
                   " IS ALREADY ON THE POSTING REGISTER"
                   " - NOTHING WRITTEN"
                DELIMITED BY SIZE INTO LISTING-RECORD
        ELSE
            STRING "NO RUN ON THE HISTORY IS WAITING TO BE POSTED"
                   " - NOTHING WRITTEN"
                DELIMITED BY SIZE INTO LISTING-RECORD
        END-IF
        WRITE LISTING-RECORD
        CLOSE LISTING-FILE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

1350-CHECK-ONE-POSTED-RUN.
    READ POSTREG-FILE
        AT END
            SET POSTREG-EOF TO TRUE
        NOT AT END
            SET PRN-IDX TO 1
            SEARCH WS-PRN-ENTRY
                AT END
                    CONTINUE
                WHEN PRN-IDX > WS-PRN-COUNT
                    CONTINUE
                WHEN WS-PRN-RUN-ID(PRN-IDX) = GP-RUN-ID
                    MOVE 'Y' TO WS-PRN-POSTED(PRN-IDX)
            END-SEARCH
    END-READ.

1370-KEEP-ONE-UNPOSTED-RUN.
*> Closes the list up over the runs already posted.
    IF WS-PRN-POSTED(PRN-IDX) = 'N'
        ADD 1 TO WS-PRN-COUNT
        MOVE WS-PRN-ENTRY(PRN-IDX) TO WS-PRN-ENTRY(WS-PRN-COUNT)
    END-IF.

1400-LOAD-RATES.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        MOVE "EXCHANGE RATE MASTER NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1450-LOAD-ONE-RATE UNTIL RATE-EOF
    CLOSE RATE-FILE.

1450-LOAD-ONE-RATE.
    READ RATE-FILE
        AT END
            SET RATE-EOF TO TRUE
        NOT AT END
            MOVE 'N' TO WS-RUN-WANTED
            SET PRN-IDX TO 1
            SEARCH WS-PRN-ENTRY
                AT END
                    CONTINUE
                WHEN PRN-IDX > WS-PRN-COUNT
                    CONTINUE
                WHEN WS-PRN-BUS-DATE(PRN-IDX) = RATE-DATE
                    SET RUN-IS-WANTED TO TRUE
            END-SEARCH
            IF RUN-IS-WANTED
                IF WS-RATE-COUNT < 500
                    ADD 1 TO WS-RATE-COUNT
                    SET RATE-IDX TO WS-RATE-COUNT
                    MOVE RATE-CURRENCY TO WS-RATE-CCY(RATE-IDX)
                    MOVE RATE-DATE TO WS-RATE-DATE(RATE-IDX)
                    MOVE RATE-VALUE TO WS-RATE-VALUE(RATE-IDX)
                ELSE
                    MOVE "RATE TABLE FULL - RUN HALTED"
                        TO WS-FATAL-MESSAGE
                    CLOSE RATE-FILE
                    PERFORM 8950-TABLE-FULL
                END-IF
            END-IF
    END-READ.

1500-LOAD-ACCOUNT-MAP.
    OPEN INPUT ACCOUNT-MAP-FILE
    IF WS-ACCTMAP-STATUS NOT = "00"
        MOVE "ACCOUNT-MAPPING MASTER NOT AVAILABLE"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 1550-LOAD-ONE-MAPPING UNTIL ACCTMAP-EOF
    CLOSE ACCOUNT-MAP-FILE.

1550-LOAD-ONE-MAPPING.
    READ ACCOUNT-MAP-FILE
        AT END
            SET ACCTMAP-EOF TO TRUE
        NOT AT END
            IF AM-ACTIVE
                IF WS-MAP-COUNT < 300
                    ADD 1 TO WS-MAP-COUNT
                    SET MAP-IDX TO WS-MAP-COUNT
                    MOVE AM-SOURCE TO WS-MAP-SOURCE(MAP-IDX)
                    MOVE AM-CATEGORY TO WS-MAP-CATEGORY(MAP-IDX)
                    MOVE AM-SUSPENSE-ACCOUNT
                        TO WS-MAP-SUSPENSE(MAP-IDX)
                    MOVE AM-OFFSET-ACCOUNT TO WS-MAP-OFFSET(MAP-IDX)
                ELSE
                    MOVE "ACCOUNT MAP TABLE FULL - RUN HALTED"
                        TO WS-FATAL-MESSAGE
                    CLOSE ACCOUNT-MAP-FILE
                    PERFORM 8950-TABLE-FULL
                END-IF
            END-IF
    END-READ.

2000-PREPARE-ONE-RUN.
*> Each run is taken as the job would take it on its own night:
*> its open items reversed where its history shows the key
*> matching again, then its own differences posted and added to
*> the open items, so a later run in the list reverses them in
*> turn.
    MOVE WS-PRN-RUN-ID(PRN-IDX) TO WS-POST-RUN-ID
    SET WS-BATCH-NUMBER TO PRN-IDX
    MOVE SPACES TO LISTING-RECORD
    STRING "BATCH=" WS-POST-RUN-ID
           "  BUSINESS DATE " WS-POST-BUS-DATE
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE ZERO TO WS-HREC-COUNT WS-KEY-COUNT
    MOVE 'N' TO WS-HISTORY-EOF
    PERFORM 2050-LOAD-RUN-HISTORY
    IF WS-OPN-COUNT > 0
        PERFORM 2500-MARK-ONE-REVERSAL
            VARYING OPN-IDX FROM 1 BY 1
            UNTIL OPN-IDX > WS-OPN-COUNT
    END-IF
    IF WS-HREC-COUNT > 0
        PERFORM 3000-BUILD-ONE-POSTING
            VARYING HREC-IDX FROM 1 BY 1
            UNTIL HREC-IDX > WS-HREC-COUNT
    END-IF
    IF WS-POST-COUNT > 0
        PERFORM 2600-OPEN-ONE-POSTING
            VARYING POST-IDX FROM 1 BY 1
            UNTIL POST-IDX > WS-POST-COUNT
    END-IF.

2050-LOAD-RUN-HISTORY.
*> Only the run's own records are wanted. Two-sided match records
*> (op code X) are the source systems disagreeing with each
*> other, not a difference ADDNUM computed, and are not posted.
*> This must run before MISMAGE compacts the history, while the
*> night's records are still there one per pair.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        MOVE "MISMATCH HISTORY NOT AVAILABLE" TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 2100-READ-ONE-HISTORY UNTIL HISTORY-EOF
    CLOSE HISTORY-FILE.

2100-READ-ONE-HISTORY.
    READ HISTORY-FILE
        AT END
            SET HISTORY-EOF TO TRUE
        NOT AT END
            IF MH-RUN-ID = WS-POST-RUN-ID
                IF MH-OP-CODE = 'X'
                    ADD 1 TO WS-HIST-SKIPPED
                ELSE
                    ADD 1 TO WS-HIST-SELECTED
                    PERFORM 2200-KEEP-HISTORY-RECORD
                END-IF
            END-IF
    END-READ.

2200-KEEP-HISTORY-RECORD.
    IF WS-HREC-COUNT NOT < 5000
        MOVE "HISTORY TABLE FULL - RUN HALTED" TO WS-FATAL-MESSAGE
        CLOSE HISTORY-FILE
        PERFORM 8950-TABLE-FULL
    END-IF
    ADD 1 TO WS-HREC-COUNT
    SET HREC-IDX TO WS-HREC-COUNT
    MOVE MH-PAIR-KEY TO WS-HREC-PAIR-KEY(HREC-IDX)
    MOVE MH-MATCH-FLAG TO WS-HREC-FLAG(HREC-IDX)
    MOVE MH-DIFF TO WS-HREC-DIFF(HREC-IDX)
    SET KEY-IDX TO 1
    SEARCH WS-KEY-ENTRY
        AT END
            MOVE "PAIR KEY TABLE FULL - RUN HALTED"
                TO WS-FATAL-MESSAGE
            CLOSE HISTORY-FILE
            PERFORM 8950-TABLE-FULL
        WHEN KEY-IDX > WS-KEY-COUNT
            ADD 1 TO WS-KEY-COUNT
            MOVE MH-PAIR-KEY TO WS-KEY-PAIR-KEY(KEY-IDX)
            MOVE MH-MATCH-FLAG TO WS-KEY-LAST-FLAG(KEY-IDX)
        WHEN WS-KEY-PAIR-KEY(KEY-IDX) = MH-PAIR-KEY
            MOVE MH-MATCH-FLAG TO WS-KEY-LAST-FLAG(KEY-IDX)
    END-SEARCH.

2500-MARK-ONE-REVERSAL.
*> An open item still standing is reversed in this run's batch
*> when the run's history shows its key matching again.
    IF OPN-KEEP(OPN-IDX)
        MOVE WS-OPN-ROW(OPN-IDX) TO GL-OPEN-RECORD
        SET KEY-IDX TO 1
        SEARCH WS-KEY-ENTRY
            AT END
                CONTINUE
            WHEN KEY-IDX > WS-KEY-COUNT
                CONTINUE
            WHEN WS-KEY-PAIR-KEY(KEY-IDX) = GO-PAIR-KEY
                IF WS-KEY-LAST-FLAG(KEY-IDX) = 'Y'
                    MOVE 'R' TO WS-OPN-ACTION(OPN-IDX)
                    MOVE WS-BATCH-NUMBER TO WS-OPN-BATCH(OPN-IDX)
                END-IF
        END-SEARCH
    END-IF.

2600-OPEN-ONE-POSTING.
*> Built in the open-item record area, which is free once the
*> old file has been loaded and closed.
    IF WS-PST-BATCH(POST-IDX) = WS-BATCH-NUMBER
        IF WS-OPN-COUNT NOT < 5000
            MOVE "OPEN ITEM TABLE FULL - RUN HALTED"
                TO WS-FATAL-MESSAGE
            PERFORM 8950-TABLE-FULL
        END-IF
        MOVE SPACES TO GL-OPEN-RECORD
        MOVE WS-PST-PAIR-KEY(POST-IDX) TO GO-PAIR-KEY
        MOVE WS-POST-RUN-ID TO GO-RUN-ID
        MOVE WS-POST-BUS-DATE TO GO-BUSINESS-DATE
        MOVE WS-PST-SUSPENSE(POST-IDX) TO GO-SUSPENSE-ACCOUNT
        MOVE WS-PST-OFFSET(POST-IDX) TO GO-OFFSET-ACCOUNT
        MOVE WS-PST-SIDE(POST-IDX) TO GO-SUSPENSE-SIDE
        MOVE WS-PST-CURRENCY(POST-IDX) TO GO-CURRENCY
        MOVE WS-PST-CCY-AMOUNT(POST-IDX) TO GO-CCY-AMOUNT
        MOVE WS-PST-BASE-AMOUNT(POST-IDX) TO GO-BASE-AMOUNT
        MOVE WS-PST-RATE(POST-IDX) TO GO-RATE
        ADD 1 TO WS-OPN-COUNT
        SET OPN-IDX TO WS-OPN-COUNT
        MOVE GL-OPEN-RECORD TO WS-OPN-ROW(OPN-IDX)
        MOVE 'K' TO WS-OPN-ACTION(OPN-IDX)
        MOVE ZERO TO WS-OPN-BATCH(OPN-IDX)
    END-IF.

3000-BUILD-ONE-POSTING.
*> Each mismatched pair is its own suspense entry. A key that
*> matched again later in the same run is cleared by MISMAGE
*> tonight, so its earlier mismatches are not posted at all. A
*> positive difference (result above expected) debits suspense
*> and credits the offset account; a negative one the reverse.
    IF WS-HREC-FLAG(HREC-IDX) = 'N'
       AND WS-HREC-DIFF(HREC-IDX) NOT = ZERO
        SET KEY-IDX TO 1
        SEARCH WS-KEY-ENTRY
            AT END
                CONTINUE
            WHEN WS-KEY-PAIR-KEY(KEY-IDX) = WS-HREC-PAIR-KEY(HREC-IDX)
                CONTINUE
        END-SEARCH
        IF WS-KEY-LAST-FLAG(KEY-IDX) = 'N'
            MOVE WS-HREC-PAIR-KEY(HREC-IDX) TO WS-PAIR-KEY-SPLIT
            MOVE SPACES TO WS-ERROR-REASON
            PERFORM 3100-FIND-ACCOUNT-MAP
            PERFORM 3200-CONVERT-DIFFERENCE
            IF WS-ERROR-REASON = SPACES
                PERFORM 3300-ADD-POSTING
            ELSE
                PERFORM 3900-WRITE-POSTING-ERROR
            END-IF
        END-IF
    END-IF.

3100-FIND-ACCOUNT-MAP.
*> A row for the exact category wins; the source's **** row is
*> the fallback.
    MOVE 'N' TO WS-MAP-FOUND
    SET MAP-IDX TO 1
    SEARCH WS-MAP-ENTRY
        AT END
            CONTINUE
        WHEN MAP-IDX > WS-MAP-COUNT
            CONTINUE
        WHEN WS-MAP-SOURCE(MAP-IDX) = WS-SPLIT-SOURCE
         AND WS-MAP-CATEGORY(MAP-IDX) = WS-SPLIT-CATEGORY
            SET MAP-FOUND TO TRUE
    END-SEARCH
    IF NOT MAP-FOUND
        SET MAP-IDX TO 1
        SEARCH WS-MAP-ENTRY
            AT END
                CONTINUE
            WHEN MAP-IDX > WS-MAP-COUNT
                CONTINUE
            WHEN WS-MAP-SOURCE(MAP-IDX) = WS-SPLIT-SOURCE
             AND WS-MAP-CATEGORY(MAP-IDX) = "****"
                SET MAP-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT MAP-FOUND
        MOVE "NO ACCOUNT MAPPING FOR SOURCE/CATEGORY"
            TO WS-ERROR-REASON
    END-IF.

3200-CONVERT-DIFFERENCE.
*> ADDNUM computed the difference in base currency. The ledger
*> books it in the pair's own currency, converted back at the
*> rate ADDNUM used - the master row dated for the business date.
    IF WS-HREC-DIFF(HREC-IDX) < ZERO
        COMPUTE WS-ABS-DIFF = WS-HREC-DIFF(HREC-IDX) * -1
    ELSE
        MOVE WS-HREC-DIFF(HREC-IDX) TO WS-ABS-DIFF
    END-IF
    IF WS-SPLIT-CURRENCY = WS-BASE-CURRENCY
       OR WS-SPLIT-CURRENCY = SPACES
        MOVE 1 TO WS-USE-RATE
        MOVE WS-ABS-DIFF TO WS-CCY-AMOUNT
    ELSE
        MOVE 'N' TO WS-RATE-FOUND
        SET RATE-IDX TO 1
        SEARCH WS-RATE-ENTRY
            AT END
                CONTINUE
            WHEN RATE-IDX > WS-RATE-COUNT
                CONTINUE
            WHEN WS-RATE-CCY(RATE-IDX) = WS-SPLIT-CURRENCY
             AND WS-RATE-DATE(RATE-IDX) = WS-POST-BUS-DATE
                SET RATE-FOUND TO TRUE
                MOVE WS-RATE-VALUE(RATE-IDX) TO WS-USE-RATE
        END-SEARCH
        IF RATE-FOUND AND WS-USE-RATE > ZERO
            COMPUTE WS-CCY-AMOUNT ROUNDED =
                WS-ABS-DIFF / WS-USE-RATE
                ON SIZE ERROR
                    MOVE "CONVERSION OVERFLOW" TO WS-ERROR-REASON
            END-COMPUTE
        ELSE
            IF WS-ERROR-REASON = SPACES
                MOVE "NO EXCHANGE RATE FOR BUSINESS DATE"
                    TO WS-ERROR-REASON
            END-IF
        END-IF
    END-IF.

3300-ADD-POSTING.
    IF WS-POST-COUNT NOT < 5000
        MOVE "POSTING TABLE FULL - RUN HALTED" TO WS-FATAL-MESSAGE
        PERFORM 8950-TABLE-FULL
    END-IF
    ADD 1 TO WS-POST-COUNT
    SET POST-IDX TO WS-POST-COUNT
    MOVE WS-HREC-PAIR-KEY(HREC-IDX) TO WS-PST-PAIR-KEY(POST-IDX)
    MOVE WS-MAP-SUSPENSE(MAP-IDX) TO WS-PST-SUSPENSE(POST-IDX)
    MOVE WS-MAP-OFFSET(MAP-IDX) TO WS-PST-OFFSET(POST-IDX)
    IF WS-HREC-DIFF(HREC-IDX) > ZERO
        MOVE 'D' TO WS-PST-SIDE(POST-IDX)
    ELSE
        MOVE 'C' TO WS-PST-SIDE(POST-IDX)
    END-IF
    IF WS-SPLIT-CURRENCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-PST-CURRENCY(POST-IDX)
    ELSE
        MOVE WS-SPLIT-CURRENCY TO WS-PST-CURRENCY(POST-IDX)
    END-IF
    MOVE WS-CCY-AMOUNT TO WS-PST-CCY-AMOUNT(POST-IDX)
    MOVE WS-ABS-DIFF TO WS-PST-BASE-AMOUNT(POST-IDX)
    MOVE WS-USE-RATE TO WS-PST-RATE(POST-IDX)
    MOVE WS-BATCH-NUMBER TO WS-PST-BATCH(POST-IDX).

3900-WRITE-POSTING-ERROR.
    ADD 1 TO WS-POST-ERRORS
    MOVE WS-HREC-DIFF(HREC-IDX) TO WS-DISPLAY-DIFF
    MOVE SPACES TO LISTING-RECORD
    STRING "   CANNOT POST  KEY="            DELIMITED BY SIZE
           WS-HREC-PAIR-KEY(HREC-IDX)        DELIMITED BY SIZE
           "  DIFF="                         DELIMITED BY SIZE
           WS-DISPLAY-DIFF                   DELIMITED BY SIZE
           "  "                              DELIMITED BY SIZE
           WS-ERROR-REASON                   DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

4000-LOAD-OPEN-ITEMS.
*> An open item is reversed when a posted run's history shows its
*> key matching again (2500), or - in the first batch - when the
*> run that posted it has been backed out; otherwise it is
*> carried forward untouched. A file that does not exist yet is
*> simply empty.
    OPEN INPUT OPEN-ITEM-FILE
    IF WS-OPEN-STATUS = "00"
        PERFORM 4100-LOAD-ONE-OPEN-ITEM UNTIL OPEN-EOF
        CLOSE OPEN-ITEM-FILE
    END-IF.

4100-LOAD-ONE-OPEN-ITEM.
    READ OPEN-ITEM-FILE
        AT END
            SET OPEN-EOF TO TRUE
        NOT AT END
            IF WS-OPN-COUNT NOT < 5000
                MOVE "OPEN ITEM TABLE FULL - RUN HALTED"
                    TO WS-FATAL-MESSAGE
                CLOSE OPEN-ITEM-FILE
                PERFORM 8950-TABLE-FULL
            END-IF
            ADD 1 TO WS-OPN-COUNT
            SET OPN-IDX TO WS-OPN-COUNT
            MOVE GL-OPEN-RECORD TO WS-OPN-ROW(OPN-IDX)
            MOVE 'K' TO WS-OPN-ACTION(OPN-IDX)
            MOVE ZERO TO WS-OPN-BATCH(OPN-IDX)
            SET BKO-IDX TO 1
            SEARCH WS-BKO-ENTRY
                AT END
                    CONTINUE
                WHEN BKO-IDX > WS-BKO-COUNT
                    CONTINUE
                WHEN WS-BKO-RUN-ID(BKO-IDX) = GO-RUN-ID
                    MOVE 'B' TO WS-OPN-ACTION(OPN-IDX)
                    MOVE 1 TO WS-OPN-BATCH(OPN-IDX)
            END-SEARCH
    END-READ.

5000-WRITE-JOURNAL.
    OPEN OUTPUT JOURNAL-FILE
    PERFORM 5050-WRITE-ONE-BATCH
        VARYING PRN-IDX FROM 1 BY 1
        UNTIL PRN-IDX > WS-PRN-COUNT
    CLOSE JOURNAL-FILE.

5050-WRITE-ONE-BATCH.
    MOVE WS-PRN-RUN-ID(PRN-IDX) TO WS-POST-RUN-ID
    SET WS-BATCH-NUMBER TO PRN-IDX
    MOVE ZERO TO WS-LINE-NUMBER WS-DEBIT-TOTAL WS-CREDIT-TOTAL
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    STRING "BATCH=" WS-POST-RUN-ID
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO GL-JOURNAL-HEADER
    MOVE 'H' TO GJ-RECORD-TYPE
    MOVE WS-POST-RUN-ID TO GJH-BATCH-ID
    MOVE WS-POST-BUS-DATE TO GJH-BUSINESS-DATE
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO GJH-CREATED-DATE
    STRING WS-CDT-HH WS-CDT-MIN WS-CDT-SEC
        DELIMITED BY SIZE INTO GJH-CREATED-TIME
    MOVE "RECON" TO GJH-LEDGER-SOURCE
    MOVE WS-BASE-CURRENCY TO GJH-BASE-CURRENCY
    WRITE GL-JOURNAL-HEADER
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE "REVERSALS" TO LISTING-RECORD
    WRITE LISTING-RECORD
    IF WS-OPN-COUNT > 0
        PERFORM 5100-REVERSE-ONE-OPEN-ITEM
            VARYING OPN-IDX FROM 1 BY 1
            UNTIL OPN-IDX > WS-OPN-COUNT
    END-IF
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE "POSTINGS" TO LISTING-RECORD
    WRITE LISTING-RECORD
    IF WS-POST-COUNT > 0
        PERFORM 5200-POST-ONE-DIFFERENCE
            VARYING POST-IDX FROM 1 BY 1
            UNTIL POST-IDX > WS-POST-COUNT
    END-IF
    MOVE SPACES TO GL-JOURNAL-TRAILER
    MOVE 'T' TO GJ-RECORD-TYPE
    MOVE WS-POST-RUN-ID TO GJT-BATCH-ID
    MOVE WS-LINE-NUMBER TO GJT-LINE-COUNT
    MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL
    WRITE GL-JOURNAL-TRAILER
    MOVE WS-LINE-NUMBER TO WS-PRN-LINES(PRN-IDX)
    MOVE WS-DEBIT-TOTAL TO WS-PRN-DEBIT-TOTAL(PRN-IDX)
    ADD WS-LINE-NUMBER TO WS-TOTAL-LINES
    ADD WS-DEBIT-TOTAL TO WS-TOTAL-DEBIT
    ADD WS-CREDIT-TOTAL TO WS-TOTAL-CREDIT.

5100-REVERSE-ONE-OPEN-ITEM.
*> The reversal swaps the sides of the original entry and carries
*> its accounts, amounts and rate unchanged, so the suspense
*> account nets to exactly zero for the item.
    IF NOT OPN-KEEP(OPN-IDX)
       AND WS-OPN-BATCH(OPN-IDX) = WS-BATCH-NUMBER
        MOVE WS-OPN-ROW(OPN-IDX) TO GL-OPEN-RECORD
        MOVE WS-OPN-ACTION(OPN-IDX) TO WS-ENT-TYPE
        IF GO-SUSPENSE-SIDE = 'D'
            MOVE GO-OFFSET-ACCOUNT TO WS-ENT-DEBIT-ACCT
            MOVE GO-SUSPENSE-ACCOUNT TO WS-ENT-CREDIT-ACCT
        ELSE
            MOVE GO-SUSPENSE-ACCOUNT TO WS-ENT-DEBIT-ACCT
            MOVE GO-OFFSET-ACCOUNT TO WS-ENT-CREDIT-ACCT
        END-IF
        MOVE GO-CURRENCY TO WS-ENT-CURRENCY
        MOVE GO-CCY-AMOUNT TO WS-ENT-CCY-AMOUNT
        MOVE GO-BASE-AMOUNT TO WS-ENT-BASE-AMOUNT
        MOVE GO-RATE TO WS-ENT-RATE
        MOVE GO-PAIR-KEY TO WS-ENT-PAIR-KEY
        MOVE GO-RUN-ID TO WS-ENT-ORIG-RUN-ID
        MOVE GO-BUSINESS-DATE TO WS-ENT-ORIG-DATE
        PERFORM 5500-WRITE-ENTRY
        IF OPN-REVERSE(OPN-IDX)
            ADD 1 TO WS-REVERSALS
        ELSE
            ADD 1 TO WS-BACKOUTS
        END-IF
    END-IF.

5200-POST-ONE-DIFFERENCE.
    IF WS-PST-BATCH(POST-IDX) = WS-BATCH-NUMBER
        PERFORM 5250-POST-DIFFERENCE
    END-IF.

5250-POST-DIFFERENCE.
    MOVE 'P' TO WS-ENT-TYPE
    IF WS-PST-SIDE(POST-IDX) = 'D'
        MOVE WS-PST-SUSPENSE(POST-IDX) TO WS-ENT-DEBIT-ACCT
        MOVE WS-PST-OFFSET(POST-IDX) TO WS-ENT-CREDIT-ACCT
    ELSE
        MOVE WS-PST-OFFSET(POST-IDX) TO WS-ENT-DEBIT-ACCT
        MOVE WS-PST-SUSPENSE(POST-IDX) TO WS-ENT-CREDIT-ACCT
    END-IF
    MOVE WS-PST-CURRENCY(POST-IDX) TO WS-ENT-CURRENCY
    MOVE WS-PST-CCY-AMOUNT(POST-IDX) TO WS-ENT-CCY-AMOUNT
    MOVE WS-PST-BASE-AMOUNT(POST-IDX) TO WS-ENT-BASE-AMOUNT
    MOVE WS-PST-RATE(POST-IDX) TO WS-ENT-RATE
    MOVE WS-PST-PAIR-KEY(POST-IDX) TO WS-ENT-PAIR-KEY
    MOVE WS-POST-RUN-ID TO WS-ENT-ORIG-RUN-ID
    MOVE WS-POST-BUS-DATE TO WS-ENT-ORIG-DATE
    PERFORM 5500-WRITE-ENTRY
    ADD 1 TO WS-POSTINGS.

5500-WRITE-ENTRY.
    MOVE SPACES TO GL-JOURNAL-LINE
    MOVE 'D' TO GJ-RECORD-TYPE
    MOVE WS-POST-RUN-ID TO GJD-BATCH-ID
    MOVE WS-ENT-TYPE TO GJD-ENTRY-TYPE
    MOVE WS-ENT-CURRENCY TO GJD-CURRENCY
    MOVE WS-ENT-CCY-AMOUNT TO GJD-CCY-AMOUNT
    MOVE WS-ENT-BASE-AMOUNT TO GJD-BASE-AMOUNT
    MOVE WS-ENT-RATE TO GJD-RATE
    MOVE WS-ENT-PAIR-KEY TO GJD-PAIR-KEY
    MOVE WS-ENT-ORIG-RUN-ID TO GJD-ORIG-RUN-ID
    MOVE WS-ENT-ORIG-DATE TO GJD-ORIG-BUS-DATE
    ADD 1 TO WS-LINE-NUMBER
    MOVE WS-LINE-NUMBER TO GJD-LINE-NUMBER
    MOVE WS-ENT-DEBIT-ACCT TO GJD-ACCOUNT
    MOVE 'D' TO GJD-DEBIT-CREDIT
    WRITE GL-JOURNAL-LINE
    ADD WS-ENT-BASE-AMOUNT TO WS-DEBIT-TOTAL
    ADD 1 TO WS-LINE-NUMBER
    MOVE WS-LINE-NUMBER TO GJD-LINE-NUMBER
    MOVE WS-ENT-CREDIT-ACCT TO GJD-ACCOUNT
    MOVE 'C' TO GJD-DEBIT-CREDIT
    WRITE GL-JOURNAL-LINE
    ADD WS-ENT-BASE-AMOUNT TO WS-CREDIT-TOTAL
    MOVE WS-ENT-CCY-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE WS-ENT-BASE-AMOUNT TO WS-DISPLAY-BASE
    MOVE SPACES TO LISTING-RECORD
    STRING "   "                 DELIMITED BY SIZE
           WS-ENT-TYPE           DELIMITED BY SIZE
           "  KEY="              DELIMITED BY SIZE
           WS-ENT-PAIR-KEY       DELIMITED BY SIZE
           "  RUN="              DELIMITED BY SIZE
           WS-ENT-ORIG-RUN-ID    DELIMITED BY SIZE
           "  DR "               DELIMITED BY SIZE
           WS-ENT-DEBIT-ACCT     DELIMITED BY SIZE
           "  CR "               DELIMITED BY SIZE
           WS-ENT-CREDIT-ACCT    DELIMITED BY SIZE
           "  "                  DELIMITED BY SIZE
           WS-ENT-CURRENCY       DELIMITED BY SIZE
           WS-DISPLAY-AMOUNT     DELIMITED BY SIZE
           "  BASE"              DELIMITED BY SIZE
           WS-DISPLAY-BASE       DELIMITED BY SIZE
        INTO LISTING-RECORD
    WRITE LISTING-RECORD.

6000-WRITE-OPEN-ITEMS.
*> Carried-forward items first, then tonight's postings run by
*> run (2600), so the file stays in posting order.
    OPEN OUTPUT OPENOUT-FILE
    IF WS-OPN-COUNT > 0
        PERFORM 6100-CARRY-ONE-OPEN-ITEM
            VARYING OPN-IDX FROM 1 BY 1
            UNTIL OPN-IDX > WS-OPN-COUNT
    END-IF
    CLOSE OPENOUT-FILE.

6100-CARRY-ONE-OPEN-ITEM.
    IF OPN-KEEP(OPN-IDX)
        WRITE OPENOUT-RECORD FROM WS-OPN-ROW(OPN-IDX)
        ADD 1 TO WS-OPEN-KEPT
    END-IF.

7000-REGISTER-BATCH.
    OPEN EXTEND POSTREG-FILE
    IF WS-POSTREG-STATUS = "35"
        OPEN OUTPUT POSTREG-FILE
    END-IF
    PERFORM 7100-REGISTER-ONE-RUN
        VARYING PRN-IDX FROM 1 BY 1
        UNTIL PRN-IDX > WS-PRN-COUNT
    CLOSE POSTREG-FILE.

7100-REGISTER-ONE-RUN.
    MOVE WS-PRN-RUN-ID(PRN-IDX) TO GP-RUN-ID
    MOVE WS-RUN-DATE TO GP-POST-DATE
    MOVE WS-RUN-TIME TO GP-POST-TIME
    MOVE WS-RUN-USER TO GP-POST-USER
    MOVE WS-PRN-LINES(PRN-IDX) TO GP-LINE-COUNT
    MOVE WS-PRN-DEBIT-TOTAL(PRN-IDX) TO GP-DEBIT-TOTAL
    WRITE GL-POSTREG-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO LISTING-RECORD
    STRING "BATCH NOT BUILT - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE LISTING-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

8950-TABLE-FULL.
    MOVE SPACES TO LISTING-RECORD
    STRING "BATCH NOT BUILT - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE LISTING-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-HIST-SELECTED TO WS-DISPLAY-COUNT
    STRING "HISTORY RECORDS   " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-HIST-SKIPPED TO WS-DISPLAY-COUNT
    STRING "MATCH RECORDS     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-POSTINGS TO WS-DISPLAY-COUNT
    STRING "POSTINGS          " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-REVERSALS TO WS-DISPLAY-COUNT
    STRING "REVERSALS         " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-BACKOUTS TO WS-DISPLAY-COUNT
    STRING "BACKOUT REVERSALS " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-OPEN-KEPT TO WS-DISPLAY-COUNT
    STRING "OPEN CARRIED      " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-PRN-COUNT TO WS-DISPLAY-COUNT
    STRING "BATCHES           " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-TOTAL-LINES TO WS-DISPLAY-COUNT
    STRING "JOURNAL LINES     " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-TOTAL-DEBIT TO WS-DISPLAY-TOTAL
    STRING "DEBIT TOTAL    " WS-DISPLAY-TOTAL
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE SPACES TO LISTING-RECORD
    MOVE WS-TOTAL-CREDIT TO WS-DISPLAY-TOTAL
    STRING "CREDIT TOTAL   " WS-DISPLAY-TOTAL
        DELIMITED BY SIZE INTO LISTING-RECORD
    WRITE LISTING-RECORD
    CLOSE LISTING-FILE.
