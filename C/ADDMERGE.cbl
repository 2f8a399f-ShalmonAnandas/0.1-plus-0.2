IDENTIFICATION DIVISION.
PROGRAM-ID. ADDMERGE.
*> Puts a partitioned night back together as one ADDNUM run.
*> ADDSPLIT cut the admitted extract into up to four contiguous
*> partitions (see the PARTPLAN copybook) and each ran as its own
*> ADDNUM stream, writing its report, error, audit and mismatch
*> history output to work datasets and its totals and summary
*> tables to PARTSTAT. The merge concatenates the streams' output
*> in partition order - the order a serial run would have written
*> it - into RPTOUT and ERROUT and onto the cumulative audit log
*> and mismatch history, rebuilds the RPTOUT currency and source
*> summaries and type-T trailer over the whole night exactly as
*> ADDNUM's 9300/9200 would have, and writes the night's one
*> RUNSTAT record and one run register row under the run
*> identifier the split assigned. BALCHK, SRCSPLIT and every later
*> step then see what a serial run would have produced.
*> Nothing is written unless every partition has finished this
*> run: each PARTSTAT must carry the plan's run identifier and
*> partition number, and each stream must have processed all the
*> details it was given. A partition that failed its control
*> check or stopped short is named for restart on its own and the
*> merge ends RC=16; so does a run already on the register. When
*> partition 1 failed its control check, a serial run would have
*> stopped there too, so partition 1's output alone is taken and
*> the run is recorded as the control failure it is.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO PARTPLAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-STATUS.

    SELECT PART-STAT-1-FILE ASSIGN TO PSTIN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PST1-STATUS.
    SELECT PART-STAT-2-FILE ASSIGN TO PSTIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PST2-STATUS.
    SELECT PART-STAT-3-FILE ASSIGN TO PSTIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PST3-STATUS.
    SELECT PART-STAT-4-FILE ASSIGN TO PSTIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PST4-STATUS.

    SELECT PART-RPT-1-FILE ASSIGN TO RPTIN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT1-STATUS.
    SELECT PART-RPT-2-FILE ASSIGN TO RPTIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT2-STATUS.
    SELECT PART-RPT-3-FILE ASSIGN TO RPTIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT3-STATUS.
    SELECT PART-RPT-4-FILE ASSIGN TO RPTIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT4-STATUS.

    SELECT PART-ERR-1-FILE ASSIGN TO ERRIN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERR1-STATUS.
    SELECT PART-ERR-2-FILE ASSIGN TO ERRIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERR2-STATUS.
    SELECT PART-ERR-3-FILE ASSIGN TO ERRIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERR3-STATUS.
    SELECT PART-ERR-4-FILE ASSIGN TO ERRIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERR4-STATUS.

    SELECT PART-AUD-1-FILE ASSIGN TO AUDIN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD1-STATUS.
    SELECT PART-AUD-2-FILE ASSIGN TO AUDIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD2-STATUS.
    SELECT PART-AUD-3-FILE ASSIGN TO AUDIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD3-STATUS.
    SELECT PART-AUD-4-FILE ASSIGN TO AUDIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD4-STATUS.

    SELECT PART-MH-1-FILE ASSIGN TO MHIN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MH1-STATUS.
    SELECT PART-MH-2-FILE ASSIGN TO MHIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MH2-STATUS.
    SELECT PART-MH-3-FILE ASSIGN TO MHIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MH3-STATUS.
    SELECT PART-MH-4-FILE ASSIGN TO MHIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MH4-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT ERROR-FILE ASSIGN TO ERROUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERROR-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT HISTORY-FILE ASSIGN TO MISMHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNSTAT-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT LIST-FILE ASSIGN TO LISTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PLAN-FILE.
    COPY PARTPLAN.

FD  PART-STAT-1-FILE.
01  PART-STAT-1-RECORD        PIC X(100).
FD  PART-STAT-2-FILE.
01  PART-STAT-2-RECORD        PIC X(100).
FD  PART-STAT-3-FILE.
01  PART-STAT-3-RECORD        PIC X(100).
FD  PART-STAT-4-FILE.
01  PART-STAT-4-RECORD        PIC X(100).

FD  PART-RPT-1-FILE.
01  PART-RPT-1-RECORD         PIC X(160).
FD  PART-RPT-2-FILE.
01  PART-RPT-2-RECORD         PIC X(160).
FD  PART-RPT-3-FILE.
01  PART-RPT-3-RECORD         PIC X(160).
FD  PART-RPT-4-FILE.
01  PART-RPT-4-RECORD         PIC X(160).

FD  PART-ERR-1-FILE.
01  PART-ERR-1-RECORD         PIC X(132).
FD  PART-ERR-2-FILE.
01  PART-ERR-2-RECORD         PIC X(132).
FD  PART-ERR-3-FILE.
01  PART-ERR-3-RECORD         PIC X(132).
FD  PART-ERR-4-FILE.
01  PART-ERR-4-RECORD         PIC X(132).

FD  PART-AUD-1-FILE.
01  PART-AUD-1-RECORD         PIC X(160).
FD  PART-AUD-2-FILE.
01  PART-AUD-2-RECORD         PIC X(160).
FD  PART-AUD-3-FILE.
01  PART-AUD-3-RECORD         PIC X(160).
FD  PART-AUD-4-FILE.
01  PART-AUD-4-RECORD         PIC X(160).

FD  PART-MH-1-FILE.
01  PART-MH-1-RECORD          PIC X(57).
FD  PART-MH-2-FILE.
01  PART-MH-2-RECORD          PIC X(57).
FD  PART-MH-3-FILE.
01  PART-MH-3-RECORD          PIC X(57).
FD  PART-MH-4-FILE.
01  PART-MH-4-RECORD          PIC X(57).

FD  REPORT-FILE.
01  REPORT-RECORD             PIC X(160).

FD  ERROR-FILE.
01  ERROR-RECORD              PIC X(132).

FD  AUDIT-FILE.
01  AUDIT-RECORD              PIC X(160).

FD  HISTORY-FILE.
01  HISTORY-RECORD            PIC X(57).

FD  RUNSTAT-FILE.
    COPY RUNSTAT.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  LIST-FILE.
01  LIST-RECORD               PIC X(132).

WORKING-STORAGE SECTION.
    COPY PARTSTAT.

    01  WS-PLAN-STATUS          PIC XX.
    01  WS-PST1-STATUS          PIC XX.
    01  WS-PST2-STATUS          PIC XX.
    01  WS-PST3-STATUS          PIC XX.
    01  WS-PST4-STATUS          PIC XX.
    01  WS-RPT1-STATUS          PIC XX.
    01  WS-RPT2-STATUS          PIC XX.
    01  WS-RPT3-STATUS          PIC XX.
    01  WS-RPT4-STATUS          PIC XX.
    01  WS-ERR1-STATUS          PIC XX.
    01  WS-ERR2-STATUS          PIC XX.
    01  WS-ERR3-STATUS          PIC XX.
    01  WS-ERR4-STATUS          PIC XX.
    01  WS-AUD1-STATUS          PIC XX.
    01  WS-AUD2-STATUS          PIC XX.
    01  WS-AUD3-STATUS          PIC XX.
    01  WS-AUD4-STATUS          PIC XX.
    01  WS-MH1-STATUS           PIC XX.
    01  WS-MH2-STATUS           PIC XX.
    01  WS-MH3-STATUS           PIC XX.
    01  WS-MH4-STATUS           PIC XX.
    01  WS-REPORT-STATUS        PIC XX.
    01  WS-ERROR-FILE-STATUS    PIC XX.
    01  WS-AUDIT-STATUS         PIC XX.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-RUNSTAT-STATUS       PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-LIST-STATUS          PIC XX.
    01  WS-IN-STATUS            PIC XX.

    01  WS-FLAGS.
        05  WS-IN-EOF       PIC X VALUE 'N'.
            88  IN-EOF             VALUE 'Y'.
        05  WS-STAT-FOUND   PIC X VALUE 'N'.
            88  STAT-WAS-FOUND     VALUE 'Y'.
        05  WS-STAT-OPEN    PIC X VALUE 'N'.
            88  STAT-IS-OPEN       VALUE 'Y'.
        05  WS-RUN-FAILED   PIC X VALUE 'N'.
            88  RUN-CONTROL-FAILED VALUE 'Y'.
        05  WS-RUN-RESTARTED PIC X VALUE 'N'.
            88  ANY-PART-RESTARTED VALUE 'Y'.

    01  WS-PART-NO              PIC 9 VALUE ZERO.
    01  WS-MERGE-PARTS          PIC 9 VALUE 4.
    01  WS-PROBLEM-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-PROBLEM-TEXT         PIC X(60).

    01  WS-PARTITION-TABLE.
        05  WS-PART-ENTRY OCCURS 4 TIMES INDEXED BY PART-IDX.
            10  WS-PART-RUN-TYPE    PIC X(8).
            10  WS-PART-FAILED      PIC X.
            10  WS-PART-RC          PIC 9(4).
            10  WS-PART-RESTART     PIC X.
            10  WS-PART-READ        PIC 9(9).
            10  WS-PART-RPT-COUNT   PIC 9(9).
            10  WS-PART-ERRORS      PIC 9(9).

    01  WS-SOURCE-TOTALS.
        05  WS-SRC-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY SRC-IDX.
            10  WS-SRC-CODE     PIC X(3).
            10  WS-SRC-RECORDS  PIC 9(9).
            10  WS-SRC-ERRORS   PIC 9(9).

    01  WS-CURRENCY-TOTALS.
        05  WS-CCY-COUNT        PIC 9(2) COMP VALUE ZERO.
        05  WS-CCY-ENTRY OCCURS 10 TIMES INDEXED BY CCY-IDX.
            10  WS-CCY-CODE     PIC X(3).
            10  WS-CCY-RECORDS  PIC 9(9).
            10  WS-CCY-ORIG1    PIC S9(11)V9(2).
            10  WS-CCY-ORIG2    PIC S9(11)V9(2).

    01  WS-RUN-TOTALS.
        05  WS-RECORD-COUNT     PIC 9(9) VALUE ZERO.
        05  WS-ERROR-COUNT      PIC 9(9) VALUE ZERO.
        05  WS-RPT-COUNT        PIC 9(9) VALUE ZERO.
        05  WS-RPT-HASH-NUM1    PIC S9(11)V9(2) VALUE ZERO.
        05  WS-RPT-HASH-NUM2    PIC S9(11)V9(2) VALUE ZERO.

    01  WS-COPY-COUNTS.
        05  WS-RPT-LINES        PIC 9(9) VALUE ZERO.
        05  WS-ERR-LINES        PIC 9(9) VALUE ZERO.
        05  WS-AUD-LINES        PIC 9(9) VALUE ZERO.
        05  WS-MH-LINES         PIC 9(9) VALUE ZERO.

    01  WS-REPORT-TRAILER.
        05  FILLER              PIC X VALUE 'T'.
        05  WRT-DETAIL-COUNT    PIC 9(9).
        05  WRT-HASH-NUM1       PIC S9(11)V9(2)
                                SIGN IS TRAILING SEPARATE.
        05  WRT-HASH-NUM2       PIC S9(11)V9(2)
                                SIGN IS TRAILING SEPARATE.

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
        05  WS-CDT-MM       PIC 9(2).
        05  WS-CDT-DD       PIC 9(2).
        05  WS-CDT-HH       PIC 9(2).
        05  WS-CDT-MIN      PIC 9(2).
        05  WS-CDT-SEC      PIC 9(2).
        05  FILLER          PIC X(9).

    01  WS-LINE-IN              PIC X(160).
    01  WS-RUN-TYPE             PIC X(8).
    01  WS-END-TIME             PIC X(8).
    01  WS-FINAL-RC             PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-SRC-RECS PIC ZZZZZZZZ9.
    01  WS-DISPLAY-SRC-ERRS PIC ZZZZZZZZ9.
    01  WS-DISPLAY-CCY-TOT1 PIC -(11)9.99.
    01  WS-DISPLAY-CCY-TOT2 PIC -(11)9.99.
    01  WS-DISPLAY-PLANNED  PIC ZZZZZZZZ9.
    01  WS-DISPLAY-READ     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-RPT      PIC ZZZZZZZZ9.
    01  WS-DISPLAY-ERRS     PIC ZZZZZZZZ9.
    01  WS-DISPLAY-RC       PIC Z9.
    01  WS-DISPLAY-PROBLEMS PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-PARTITIONS
    PERFORM 3000-MERGE-REPORT
    PERFORM 4000-MERGE-ERRORS
    PERFORM 5000-MERGE-AUDIT-LOG
    PERFORM 5500-MERGE-HISTORY
    PERFORM 6000-WRITE-RUN-ROWS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN OUTPUT LIST-FILE
    OPEN INPUT PLAN-FILE
    IF WS-PLAN-STATUS NOT = "00"
        MOVE "PARTITION PLAN NOT AVAILABLE - WAS THE SPLIT RUN?"
            TO WS-PROBLEM-TEXT
        PERFORM 8900-REFUSE-MERGE
    END-IF
    READ PLAN-FILE
        AT END
            MOVE "PARTITION PLAN IS EMPTY - WAS THE SPLIT RUN?"
                TO WS-PROBLEM-TEXT
            CLOSE PLAN-FILE
            PERFORM 8900-REFUSE-MERGE
    END-READ
    CLOSE PLAN-FILE
    MOVE SPACES TO LIST-RECORD
    STRING "ADDNUM PARTITION MERGE  RUN " PL-RUN-ID
           "  RUN DATE " PL-RUN-DATE " STARTED " PL-RUN-TIME
           "  CUT BY " PL-MODE
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    IF PL-FELL-BACK
        MOVE SPACES TO LIST-RECORD
        MOVE "THE SPLIT PUT THE WHOLE EXTRACT IN PARTITION 1"
            TO LIST-RECORD
        WRITE LIST-RECORD
    END-IF
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD.

2000-CHECK-PARTITIONS.
*> Every partition's statistics are read before anything is
*> written, so a merge that cannot be completed leaves the
*> cumulative files untouched and can simply be rerun once the
*> named partitions have been restarted.
*> Partition 1 is read first: if it failed its control check the
*> other streams' output is not wanted and is not looked at.
    SET PART-IDX TO 1
    PERFORM 2100-CHECK-ONE-PARTITION
    IF WS-PART-FAILED(1) = 'Y'
        SET RUN-CONTROL-FAILED TO TRUE
        MOVE 1 TO WS-MERGE-PARTS
    ELSE
        PERFORM 2100-CHECK-ONE-PARTITION
            VARYING PART-IDX FROM 2 BY 1 UNTIL PART-IDX > 4
        PERFORM 2300-CHECK-COMPLETION
            VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 4
    END-IF
    PERFORM 2400-CHECK-NOT-MERGED
    IF WS-PROBLEM-COUNT > 0
        MOVE WS-PROBLEM-COUNT TO WS-DISPLAY-PROBLEMS
        MOVE SPACES TO WS-PROBLEM-TEXT
        STRING WS-DISPLAY-PROBLEMS " PROBLEM(S) LISTED ABOVE"
            DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
        PERFORM 8900-REFUSE-MERGE
    END-IF
    MOVE WS-PART-RUN-TYPE(1) TO WS-RUN-TYPE
    PERFORM 2500-ADD-PARTITION-TOTALS
        VARYING PART-IDX FROM 1 BY 1
        UNTIL PART-IDX > WS-MERGE-PARTS.

2100-CHECK-ONE-PARTITION.
    SET WS-PART-NO TO PART-IDX
    MOVE SPACES TO WS-PART-RUN-TYPE(PART-IDX)
    MOVE 'N' TO WS-PART-FAILED(PART-IDX)
    MOVE 'N' TO WS-PART-RESTART(PART-IDX)
    MOVE ZERO TO WS-PART-RC(PART-IDX)
                 WS-PART-READ(PART-IDX)
                 WS-PART-RPT-COUNT(PART-IDX)
                 WS-PART-ERRORS(PART-IDX)
    MOVE 'N' TO WS-STAT-FOUND
    MOVE 'N' TO WS-STAT-OPEN
    PERFORM 7000-OPEN-STAT-FILE
    IF WS-IN-STATUS = "00"
        SET STAT-IS-OPEN TO TRUE
        PERFORM 7050-READ-STAT-RECORD
        IF NOT IN-EOF AND PS-SUMMARY-REC
            SET STAT-WAS-FOUND TO TRUE
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN NOT STAT-WAS-FOUND
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING "PARTITION " WS-PART-NO
                   " HAS NOT FINISHED - NO PARTITION STATISTICS"
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM 2900-LIST-PROBLEM
        WHEN PS-RUN-ID NOT = PL-RUN-ID
          OR PS-PART-NO NOT = WS-PART-NO
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING "PARTITION " WS-PART-NO
                   " HAS NOT FINISHED - STATISTICS ARE FROM RUN "
                   PS-RUN-ID
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM 2900-LIST-PROBLEM
        WHEN OTHER
            MOVE PS-RUN-TYPE TO WS-PART-RUN-TYPE(PART-IDX)
            MOVE PS-CONTROL-FAILED TO WS-PART-FAILED(PART-IDX)
            MOVE PS-RETURN-CODE TO WS-PART-RC(PART-IDX)
            MOVE PS-RESTART-FLAG TO WS-PART-RESTART(PART-IDX)
            MOVE PS-RECORDS-READ TO WS-PART-READ(PART-IDX)
            MOVE PS-RPT-COUNT TO WS-PART-RPT-COUNT(PART-IDX)
            MOVE PS-ERROR-COUNT TO WS-PART-ERRORS(PART-IDX)
            IF WS-PART-FAILED(1) NOT = 'Y'
                ADD PS-RPT-HASH-NUM1 TO WS-RPT-HASH-NUM1
                ADD PS-RPT-HASH-NUM2 TO WS-RPT-HASH-NUM2
                PERFORM 2200-LOAD-ONE-SUMMARY-LINE UNTIL IN-EOF
            END-IF
            PERFORM 2150-CHECK-WORK-FILES
            PERFORM 2800-LIST-PARTITION
    END-EVALUATE
    IF STAT-IS-OPEN
        PERFORM 7090-CLOSE-STAT-FILE
    END-IF.

2150-CHECK-WORK-FILES.
    PERFORM 7100-OPEN-REPORT-PART
    IF WS-IN-STATUS = "00"
        PERFORM 7190-CLOSE-REPORT-PART
    ELSE
        MOVE "REPORT" TO WS-LINE-IN
        PERFORM 2950-LIST-MISSING-WORK-FILE
    END-IF
    PERFORM 7200-OPEN-ERROR-PART
    IF WS-IN-STATUS = "00"
        PERFORM 7290-CLOSE-ERROR-PART
    ELSE
        MOVE "ERROR" TO WS-LINE-IN
        PERFORM 2950-LIST-MISSING-WORK-FILE
    END-IF
    PERFORM 7300-OPEN-AUDIT-PART
    IF WS-IN-STATUS = "00"
        PERFORM 7390-CLOSE-AUDIT-PART
    ELSE
        MOVE "AUDIT" TO WS-LINE-IN
        PERFORM 2950-LIST-MISSING-WORK-FILE
    END-IF
    PERFORM 7400-OPEN-HISTORY-PART
    IF WS-IN-STATUS = "00"
        PERFORM 7490-CLOSE-HISTORY-PART
    ELSE
        MOVE "HISTORY" TO WS-LINE-IN
        PERFORM 2950-LIST-MISSING-WORK-FILE
    END-IF.

2200-LOAD-ONE-SUMMARY-LINE.
*> The streams' summary slots are folded together in partition
*> order with ADDNUM's own find-or-add rule (2130/2450 in
*> COBOL.CBL), so the merged tables hold the codes in the order a
*> serial run would have met them, with the same catch-all once a
*> table is full.
    PERFORM 7050-READ-STAT-RECORD
    IF NOT IN-EOF
        EVALUATE TRUE
            WHEN PS-CURRENCY-REC
                PERFORM 2250-ADD-CURRENCY-LINE
            WHEN PS-SOURCE-REC
                PERFORM 2270-ADD-SOURCE-LINE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2250-ADD-CURRENCY-LINE.
    SET CCY-IDX TO 1
    SEARCH WS-CCY-ENTRY
        AT END
            PERFORM 2260-ADD-CURRENCY-ENTRY
        WHEN CCY-IDX > WS-CCY-COUNT
            PERFORM 2260-ADD-CURRENCY-ENTRY
        WHEN WS-CCY-CODE(CCY-IDX) = PS-CCY-CODE
            CONTINUE
    END-SEARCH
    ADD PS-CCY-RECORDS TO WS-CCY-RECORDS(CCY-IDX)
    ADD PS-CCY-ORIG1 TO WS-CCY-ORIG1(CCY-IDX)
    ADD PS-CCY-ORIG2 TO WS-CCY-ORIG2(CCY-IDX).

2260-ADD-CURRENCY-ENTRY.
    IF WS-CCY-COUNT < 10
        ADD 1 TO WS-CCY-COUNT
        SET CCY-IDX TO WS-CCY-COUNT
        MOVE PS-CCY-CODE TO WS-CCY-CODE(CCY-IDX)
        MOVE ZERO TO WS-CCY-RECORDS(CCY-IDX)
        MOVE ZERO TO WS-CCY-ORIG1(CCY-IDX)
        MOVE ZERO TO WS-CCY-ORIG2(CCY-IDX)
    ELSE
        SET CCY-IDX TO 10
        MOVE "***" TO WS-CCY-CODE(CCY-IDX)
    END-IF.

2270-ADD-SOURCE-LINE.
    SET SRC-IDX TO 1
    SEARCH WS-SRC-ENTRY
        AT END
            PERFORM 2280-ADD-SOURCE-ENTRY
        WHEN SRC-IDX > WS-SRC-COUNT
            PERFORM 2280-ADD-SOURCE-ENTRY
        WHEN WS-SRC-CODE(SRC-IDX) = PS-SRC-CODE
            CONTINUE
    END-SEARCH
    ADD PS-SRC-RECORDS TO WS-SRC-RECORDS(SRC-IDX)
    ADD PS-SRC-ERRORS TO WS-SRC-ERRORS(SRC-IDX).

2280-ADD-SOURCE-ENTRY.
    IF WS-SRC-COUNT < 10
        ADD 1 TO WS-SRC-COUNT
        SET SRC-IDX TO WS-SRC-COUNT
        MOVE PS-SRC-CODE TO WS-SRC-CODE(SRC-IDX)
        MOVE ZERO TO WS-SRC-RECORDS(SRC-IDX)
        MOVE ZERO TO WS-SRC-ERRORS(SRC-IDX)
    ELSE
        SET SRC-IDX TO 10
        MOVE "***" TO WS-SRC-CODE(SRC-IDX)
    END-IF.

2300-CHECK-COMPLETION.
*> A stream that failed its control check, or ended without
*> processing every detail the split gave it, must be restarted
*> on its own before the night can be merged.
    SET WS-PART-NO TO PART-IDX
    IF WS-PART-RUN-TYPE(PART-IDX) NOT = SPACES
        EVALUATE TRUE
            WHEN WS-PART-FAILED(PART-IDX) = 'Y'
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "PARTITION " WS-PART-NO
                       " FAILED ITS CONTROL CHECK - RESTART IT"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM 2900-LIST-PROBLEM
            WHEN WS-PART-READ(PART-IDX)
                     NOT = PL-PART-DETAILS(PART-IDX)
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "PARTITION " WS-PART-NO
                       " DID NOT PROCESS ALL ITS DETAILS - RESTART IT"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM 2900-LIST-PROBLEM
        END-EVALUATE
    END-IF.

2400-CHECK-NOT-MERGED.
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 2450-CHECK-ONE-REGISTER-ROW
            UNTIL WS-RUNREG-STATUS NOT = "00"
        CLOSE RUNREG-FILE
    END-IF.

2450-CHECK-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            CONTINUE
        NOT AT END
            IF RR-RUN-ID = PL-RUN-ID
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "RUN " PL-RUN-ID
                       " IS ALREADY ON THE RUN REGISTER - MERGED"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM 2900-LIST-PROBLEM
            END-IF
    END-READ.

2500-ADD-PARTITION-TOTALS.
*> The run is RESUB if any stream met an ERRFIX header, as the
*> serial run would have; it is restarted if any stream was.
    ADD WS-PART-READ(PART-IDX) TO WS-RECORD-COUNT
    ADD WS-PART-RPT-COUNT(PART-IDX) TO WS-RPT-COUNT
    ADD WS-PART-ERRORS(PART-IDX) TO WS-ERROR-COUNT
    IF WS-PART-RUN-TYPE(PART-IDX) = "RESUB"
        MOVE "RESUB" TO WS-RUN-TYPE
    END-IF
    IF WS-PART-RESTART(PART-IDX) = 'Y'
        SET ANY-PART-RESTARTED TO TRUE
    END-IF.

2800-LIST-PARTITION.
    MOVE PL-PART-DETAILS(PART-IDX) TO WS-DISPLAY-PLANNED
    MOVE WS-PART-READ(PART-IDX) TO WS-DISPLAY-READ
    MOVE WS-PART-RPT-COUNT(PART-IDX) TO WS-DISPLAY-RPT
    MOVE WS-PART-ERRORS(PART-IDX) TO WS-DISPLAY-ERRS
    MOVE WS-PART-RC(PART-IDX) TO WS-DISPLAY-RC
    MOVE SPACES TO LIST-RECORD
    STRING "PARTITION " WS-PART-NO
           "  GIVEN " WS-DISPLAY-PLANNED
           "  PROCESSED " WS-DISPLAY-READ
           "  REPORTED " WS-DISPLAY-RPT
           "  ERRORS " WS-DISPLAY-ERRS
           "  RC " WS-DISPLAY-RC
           "  RESTARTED " WS-PART-RESTART(PART-IDX)
           "  CONTROL FAILED " WS-PART-FAILED(PART-IDX)
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD.

2900-LIST-PROBLEM.
    ADD 1 TO WS-PROBLEM-COUNT
    MOVE SPACES TO LIST-RECORD
    STRING "  *** " WS-PROBLEM-TEXT
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD.

2950-LIST-MISSING-WORK-FILE.
    MOVE SPACES TO WS-PROBLEM-TEXT
    STRING "PARTITION " WS-PART-NO " " DELIMITED BY SIZE
           WS-LINE-IN DELIMITED BY SPACE
           " WORK DATASET NOT AVAILABLE  STATUS=" WS-IN-STATUS
               DELIMITED BY SIZE
        INTO WS-PROBLEM-TEXT
    PERFORM 2900-LIST-PROBLEM.

3000-MERGE-REPORT.
*> The streams' detail lines, then - unless the run failed its
*> control check, when a serial run writes neither - ADDNUM's
*> currency summary, source summary and type-T trailer over the
*> whole night.
    OPEN OUTPUT REPORT-FILE
    PERFORM 3100-COPY-REPORT-PART
        VARYING PART-IDX FROM 1 BY 1
        UNTIL PART-IDX > WS-MERGE-PARTS
    IF NOT RUN-CONTROL-FAILED
        PERFORM 9300-WRITE-CURRENCY-SUMMARY
        PERFORM 9200-WRITE-SOURCE-SUMMARY
        MOVE WS-RPT-COUNT TO WRT-DETAIL-COUNT
        MOVE WS-RPT-HASH-NUM1 TO WRT-HASH-NUM1
        MOVE WS-RPT-HASH-NUM2 TO WRT-HASH-NUM2
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD FROM WS-REPORT-TRAILER
    END-IF
    CLOSE REPORT-FILE.

3100-COPY-REPORT-PART.
    SET WS-PART-NO TO PART-IDX
    PERFORM 7100-OPEN-REPORT-PART
    PERFORM 7150-READ-REPORT-PART
    PERFORM 3150-COPY-ONE-REPORT-LINE UNTIL IN-EOF
    PERFORM 7190-CLOSE-REPORT-PART.

3150-COPY-ONE-REPORT-LINE.
    WRITE REPORT-RECORD FROM WS-LINE-IN
    ADD 1 TO WS-RPT-LINES
    PERFORM 7150-READ-REPORT-PART.

4000-MERGE-ERRORS.
    OPEN OUTPUT ERROR-FILE
    PERFORM 4100-COPY-ERROR-PART
        VARYING PART-IDX FROM 1 BY 1
        UNTIL PART-IDX > WS-MERGE-PARTS
    CLOSE ERROR-FILE.

4100-COPY-ERROR-PART.
    SET WS-PART-NO TO PART-IDX
    PERFORM 7200-OPEN-ERROR-PART
    PERFORM 7250-READ-ERROR-PART
    PERFORM 4150-COPY-ONE-ERROR UNTIL IN-EOF
    PERFORM 7290-CLOSE-ERROR-PART.

4150-COPY-ONE-ERROR.
    WRITE ERROR-RECORD FROM WS-LINE-IN
    ADD 1 TO WS-ERR-LINES
    PERFORM 7250-READ-ERROR-PART.

5000-MERGE-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    PERFORM 5100-COPY-AUDIT-PART
        VARYING PART-IDX FROM 1 BY 1
        UNTIL PART-IDX > WS-MERGE-PARTS
    CLOSE AUDIT-FILE.

5100-COPY-AUDIT-PART.
    SET WS-PART-NO TO PART-IDX
    PERFORM 7300-OPEN-AUDIT-PART
    PERFORM 7350-READ-AUDIT-PART
    PERFORM 5150-COPY-ONE-AUDIT-LINE UNTIL IN-EOF
    PERFORM 7390-CLOSE-AUDIT-PART.

5150-COPY-ONE-AUDIT-LINE.
    WRITE AUDIT-RECORD FROM WS-LINE-IN
    ADD 1 TO WS-AUD-LINES
    PERFORM 7350-READ-AUDIT-PART.

5500-MERGE-HISTORY.
    OPEN EXTEND HISTORY-FILE
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    PERFORM 5600-COPY-HISTORY-PART
        VARYING PART-IDX FROM 1 BY 1
        UNTIL PART-IDX > WS-MERGE-PARTS
    CLOSE HISTORY-FILE.

5600-COPY-HISTORY-PART.
    SET WS-PART-NO TO PART-IDX
    PERFORM 7400-OPEN-HISTORY-PART
    PERFORM 7450-READ-HISTORY-PART
    PERFORM 5650-COPY-ONE-HISTORY UNTIL IN-EOF
    PERFORM 7490-CLOSE-HISTORY-PART.

5650-COPY-ONE-HISTORY.
    WRITE HISTORY-RECORD FROM WS-LINE-IN
    ADD 1 TO WS-MH-LINES
    PERFORM 7450-READ-HISTORY-PART.

6000-WRITE-RUN-ROWS.
*> The night's one RUNSTAT record and run register row, as the
*> serial run writes them in 9100/9150 of COBOL.CBL: started at
*> the split, ended now, with the outcome ADDNUM would have
*> given the whole extract. The register row goes last, so a
*> merge that stops short of it can be rerun.
    EVALUATE TRUE
        WHEN RUN-CONTROL-FAILED
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-ERROR-COUNT > 0
            MOVE 4 TO WS-FINAL-RC
        WHEN OTHER
            MOVE ZERO TO WS-FINAL-RC
    END-EVALUATE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-END-TIME
    OPEN EXTEND RUNSTAT-FILE
    IF WS-RUNSTAT-STATUS = "35"
        OPEN OUTPUT RUNSTAT-FILE
    END-IF
    MOVE PL-RUN-DATE TO RS-RUN-DATE
    MOVE PL-RUN-TIME TO RS-START-TIME
    MOVE WS-END-TIME TO RS-END-TIME
    MOVE WS-RECORD-COUNT TO RS-RECORDS-READ
    MOVE WS-RPT-COUNT TO RS-RECORDS-REPORTED
    MOVE WS-ERROR-COUNT TO RS-RECORDS-ERRORED
    MOVE WS-RUN-RESTARTED TO RS-RESTART-FLAG
    MOVE WS-FINAL-RC TO RS-RETURN-CODE
    MOVE PL-RUN-ID TO RS-RUN-ID
    MOVE WS-RUN-TYPE TO RS-RUN-TYPE
    WRITE RUNSTAT-RECORD
    CLOSE RUNSTAT-FILE
    OPEN EXTEND RUNREG-FILE
    IF WS-RUNREG-STATUS = "35"
        OPEN OUTPUT RUNREG-FILE
    END-IF
    MOVE PL-RUN-ID TO RR-RUN-ID
    MOVE PL-RUN-DATE TO RR-RUN-DATE
    MOVE WS-RUN-TYPE TO RR-RUN-TYPE
    MOVE PL-RUN-TIME TO RR-START-TIME
    MOVE WS-END-TIME TO RR-END-TIME
    MOVE WS-FINAL-RC TO RR-RETURN-CODE
    MOVE SPACES TO RR-RUN-STATUS
    WRITE RUNREG-RECORD
    CLOSE RUNREG-FILE.

7000-OPEN-STAT-FILE.
    MOVE 'N' TO WS-IN-EOF
    EVALUATE WS-PART-NO
        WHEN 1
            OPEN INPUT PART-STAT-1-FILE
            MOVE WS-PST1-STATUS TO WS-IN-STATUS
        WHEN 2
            OPEN INPUT PART-STAT-2-FILE
            MOVE WS-PST2-STATUS TO WS-IN-STATUS
        WHEN 3
            OPEN INPUT PART-STAT-3-FILE
            MOVE WS-PST3-STATUS TO WS-IN-STATUS
        WHEN 4
            OPEN INPUT PART-STAT-4-FILE
            MOVE WS-PST4-STATUS TO WS-IN-STATUS
    END-EVALUATE
    IF WS-IN-STATUS NOT = "00"
        SET IN-EOF TO TRUE
    END-IF.

7050-READ-STAT-RECORD.
    EVALUATE WS-PART-NO
        WHEN 1
            READ PART-STAT-1-FILE INTO PARTITION-STAT-RECORD
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 2
            READ PART-STAT-2-FILE INTO PARTITION-STAT-RECORD
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 3
            READ PART-STAT-3-FILE INTO PARTITION-STAT-RECORD
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 4
            READ PART-STAT-4-FILE INTO PARTITION-STAT-RECORD
                AT END
                    SET IN-EOF TO TRUE
            END-READ
    END-EVALUATE.

7090-CLOSE-STAT-FILE.
    EVALUATE WS-PART-NO
        WHEN 1
            CLOSE PART-STAT-1-FILE
        WHEN 2
            CLOSE PART-STAT-2-FILE
        WHEN 3
            CLOSE PART-STAT-3-FILE
        WHEN 4
            CLOSE PART-STAT-4-FILE
    END-EVALUATE.

7100-OPEN-REPORT-PART.
    MOVE 'N' TO WS-IN-EOF
    EVALUATE WS-PART-NO
        WHEN 1
            OPEN INPUT PART-RPT-1-FILE
            MOVE WS-RPT1-STATUS TO WS-IN-STATUS
        WHEN 2
            OPEN INPUT PART-RPT-2-FILE
            MOVE WS-RPT2-STATUS TO WS-IN-STATUS
        WHEN 3
            OPEN INPUT PART-RPT-3-FILE
            MOVE WS-RPT3-STATUS TO WS-IN-STATUS
        WHEN 4
            OPEN INPUT PART-RPT-4-FILE
            MOVE WS-RPT4-STATUS TO WS-IN-STATUS
    END-EVALUATE.

7150-READ-REPORT-PART.
    MOVE SPACES TO WS-LINE-IN
    EVALUATE WS-PART-NO
        WHEN 1
            READ PART-RPT-1-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 2
            READ PART-RPT-2-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 3
            READ PART-RPT-3-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 4
            READ PART-RPT-4-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
    END-EVALUATE.

7190-CLOSE-REPORT-PART.
    EVALUATE WS-PART-NO
        WHEN 1
            CLOSE PART-RPT-1-FILE
        WHEN 2
            CLOSE PART-RPT-2-FILE
        WHEN 3
            CLOSE PART-RPT-3-FILE
        WHEN 4
            CLOSE PART-RPT-4-FILE
    END-EVALUATE.

7200-OPEN-ERROR-PART.
    MOVE 'N' TO WS-IN-EOF
    EVALUATE WS-PART-NO
        WHEN 1
            OPEN INPUT PART-ERR-1-FILE
            MOVE WS-ERR1-STATUS TO WS-IN-STATUS
        WHEN 2
            OPEN INPUT PART-ERR-2-FILE
            MOVE WS-ERR2-STATUS TO WS-IN-STATUS
        WHEN 3
            OPEN INPUT PART-ERR-3-FILE
            MOVE WS-ERR3-STATUS TO WS-IN-STATUS
        WHEN 4
            OPEN INPUT PART-ERR-4-FILE
            MOVE WS-ERR4-STATUS TO WS-IN-STATUS
    END-EVALUATE.

7250-READ-ERROR-PART.
    MOVE SPACES TO WS-LINE-IN
    EVALUATE WS-PART-NO
        WHEN 1
            READ PART-ERR-1-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 2
            READ PART-ERR-2-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 3
            READ PART-ERR-3-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 4
            READ PART-ERR-4-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
    END-EVALUATE.

7290-CLOSE-ERROR-PART.
    EVALUATE WS-PART-NO
        WHEN 1
            CLOSE PART-ERR-1-FILE
        WHEN 2
            CLOSE PART-ERR-2-FILE
        WHEN 3
            CLOSE PART-ERR-3-FILE
        WHEN 4
            CLOSE PART-ERR-4-FILE
    END-EVALUATE.

7300-OPEN-AUDIT-PART.
    MOVE 'N' TO WS-IN-EOF
    EVALUATE WS-PART-NO
        WHEN 1
            OPEN INPUT PART-AUD-1-FILE
            MOVE WS-AUD1-STATUS TO WS-IN-STATUS
        WHEN 2
            OPEN INPUT PART-AUD-2-FILE
            MOVE WS-AUD2-STATUS TO WS-IN-STATUS
        WHEN 3
            OPEN INPUT PART-AUD-3-FILE
            MOVE WS-AUD3-STATUS TO WS-IN-STATUS
        WHEN 4
            OPEN INPUT PART-AUD-4-FILE
            MOVE WS-AUD4-STATUS TO WS-IN-STATUS
    END-EVALUATE.

7350-READ-AUDIT-PART.
    MOVE SPACES TO WS-LINE-IN
    EVALUATE WS-PART-NO
        WHEN 1
            READ PART-AUD-1-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 2
            READ PART-AUD-2-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 3
            READ PART-AUD-3-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 4
            READ PART-AUD-4-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
    END-EVALUATE.

7390-CLOSE-AUDIT-PART.
    EVALUATE WS-PART-NO
        WHEN 1
            CLOSE PART-AUD-1-FILE
        WHEN 2
            CLOSE PART-AUD-2-FILE
        WHEN 3
            CLOSE PART-AUD-3-FILE
        WHEN 4
            CLOSE PART-AUD-4-FILE
    END-EVALUATE.

7400-OPEN-HISTORY-PART.
    MOVE 'N' TO WS-IN-EOF
    EVALUATE WS-PART-NO
        WHEN 1
            OPEN INPUT PART-MH-1-FILE
            MOVE WS-MH1-STATUS TO WS-IN-STATUS
        WHEN 2
            OPEN INPUT PART-MH-2-FILE
            MOVE WS-MH2-STATUS TO WS-IN-STATUS
        WHEN 3
            OPEN INPUT PART-MH-3-FILE
            MOVE WS-MH3-STATUS TO WS-IN-STATUS
        WHEN 4
            OPEN INPUT PART-MH-4-FILE
            MOVE WS-MH4-STATUS TO WS-IN-STATUS
    END-EVALUATE.

7450-READ-HISTORY-PART.
    MOVE SPACES TO WS-LINE-IN
    EVALUATE WS-PART-NO
        WHEN 1
            READ PART-MH-1-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 2
            READ PART-MH-2-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 3
            READ PART-MH-3-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
        WHEN 4
            READ PART-MH-4-FILE INTO WS-LINE-IN
                AT END
                    SET IN-EOF TO TRUE
            END-READ
    END-EVALUATE.

7490-CLOSE-HISTORY-PART.
    EVALUATE WS-PART-NO
        WHEN 1
            CLOSE PART-MH-1-FILE
        WHEN 2
            CLOSE PART-MH-2-FILE
        WHEN 3
            CLOSE PART-MH-3-FILE
        WHEN 4
            CLOSE PART-MH-4-FILE
    END-EVALUATE.

8900-REFUSE-MERGE.
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD
    MOVE SPACES TO LIST-RECORD
    STRING "PARTITION MERGE NOT RUN - " WS-PROBLEM-TEXT
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE SPACES TO LIST-RECORD
    MOVE "NOTHING WRITTEN - RESTART ANY PARTITION NAMED, THEN RERUN"
        TO LIST-RECORD
    WRITE LIST-RECORD
    CLOSE LIST-FILE
    MOVE 16 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD
    MOVE WS-RPT-LINES TO WS-DISPLAY-RPT
    MOVE WS-ERR-LINES TO WS-DISPLAY-ERRS
    MOVE SPACES TO LIST-RECORD
    STRING "REPORT LINES MERGED  " WS-DISPLAY-RPT
           "  ERROR RECORDS MERGED  " WS-DISPLAY-ERRS
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE WS-AUD-LINES TO WS-DISPLAY-RPT
    MOVE WS-MH-LINES TO WS-DISPLAY-ERRS
    MOVE SPACES TO LIST-RECORD
    STRING "AUDIT LINES APPENDED " WS-DISPLAY-RPT
           "  HISTORY RECORDS APPENDED " WS-DISPLAY-ERRS
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE WS-FINAL-RC TO WS-DISPLAY-RC
    MOVE SPACES TO LIST-RECORD
    IF RUN-CONTROL-FAILED
        STRING "RUN " PL-RUN-ID " " WS-RUN-TYPE
               " RECORDED AS A CONTROL FAILURE FROM PARTITION 1"
               "  RC " WS-DISPLAY-RC
            DELIMITED BY SIZE INTO LIST-RECORD
    ELSE
        STRING "RUN " PL-RUN-ID " " WS-RUN-TYPE
               " MERGED AND REGISTERED  RC " WS-DISPLAY-RC
            DELIMITED BY SIZE INTO LIST-RECORD
    END-IF
    WRITE LIST-RECORD
    CLOSE LIST-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.

9300-WRITE-CURRENCY-SUMMARY.
    IF WS-CCY-COUNT > 0
        PERFORM 9350-WRITE-ONE-CURRENCY-LINE
            VARYING CCY-IDX FROM 1 BY 1
            UNTIL CCY-IDX > WS-CCY-COUNT
    END-IF.

9350-WRITE-ONE-CURRENCY-LINE.
    MOVE WS-CCY-RECORDS(CCY-IDX) TO WS-DISPLAY-SRC-RECS
    MOVE WS-CCY-ORIG1(CCY-IDX) TO WS-DISPLAY-CCY-TOT1
    MOVE WS-CCY-ORIG2(CCY-IDX) TO WS-DISPLAY-CCY-TOT2
    MOVE SPACES TO REPORT-RECORD
    STRING "CURRENCY="             DELIMITED BY SIZE
           WS-CCY-CODE(CCY-IDX)    DELIMITED BY SIZE
           "  RECORDS="            DELIMITED BY SIZE
           WS-DISPLAY-SRC-RECS     DELIMITED BY SIZE
           "  ORIG-NUM1="          DELIMITED BY SIZE
           WS-DISPLAY-CCY-TOT1     DELIMITED BY SIZE
           "  ORIG-NUM2="          DELIMITED BY SIZE
           WS-DISPLAY-CCY-TOT2     DELIMITED BY SIZE
        INTO REPORT-RECORD
    WRITE REPORT-RECORD.

9200-WRITE-SOURCE-SUMMARY.
    IF WS-SRC-COUNT > 0
        PERFORM 9250-WRITE-ONE-SOURCE-LINE
            VARYING SRC-IDX FROM 1 BY 1
            UNTIL SRC-IDX > WS-SRC-COUNT
    END-IF.

9250-WRITE-ONE-SOURCE-LINE.
    MOVE WS-SRC-RECORDS(SRC-IDX) TO WS-DISPLAY-SRC-RECS
    MOVE WS-SRC-ERRORS(SRC-IDX) TO WS-DISPLAY-SRC-ERRS
    MOVE SPACES TO REPORT-RECORD
    STRING "SOURCE="               DELIMITED BY SIZE
           WS-SRC-CODE(SRC-IDX)    DELIMITED BY SIZE
           "  RECORDS="            DELIMITED BY SIZE
           WS-DISPLAY-SRC-RECS     DELIMITED BY SIZE
           "  ERRORS="             DELIMITED BY SIZE
           WS-DISPLAY-SRC-ERRS     DELIMITED BY SIZE
        INTO REPORT-RECORD
    WRITE REPORT-RECORD.
