        RECORD KEY IS TR-RULE-KEY
        FILE STATUS IS WS-TOL-STATUS.

    SELECT PERIOD-FILE ASSIGN TO PERDCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PC-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT OVERRIDE-LOG-FILE ASSIGN TO PERDLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDLOG-STATUS.

    SELECT PARTSTAT-FILE ASSIGN TO PARTSTAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARTSTAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
*> are opened EXTEND, so the type-T trailer and the run
*> statistics must describe the whole night, not just the
*> post-restart portion, or the balancing step breaks by
*> exactly the pre-abend counts. It also names the run that took
*> it, so a checkpoint left by a run that was never restarted is
*> not taken up by a later run reading different input.
01  CHECKPOINT-RECORD.
    05  CKPT-RECORD-COUNT     PIC 9(9).
    05  CKPT-RPT-COUNT        PIC 9(9).
    05  CKPT-RPT-HASH-NUM2    PIC S9(11)V9(2)
                              SIGN IS TRAILING SEPARATE.
    05  CKPT-ERROR-COUNT      PIC 9(9).
    05  CKPT-RUN-ID           PIC X(12).

FD  ERROR-FILE.
    COPY ERRREC.
    05  PARM-CARD-KEYWORD     PIC X(5).
    05  PARM-CARD-DATE        PIC X(8).
    05  FILLER                PIC X(67).
01  PARM-OVERRIDE-RECORD.
    05  FILLER                PIC X(5).
    05  PARM-OVR-PERIOD       PIC X(6).
    05  FILLER                PIC X.
    05  PARM-OVR-AUTHORITY    PIC X(20).
    05  FILLER                PIC X(48).

FD  RUNREG-FILE.
    COPY RUNREG.
FD  TOLERANCE-FILE.
    COPY TOLREC.

FD  PERIOD-FILE.
    COPY PERDREC.

FD  OVERRIDE-LOG-FILE.
    COPY PERDOVR.

FD  PARTSTAT-FILE.
    COPY PARTSTAT.

WORKING-STORAGE SECTION.
    COPY AMTREC.

    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-PARM-STATUS          PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-PERIOD-STATUS        PIC XX.
    01  WS-PERDLOG-STATUS       PIC XX.
    01  WS-PARTSTAT-STATUS      PIC XX.
    01  WS-ERROR-REASON         PIC X(28).
    01  WS-ERROR-CODE           PIC X(4).
    01  WS-OP-CODE              PIC X.
            88  ASOF-RUN           VALUE 'Y'.
        05  WS-PARM-ERROR   PIC X VALUE 'N'.
            88  PARM-CARD-BAD      VALUE 'Y'.
        05  WS-OVERRIDE-KEYED PIC X VALUE 'N'.
            88  PERIOD-OVERRIDE-KEYED VALUE 'Y'.
        05  WS-OVERRIDE-ERROR PIC X VALUE 'N'.
            88  OVERRIDE-CARD-BAD  VALUE 'Y'.
        05  WS-RULE-SCAN    PIC X VALUE 'N'.
            88  RULE-SCAN-DONE     VALUE 'Y'.
        05  WS-RULE-PICKED  PIC X VALUE 'N'.
            88  RULE-WAS-SELECTED  VALUE 'Y'.
        05  WS-PARTITION-MODE PIC X VALUE 'N'.
            88  PARTITION-RUN      VALUE 'Y'.
        05  WS-PARTITION-EMPTY PIC X VALUE 'N'.
            88  PARTITION-IS-EMPTY VALUE 'Y'.
        05  WS-RUN-LEVEL-LINES PIC X VALUE 'Y'.
            88  WRITES-RUN-LEVEL-LINES VALUE 'Y'.

    01  WS-COUNTERS.
        05  WS-RECORD-COUNT           PIC 9(9) VALUE ZERO.
        05  WS-READ-COUNT             PIC 9(9) VALUE ZERO.
        05  WS-START-AT               PIC 9(9) VALUE ZERO.
        05  WS-CHECKPOINT-INTERVAL    PIC 9(9) VALUE 100.
        05  WS-SEQUENCE-BASE          PIC 9(9) VALUE ZERO.
        05  WS-PARTITION-NO           PIC 9 VALUE ZERO.

    01  WS-CONTROL-TOTALS.
        05  WS-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
    01  WS-EXPECTED-DATE    PIC X(8).
    01  WS-ASOF-DATE        PIC X(8).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.
    01  WS-OVERRIDE-PERIOD  PIC X(6).
    01  WS-OVERRIDE-AUTHORITY PIC X(20).

    01  WS-DISPLAY-NUM1     PIC -(7)9.99.
    01  WS-DISPLAY-NUM2     PIC -(7)9.99.
        ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
    END-IF
    PERFORM 1050-READ-PARM-CARD
    PERFORM 1080-CHECK-FOR-PARTITION
    PERFORM 1060-ASSIGN-RUN-ID
    PERFORM 1100-READ-CHECKPOINT
    PERFORM 1200-SKIP-COMPLETED-RECORDS
    PERFORM 1500-OPEN-REPORT-FILE
    PERFORM 1600-OPEN-ERROR-FILE
    PERFORM 1300-OPEN-AUDIT-LOG
    IF ASOF-RUN AND WRITES-RUN-LEVEL-LINES
        PERFORM 1350-NOTE-ASOF-RUN
    END-IF
    IF PARM-CARD-BAD
            TO WS-CONTROL-MESSAGE
        PERFORM 2900-CONTROL-FAILURE
    END-IF
    IF OVERRIDE-CARD-BAD
        MOVE "PERIOD OVERRIDE CARD IS NOT VALID"
            TO WS-CONTROL-MESSAGE
        PERFORM 2900-CONTROL-FAILURE
    END-IF
    IF NOT CONTROL-FAILED
        PERFORM 1450-CHECK-ACCOUNTING-PERIOD
    END-IF
    PERFORM 1400-OPEN-TOLERANCE-RULES
    PERFORM 1700-LOAD-EXCHANGE-RATES
    PERFORM 1800-OPEN-MISMATCH-HISTORY.
*> stamped on every output carry the stated date instead of the
*> wall-clock date, so a late feed or a backdated rerun can be
*> processed without hand-editing the feed header. No card (or
*> no PARMCARD dataset) is a normal current-date run. An
*> OVRD=YYYYMM card, with the authority reference from column 13,
*> lets the run through when its business date falls in that
*> closed accounting month (see 1450).
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        PERFORM 1055-READ-ONE-PARM-CARD
            UNTIL WS-PARM-STATUS NOT = "00"
        CLOSE PARM-FILE
    END-IF
    IF ASOF-RUN
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

1060-ASSIGN-RUN-ID.
*> The run identifier is the business date plus the date's next
*> free sequence from the run register, so a resubmission pass
*> on the same date gets its own identifier and every downstream
*> record ties back to the exact run that wrote it. The register
*> record itself is appended at termination with the outcome.
*> A partition stream already has the identifier ADDSPLIT took
*> for the whole night (see 1080), and its register row is
*> written by ADDMERGE.
    IF ASOF-RUN
        MOVE "ASOF" TO WS-RUN-TYPE
    ELSE
        MOVE "NIGHTLY" TO WS-RUN-TYPE
    END-IF
    IF NOT PARTITION-RUN
        MOVE ZERO TO WS-RUN-SEQUENCE
        OPEN INPUT RUNREG-FILE
        IF WS-RUNREG-STATUS = "00"
            PERFORM 1070-SCAN-ONE-REGISTER-ROW
                UNTIL WS-RUNREG-STATUS NOT = "00"
            CLOSE RUNREG-FILE
        END-IF
        ADD 1 TO WS-RUN-SEQUENCE
        MOVE SPACES TO WS-RUN-ID
        STRING WS-EXPECTED-DATE "-" WS-RUN-SEQUENCE
            DELIMITED BY SIZE INTO WS-RUN-ID
    END-IF.

1070-SCAN-ONE-REGISTER-ROW.
    READ RUNREG-FILE
            END-IF
    END-READ.

1080-CHECK-FOR-PARTITION.
*> On a partitioned night ADDSPLIT cuts the admitted extract into
*> up to four partitions run as concurrent streams, each opening
*> with a type-P partition record (see PAIRSREC). The stream takes
*> the run identifier, start time and business date the split
*> assigned, so every line it writes matches what a serial run
*> would have written and the streams do not race each other for
*> a register sequence, and numbers its error records on from the
*> details in the partitions ahead of it. Run-level audit and
*> override-log lines are left to partition 1, whose output leads
*> the merged files. An extract with no partition record is an
*> ordinary serial run and is reopened to be read from the top.
    OPEN INPUT PAIRS-FILE
    READ PAIRS-FILE
        AT END
            CONTINUE
        NOT AT END
            IF PAIRS-PARTITION-REC
                PERFORM 1090-TAKE-PARTITION-RECORD
            END-IF
    END-READ
    IF NOT PARTITION-RUN
        CLOSE PAIRS-FILE
        OPEN INPUT PAIRS-FILE
    END-IF.

1090-TAKE-PARTITION-RECORD.
    SET PARTITION-RUN TO TRUE
    ADD 1 TO WS-READ-COUNT
    MOVE PP-PART-NO TO WS-PARTITION-NO
    MOVE PP-RUN-ID TO WS-RUN-ID
    MOVE PP-RUN-TIME TO WS-RUN-TIME
    MOVE PP-SEQUENCE-BASE TO WS-SEQUENCE-BASE
    MOVE PP-RUN-BUSINESS-DATE TO WS-EXPECTED-DATE
    MOVE SPACES TO WS-RUN-DATE
    STRING WS-EXPECTED-DATE(1:4) "-"
           WS-EXPECTED-DATE(5:2) "-"
           WS-EXPECTED-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE
    IF PP-PARTITION-EMPTY
        SET PARTITION-IS-EMPTY TO TRUE
    END-IF
    IF WS-PARTITION-NO > 1
        MOVE 'N' TO WS-RUN-LEVEL-LINES
    END-IF.

1350-NOTE-ASOF-RUN.
*> Leave a run-level line on the audit trail marking the as-of
*> run. It carries no RESULT= so AUDSUMM leaves it out of the
        INTO AUDIT-RECORD
    WRITE AUDIT-RECORD.

1450-CHECK-ACCOUNTING-PERIOD.
*> A business date in a month finance has closed is refused as a
*> control failure - an as-of rerun or a resubmission pass would
*> otherwise change figures already reported for that month. A
*> month with no row on the period control file is open. The
*> only way through is an OVRD= card for exactly that month,
*> and every such run is logged on the override log and marked
*> on the audit trail.
    OPEN INPUT PERIOD-FILE
    IF WS-PERIOD-STATUS NOT = "00"
        MOVE "PERIOD CONTROL FILE NOT AVAILABLE"
            TO WS-CONTROL-MESSAGE
        PERFORM 2900-CONTROL-FAILURE
    ELSE
        MOVE WS-EXPECTED-DATE(1:6) TO PC-PERIOD
        READ PERIOD-FILE
            INVALID KEY
                MOVE "OPEN" TO PC-STATUS
        END-READ
        CLOSE PERIOD-FILE
        IF PC-CLOSED
            IF PERIOD-OVERRIDE-KEYED
               AND WS-OVERRIDE-PERIOD = WS-EXPECTED-DATE(1:6)
                IF WRITES-RUN-LEVEL-LINES
                    PERFORM 1470-LOG-PERIOD-OVERRIDE
                END-IF
            ELSE
                MOVE "BUSINESS DATE FALLS IN A CLOSED PERIOD"
                    TO WS-CONTROL-MESSAGE
                PERFORM 2900-CONTROL-FAILURE
            END-IF
        END-IF
    END-IF.

1470-LOG-PERIOD-OVERRIDE.
    OPEN EXTEND OVERRIDE-LOG-FILE
    IF WS-PERDLOG-STATUS = "35"
        OPEN OUTPUT OVERRIDE-LOG-FILE
    END-IF
    MOVE WS-RUN-DATE TO PO-LOG-DATE
    MOVE WS-RUN-TIME TO PO-LOG-TIME
    MOVE WS-RUN-USER TO PO-USER
    MOVE "ADDNUM" TO PO-PROGRAM
    MOVE WS-OVERRIDE-PERIOD TO PO-PERIOD
    MOVE WS-OVERRIDE-AUTHORITY TO PO-AUTHORITY
    MOVE SPACES TO PO-SUBJECT
    STRING "RUN " WS-RUN-ID " BUSINESS DATE " WS-EXPECTED-DATE
        DELIMITED BY SIZE INTO PO-SUBJECT
    WRITE PERIOD-OVERRIDE-RECORD
    CLOSE OVERRIDE-LOG-FILE
    MOVE SPACES TO AUDIT-RECORD
    STRING WS-RUN-DATE       DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           WS-RUN-TIME       DELIMITED BY SIZE
           "  USER="         DELIMITED BY SIZE
           WS-RUN-USER       DELIMITED BY SIZE
           "  **PERIOD OVERRIDE** CLOSED PERIOD "
                             DELIMITED BY SIZE
           WS-OVERRIDE-PERIOD DELIMITED BY SIZE
           "  AUTHORITY="    DELIMITED BY SIZE
           WS-OVERRIDE-AUTHORITY DELIMITED BY SIZE
           "  RUN="          DELIMITED BY SIZE
           WS-RUN-ID         DELIMITED BY SIZE
        INTO AUDIT-RECORD
    WRITE AUDIT-RECORD.

1500-OPEN-REPORT-FILE.
    IF RUN-IS-RESTARTED
        OPEN EXTEND REPORT-FILE
    END-IF.

1300-OPEN-AUDIT-LOG.
*> A partition stream writes its audit lines and mismatch history
*> to its own work datasets, started over unless it is restarting;
*> ADDMERGE appends them to the cumulative files in partition
*> order.
    IF PARTITION-RUN AND NOT RUN-IS-RESTARTED
        OPEN OUTPUT AUDIT-FILE
    ELSE
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS = "35"
            OPEN OUTPUT AUDIT-FILE
        END-IF
    END-IF.

1400-OPEN-TOLERANCE-RULES.
    END-IF.

1800-OPEN-MISMATCH-HISTORY.
    IF PARTITION-RUN AND NOT RUN-IS-RESTARTED
        OPEN OUTPUT HISTORY-FILE
    ELSE
        OPEN EXTEND HISTORY-FILE
        IF WS-HISTORY-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
    END-IF.

1700-LOAD-EXCHANGE-RATES.
                     CKPT-RPT-HASH-NUM1
                     CKPT-RPT-HASH-NUM2
                     CKPT-ERROR-COUNT
        MOVE SPACES TO CKPT-RUN-ID
        WRITE CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
    ELSE
            AT END
                CONTINUE
            NOT AT END
                IF CKPT-RUN-ID = WS-RUN-ID
                    MOVE CKPT-RECORD-COUNT TO WS-START-AT
                END-IF
                IF WS-START-AT > 0
                    SET RUN-IS-RESTARTED TO TRUE
                    MOVE CKPT-RPT-COUNT TO WS-RPT-COUNT
    END-IF.

1200-SKIP-COMPLETED-RECORDS.
*> The checkpoint position counts a partition record already read
*> by 1080.
    PERFORM 1250-SKIP-ONE-RECORD
        UNTIL WS-READ-COUNT >= WS-START-AT
           OR PAIRS-EOF.

1250-SKIP-ONE-RECORD.
    READ PAIRS-FILE
    MOVE WS-RPT-HASH-NUM1 TO CKPT-RPT-HASH-NUM1
    MOVE WS-RPT-HASH-NUM2 TO CKPT-RPT-HASH-NUM2
    MOVE WS-ERROR-COUNT TO CKPT-ERROR-COUNT
    MOVE WS-RUN-ID TO CKPT-RUN-ID
    REWRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.

2500-WRITE-ERROR-RECORD.
    MOVE SPACES TO ERROR-RECORD
    MOVE WS-ERROR-CODE TO ER-REASON-CODE
    COMPUTE ER-SEQUENCE = WS-SEQUENCE-BASE + WS-RECORD-COUNT
    MOVE WS-RUN-DATE TO ER-RUN-DATE
    MOVE WS-SOURCE-CODE TO ER-SOURCE
    MOVE WS-OP-CODE TO ER-OP-CODE
    WRITE AUDIT-RECORD.

9000-TERMINATE.
*> A partition the split had nothing for carries no header or
*> trailer of its own. A partition stream leaves the summaries,
*> trailer and run rows to ADDMERGE and records its own totals
*> and summary tables on PARTSTAT instead.
    IF NOT CONTROL-FAILED AND NOT PARTITION-IS-EMPTY
        EVALUATE TRUE
            WHEN HEADER-IS-OPEN
                MOVE "TRAILER RECORD MISSING FROM PAIRS FILE"
                PERFORM 2900-CONTROL-FAILURE
        END-EVALUATE
    END-IF
    IF NOT CONTROL-FAILED AND NOT PARTITION-RUN
        PERFORM 9300-WRITE-CURRENCY-SUMMARY
        PERFORM 9200-WRITE-SOURCE-SUMMARY
        MOVE WS-RPT-COUNT TO WRT-DETAIL-COUNT
        WHEN OTHER
            MOVE ZERO TO WS-FINAL-RC
    END-EVALUATE
    IF PARTITION-RUN
        PERFORM 9400-WRITE-PARTITION-STATS
    ELSE
        PERFORM 9100-WRITE-RUN-STATS
        PERFORM 9150-WRITE-RUN-REGISTER
    END-IF
    OPEN I-O CHECKPOINT-FILE
    READ CHECKPOINT-FILE
    MOVE ZERO TO CKPT-RECORD-COUNT
                 CKPT-RPT-HASH-NUM1
                 CKPT-RPT-HASH-NUM2
                 CKPT-ERROR-COUNT
    MOVE SPACES TO CKPT-RUN-ID
    REWRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE
    CLOSE PAIRS-FILE
    MOVE WS-RUN-TIME TO RR-START-TIME
    MOVE WS-END-TIME TO RR-END-TIME
    MOVE WS-FINAL-RC TO RR-RETURN-CODE
    MOVE SPACES TO RR-RUN-STATUS
    WRITE RUNREG-RECORD
    CLOSE RUNREG-FILE.

9400-WRITE-PARTITION-STATS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-END-TIME
    OPEN OUTPUT PARTSTAT-FILE
    MOVE SPACES TO PARTITION-STAT-RECORD
    SET PS-SUMMARY-REC TO TRUE
    MOVE WS-PARTITION-NO TO PS-PART-NO
    MOVE WS-RUN-ID TO PS-RUN-ID
    MOVE WS-RUN-TYPE TO PS-RUN-TYPE
    MOVE WS-CONTROL-FAILED TO PS-CONTROL-FAILED
    MOVE WS-FINAL-RC TO PS-RETURN-CODE
    MOVE WS-RESTARTED TO PS-RESTART-FLAG
    MOVE WS-RECORD-COUNT TO PS-RECORDS-READ
    MOVE WS-RPT-COUNT TO PS-RPT-COUNT
    MOVE WS-RPT-HASH-NUM1 TO PS-RPT-HASH-NUM1
    MOVE WS-RPT-HASH-NUM2 TO PS-RPT-HASH-NUM2
    MOVE WS-ERROR-COUNT TO PS-ERROR-COUNT
    MOVE WS-END-TIME TO PS-END-TIME
    WRITE PARTITION-STAT-RECORD
    IF WS-CCY-COUNT > 0
        PERFORM 9450-WRITE-ONE-CURRENCY-STAT
            VARYING CCY-IDX FROM 1 BY 1
            UNTIL CCY-IDX > WS-CCY-COUNT
    END-IF
    IF WS-SRC-COUNT > 0
        PERFORM 9470-WRITE-ONE-SOURCE-STAT
            VARYING SRC-IDX FROM 1 BY 1
            UNTIL SRC-IDX > WS-SRC-COUNT
    END-IF
    CLOSE PARTSTAT-FILE.

9450-WRITE-ONE-CURRENCY-STAT.
    MOVE SPACES TO PARTITION-STAT-RECORD
    SET PS-CURRENCY-REC TO TRUE
    MOVE WS-CCY-CODE(CCY-IDX) TO PS-CCY-CODE
    MOVE WS-CCY-RECORDS(CCY-IDX) TO PS-CCY-RECORDS
    MOVE WS-CCY-ORIG1(CCY-IDX) TO PS-CCY-ORIG1
    MOVE WS-CCY-ORIG2(CCY-IDX) TO PS-CCY-ORIG2
    WRITE PARTITION-STAT-RECORD.

9470-WRITE-ONE-SOURCE-STAT.
    MOVE SPACES TO PARTITION-STAT-RECORD
    SET PS-SOURCE-REC TO TRUE
    MOVE WS-SRC-CODE(SRC-IDX) TO PS-SRC-CODE
    MOVE WS-SRC-RECORDS(SRC-IDX) TO PS-SRC-RECORDS
    MOVE WS-SRC-ERRORS(SRC-IDX) TO PS-SRC-ERRORS
    WRITE PARTITION-STAT-RECORD.
