IDENTIFICATION DIVISION.
PROGRAM-ID. ADDSPLIT.
*> Cuts the admitted pairs extract into up to four partitions so
*> the night's ADDNUM processing can run as concurrent streams,
*> each with its own checkpoint and restart, and ADDMERGE can put
*> the streams' output back together as one run. The partitions
*> are contiguous and keep the extract's order, so the merge is a
*> plain concatenation in partition order. MODE=SOURCE starts a
*> new partition at each feed's header until the last partition,
*> which takes any remaining feeds; MODE=RANGE cuts by detail
*> count, as evenly as PARTS=n allows, splitting a large feed
*> where it has to - the piece ending a partition gets a trailer
*> carrying that piece's own count and hash totals and the next
*> partition opens with a copy of the feed's header, so each
*> stream proves its own piece the way ADDNUM proves a feed.
*> The split assigns the run identifier once, exactly as ADDNUM
*> would from the run register, and stamps it with the start time
*> and each partition's error sequence base on a type-P record
*> at the head of every partition (see PAIRSREC). A partition it
*> has nothing for still gets the record, flagged empty.
*> The extract is first proved the way ADDNUM proves it. If it,
*> or the parm card, would fail ADDNUM's control checks, a serial
*> run would stop part-way with a control failure that cannot be
*> reproduced by streams running side by side, so the whole
*> extract goes to partition 1 and that stream reproduces the
*> serial outcome. PARTS=1 does the same by request. The plan is
*> written to PARTPLAN (see the PARTPLAN copybook) for ADDMERGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CTLIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT PARM-FILE ASSIGN TO PARMCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT PAIRS-FILE ASSIGN TO PAIRSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAIRS-STATUS.

    SELECT PART-FILE-1 ASSIGN TO PARTOUT1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART1-STATUS.

    SELECT PART-FILE-2 ASSIGN TO PARTOUT2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART2-STATUS.

    SELECT PART-FILE-3 ASSIGN TO PARTOUT3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART3-STATUS.

    SELECT PART-FILE-4 ASSIGN TO PARTOUT4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART4-STATUS.

    SELECT PLAN-FILE ASSIGN TO PARTPLAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-STATUS.

    SELECT RUNREG-FILE ASSIGN TO RUNREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.

    SELECT LIST-FILE ASSIGN TO LISTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  PARM-FILE.
01  PARM-CARD-RECORD.
    05  PARM-CARD-KEYWORD     PIC X(5).
    05  PARM-CARD-DATE        PIC X(8).
    05  FILLER                PIC X(67).
01  PARM-OVERRIDE-RECORD.
    05  FILLER                PIC X(5).
    05  PARM-OVR-PERIOD       PIC X(6).
    05  FILLER                PIC X.
    05  PARM-OVR-AUTHORITY    PIC X(20).
    05  FILLER                PIC X(48).

FD  PAIRS-FILE.
    COPY PAIRSREC.

FD  PART-FILE-1.
01  PART1-RECORD              PIC X(38).

FD  PART-FILE-2.
01  PART2-RECORD              PIC X(38).

FD  PART-FILE-3.
01  PART3-RECORD              PIC X(38).

FD  PART-FILE-4.
01  PART4-RECORD              PIC X(38).

FD  PLAN-FILE.
    COPY PARTPLAN.

FD  RUNREG-FILE.
    COPY RUNREG.

FD  LIST-FILE.
01  LIST-RECORD               PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-CTL-STATUS           PIC XX.
    01  WS-PARM-STATUS          PIC XX.
    01  WS-PAIRS-STATUS         PIC XX.
    01  WS-PART1-STATUS         PIC XX.
    01  WS-PART2-STATUS         PIC XX.
    01  WS-PART3-STATUS         PIC XX.
    01  WS-PART4-STATUS         PIC XX.
    01  WS-PLAN-STATUS          PIC XX.
    01  WS-RUNREG-STATUS        PIC XX.
    01  WS-LIST-STATUS          PIC XX.

    01  WS-FLAGS.
        05  WS-CTL-EOF      PIC X VALUE 'N'.
            88  CTL-EOF            VALUE 'Y'.
        05  WS-PAIRS-EOF    PIC X VALUE 'N'.
            88  PAIRS-EOF          VALUE 'Y'.
        05  WS-ASOF-MODE    PIC X VALUE 'N'.
            88  ASOF-RUN           VALUE 'Y'.
        05  WS-PARM-ERROR   PIC X VALUE 'N'.
            88  PARM-CARD-BAD      VALUE 'Y'.
        05  WS-OVERRIDE-ERROR PIC X VALUE 'N'.
            88  OVERRIDE-CARD-BAD  VALUE 'Y'.
        05  WS-HEADER-SEEN  PIC X VALUE 'N'.
            88  HEADER-IS-OPEN     VALUE 'Y'.
        05  WS-TRAILER-SEEN PIC X VALUE 'N'.
            88  TRAILER-WAS-SEEN   VALUE 'Y'.
        05  WS-EXTRACT-CHECK PIC X VALUE 'Y'.
            88  EXTRACT-IS-GOOD    VALUE 'Y'.
        05  WS-FALLBACK     PIC X VALUE 'N'.
            88  SINGLE-PARTITION   VALUE 'Y'.
        05  WS-PASS-TYPE    PIC X VALUE 'P'.
            88  PLANNING-PASS      VALUE 'P'.
            88  WRITING-PASS       VALUE 'W'.
        05  WS-SEGMENT-CUT  PIC X VALUE 'N'.
            88  SEGMENT-WAS-CUT    VALUE 'Y'.

    01  WS-CARD-KEYWORD         PIC X(10).
    01  WS-CARD-VALUE           PIC X(20).
    01  WS-PARTS-WANTED         PIC 9 VALUE 4.
    01  WS-SPLIT-MODE           PIC X(6) VALUE "SOURCE".
        88  SPLIT-BY-SOURCE        VALUE "SOURCE".
        88  SPLIT-BY-RANGE         VALUE "RANGE".

    01  WS-COUNTERS.
        05  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
        05  WS-TOTAL-DETAILS      PIC 9(9) VALUE ZERO.
        05  WS-FEEDS-READ         PIC 9(5) VALUE ZERO.
        05  WS-TARGET-DETAILS     PIC 9(9) VALUE ZERO.
        05  WS-PARTS-USED         PIC 9 VALUE 1.
        05  WS-CURRENT-PART       PIC 9 VALUE 1.
        05  WS-PART-NO            PIC 9 VALUE ZERO.
        05  WS-RUNNING-BASE       PIC 9(9) VALUE ZERO.

    01  WS-PARTITION-TABLE.
        05  WS-PART-ENTRY OCCURS 4 TIMES INDEXED BY PART-IDX.
            10  WS-PART-RECORDS   PIC 9(9).
            10  WS-PART-DETAILS   PIC 9(9).
            10  WS-PART-BASE      PIC 9(9).

    01  WS-CONTROL-TOTALS.
        05  WS-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
        05  WS-HASH-NUM1        PIC S9(11)V9(2) VALUE ZERO.
        05  WS-HASH-NUM2        PIC S9(11)V9(2) VALUE ZERO.

    01  WS-CHUNK-TOTALS.
        05  WS-CHUNK-COUNT      PIC 9(9) VALUE ZERO.
        05  WS-CHUNK-HASH-NUM1  PIC S9(11)V9(2) VALUE ZERO.
        05  WS-CHUNK-HASH-NUM2  PIC S9(11)V9(2) VALUE ZERO.

    01  WS-SEGMENT-HEADER       PIC X(38).
    01  WS-OUT-RECORD           PIC X(38).

    01  WS-CHUNK-TRAILER.
        05  FILLER              PIC X VALUE 'T'.
        05  WCT-DETAIL-COUNT    PIC 9(9).
        05  WCT-HASH-NUM1       PIC S9(11)V9(2)
                                SIGN IS TRAILING SEPARATE.
        05  WCT-HASH-NUM2       PIC S9(11)V9(2)
                                SIGN IS TRAILING SEPARATE.

    01  WS-PARTITION-HEADER.
        05  FILLER              PIC X VALUE 'P'.
        05  WPH-PART-NO         PIC 9.
        05  WPH-PART-COUNT      PIC 9.
        05  WPH-RUN-ID          PIC X(12).
        05  WPH-RUN-TIME        PIC X(8).
        05  WPH-SEQUENCE-BASE   PIC 9(9).
        05  WPH-EMPTY-FLAG      PIC X.
        05  FILLER              PIC X(5) VALUE SPACES.

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
    01  WS-RUN-ID           PIC X(12).
    01  WS-RUN-TYPE         PIC X(8).
    01  WS-RUN-SEQUENCE     PIC 9(3) VALUE ZERO.
    01  WS-EXPECTED-DATE    PIC X(8).
    01  WS-ASOF-DATE        PIC X(8).
    01  WS-OVERRIDE-PERIOD  PIC X(6).
    01  WS-OVERRIDE-AUTHORITY PIC X(20).
    01  WS-FALLBACK-REASON  PIC X(42) VALUE SPACES.
    01  WS-FATAL-MESSAGE    PIC X(60).
    01  WS-FINAL-RC         PIC 9(4) VALUE ZERO.

    01  WS-DISPLAY-COUNT    PIC ZZZZZZZZ9.
    01  WS-DISPLAY-DETAILS  PIC ZZZZZZZZ9.
    01  WS-DISPLAY-BASE     PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROVE-EXTRACT
    PERFORM 3000-PLAN-PARTITIONS
    PERFORM 4000-WRITE-PARTITIONS
    PERFORM 5000-WRITE-PLAN
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    STRING WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
        DELIMITED BY SIZE INTO WS-RUN-TIME
    STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
        DELIMITED BY SIZE INTO WS-EXPECTED-DATE
    OPEN OUTPUT LIST-FILE
    MOVE SPACES TO LIST-RECORD
    STRING "ADDNUM PARTITION SPLIT  RUN DATE " WS-RUN-DATE
           " " WS-RUN-TIME
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD
    PERFORM 1050-READ-CONTROL-CARDS
    PERFORM 1100-READ-PARM-CARD
    PERFORM 1200-ASSIGN-RUN-ID
    MOVE SPACES TO LIST-RECORD
    STRING "PARTITIONS REQUESTED " WS-PARTS-WANTED
           "  CUT BY " WS-SPLIT-MODE
           "  RUN " WS-RUN-ID "  TYPE " WS-RUN-TYPE
           "  BUSINESS DATE " WS-EXPECTED-DATE
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD.

1050-READ-CONTROL-CARDS.
*> PARTS=n (1-4, default 4) sets how many partitions to cut;
*> MODE=SOURCE (the default) or MODE=RANGE how to cut them.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = "00"
        PERFORM 1060-READ-ONE-CONTROL-CARD UNTIL CTL-EOF
        CLOSE CONTROL-FILE
    END-IF.

1060-READ-ONE-CONTROL-CARD.
    READ CONTROL-FILE
        AT END
            SET CTL-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
            UNSTRING CONTROL-RECORD DELIMITED BY "="
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            EVALUATE WS-CARD-KEYWORD
                WHEN "PARTS"
                    IF WS-CARD-VALUE(1:1) >= "1"
                       AND WS-CARD-VALUE(1:1) <= "4"
                       AND WS-CARD-VALUE(2:1) = SPACE
                        MOVE WS-CARD-VALUE(1:1) TO WS-PARTS-WANTED
                    ELSE
                        MOVE "PARTS CARD MUST BE 1 TO 4"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                WHEN "MODE"
                    IF WS-CARD-VALUE = "SOURCE" OR "RANGE"
                        MOVE WS-CARD-VALUE TO WS-SPLIT-MODE
                    ELSE
                        MOVE "MODE CARD MUST BE SOURCE OR RANGE"
                            TO WS-FATAL-MESSAGE
                        PERFORM 8900-FATAL-STOP
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1100-READ-PARM-CARD.
*> The same PARMCARD as the ADDNUM streams, read the way ADDNUM
*> reads it: an ASOF=YYYYMMDD card sets the business date the
*> headers are proved against and the run identifier carries.
*> A card ADDNUM would refuse sends the night to one partition.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        PERFORM 1150-READ-ONE-PARM-CARD
            UNTIL WS-PARM-STATUS NOT = "00"
        CLOSE PARM-FILE
    END-IF
    IF ASOF-RUN
        IF WS-ASOF-DATE IS NUMERIC
            MOVE WS-ASOF-DATE TO WS-EXPECTED-DATE
            MOVE SPACES TO WS-RUN-DATE
            STRING WS-ASOF-DATE(1:4) "-"
                   WS-ASOF-DATE(5:2) "-"
                   WS-ASOF-DATE(7:2)
                DELIMITED BY SIZE INTO WS-RUN-DATE
        ELSE
            MOVE 'N' TO WS-ASOF-MODE
            SET PARM-CARD-BAD TO TRUE
        END-IF
    END-IF.

1150-READ-ONE-PARM-CARD.
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            EVALUATE PARM-CARD-KEYWORD
                WHEN "ASOF="
                    SET ASOF-RUN TO TRUE
                    MOVE PARM-CARD-DATE TO WS-ASOF-DATE
                WHEN "OVRD="
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

1200-ASSIGN-RUN-ID.
*> Exactly ADDNUM's own assignment (1060 in COBOL.CBL): the
*> business date plus the date's next free sequence on the run
*> register. ADDMERGE writes the register row once the streams
*> are merged.
    IF ASOF-RUN
        MOVE "ASOF" TO WS-RUN-TYPE
    ELSE
        MOVE "NIGHTLY" TO WS-RUN-TYPE
    END-IF
    MOVE ZERO TO WS-RUN-SEQUENCE
    OPEN INPUT RUNREG-FILE
    IF WS-RUNREG-STATUS = "00"
        PERFORM 1250-SCAN-ONE-REGISTER-ROW
            UNTIL WS-RUNREG-STATUS NOT = "00"
        CLOSE RUNREG-FILE
    END-IF
    ADD 1 TO WS-RUN-SEQUENCE
    MOVE SPACES TO WS-RUN-ID
    STRING WS-EXPECTED-DATE "-" WS-RUN-SEQUENCE
        DELIMITED BY SIZE INTO WS-RUN-ID.

1250-SCAN-ONE-REGISTER-ROW.
    READ RUNREG-FILE
        AT END
            CONTINUE
        NOT AT END
            IF RR-RUN-DATE = WS-RUN-DATE
                ADD 1 TO WS-RUN-SEQUENCE
            END-IF
    END-READ.

2000-PROVE-EXTRACT.
*> The same record-type, header/trailer pairing, business date
*> and trailer count/hash checks ADDNUM applies, stopping at the
*> first failure as ADDNUM does.
    IF PARM-CARD-BAD
        MOVE "AS-OF DATE ON PARM CARD IS NOT VALID"
            TO WS-FALLBACK-REASON
        MOVE 'N' TO WS-EXTRACT-CHECK
    END-IF
    IF OVERRIDE-CARD-BAD
        MOVE "PERIOD OVERRIDE CARD IS NOT VALID"
            TO WS-FALLBACK-REASON
        MOVE 'N' TO WS-EXTRACT-CHECK
    END-IF
    OPEN INPUT PAIRS-FILE
    IF WS-PAIRS-STATUS NOT = "00"
        MOVE SPACES TO WS-FATAL-MESSAGE
        STRING "PAIRS EXTRACT NOT AVAILABLE  STATUS="
               WS-PAIRS-STATUS DELIMITED BY SIZE
            INTO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    MOVE 'N' TO WS-PAIRS-EOF
    PERFORM 2100-PROVE-ONE-RECORD
        UNTIL PAIRS-EOF OR NOT EXTRACT-IS-GOOD
    CLOSE PAIRS-FILE
    IF EXTRACT-IS-GOOD
        EVALUATE TRUE
            WHEN HEADER-IS-OPEN
                MOVE "TRAILER RECORD MISSING FROM PAIRS FILE"
                    TO WS-FALLBACK-REASON
                MOVE 'N' TO WS-EXTRACT-CHECK
            WHEN NOT TRAILER-WAS-SEEN
                MOVE "PAIRS FILE HAS NO HEADER RECORD"
                    TO WS-FALLBACK-REASON
                MOVE 'N' TO WS-EXTRACT-CHECK
        END-EVALUATE
    END-IF.

2100-PROVE-ONE-RECORD.
    READ PAIRS-FILE
        AT END
            SET PAIRS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RECORDS-READ
            EVALUATE TRUE
                WHEN PAIRS-HEADER-REC
                    PERFORM 2200-PROVE-HEADER
                WHEN PAIRS-TRAILER-REC
                    PERFORM 2300-PROVE-TRAILER
                WHEN PAIRS-DETAIL-REC
                    PERFORM 2400-PROVE-DETAIL
                WHEN OTHER
                    MOVE "UNKNOWN RECORD TYPE ON PAIRS FILE"
                        TO WS-FALLBACK-REASON
                    MOVE 'N' TO WS-EXTRACT-CHECK
            END-EVALUATE
    END-READ.

2200-PROVE-HEADER.
    EVALUATE TRUE
        WHEN HEADER-IS-OPEN
            MOVE "HEADER RECORD WITHOUT PRIOR TRAILER"
                TO WS-FALLBACK-REASON
            MOVE 'N' TO WS-EXTRACT-CHECK
        WHEN PH-BUSINESS-DATE NOT = WS-EXPECTED-DATE
            MOVE "HEADER DATE IS NOT THE PROCESSING DATE"
                TO WS-FALLBACK-REASON
            MOVE 'N' TO WS-EXTRACT-CHECK
        WHEN OTHER
            MOVE 'Y' TO WS-HEADER-SEEN
            ADD 1 TO WS-FEEDS-READ
            MOVE ZERO TO WS-DETAIL-COUNT
                         WS-HASH-NUM1
                         WS-HASH-NUM2
            IF PH-SOURCE-SYSTEM = "ERRFIX"
               AND WS-RUN-TYPE = "NIGHTLY"
                MOVE "RESUB" TO WS-RUN-TYPE
            END-IF
    END-EVALUATE.

2300-PROVE-TRAILER.
    EVALUATE TRUE
        WHEN NOT HEADER-IS-OPEN
            MOVE "TRAILER RECORD WITHOUT PRIOR HEADER"
                TO WS-FALLBACK-REASON
            MOVE 'N' TO WS-EXTRACT-CHECK
        WHEN PT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
            MOVE "TRAILER COUNT DOES NOT MATCH RECORDS READ"
                TO WS-FALLBACK-REASON
            MOVE 'N' TO WS-EXTRACT-CHECK
        WHEN PT-HASH-NUM1 NOT = WS-HASH-NUM1
          OR PT-HASH-NUM2 NOT = WS-HASH-NUM2
            MOVE "TRAILER HASH TOTALS DO NOT MATCH INPUT"
                TO WS-FALLBACK-REASON
            MOVE 'N' TO WS-EXTRACT-CHECK
        WHEN OTHER
            MOVE 'Y' TO WS-TRAILER-SEEN
            MOVE 'N' TO WS-HEADER-SEEN
    END-EVALUATE.

2400-PROVE-DETAIL.
    IF NOT HEADER-IS-OPEN
        MOVE "DETAIL RECORD OUTSIDE HEADER/TRAILER PAIR"
            TO WS-FALLBACK-REASON
        MOVE 'N' TO WS-EXTRACT-CHECK
    ELSE
        ADD 1 TO WS-DETAIL-COUNT
        ADD 1 TO WS-TOTAL-DETAILS
        ADD PD-NUM1 TO WS-HASH-NUM1
        ADD PD-NUM2 TO WS-HASH-NUM2
    END-IF.

3000-PLAN-PARTITIONS.
*> A planning pass routes every record without writing it, so the
*> detail count ahead of each partition - its error sequence base
*> - is known before the partitions are written, each opening
*> with its type-P record.
    EVALUATE TRUE
        WHEN NOT EXTRACT-IS-GOOD
            SET SINGLE-PARTITION TO TRUE
            MOVE 4 TO WS-FINAL-RC
        WHEN WS-PARTS-WANTED = 1
            SET SINGLE-PARTITION TO TRUE
            MOVE "ONE PARTITION REQUESTED" TO WS-FALLBACK-REASON
        WHEN WS-TOTAL-DETAILS = ZERO
            SET SINGLE-PARTITION TO TRUE
            MOVE "NO DETAIL RECORDS TO SPLIT" TO WS-FALLBACK-REASON
    END-EVALUATE
    IF NOT SINGLE-PARTITION
        COMPUTE WS-TARGET-DETAILS =
            (WS-TOTAL-DETAILS + WS-PARTS-WANTED - 1)
                / WS-PARTS-WANTED
    END-IF
    SET PLANNING-PASS TO TRUE
    PERFORM 3100-ROUTE-EXTRACT
    MOVE ZERO TO WS-RUNNING-BASE
    PERFORM 3050-SET-ONE-BASE
        VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 4.

3050-SET-ONE-BASE.
    MOVE WS-RUNNING-BASE TO WS-PART-BASE(PART-IDX)
    ADD WS-PART-DETAILS(PART-IDX) TO WS-RUNNING-BASE
    IF WS-PART-RECORDS(PART-IDX) > 0
        SET WS-PARTS-USED TO PART-IDX
    END-IF.

3100-ROUTE-EXTRACT.
    MOVE ZERO TO WS-PART-RECORDS(1) WS-PART-DETAILS(1)
                 WS-PART-RECORDS(2) WS-PART-DETAILS(2)
                 WS-PART-RECORDS(3) WS-PART-DETAILS(3)
                 WS-PART-RECORDS(4) WS-PART-DETAILS(4)
    MOVE 1 TO WS-CURRENT-PART
    MOVE ZERO TO WS-FEEDS-READ
    OPEN INPUT PAIRS-FILE
    MOVE 'N' TO WS-PAIRS-EOF
    PERFORM 3200-ROUTE-ONE-RECORD UNTIL PAIRS-EOF
    CLOSE PAIRS-FILE.

3200-ROUTE-ONE-RECORD.
    READ PAIRS-FILE
        AT END
            SET PAIRS-EOF TO TRUE
        NOT AT END
            MOVE PAIRS-RECORD TO WS-OUT-RECORD
            EVALUATE TRUE
                WHEN SINGLE-PARTITION
                    PERFORM 3500-PUT-RECORD
                WHEN PAIRS-HEADER-REC
                    PERFORM 3300-ROUTE-HEADER
                WHEN PAIRS-DETAIL-REC
                    PERFORM 3400-ROUTE-DETAIL
                WHEN OTHER
                    PERFORM 3450-ROUTE-TRAILER
            END-EVALUATE
    END-READ.

3300-ROUTE-HEADER.
*> By source, every feed after the first opens the next partition
*> while there is one; by range, a feed opens the next partition
*> when the current one already holds its share.
    ADD 1 TO WS-FEEDS-READ
    IF WS-CURRENT-PART < WS-PARTS-WANTED
        EVALUATE TRUE
            WHEN SPLIT-BY-SOURCE AND WS-FEEDS-READ > 1
                ADD 1 TO WS-CURRENT-PART
            WHEN SPLIT-BY-RANGE
             AND WS-PART-DETAILS(WS-CURRENT-PART)
                     >= WS-TARGET-DETAILS
                ADD 1 TO WS-CURRENT-PART
        END-EVALUATE
    END-IF
    MOVE PAIRS-RECORD TO WS-SEGMENT-HEADER
    MOVE 'N' TO WS-SEGMENT-CUT
    MOVE ZERO TO WS-CHUNK-COUNT
                 WS-CHUNK-HASH-NUM1
                 WS-CHUNK-HASH-NUM2
    PERFORM 3500-PUT-RECORD.

3400-ROUTE-DETAIL.
*> By range, a partition that already holds its share mid-feed is
*> closed with a trailer proving the piece it holds, and the next
*> one opens with a copy of the feed's header.
    IF SPLIT-BY-RANGE
       AND WS-CURRENT-PART < WS-PARTS-WANTED
       AND WS-PART-DETAILS(WS-CURRENT-PART) >= WS-TARGET-DETAILS
        PERFORM 3460-PUT-CHUNK-TRAILER
        ADD 1 TO WS-CURRENT-PART
        SET SEGMENT-WAS-CUT TO TRUE
        MOVE ZERO TO WS-CHUNK-COUNT
                     WS-CHUNK-HASH-NUM1
                     WS-CHUNK-HASH-NUM2
        MOVE WS-SEGMENT-HEADER TO WS-OUT-RECORD
        PERFORM 3500-PUT-RECORD
        MOVE PAIRS-RECORD TO WS-OUT-RECORD
    END-IF
    ADD 1 TO WS-CHUNK-COUNT
    ADD PD-NUM1 TO WS-CHUNK-HASH-NUM1
    ADD PD-NUM2 TO WS-CHUNK-HASH-NUM2
    ADD 1 TO WS-PART-DETAILS(WS-CURRENT-PART)
    PERFORM 3500-PUT-RECORD.

3450-ROUTE-TRAILER.
*> A feed that was not cut keeps its own trailer as sent.
    IF SEGMENT-WAS-CUT
        PERFORM 3460-PUT-CHUNK-TRAILER
    ELSE
        PERFORM 3500-PUT-RECORD
    END-IF.

3460-PUT-CHUNK-TRAILER.
    MOVE WS-CHUNK-COUNT TO WCT-DETAIL-COUNT
    MOVE WS-CHUNK-HASH-NUM1 TO WCT-HASH-NUM1
    MOVE WS-CHUNK-HASH-NUM2 TO WCT-HASH-NUM2
    MOVE WS-CHUNK-TRAILER TO WS-OUT-RECORD
    PERFORM 3500-PUT-RECORD.

3500-PUT-RECORD.
    ADD 1 TO WS-PART-RECORDS(WS-CURRENT-PART)
    IF SINGLE-PARTITION AND PAIRS-DETAIL-REC
        ADD 1 TO WS-PART-DETAILS(1)
    END-IF
    IF WRITING-PASS
        EVALUATE WS-CURRENT-PART
            WHEN 1
                WRITE PART1-RECORD FROM WS-OUT-RECORD
            WHEN 2
                WRITE PART2-RECORD FROM WS-OUT-RECORD
            WHEN 3
                WRITE PART3-RECORD FROM WS-OUT-RECORD
            WHEN 4
                WRITE PART4-RECORD FROM WS-OUT-RECORD
        END-EVALUATE
    END-IF.

4000-WRITE-PARTITIONS.
    OPEN OUTPUT PART-FILE-1
                PART-FILE-2
                PART-FILE-3
                PART-FILE-4
    IF WS-PART1-STATUS NOT = "00" OR WS-PART2-STATUS NOT = "00"
       OR WS-PART3-STATUS NOT = "00" OR WS-PART4-STATUS NOT = "00"
        MOVE "A PARTITION DATASET COULD NOT BE OPENED"
            TO WS-FATAL-MESSAGE
        PERFORM 8900-FATAL-STOP
    END-IF
    PERFORM 4100-WRITE-PARTITION-HEADER
        VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 4
    SET WRITING-PASS TO TRUE
    PERFORM 3100-ROUTE-EXTRACT
    CLOSE PART-FILE-1
          PART-FILE-2
          PART-FILE-3
          PART-FILE-4.

4100-WRITE-PARTITION-HEADER.
*> Partition 1 is never flagged empty: with nothing in it the
*> stream must still fail the night as a serial run would.
    SET WS-PART-NO TO PART-IDX
    MOVE WS-PART-NO TO WPH-PART-NO
    MOVE WS-PARTS-USED TO WPH-PART-COUNT
    MOVE WS-RUN-ID TO WPH-RUN-ID
    MOVE WS-RUN-TIME TO WPH-RUN-TIME
    MOVE WS-PART-BASE(PART-IDX) TO WPH-SEQUENCE-BASE
    IF WS-PART-NO > 1 AND WS-PART-RECORDS(PART-IDX) = ZERO
        MOVE 'Y' TO WPH-EMPTY-FLAG
    ELSE
        MOVE 'N' TO WPH-EMPTY-FLAG
    END-IF
    MOVE WS-PARTITION-HEADER TO WS-OUT-RECORD
    MOVE WS-PART-NO TO WS-CURRENT-PART
    EVALUATE WS-CURRENT-PART
        WHEN 1
            WRITE PART1-RECORD FROM WS-OUT-RECORD
        WHEN 2
            WRITE PART2-RECORD FROM WS-OUT-RECORD
        WHEN 3
            WRITE PART3-RECORD FROM WS-OUT-RECORD
        WHEN 4
            WRITE PART4-RECORD FROM WS-OUT-RECORD
    END-EVALUATE.

5000-WRITE-PLAN.
    OPEN OUTPUT PLAN-FILE
    MOVE SPACES TO PARTITION-PLAN-RECORD
    MOVE WS-RUN-ID TO PL-RUN-ID
    MOVE WS-RUN-DATE TO PL-RUN-DATE
    MOVE WS-RUN-TIME TO PL-RUN-TIME
    MOVE WS-RUN-TYPE TO PL-RUN-TYPE
    MOVE WS-SPLIT-MODE TO PL-MODE
    MOVE WS-PARTS-USED TO PL-PART-COUNT
    MOVE WS-FALLBACK TO PL-FALLBACK-FLAG
    MOVE WS-TOTAL-DETAILS TO PL-TOTAL-DETAILS
    PERFORM 5100-PLAN-ONE-PARTITION
        VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 4
    WRITE PARTITION-PLAN-RECORD
    CLOSE PLAN-FILE.

5100-PLAN-ONE-PARTITION.
    MOVE WS-PART-DETAILS(PART-IDX) TO PL-PART-DETAILS(PART-IDX)
    MOVE WS-PART-BASE(PART-IDX) TO PL-PART-BASE(PART-IDX)
    SET WS-PART-NO TO PART-IDX
    MOVE WS-PART-RECORDS(PART-IDX) TO WS-DISPLAY-COUNT
    MOVE WS-PART-DETAILS(PART-IDX) TO WS-DISPLAY-DETAILS
    MOVE WS-PART-BASE(PART-IDX) TO WS-DISPLAY-BASE
    MOVE SPACES TO LIST-RECORD
    IF WS-PART-NO > 1 AND WS-PART-RECORDS(PART-IDX) = ZERO
        STRING "PARTITION " WS-PART-NO "  EMPTY"
            DELIMITED BY SIZE INTO LIST-RECORD
    ELSE
        STRING "PARTITION " WS-PART-NO
               "  RECORDS " WS-DISPLAY-COUNT
               "  DETAILS " WS-DISPLAY-DETAILS
               "  ERROR SEQUENCE BASE " WS-DISPLAY-BASE
            DELIMITED BY SIZE INTO LIST-RECORD
    END-IF
    WRITE LIST-RECORD.

8900-FATAL-STOP.
    MOVE SPACES TO LIST-RECORD
    STRING "PARTITION SPLIT NOT RUN - " WS-FATAL-MESSAGE
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    CLOSE LIST-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

9000-TERMINATE.
    MOVE SPACES TO LIST-RECORD
    WRITE LIST-RECORD
    MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT
    MOVE WS-TOTAL-DETAILS TO WS-DISPLAY-DETAILS
    MOVE SPACES TO LIST-RECORD
    STRING "EXTRACT RECORDS READ " WS-DISPLAY-COUNT
           "  DETAILS " WS-DISPLAY-DETAILS
        DELIMITED BY SIZE INTO LIST-RECORD
    WRITE LIST-RECORD
    MOVE SPACES TO LIST-RECORD
    IF SINGLE-PARTITION
        STRING "WHOLE EXTRACT IN PARTITION 1 - " WS-FALLBACK-REASON
            DELIMITED BY SIZE INTO LIST-RECORD
    ELSE
        STRING "PARTITIONS WITH RECORDS " WS-PARTS-USED
            DELIMITED BY SIZE INTO LIST-RECORD
    END-IF
    WRITE LIST-RECORD
    IF NOT EXTRACT-IS-GOOD
        MOVE SPACES TO LIST-RECORD
        MOVE "THE PARTITION 1 STREAM WILL FAIL ITS CONTROL CHECK"
            TO LIST-RECORD
        WRITE LIST-RECORD
    END-IF
    CLOSE LIST-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE.
