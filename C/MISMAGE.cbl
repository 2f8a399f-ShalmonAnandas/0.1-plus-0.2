        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTOUT-STATUS.

    SELECT RESULTS-FILE ASSIGN TO RSLTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.

    SELECT AGEING-FILE ASSIGN TO AGEOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGEING-STATUS.
FD  HISTOUT-FILE.
01  HISTOUT-RECORD            PIC X(57).

FD  RESULTS-FILE.
01  RESULTS-RECORD            PIC X(57).

FD  AGEING-FILE.
01  AGEING-RECORD             PIC X(132).

WORKING-STORAGE SECTION.
    01  WS-HISTORY-STATUS       PIC XX.
    01  WS-HISTOUT-STATUS       PIC XX.
    01  WS-RESULTS-STATUS       PIC XX.
    01  WS-AGEING-STATUS        PIC XX.
    01  WS-INQUIRY-STATUS       PIC XX.

        05  WS-BUCKET-2-5       PIC 9(9) VALUE ZERO.
        05  WS-BUCKET-OVER-5    PIC 9(9) VALUE ZERO.
        05  WS-ITEMS-CLEARED    PIC 9(9) VALUE ZERO.
        05  WS-RESULTS-KEPT     PIC 9(9) VALUE ZERO.

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-YYYY     PIC 9(4).
    STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE
    OPEN OUTPUT HISTOUT-FILE
    OPEN OUTPUT RESULTS-FILE
    OPEN OUTPUT AGEING-FILE
    OPEN OUTPUT INQUIRY-FILE
    IF WS-INQUIRY-STATUS NOT = "00"
            INTO AGEING-RECORD
        WRITE AGEING-RECORD
        CLOSE HISTOUT-FILE
        CLOSE RESULTS-FILE
        CLOSE AGEING-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-RETURN.

3200-AGE-ONE-RECORD.
*> A zero SR-STREAK is a result ADDNUM or ITEMMTCH wrote since
*> the last compaction. Compaction is about to fold it away, so
*> it is kept as written on the nightly results file first: the
*> results archive is the only place the night-by-night results
*> survive.
    IF SR-STREAK = ZERO
        WRITE RESULTS-RECORD FROM SORT-RECORD
        ADD 1 TO WS-RESULTS-KEPT
    END-IF
    IF GROUP-IS-OPEN AND SR-PAIR-KEY NOT = WS-CUR-KEY
        PERFORM 3500-CLOSE-GROUP
    END-IF
    STRING "ITEMS CLEARED               " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO AGEING-RECORD
    WRITE AGEING-RECORD
    MOVE WS-RESULTS-KEPT TO WS-DISPLAY-COUNT
    MOVE SPACES TO AGEING-RECORD
    STRING "NIGHTLY RESULTS ARCHIVED    " WS-DISPLAY-COUNT
        DELIMITED BY SIZE INTO AGEING-RECORD
    WRITE AGEING-RECORD
    CLOSE HISTOUT-FILE
    CLOSE RESULTS-FILE
    CLOSE INQUIRY-FILE
    CLOSE AGEING-FILE.
