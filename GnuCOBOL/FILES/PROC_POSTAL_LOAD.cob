*> Mission: Builds the postal reference (POSTAL_REF.IDX, see
*> CB_POSTAL_REF_FILE.cpy) from the postal service's city/state
*> file, so the address checks run against the post office's own
*> map and not a hand-kept list. The file is read as one line per
*> postal code --
*>   <postal code>,<city>,<state>
*> -- double quotes ignored, a heading line (or any line whose code
*> is not digits) skipped. Every code contributes its three-digit
*> prefix and city, keyed in the matching form PROC_POSTAL_CHECK
*> reads them in; the many codes naming the same city under one
*> prefix collapse to one record. A prefix is one state: a line
*> that would give a loaded prefix a second state is refused, and
*> it, every unreadable line and the counts are listed on
*> POSTAL_LOAD.RPT.
*> The reference is rebuilt whole each load -- a new postal file
*> replaces the old map, it does not merge into it -- and only once
*> the new file has opened, so a wrong file name leaves the old
*> reference standing.
*> Command line: <postal-service-file>.
*> cobc -x -free -I . -I ../BANNER PROC_POSTAL_LOAD.cob
*>     PROC_POSTAL_CHECK.cob ../BANNER/PROC_OPERATOR_ID.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_POSTAL_LOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_POSTAL_REF_FILE.cpy'.
SELECT POSTAL-SOURCE-FILE
    ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SOURCE-STATUS.
SELECT LOAD-REPORT
    ASSIGN TO 'POSTAL_LOAD.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_POSTAL_REF_RECORD.cpy'.

FD POSTAL-SOURCE-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS SOURCE-LINE.
01 SOURCE-LINE PIC X(200).

FD LOAD-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-POSTAL-REF-STATUS PIC XX.
01 WS-SOURCE-FILE-NAME  PIC X(255).
01 WS-SOURCE-STATUS     PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-SOURCE-AT-END     PIC X VALUE 'N'.
    88 AT-END-OF-SOURCE  VALUE 'Y'.
01 WS-LINE-PTR          PIC 9(4).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-LINE-NUMBER       PIC 9(7) VALUE 0.
01 WS-LINE-WORK         PIC X(200).
01 WS-TOK-CODE          PIC X(20).
01 WS-TOK-CITY          PIC X(40).
01 WS-TOK-STATE         PIC X(10).
01 WS-NEW-PREFIX        PIC X(3).
01 WS-NEW-STATE         PIC X(2).
01 WS-REFUSE-TEXT       PIC X(60).
01 WS-READ-COUNT        PIC 9(7) VALUE 0.
01 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
01 WS-LOADED-COUNT      PIC 9(7) VALUE 0.
01 WS-SAME-CITY-COUNT   PIC 9(7) VALUE 0.
01 WS-REFUSED-COUNT     PIC 9(7) VALUE 0.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_POSTAL_CHECK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    ACCEPT WS-SOURCE-FILE-NAME FROM COMMAND-LINE
    IF WS-SOURCE-FILE-NAME = SPACES
        DISPLAY 'REFUSED: the command line is <postal-service-file>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT POSTAL-SOURCE-FILE
    IF WS-SOURCE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-SOURCE-FILE-NAME)
            ', FILE STATUS ' WS-SOURCE-STATUS
            ' -- the postal reference is left as it was'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> Emptied, then opened for both directions: each line's prefix is
*> looked up against what this load has already written.
    OPEN OUTPUT POSTAL-REF-FILE
    CLOSE POSTAL-REF-FILE
    OPEN I-O POSTAL-REF-FILE
    IF WS-POSTAL-REF-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open POSTAL_REF.IDX, FILE STATUS '
            WS-POSTAL-REF-STATUS
        CLOSE POSTAL-SOURCE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LOAD-REPORT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'POSTAL REFERENCE LOAD FROM '
        FUNCTION TRIM(WS-SOURCE-FILE-NAME)
        ' ON ' WS-CURRENT-DATE(1:8)
        ' BY ' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- LINES REFUSED ---' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM UNTIL AT-END-OF-SOURCE
        READ POSTAL-SOURCE-FILE
            AT END SET AT-END-OF-SOURCE TO TRUE
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM LOAD-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE POSTAL-SOURCE-FILE
    CLOSE POSTAL-REF-FILE
    PERFORM WRITE-LOAD-TOTALS
    CLOSE LOAD-REPORT
    DISPLAY 'POSTAL REFERENCE LOADED: ' WS-LOADED-COUNT
        ' PREFIX/CITY RECORDS FROM ' WS-READ-COUNT ' CODES, '
        WS-REFUSED-COUNT ' REFUSED -- POSTAL_LOAD.RPT'
    IF WS-REFUSED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> Commas split the fields; quotes go first so a quoted city with
*> a comma in it is the one case this reads wrong -- the postal
*> file has none.
LOAD-ONE-LINE.
    MOVE SOURCE-LINE TO WS-LINE-WORK
    INSPECT WS-LINE-WORK REPLACING ALL '"' BY SPACE
    MOVE SPACES TO WS-TOK-CODE WS-TOK-CITY WS-TOK-STATE
    UNSTRING WS-LINE-WORK DELIMITED BY ','
        INTO WS-TOK-CODE WS-TOK-CITY WS-TOK-STATE
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-TOK-CODE) TO WS-TOK-CODE
    IF WS-TOK-CODE(1:3) IS NOT NUMERIC
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        ADD 1 TO WS-READ-COUNT
        MOVE SPACES TO WS-REFUSE-TEXT
        MOVE WS-TOK-CODE(1:3) TO WS-NEW-PREFIX
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-STATE))
            TO WS-TOK-STATE
        MOVE WS-TOK-STATE(1:2) TO WS-NEW-STATE
        IF WS-NEW-STATE IS NOT ALPHABETIC-UPPER
            OR WS-NEW-STATE(1:1) = SPACE
            OR WS-NEW-STATE(2:1) = SPACE
            OR WS-TOK-STATE(3:) NOT = SPACES
            MOVE 'STATE IS NOT TWO LETTERS' TO WS-REFUSE-TEXT
        END-IF
        IF WS-REFUSE-TEXT = SPACES
            AND FUNCTION TRIM(WS-TOK-CITY) = SPACES
            MOVE 'NO CITY' TO WS-REFUSE-TEXT
        END-IF
        IF WS-REFUSE-TEXT = SPACES
            PERFORM CHECK-PREFIX-STATE
        END-IF
        IF WS-REFUSE-TEXT = SPACES
            PERFORM WRITE-REFERENCE-RECORD
        ELSE
            PERFORM REPORT-REFUSED-LINE
        END-IF
    END-IF
    .

*> The first city loaded under a prefix settles its state.
CHECK-PREFIX-STATE.
    MOVE WS-NEW-PREFIX TO PREF-PREFIX
    MOVE SPACES TO PREF-CITY-KEY
    START POSTAL-REF-FILE KEY IS NOT LESS THAN PREF-KEY
        INVALID KEY MOVE HIGH-VALUES TO PREF-PREFIX
        NOT INVALID KEY
            READ POSTAL-REF-FILE NEXT RECORD
                AT END MOVE HIGH-VALUES TO PREF-PREFIX
            END-READ
    END-START
    IF PREF-PREFIX = WS-NEW-PREFIX AND PREF-STATE NOT = WS-NEW-STATE
        STRING 'PREFIX ' WS-NEW-PREFIX ' IS ALREADY STATE '
            PREF-STATE
            DELIMITED BY SIZE INTO WS-REFUSE-TEXT
    END-IF
    .

WRITE-REFERENCE-RECORD.
    MOVE 'N' TO POSTAL_REQUEST
    MOVE FUNCTION TRIM(WS-TOK-CITY) TO POSTAL_CITY_IN
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    MOVE SPACES TO POSTAL-REF-RECORD
    MOVE WS-NEW-PREFIX TO PREF-PREFIX
    MOVE POSTAL_CITY_KEY TO PREF-CITY-KEY
    MOVE WS-NEW-STATE TO PREF-STATE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-CITY))
        TO PREF-CITY
    WRITE POSTAL-REF-RECORD
        INVALID KEY ADD 1 TO WS-SAME-CITY-COUNT
        NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
    END-WRITE
    .

REPORT-REFUSED-LINE.
    ADD 1 TO WS-REFUSED-COUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  LINE ' WS-LINE-NUMBER ' ' FUNCTION TRIM(WS-REFUSE-TEXT)
        ': ' SOURCE-LINE(1:80)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-LOAD-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- LOAD TOTALS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  CODES READ=' WS-READ-COUNT
        ' RECORDS LOADED=' WS-LOADED-COUNT
        ' SAME CITY AGAIN=' WS-SAME-CITY-COUNT
        ' REFUSED=' WS-REFUSED-COUNT
        ' HEADING/OTHER LINES SKIPPED=' WS-SKIPPED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

END PROGRAM PROC_POSTAL_LOAD.
