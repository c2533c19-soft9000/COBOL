*> Mission: PROC_INTAKE_GATEWAY's mirror image for what we send.
*> GL_JOURNAL.DAT to accounting, ESTATEMENTS.<cycle>.DAT to the
*> e-delivery vendor, CUSTOMERS.CSV, the tax filing extract -- each
*> leaves through this step, which:
*>   - refuses outright if SENT_CATALOG.LOG already shows the same
*>     file sent for the same business date (a rerun must not hand
*>     the recipient a second copy to post);
*>   - copies the file into the dated outbound area as
*>     OUT_<yyyymmdd>_<file>, counting, measuring and checksumming
*>     every record exactly the way the intake gateway does --
*>     trimmed record length plus one per record, byte values of the
*>     trimmed text summed mod 999999999;
*>   - re-reads the copy and proves it carries the same figures;
*>   - stamps it with a control trailer in the intake gateway's own
*>     manifest shape, OUT_<yyyymmdd>_<file>.MAN:
*>       SENDER=<us>  RECIPIENT=<them>  DATE=<business date>
*>       RECORDS=<n>  BYTES=<n>  CHECKSUM=<n>
*>     so the receiving party -- or our own PROC_INTAKE_GATEWAY, if
*>     the file ever comes back -- can prove it arrived whole;
*>   - catalogs the send (through PROC_APPEND_LINE, with the
*>     operator stamp) in SENT_CATALOG.LOG:
*>       yyyymmdd hhmmss|<bus-date>|<file>|<recipient>|RECORDS=n
*>       |BYTES=n|CHECKSUM=n|SENT|REFUSED|FAILED|<detail>|OPR=<id>
*> Command line: <file> <recipient> [business-date-yyyymmdd].
*> GnuCOBOL: cobc -x -j -free -I . -I ../BANNER
*>     PROC_OUTBOUND_GATEWAY.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_OUTBOUND_GATEWAY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SOURCE-FILE
    ASSIGN TO DYNAMIC WS-SOURCE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SOURCE-STATUS.
SELECT OUTBOUND-FILE
    ASSIGN TO DYNAMIC WS-OUTBOUND-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OUTBOUND-STATUS.
SELECT MANIFEST-FILE
    ASSIGN TO DYNAMIC WS-MANIFEST-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
SELECT CATALOG-FILE
    ASSIGN TO 'SENT_CATALOG.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CATALOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SOURCE-FILE
    RECORD CONTAINS 256 CHARACTERS
    DATA RECORD IS SOURCE-RECORD.
01 SOURCE-RECORD PIC X(256).

FD OUTBOUND-FILE
    RECORD CONTAINS 256 CHARACTERS
    DATA RECORD IS OUTBOUND-RECORD.
01 OUTBOUND-RECORD PIC X(256).

FD MANIFEST-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS MANIFEST-LINE.
01 MANIFEST-LINE PIC X(80).

FD CATALOG-FILE
    RECORD CONTAINS 255 CHARACTERS
    DATA RECORD IS CATALOG-LINE.
01 CATALOG-LINE PIC X(255).

WORKING-STORAGE SECTION.
01 WS-SOURCE-NAME     PIC X(255).
01 WS-SOURCE-STATUS   PIC XX.
01 WS-OUTBOUND-NAME   PIC X(255).
01 WS-OUTBOUND-STATUS PIC XX.
01 WS-MANIFEST-NAME   PIC X(255).
01 WS-MANIFEST-STATUS PIC XX.
01 WS-CATALOG-STATUS  PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-CURRENT-DATE    PIC X(21).

*> The name our receivers' intake knows us by.
01 WS-OUR-NAME        PIC X(20) VALUE 'ACCOUNTS'.
01 WS-RECIPIENT       PIC X(20).
01 WS-BUSINESS-DATE   PIC X(8).
01 WS-ARG-DATE        PIC X(20).

*> What went out, and what the outbound copy proved to hold.
01 WS-SENT-RECORDS    PIC 9(9) VALUE 0.
01 WS-SENT-BYTES      PIC 9(12) VALUE 0.
01 WS-SENT-CHECKSUM   PIC 9(9) VALUE 0.
01 WS-COPY-RECORDS    PIC 9(9) VALUE 0.
01 WS-COPY-BYTES      PIC 9(12) VALUE 0.
01 WS-COPY-CHECKSUM   PIC 9(9) VALUE 0.
01 WS-REC-LEN         PIC 9(4).
01 WS-SCAN-PTR        PIC 9(4).
01 WS-BYTE-CHAR       PIC X.
01 WS-BYTE-NUM REDEFINES WS-BYTE-CHAR PIC X COMP-X.

*> The duplicate-send check against the catalog.
01 WS-CAT-STAMP       PIC X(16).
01 WS-CAT-DATE        PIC X(8).
01 WS-CAT-FILE        PIC X(64).
01 WS-CAT-RECIPIENT   PIC X(20).
01 WS-CAT-RECORDS     PIC X(20).
01 WS-CAT-BYTES       PIC X(20).
01 WS-CAT-CHECKSUM    PIC X(20).
01 WS-CAT-VERDICT     PIC X(10).
01 WS-ALREADY-SENT    PIC X VALUE 'N'.
    88 ALREADY-SENT    VALUE 'Y'.
01 WS-PRIOR-STAMP     PIC X(16).

01 WS-VERDICT         PIC X(10).
01 WS-DETAIL          PIC X(80).
01 WS-NAME-PTR        PIC 9(4).
01 WS-LINE-PTR        PIC 9(4).
01 WS-DELETE-RC       PIC S9(9) COMP-5.
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-SOURCE-NAME WS-RECIPIENT WS-ARG-DATE
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-SOURCE-NAME WS-RECIPIENT WS-ARG-DATE
    IF WS-SOURCE-NAME = SPACES OR WS-RECIPIENT = SPACES
        DISPLAY 'USAGE: PROC_OUTBOUND_GATEWAY <file> <recipient>'
            ' [yyyymmdd]'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-RECIPIENT) TO WS-RECIPIENT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
    IF WS-ARG-DATE NOT = SPACES
        IF FUNCTION TRIM(WS-ARG-DATE) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-DATE)) = 8
            MOVE FUNCTION TRIM(WS-ARG-DATE) TO WS-BUSINESS-DATE
        ELSE
            DISPLAY 'USAGE: PROC_OUTBOUND_GATEWAY <file> <recipient>'
                ' [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE SPACES TO WS-OUTBOUND-NAME WS-MANIFEST-NAME
    MOVE 1 TO WS-NAME-PTR
    STRING 'OUT_' WS-BUSINESS-DATE '_' FUNCTION TRIM(WS-SOURCE-NAME)
        DELIMITED BY SIZE INTO WS-OUTBOUND-NAME
        WITH POINTER WS-NAME-PTR
    MOVE 1 TO WS-NAME-PTR
    STRING FUNCTION TRIM(WS-OUTBOUND-NAME) '.MAN'
        DELIMITED BY SIZE INTO WS-MANIFEST-NAME
        WITH POINTER WS-NAME-PTR
    PERFORM CHECK-FOR-PRIOR-SEND
    IF ALREADY-SENT
        MOVE 'REFUSED' TO WS-VERDICT
        MOVE SPACES TO WS-DETAIL
        STRING 'already sent ' WS-PRIOR-STAMP
            DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM WRITE-CATALOG-ENTRY
        DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-SOURCE-NAME)
            ' for business date ' WS-BUSINESS-DATE
            ' was already sent (' FUNCTION TRIM(WS-PRIOR-STAMP)
            ') -- not sent again'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM COPY-TO-OUTBOUND-AREA
    PERFORM PROVE-THE-COPY
    IF WS-COPY-RECORDS NOT = WS-SENT-RECORDS
        OR WS-COPY-BYTES NOT = WS-SENT-BYTES
        OR WS-COPY-CHECKSUM NOT = WS-SENT-CHECKSUM
        MOVE 'FAILED' TO WS-VERDICT
        MOVE 'outbound copy does not match the source'
            TO WS-DETAIL
        CALL 'CBL_DELETE_FILE' USING WS-OUTBOUND-NAME
            RETURNING WS-DELETE-RC
        PERFORM WRITE-CATALOG-ENTRY
        DISPLAY 'ERROR: ' FUNCTION TRIM(WS-OUTBOUND-NAME)
            ' does not match ' FUNCTION TRIM(WS-SOURCE-NAME)
            ' -- removed, nothing sent'
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-CONTROL-TRAILER
    MOVE 'SENT' TO WS-VERDICT
    MOVE WS-OUTBOUND-NAME TO WS-DETAIL
    PERFORM WRITE-CATALOG-ENTRY
    DISPLAY FUNCTION TRIM(WS-SOURCE-NAME) ' -> '
        FUNCTION TRIM(WS-RECIPIENT) ': SENT '
        WS-SENT-RECORDS ' record(s), ' WS-SENT-BYTES ' byte(s) as '
        FUNCTION TRIM(WS-OUTBOUND-NAME)
    STOP RUN.

*> A SENT line for this file and business date means the recipient
*> already has it. REFUSED and FAILED lines do not count -- only a
*> send that actually went.
CHECK-FOR-PRIOR-SEND.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CATALOG-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TEST-CATALOG-LINE
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF
    .

TEST-CATALOG-LINE.
    MOVE SPACES TO WS-CAT-STAMP WS-CAT-DATE WS-CAT-FILE
        WS-CAT-RECIPIENT WS-CAT-RECORDS WS-CAT-BYTES
        WS-CAT-CHECKSUM WS-CAT-VERDICT
    UNSTRING CATALOG-LINE DELIMITED BY '|'
        INTO WS-CAT-STAMP WS-CAT-DATE WS-CAT-FILE WS-CAT-RECIPIENT
            WS-CAT-RECORDS WS-CAT-BYTES WS-CAT-CHECKSUM
            WS-CAT-VERDICT
    IF WS-CAT-VERDICT = 'SENT'
        AND WS-CAT-DATE = WS-BUSINESS-DATE
        AND WS-CAT-FILE = WS-SOURCE-NAME
        SET ALREADY-SENT TO TRUE
        MOVE WS-CAT-STAMP TO WS-PRIOR-STAMP
    END-IF
    .

*> Record by record into the outbound area, measured on the way
*> through exactly as PROC_INTAKE_GATEWAY will measure it.
COPY-TO-OUTBOUND-AREA.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT SOURCE-FILE
    IF WS-SOURCE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-SOURCE-NAME)
            ', FILE STATUS ' WS-SOURCE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT OUTBOUND-FILE
    IF WS-OUTBOUND-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot create '
            FUNCTION TRIM(WS-OUTBOUND-NAME)
            ', FILE STATUS ' WS-OUTBOUND-STATUS
        CLOSE SOURCE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-FILE
        READ SOURCE-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-SENT-RECORDS
                PERFORM MEASURE-SOURCE-RECORD
                MOVE SOURCE-RECORD TO OUTBOUND-RECORD
                WRITE OUTBOUND-RECORD
        END-READ
    END-PERFORM
    CLOSE SOURCE-FILE
    CLOSE OUTBOUND-FILE
    .

MEASURE-SOURCE-RECORD.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SOURCE-RECORD))
        TO WS-REC-LEN
    IF SOURCE-RECORD = SPACES
        MOVE 0 TO WS-REC-LEN
    END-IF
    COMPUTE WS-SENT-BYTES = WS-SENT-BYTES + WS-REC-LEN + 1
    PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
        UNTIL WS-SCAN-PTR > WS-REC-LEN
        MOVE SOURCE-RECORD(WS-SCAN-PTR:1) TO WS-BYTE-CHAR
        COMPUTE WS-SENT-CHECKSUM =
            FUNCTION MOD(WS-SENT-CHECKSUM + WS-BYTE-NUM, 999999999)
    END-PERFORM
    .

*> Read back what landed in the outbound area: the figures in the
*> trailer are the copy's, proved, not the source's, assumed.
PROVE-THE-COPY.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT OUTBOUND-FILE
    IF WS-OUTBOUND-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ OUTBOUND-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-COPY-RECORDS
                    MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(OUTBOUND-RECORD))
                        TO WS-REC-LEN
                    IF OUTBOUND-RECORD = SPACES
                        MOVE 0 TO WS-REC-LEN
                    END-IF
                    COMPUTE WS-COPY-BYTES =
                        WS-COPY-BYTES + WS-REC-LEN + 1
                    PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                        UNTIL WS-SCAN-PTR > WS-REC-LEN
                        MOVE OUTBOUND-RECORD(WS-SCAN-PTR:1)
                            TO WS-BYTE-CHAR
                        COMPUTE WS-COPY-CHECKSUM =
                            FUNCTION MOD(
                                WS-COPY-CHECKSUM + WS-BYTE-NUM,
                                999999999)
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE OUTBOUND-FILE
    END-IF
    .

*> The trailer rides beside the file rather than inside it, in the
*> intake gateway's manifest shape -- a record appended to the data
*> would be counted as data by every receiver that checks.
WRITE-CONTROL-TRAILER.
    OPEN OUTPUT MANIFEST-FILE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'SENDER=' FUNCTION TRIM(WS-OUR-NAME)
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'RECIPIENT=' FUNCTION TRIM(WS-RECIPIENT)
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'DATE=' WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'RECORDS=' WS-COPY-RECORDS
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'BYTES=' WS-COPY-BYTES
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING 'CHECKSUM=' WS-COPY-CHECKSUM
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    CLOSE MANIFEST-FILE
    .

WRITE-CATALOG-ENTRY.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:8) ' ' WS-CURRENT-DATE(9:6)
        '|' WS-BUSINESS-DATE
        '|' FUNCTION TRIM(WS-SOURCE-NAME)
        '|' FUNCTION TRIM(WS-RECIPIENT)
        '|RECORDS=' WS-SENT-RECORDS
        '|BYTES=' WS-SENT-BYTES
        '|CHECKSUM=' WS-SENT-CHECKSUM
        '|' FUNCTION TRIM(WS-VERDICT)
        '|' FUNCTION TRIM(WS-DETAIL)
        '|OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'SENT_CATALOG.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_OUTBOUND_GATEWAY.
