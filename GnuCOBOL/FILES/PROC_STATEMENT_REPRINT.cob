*> documents are the kind of thing auditors ask about.
*> LIST <cust-id> shows which cycle dates are on file for an
*> account, so the operator can pick the right one.
*> DOC <cust-id> <stamp+seq> reprints one document straight off a
*> line of the customer's correspondence history (CORRESP_HISTORY.IDX,
*> the key the inquiry screen shows): a statement comes back out of
*> the statement archive, a letter or notice out of the letter
*> archive (LETTER_ARCHIVE.IDX), into the same STATEMENT_REPRINT.PRN.
*> Every reprint is itself entered in the history as an RPRT.
*> Command line: <cust-id> <cycle-yyyymmdd> | LIST <cust-id>
*>   | DOC <cust-id> <stamp-yyyymmddhhmmss+seq-nn>.
*> cobc -x -j -free -I . -I ../BANNER PROC_STATEMENT_REPRINT.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STATEMENT_REPRINT.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_STMT_ARCHIVE_FILE.cpy'.
COPY 'CB_CORRESP_FILE.cpy'.
COPY 'CB_LETTER_ARCHIVE_FILE.cpy'.
SELECT REPRINT-FILE
    ASSIGN TO 'STATEMENT_REPRINT.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
COPY 'CB_STMT_ARCHIVE_RECORD.cpy'.
COPY 'CB_CORRESP_RECORD.cpy'.
COPY 'CB_LETTER_ARCHIVE_RECORD.cpy'.

FD REPRINT-FILE
    RECORD CONTAINS 132 CHARACTERS
01 REPRINT-LOG-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-STMT-ARCHIVE-STATUS PIC XX.
01 WS-REPRINT-STATUS      PIC XX.
01 WS-REPRINT-LOG-STATUS  PIC XX.
01 WS-CORRESP-STATUS      PIC XX.
01 WS-LETTER-ARCHIVE-STATUS PIC XX.
01 WS-STMT-ARCHIVE-OPEN   PIC X VALUE 'N'.
    88 STMT-ARCHIVE-IS-OPEN VALUE 'Y'.
01 WS-CMD-LINE    PIC X(255).
01 WS-ARG1        PIC X(20).
01 WS-ARG2        PIC X(20).
01 WS-ARG3        PIC X(20).
01 WS-DOC-MODE    PIC X VALUE 'N'.
    88 DOC-REPRINT   VALUE 'Y'.
01 WS-HISTORY-CUST-ID PIC 9(6).
01 WS-REPRINT-MADE PIC X VALUE 'N'.
    88 REPRINT-WAS-MADE VALUE 'Y'.
01 WS-LOG-WHAT    PIC X(24).
01 WS-WANTED-ID   PIC 9(6).
01 WS-WANTED-DATE PIC X(8).
01 WS-SAR-AT-END  PIC X.
01 WS-CURRENT-DATE PIC X(21).
01 WS-LINE-PTR    PIC 9(4).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2 WS-ARG3
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG1)) = 'DOC'
        SET DOC-REPRINT TO TRUE
    END-IF
*> A letter reprint does not need the statement archive, so DOC
*> finds out whether it is there only when a statement is asked for.
    OPEN INPUT STMT-ARCHIVE-FILE
    IF WS-STMT-ARCHIVE-STATUS = '00'
        SET STMT-ARCHIVE-IS-OPEN TO TRUE
    END-IF
    IF NOT STMT-ARCHIVE-IS-OPEN AND NOT DOC-REPRINT
        DISPLAY 'ERROR: cannot open STMT_ARCHIVE.IDX,'
            ' FILE STATUS ' WS-STMT-ARCHIVE-STATUS
            ' -- no statements have been archived yet'
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN DOC-REPRINT
            AND FUNCTION TRIM(WS-ARG2) IS NUMERIC
            AND WS-ARG2 NOT = SPACES
            AND FUNCTION TRIM(WS-ARG3) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG3)) = 16
            MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-HISTORY-CUST-ID
            PERFORM REPRINT-FROM-HISTORY
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG1)) = 'LIST'
            AND FUNCTION TRIM(WS-ARG2) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-WANTED-ID
            AND WS-ARG2 NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-ARG1) TO WS-WANTED-ID
            MOVE FUNCTION TRIM(WS-ARG2) TO WS-WANTED-DATE
            MOVE WS-WANTED-ID TO WS-HISTORY-CUST-ID
            PERFORM REPRINT-ONE-STATEMENT
        WHEN OTHER
            DISPLAY 'USAGE: PROC_STATEMENT_REPRINT <cust-id>'
                ' <cycle-yyyymmdd> | LIST <cust-id>'
            DISPLAY '       | DOC <cust-id> <stamp+seq>'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    IF STMT-ARCHIVE-IS-OPEN
        CLOSE STMT-ARCHIVE-FILE
    END-IF
    IF REPRINT-WAS-MADE
        PERFORM RECORD-THE-REPRINT
    END-IF
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    STOP RUN.

*> The history line says where the copy is; the copy itself comes
*> out of whichever archive that is. The history is closed again
*> before the reprint is recorded in it.
REPRINT-FROM-HISTORY.
    OPEN INPUT CORRESP-FILE
    IF WS-CORRESP-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CORRESP_HISTORY.IDX,'
            ' FILE STATUS ' WS-CORRESP-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE WS-HISTORY-CUST-ID TO COR-CUST-ID
        MOVE WS-ARG3(1:14) TO COR-STAMP
        MOVE WS-ARG3(15:2) TO COR-SEQ
        READ CORRESP-FILE
            INVALID KEY
                MOVE SPACES TO COR-DOC-TYPE
        END-READ
        EVALUATE TRUE
            WHEN COR-DOC-TYPE = SPACES
                DISPLAY 'NO HISTORY LINE ' FUNCTION TRIM(WS-ARG3)
                    ' FOR ' WS-HISTORY-CUST-ID
                MOVE 1 TO RETURN-CODE
            WHEN COR-COPY-IN-STATEMENTS
                IF STMT-ARCHIVE-IS-OPEN
                    MOVE COR-COPY-CUST-ID TO WS-WANTED-ID
                    MOVE COR-COPY-CYCLE TO WS-WANTED-DATE
                    PERFORM REPRINT-ONE-STATEMENT
                ELSE
                    DISPLAY 'ERROR: cannot open STMT_ARCHIVE.IDX,'
                        ' FILE STATUS ' WS-STMT-ARCHIVE-STATUS
                    MOVE 1 TO RETURN-CODE
                END-IF
            WHEN COR-COPY-IN-LETTERS
                MOVE WS-HISTORY-CUST-ID TO WS-WANTED-ID
                PERFORM REPRINT-ONE-LETTER
            WHEN OTHER
                DISPLAY 'NO COPY KEPT OF ' COR-DOC-TYPE ' '
                    COR-STAMP(1:8) ' FOR ' WS-HISTORY-CUST-ID
                    ' -- ' FUNCTION TRIM(COR-REFERENCE)
                MOVE 1 TO RETURN-CODE
        END-EVALUATE
        CLOSE CORRESP-FILE
    END-IF
    .

REPRINT-ONE-STATEMENT.
    MOVE 'N' TO WS-SAR-AT-END
    MOVE WS-WANTED-ID TO SAR-CUST-ID
            ' -- try LIST ' WS-WANTED-ID
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-LOG-WHAT
        STRING 'CYCLE ' WS-WANTED-DATE
            DELIMITED BY SIZE INTO WS-LOG-WHAT
        PERFORM LOG-THE-RETRIEVAL
        MOVE 'S' TO CORR_COPY
        SET REPRINT-WAS-MADE TO TRUE
        DISPLAY 'REPRINTED ' WS-LINE-COUNT ' LINE(S) FOR '
            WS-WANTED-ID ' CYCLE ' WS-WANTED-DATE
            ' -- STATEMENT_REPRINT.PRN'
    END-IF
    .

*> A letter's lines sit under its own history key, banner rows
*> first, in the order they printed.
REPRINT-ONE-LETTER.
    OPEN INPUT LETTER-ARCHIVE-FILE
    IF WS-LETTER-ARCHIVE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open LETTER_ARCHIVE.IDX,'
            ' FILE STATUS ' WS-LETTER-ARCHIVE-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 'N' TO WS-SAR-AT-END
        MOVE COR-KEY TO LTA-DOC-KEY
        MOVE 0 TO LTA-LINE-SEQ
        START LETTER-ARCHIVE-FILE KEY IS >= LTA-KEY
            INVALID KEY SET AT-END-OF-ARCHIVE TO TRUE
        END-START
        OPEN OUTPUT REPRINT-FILE
        PERFORM UNTIL AT-END-OF-ARCHIVE
            READ LETTER-ARCHIVE-FILE NEXT RECORD
                AT END SET AT-END-OF-ARCHIVE TO TRUE
                NOT AT END
                    IF LTA-DOC-KEY NOT = COR-KEY
                        SET AT-END-OF-ARCHIVE TO TRUE
                    ELSE
                        ADD 1 TO WS-LINE-COUNT
                        MOVE LTA-TEXT TO REPRINT-LINE
                        WRITE REPRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REPRINT-FILE
        CLOSE LETTER-ARCHIVE-FILE
        IF WS-LINE-COUNT = 0
            DISPLAY 'NO ARCHIVED COPY OF ' COR-DOC-TYPE ' '
                FUNCTION TRIM(WS-ARG3) ' FOR ' WS-WANTED-ID
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE SPACES TO WS-LOG-WHAT
            STRING COR-DOC-TYPE ' ' COR-STAMP COR-SEQ
                DELIMITED BY SIZE INTO WS-LOG-WHAT
            PERFORM LOG-THE-RETRIEVAL
            MOVE 'N' TO CORR_COPY
            SET REPRINT-WAS-MADE TO TRUE
            DISPLAY 'REPRINTED ' WS-LINE-COUNT ' LINE(S) FOR '
                WS-WANTED-ID ' ' FUNCTION TRIM(WS-LOG-WHAT)
                ' -- STATEMENT_REPRINT.PRN'
        END-IF
    END-IF
    .

*> The reprint goes into the history of the customer it was asked
*> for. A statement reprint points at the same archived statement; a
*> letter reprint names the original, whose line reprints it again.
RECORD-THE-REPRINT.
    MOVE 'D' TO CORR_ACTION
    MOVE WS-HISTORY-CUST-ID TO CORR_CUST_ID
    MOVE 'RPRT' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'STATEMENT_REPRINT.PRN ' FUNCTION TRIM(WS-LOG-WHAT)
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    IF CORR_COPY = 'S'
        MOVE WS-WANTED-ID TO CORR_COPY_CUST_ID
        MOVE WS-WANTED-DATE TO CORR_COPY_CYCLE
    ELSE
        MOVE 0 TO CORR_COPY_CUST_ID
        MOVE SPACES TO CORR_COPY_CYCLE
    END-IF
    MOVE 'PROC_STATEMENT_REPRINT' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

LIST-ARCHIVED-CYCLES.
    MOVE 'N' TO WS-SAR-AT-END
    MOVE SPACES TO WS-LAST-CYCLE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:8) ' ' WS-CURRENT-DATE(9:6)
        ' REPRINTED ' WS-WANTED-ID
        ' ' FUNCTION TRIM(WS-LOG-WHAT)
        ' LINES ' WS-LINE-COUNT
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO REPRINT-LOG-LINE
    CLOSE REPRINT-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_STATEMENT_REPRINT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_STATEMENT_REPRINT.
