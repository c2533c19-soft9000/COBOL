*> Mission: The one writer of the customer correspondence history
*> (see CB_CORRESP_LOG.cpy for the contract), so every run that
*> sends a customer something -- statements, dunning, confirmation
*> letters, notices, reprints -- and the returned-mail desk record
*> it the same way, and "you never wrote to me" is answered from one
*> screen instead of four files. The history and the letter archive
*> are opened on the first call of a run and kept open until the
*> caller's 'C' -- a statement run records thousands of documents
*> and files every letter line. A store that will not open is
*> reported once and the run goes on without it.
*> Both stores are the book's the run selected (CB_COMPANY.cpy) --
*> asked of PROC_COMPANY when they are first opened, the same answer
*> the calling program was given.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CORRESP_LOG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CORRESP_FILE.cpy'.
COPY 'CB_LETTER_ARCHIVE_FILE.cpy'.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CORRESP_RECORD.cpy'.
COPY 'CB_LETTER_ARCHIVE_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CORRESP-STATUS        PIC XX.
01 WS-LETTER-ARCHIVE-STATUS PIC XX.
01 WS-STORE-STATE           PIC X VALUE 'N'.
    88 STORES-CLOSED        VALUE 'N'.
    88 STORES-OPEN          VALUE 'Y'.
    88 STORES-UNAVAILABLE   VALUE 'F'.
01 WS-WRITTEN               PIC X.
01 WS-LAST-DOC-KEY          PIC X(22) VALUE SPACES.
01 WS-LINE-SEQ              PIC 9(4) VALUE 0.
01 WS-CURRENT-DATE          PIC X(21).
01 WS-BOOK-STATE            PIC X VALUE 'N'.
    88 BOOK-NOT-ASKED       VALUE 'N'.
    88 BOOK-SELECTED        VALUE 'Y'.
COPY 'CB_OPERATOR_ID.cpy'.

LINKAGE SECTION.
COPY 'CB_CORRESP_LOG.cpy'.

PROCEDURE DIVISION USING CORRESP-LOG-PARAMS.
MAIN-PARA.
    MOVE 'N' TO CORR_RESULT
    EVALUATE TRUE
        WHEN CORR-CLOSE-STORES
            IF STORES-OPEN
                CLOSE CORRESP-FILE LETTER-ARCHIVE-FILE
            END-IF
            MOVE 'N' TO WS-STORE-STATE
            MOVE SPACES TO WS-LAST-DOC-KEY
            MOVE 'Y' TO CORR_RESULT
        WHEN CORR-RECORD-DOCUMENT
            IF STORES-CLOSED
                PERFORM OPEN-STORES
            END-IF
            IF STORES-OPEN
                PERFORM RECORD-DOCUMENT
            END-IF
        WHEN CORR-FILE-LINE
            IF STORES-OPEN AND WS-LAST-DOC-KEY NOT = SPACES
                AND CORR_DOC_KEY = WS-LAST-DOC-KEY
                PERFORM FILE-LETTER-LINE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    GOBACK.

*> Both stores are created on first use, the same bootstrap as the
*> statement archive.
OPEN-STORES.
    IF BOOK-NOT-ASKED
        PERFORM SELECT-COMPANY-BOOK
    END-IF
    IF NOT BOOK-SELECTED
        SET STORES-UNAVAILABLE TO TRUE
    ELSE
        PERFORM OPEN-BOOK-STORES
    END-IF
    .

*> The calling program has already been let into its book, so this
*> is the same answer; a refusal here records nothing rather than
*> write into another book's history.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CORRESP_LOG' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        MOVE 'R' TO WS-BOOK-STATE
        DISPLAY 'WARNING: PROC_CORRESP_LOG refused company '
            FUNCTION TRIM(COMPANY_CODE) ' -- '
            FUNCTION TRIM(COMPANY_REASON)
            ' -- correspondence not recorded this run'
    ELSE
        SET BOOK-SELECTED TO TRUE
    END-IF
    .

OPEN-BOOK-STORES.
    OPEN I-O CORRESP-FILE
    IF WS-CORRESP-STATUS = '35'
        OPEN OUTPUT CORRESP-FILE
        CLOSE CORRESP-FILE
        OPEN I-O CORRESP-FILE
    END-IF
    OPEN I-O LETTER-ARCHIVE-FILE
    IF WS-LETTER-ARCHIVE-STATUS = '35'
        OPEN OUTPUT LETTER-ARCHIVE-FILE
        CLOSE LETTER-ARCHIVE-FILE
        OPEN I-O LETTER-ARCHIVE-FILE
    END-IF
    IF WS-CORRESP-STATUS = '00' AND WS-LETTER-ARCHIVE-STATUS = '00'
        SET STORES-OPEN TO TRUE
        CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    ELSE
        DISPLAY 'WARNING: cannot open '
            FUNCTION TRIM(COMPANY_CORRESP_FILE) ' / '
            FUNCTION TRIM(COMPANY_LETTER_FILE)
            ', FILE STATUS ' WS-CORRESP-STATUS
            '/' WS-LETTER-ARCHIVE-STATUS
            ' -- correspondence not recorded this run'
        IF WS-CORRESP-STATUS = '00'
            CLOSE CORRESP-FILE
        END-IF
        IF WS-LETTER-ARCHIVE-STATUS = '00'
            CLOSE LETTER-ARCHIVE-FILE
        END-IF
        SET STORES-UNAVAILABLE TO TRUE
    END-IF
    .

*> Two documents for one customer inside the same second (a print
*> and an electronic statement) take the next sequence.
RECORD-DOCUMENT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO CORRESP-RECORD
    MOVE CORR_CUST_ID TO COR-CUST-ID
    MOVE WS-CURRENT-DATE(1:14) TO COR-STAMP
    MOVE CORR_DOC_TYPE TO COR-DOC-TYPE
    MOVE CORR_CHANNEL TO COR-CHANNEL
    MOVE CORR_REFERENCE TO COR-REFERENCE
    MOVE CORR_COPY TO COR-COPY
    MOVE CORR_COPY_CUST_ID TO COR-COPY-CUST-ID
    MOVE CORR_COPY_CYCLE TO COR-COPY-CYCLE
    MOVE CORR_PROGRAM TO COR-PROGRAM
    MOVE OPERATOR_ID TO COR-OPERATOR
    MOVE 'N' TO WS-WRITTEN
    MOVE 0 TO COR-SEQ
    PERFORM UNTIL WS-WRITTEN = 'Y' OR COR-SEQ >= 99
        ADD 1 TO COR-SEQ
        WRITE CORRESP-RECORD
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
        END-WRITE
    END-PERFORM
    IF WS-WRITTEN = 'Y'
        MOVE COR-KEY TO CORR_DOC_KEY WS-LAST-DOC-KEY
        MOVE 0 TO WS-LINE-SEQ
        MOVE 'Y' TO CORR_RESULT
    ELSE
        DISPLAY 'WARNING: CORRESP_HISTORY.IDX WRITE FAILED FOR '
            CORR_CUST_ID ', FILE STATUS ' WS-CORRESP-STATUS
        MOVE SPACES TO CORR_DOC_KEY WS-LAST-DOC-KEY
    END-IF
    .

FILE-LETTER-LINE.
    ADD 1 TO WS-LINE-SEQ
    MOVE WS-LAST-DOC-KEY TO LTA-DOC-KEY
    MOVE WS-LINE-SEQ TO LTA-LINE-SEQ
    MOVE CORR_LINE TO LTA-TEXT
    WRITE LETTER-ARCHIVE-RECORD
        INVALID KEY
            REWRITE LETTER-ARCHIVE-RECORD
            END-REWRITE
    END-WRITE
    MOVE 'Y' TO CORR_RESULT
    .

END PROGRAM PROC_CORRESP_LOG.
