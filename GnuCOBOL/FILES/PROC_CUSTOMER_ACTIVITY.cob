*> debits, green for credits) and the running balance the posting
*> left behind (red when negative). O pages to older activity; any
*> new ID re-anchors at the newest; T returns to the top page; Q
*> quits. When the live ledger runs out and PROC_LEDGER_ARCHIVE has
*> moved older postings for the account into the yearly archive
*> stores, A carries on into the archived years (through
*> PROC_LEDGER_ARCHIVE_READ), newest first, and O keeps paging
*> older from there.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_ACTIVITY.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob
*>     ../BANNER/PROC_CLS.cob ../BANNER/PROC_GOTOXY.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_ACTIVITY.

COPY 'CB_LEDGER_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-PAGE-COUNT       PIC 9(2) VALUE 0.
01 WS-PAGE-ANCHOR-KEY  PIC X(18).
01 WS-MORE-BELOW       PIC X VALUE 'N'.
*> Archived history: WAITING once the live pages are exhausted and
*> the archive holds more for this account; MODE while the pages
*> come from the archive. In archive mode the record past a full
*> page stays in LAR_RECORD for the next O.
01 WS-ARCHIVE-WAITING  PIC X VALUE 'N'.
01 WS-ARCHIVE-MODE     PIC X VALUE 'N'.
01 WS-AMOUNT-EDIT      PIC -(7)9.99.
01 WS-BALANCE-EDIT     PIC -(7)9.99.
01 WS-FIELD-TEXT       PIC X(72).
01 WS-SCREEN-LINE      PIC 9(4).
COPY 'CB_CLS.cpy'.
COPY 'CB_GOTOXY.cpy'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
        PERFORM PAINT-ACTIVITY-SCREEN
        PERFORM READ-OPERATOR-COMMAND
    END-PERFORM
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    STOP RUN.
    MOVE 1 TO WS-FIELD-PTR
    STRING 'ACCOUNT ' WS-WANTED-ID
        ' [' FUNCTION TRIM(WS-ACCOUNT-NAME) ']'
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    IF WS-ARCHIVE-MODE = 'Y'
        STRING ' -- ARCHIVED YEARS, NEWEST FIRST'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
    ELSE
        STRING ' -- NEWEST FIRST'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
    END-IF
    MOVE WS-FIELD-TEXT TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    IF WS-PAGE-COUNT = 0
        MOVE 6 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        IF WS-ARCHIVE-WAITING = 'Y'
            MOVE 'NO LIVE ACTIVITY -- ONLY ARCHIVED YEARS'
                TO TEXT_VALUE
        ELSE
            MOVE 'NO ACTIVITY ON THE LEDGER FOR THIS ACCOUNT'
                TO TEXT_VALUE
        END-IF
        MOVE 6 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    IF WS-ARCHIVE-WAITING = 'Y'
        MOVE 18 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE 'END OF LIVE LEDGER -- A for archived years'
            TO TEXT_VALUE
        MOVE 6 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    IF WS-ARCHIVE-MODE = 'Y' AND LAR_MISSING_YEAR NOT = SPACES
        MOVE 17 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE SPACES TO WS-FIELD-TEXT
        STRING 'ARCHIVED YEAR ' LAR_MISSING_YEAR
            ' WOULD NOT OPEN -- HISTORY IS SHORT OF IT'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
        MOVE WS-FIELD-TEXT TO TEXT_VALUE
        MOVE 4 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

READ-OPERATOR-COMMAND.
    MOVE 21 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE 'ID / O(lder) / A(rchive) / T(op) / Q(uit): '
        TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'O'
            AND WS-HAVE-ACCOUNT = 'Y'
            PERFORM FETCH-OLDER-PAGE
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'A'
            AND WS-HAVE-ACCOUNT = 'Y'
            PERFORM FETCH-ARCHIVE-PAGE
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'T'
            AND WS-HAVE-ACCOUNT = 'Y'
            PERFORM ANCHOR-AT-NEWEST
*> Newest first: position just past the account's highest possible
*> key and read PREVIOUS back into the page table.
ANCHOR-AT-NEWEST.
    MOVE 'N' TO WS-ARCHIVE-MODE
    MOVE SPACES TO LEDGER-RECORD
    MOVE WS-WANTED-ID TO LGR-CUST-ID
    MOVE '99999999' TO LGR-POST-DATE

*> The next-older page starts just below the oldest line shown.
FETCH-OLDER-PAGE.
    EVALUATE TRUE
        WHEN WS-MORE-BELOW = 'Y' AND WS-ARCHIVE-MODE = 'Y'
            PERFORM FILL-PAGE-FROM-ARCHIVE
        WHEN WS-MORE-BELOW = 'Y'
            MOVE WS-PAGE-ANCHOR-KEY TO LGR-KEY
            SUBTRACT 1 FROM LGR-SEQ
            PERFORM FILL-PAGE-BACKWARD
        WHEN OTHER
            SET LOOKUP-CAME-UP-EMPTY TO TRUE
    END-EVALUATE
    .

FILL-PAGE-BACKWARD.
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-ARCHIVE-WAITING
    IF WS-MORE-BELOW = 'N' AND WS-HAVE-ACCOUNT = 'Y'
        PERFORM PROBE-ARCHIVE
    END-IF
    IF WS-PAGE-COUNT = 0 AND WS-HAVE-ACCOUNT = 'Y'
        AND WS-ARCHIVE-WAITING = 'N'
        SET LOOKUP-CAME-UP-EMPTY TO TRUE
    END-IF
    .

*> The live ledger is out of pages for this account: does the
*> archive hold anything for it? Archived postings are all older
*> than the live ones, so the newest archived record is where the A
*> command picks up.
PROBE-ARCHIVE.
    MOVE 'B' TO LAR_ACTION
    MOVE WS-WANTED-ID TO LAR_CUST_ID
    MOVE '99999999' TO LAR_FROM_DATE
    MOVE 9999 TO LAR_FROM_SEQ
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF LAR_FOUND
        MOVE 'Y' TO WS-ARCHIVE-WAITING
    END-IF
    .

FETCH-ARCHIVE-PAGE.
    IF WS-ARCHIVE-WAITING = 'Y'
        MOVE 'Y' TO WS-ARCHIVE-MODE
        PERFORM PROBE-ARCHIVE
        MOVE 'N' TO WS-ARCHIVE-WAITING
        PERFORM FILL-PAGE-FROM-ARCHIVE
    ELSE
        SET LOOKUP-CAME-UP-EMPTY TO TRUE
    END-IF
    .

*> LAR_RECORD already holds the page's first (newest) record; each
*> further one comes from an N call. The record that would start
*> the next page is left in LAR_RECORD for the next O.
FILL-PAGE-FROM-ARCHIVE.
    MOVE 0 TO WS-PAGE-COUNT
    MOVE 'N' TO WS-MORE-BELOW
    PERFORM UNTIL LAR_NOT_FOUND OR WS-MORE-BELOW = 'Y'
        IF WS-PAGE-COUNT < 12
            MOVE LAR_RECORD TO LEDGER-RECORD
            PERFORM TAKE-PAGE-ENTRY
            MOVE 'N' TO LAR_ACTION
            CALL 'PROC_LEDGER_ARCHIVE_READ'
                USING LEDGER-ARCHIVE-READ-PARAMS
        ELSE
            MOVE 'Y' TO WS-MORE-BELOW
        END-IF
    END-PERFORM
    IF WS-PAGE-COUNT = 0
        SET LOOKUP-CAME-UP-EMPTY TO TRUE
    END-IF
    .
    MOVE LGR-KEY TO WS-PAGE-ANCHOR-KEY
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_ACTIVITY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_ACTIVITY.
