*> Mission: Let a reader walk one account's archived ledger
*> history without knowing how it is stored. PROC_LEDGER_ARCHIVE
*> splits old postings into one LEDGER_ARCHIVE.<yyyy>.IDX store per
*> posting year; this service reads the years LEDGER_ARCHIVE.CAT
*> lists and serves the account's records forward (oldest first) or
*> backward (newest first) across them as if they were one keyed
*> file, so PROC_CUSTOMER_ACTIVITY and PROC_BALANCE_ASOF reach
*> archived years the same way they read the live ledger. See
*> CB_LEDGER_ARCHIVE_READ.cpy for the contract. The open store and
*> the walk's position live here between calls; 'C' closes them.
*> The catalog and the yearly stores are the book's the run
*> selected (CB_COMPANY.cpy) -- a sister company's carry its code in
*> front, as PROC_LEDGER_ARCHIVE names them -- asked of PROC_COMPANY
*> on the first call, the same answer the calling program was given.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_LEDGER_ARCHIVE_READ.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_ARCHIVE_READ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_LEDGER_ARCHIVE_FILE.cpy'.
COPY 'CB_LEDGER_CATALOG_FILE.cpy'.

DATA DIVISION.
FILE SECTION.
COPY 'CB_LEDGER_ARCHIVE_RECORD.cpy'.
COPY 'CB_LEDGER_CATALOG_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-LEDGER-ARCHIVE-NAME   PIC X(80).
01 WS-LEDGER-ARCHIVE-STATUS PIC XX.
01 WS-CATALOG-STATUS        PIC XX.
01 WS-CAT-AT-END            PIC X.
01 WS-NAME-PTR              PIC 9(4).
01 WS-BOOK-STATE            PIC X VALUE 'N'.
    88 BOOK-NOT-ASKED       VALUE 'N'.
    88 BOOK-SELECTED        VALUE 'Y'.

*> The catalogued years, oldest first, as LEDGER_ARCHIVE.CAT lists
*> them.
01 WS-YEAR-TABLE.
    05 WS-YR-YEAR OCCURS 100 TIMES PIC X(4).
01 WS-YEAR-COUNT    PIC 9(3) VALUE 0.
01 WS-CATALOG-LOADED PIC X VALUE 'N'.

*> Where the walk stands: the year slot being read, which way, and
*> whether that slot's store is open and positioned on the account.
01 WS-YEAR-SS       PIC S9(4) VALUE 0.
01 WS-DIRECTION     PIC X VALUE 'F'.
01 WS-STORE-OPEN    PIC X VALUE 'N'.
01 WS-FIRST-START   PIC X VALUE 'N'.
01 WS-WALK-DONE     PIC X.
01 WS-START-KEY.
    05 WS-SK-CUST-ID    PIC 9(6).
    05 WS-SK-POST-DATE  PIC X(8).
    05 WS-SK-SEQ        PIC 9(4).

LINKAGE SECTION.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

PROCEDURE DIVISION USING LEDGER-ARCHIVE-READ-PARAMS.
MAIN-PARA.
    IF BOOK-NOT-ASKED
        PERFORM SELECT-COMPANY-BOOK
    END-IF
    IF WS-CATALOG-LOADED NOT = 'Y'
        PERFORM LOAD-CATALOG
    END-IF
    MOVE 'N' TO LAR_RESULT
    EVALUATE LAR_ACTION
        WHEN 'F'
            PERFORM CLOSE-STORE
            PERFORM LOAD-CATALOG
            MOVE 'F' TO WS-DIRECTION
            MOVE SPACES TO LAR_MISSING_YEAR
            MOVE 1 TO WS-YEAR-SS
            PERFORM UNTIL WS-YEAR-SS > WS-YEAR-COUNT
                OR WS-YR-YEAR(WS-YEAR-SS) >= LAR_FROM_DATE(1:4)
                ADD 1 TO WS-YEAR-SS
            END-PERFORM
            MOVE 'Y' TO WS-FIRST-START
            PERFORM WALK-FORWARD
        WHEN 'B'
            PERFORM CLOSE-STORE
            PERFORM LOAD-CATALOG
            MOVE 'B' TO WS-DIRECTION
            MOVE SPACES TO LAR_MISSING_YEAR
            MOVE WS-YEAR-COUNT TO WS-YEAR-SS
            PERFORM UNTIL WS-YEAR-SS < 1
                OR WS-YR-YEAR(WS-YEAR-SS) <= LAR_FROM_DATE(1:4)
                SUBTRACT 1 FROM WS-YEAR-SS
            END-PERFORM
            MOVE 'Y' TO WS-FIRST-START
            PERFORM WALK-BACKWARD
        WHEN 'N'
            IF WS-DIRECTION = 'B'
                PERFORM WALK-BACKWARD
            ELSE
                PERFORM WALK-FORWARD
            END-IF
        WHEN 'C'
            PERFORM CLOSE-STORE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE WS-YEAR-COUNT TO LAR_YEAR_COUNT
    GOBACK.

*> Re-read on every F and B: an archive run between two lookups in
*> one session may have added a year.
LOAD-CATALOG.
    MOVE 0 TO WS-YEAR-COUNT
    MOVE 'Y' TO WS-CATALOG-LOADED
    MOVE 'Y' TO WS-CAT-AT-END
    MOVE SPACES TO WS-CATALOG-STATUS
    IF BOOK-SELECTED
        OPEN INPUT LEDGER-CATALOG-FILE
        IF WS-CATALOG-STATUS = '00'
            MOVE 'N' TO WS-CAT-AT-END
        END-IF
    END-IF
    PERFORM UNTIL WS-CAT-AT-END = 'Y'
        READ LEDGER-CATALOG-FILE
            AT END MOVE 'Y' TO WS-CAT-AT-END
            NOT AT END
                IF LCT-YEAR IS NUMERIC AND WS-YEAR-COUNT < 100
                    ADD 1 TO WS-YEAR-COUNT
                    MOVE LCT-YEAR TO WS-YR-YEAR(WS-YEAR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-CATALOG-STATUS = '00' OR WS-CATALOG-STATUS = '10'
        CLOSE LEDGER-CATALOG-FILE
    END-IF
    .

*> Oldest first: within a store READ NEXT until the key leaves the
*> account, then on to the next newer year.
WALK-FORWARD.
    MOVE 'N' TO WS-WALK-DONE
    PERFORM UNTIL WS-WALK-DONE = 'Y'
        IF WS-STORE-OPEN NOT = 'Y'
            IF WS-YEAR-SS < 1 OR WS-YEAR-SS > WS-YEAR-COUNT
                MOVE 'Y' TO WS-WALK-DONE
            ELSE
                MOVE LAR_CUST_ID TO WS-SK-CUST-ID
                IF WS-FIRST-START = 'Y'
                    MOVE LAR_FROM_DATE TO WS-SK-POST-DATE
                    MOVE LAR_FROM_SEQ TO WS-SK-SEQ
                ELSE
                    MOVE LOW-VALUES TO WS-SK-POST-DATE
                    MOVE 0 TO WS-SK-SEQ
                END-IF
                MOVE 'N' TO WS-FIRST-START
                PERFORM OPEN-YEAR-STORE
                IF WS-STORE-OPEN = 'Y'
                    MOVE WS-START-KEY TO ALR-KEY
                    START LEDGER-ARCHIVE-FILE KEY IS >= ALR-KEY
                        INVALID KEY PERFORM NEXT-NEWER-YEAR
                    END-START
                ELSE
                    ADD 1 TO WS-YEAR-SS
                END-IF
            END-IF
        ELSE
            READ LEDGER-ARCHIVE-FILE NEXT RECORD
                AT END PERFORM NEXT-NEWER-YEAR
                NOT AT END
                    IF ALR-CUST-ID = LAR_CUST_ID
                        MOVE LEDGER-ARCHIVE-RECORD TO LAR_RECORD
                        MOVE 'Y' TO LAR_RESULT
                        MOVE 'Y' TO WS-WALK-DONE
                    ELSE
                        PERFORM NEXT-NEWER-YEAR
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    .

NEXT-NEWER-YEAR.
    PERFORM CLOSE-STORE
    ADD 1 TO WS-YEAR-SS
    .

*> Newest first: START at or below the key, READ PREVIOUS until the
*> key leaves the account, then on to the next older year.
WALK-BACKWARD.
    MOVE 'N' TO WS-WALK-DONE
    PERFORM UNTIL WS-WALK-DONE = 'Y'
        IF WS-STORE-OPEN NOT = 'Y'
            IF WS-YEAR-SS < 1 OR WS-YEAR-SS > WS-YEAR-COUNT
                MOVE 'Y' TO WS-WALK-DONE
            ELSE
                MOVE LAR_CUST_ID TO WS-SK-CUST-ID
                IF WS-FIRST-START = 'Y'
                    MOVE LAR_FROM_DATE TO WS-SK-POST-DATE
                    MOVE LAR_FROM_SEQ TO WS-SK-SEQ
                ELSE
                    MOVE '99999999' TO WS-SK-POST-DATE
                    MOVE 9999 TO WS-SK-SEQ
                END-IF
                MOVE 'N' TO WS-FIRST-START
                PERFORM OPEN-YEAR-STORE
                IF WS-STORE-OPEN = 'Y'
                    MOVE WS-START-KEY TO ALR-KEY
                    START LEDGER-ARCHIVE-FILE KEY IS <= ALR-KEY
                        INVALID KEY PERFORM NEXT-OLDER-YEAR
                    END-START
                ELSE
                    SUBTRACT 1 FROM WS-YEAR-SS
                END-IF
            END-IF
        ELSE
            READ LEDGER-ARCHIVE-FILE PREVIOUS RECORD
                AT END PERFORM NEXT-OLDER-YEAR
                NOT AT END
                    IF ALR-CUST-ID = LAR_CUST_ID
                        MOVE LEDGER-ARCHIVE-RECORD TO LAR_RECORD
                        MOVE 'Y' TO LAR_RESULT
                        MOVE 'Y' TO WS-WALK-DONE
                    ELSE
                        PERFORM NEXT-OLDER-YEAR
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    .

NEXT-OLDER-YEAR.
    PERFORM CLOSE-STORE
    SUBTRACT 1 FROM WS-YEAR-SS
    .

*> A catalogued year whose store will not open is skipped and named
*> back to the caller rather than ending the walk.
OPEN-YEAR-STORE.
    MOVE SPACES TO WS-LEDGER-ARCHIVE-NAME
    MOVE 1 TO WS-NAME-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVE-NAME
            WITH POINTER WS-NAME-PTR
    END-IF
    STRING 'LEDGER_ARCHIVE.' WS-YR-YEAR(WS-YEAR-SS) '.IDX'
        DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVE-NAME
        WITH POINTER WS-NAME-PTR
    OPEN INPUT LEDGER-ARCHIVE-FILE
    IF WS-LEDGER-ARCHIVE-STATUS = '00'
        MOVE 'Y' TO WS-STORE-OPEN
    ELSE
        MOVE 'N' TO WS-STORE-OPEN
        MOVE WS-YR-YEAR(WS-YEAR-SS) TO LAR_MISSING_YEAR
    END-IF
    .

CLOSE-STORE.
    IF WS-STORE-OPEN = 'Y'
        CLOSE LEDGER-ARCHIVE-FILE
        MOVE 'N' TO WS-STORE-OPEN
    END-IF
    .

*> The calling program has already been let into its book, so this
*> is the same answer; a refusal here serves no archived history
*> rather than read another book's.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LEDGER_ARCHIVE_READ' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        MOVE 'R' TO WS-BOOK-STATE
        DISPLAY 'ERROR: PROC_LEDGER_ARCHIVE_READ refused company '
            FUNCTION TRIM(COMPANY_CODE) ' -- '
            FUNCTION TRIM(COMPANY_REASON)
    ELSE
        SET BOOK-SELECTED TO TRUE
    END-IF
    .

END PROGRAM PROC_LEDGER_ARCHIVE_READ.
