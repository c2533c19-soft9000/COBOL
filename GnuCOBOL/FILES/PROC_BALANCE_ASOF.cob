*> Mission: "What was the balance on March 31st?" for any past date,
*> not just the months someone kept a CUSTOMER_BALANCE.RPT. Each
*> account's balance as of the date is rebuilt from
*> CUSTOMER_LEDGER.IDX: the LGR-BALANCE-AFTER on the last record
*> posted on or before that date (the posting date -- the balance
*> the book actually carried that night). An account whose ledger
*> has nothing on or before the date is flagged NO HISTORY, never
*> shown as a zero balance it may not have had, and is kept out of
*> the totals. Postings PROC_LEDGER_ARCHIVE has moved off the live
*> ledger still count: when the live ledger has nothing on or
*> before the date, the account's archived years are asked next
*> (PROC_LEDGER_ARCHIVE_READ), and a balance found there is marked
*> ARCHIVED on its line. Only an account neither holds anything
*> for is NO HISTORY.
*> Two modes:
*>   single account  one line for that CUST-ID, echoed on the console
*>   whole book      every account on the keyed master, then
*>                   per-branch and per-product subtotals and the
*>                   grand total -- branch and product as the master
*>                   carries them today
*> Written to BALANCE_ASOF.<yyyymmdd>.RPT, so an auditor's copy is
*> not overwritten by the next question.
*> Command line: <as-of yyyymmdd> [cust-id].
*> cobc -x -j -free -I . -I ../BANNER PROC_BALANCE_ASOF.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BALANCE_ASOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT ASOF-REPORT
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD ASOF-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-REPORT-FILE-NAME     PIC X(64).
01 WS-AT-END               PIC X.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CMD-LINE             PIC X(80).
01 WS-ARG1                 PIC X(20).
01 WS-ARG2                 PIC X(20).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-ASOF-DATE            PIC X(8).
01 WS-SINGLE-ID            PIC 9(6) VALUE 0.
01 WS-LINE-PTR             PIC 9(4).

*> One account's answer.
01 WS-HAS-HISTORY          PIC X.
01 WS-ASOF-BALANCE         PIC S9(9)V99.
01 WS-LAST-POST-DATE       PIC X(8).
01 WS-FROM-ARCHIVE         PIC X.
01 WS-ARCHIVE-GAP          PIC X(4) VALUE SPACES.
01 WS-BALANCE-EDIT         PIC -(9)9.99.
01 WS-TOTAL-EDIT           PIC -(11)9.99.
01 WS-SUB-WORK             PIC X(4).

*> Run totals -- accounts with a balance, and those flagged.
01 WS-ACCOUNT-COUNT        PIC 9(6) VALUE 0.
01 WS-BALANCED-COUNT       PIC 9(6) VALUE 0.
01 WS-NO-HISTORY-COUNT     PIC 9(6) VALUE 0.
01 WS-GRAND-TOTAL          PIC S9(11)V99 VALUE 0.

*> Per-branch subtotals -- 20 offices, house table style; accounts
*> not yet assigned a branch tally under '---'.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BRT-CODE  PIC X(3).
        10 WS-BRT-COUNT PIC 9(6).
        10 WS-BRT-TOTAL PIC S9(11)V99.
01 WS-BRANCH-COUNT    PIC 9(2) VALUE 0.
01 WS-BRANCH-MATCH-SS PIC 9(2).

*> Per-product subtotals -- 50 products, same style; no product
*> tallies under '----'.
01 WS-PRODUCT-TABLE.
    05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PRODUCT-SS.
        10 WS-PRT-CODE  PIC X(4).
        10 WS-PRT-COUNT PIC 9(6).
        10 WS-PRT-TOTAL PIC S9(11)V99.
01 WS-PRODUCT-COUNT    PIC 9(2) VALUE 0.
01 WS-PRODUCT-MATCH-SS PIC 9(2).
01 WS-SUBTOTAL-OVERFLOW PIC X VALUE 'N'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2
    MOVE WS-ARG1(1:8) TO WS-ASOF-DATE
    EVALUATE TRUE
        WHEN WS-ARG1 = SPACES
            OR WS-ARG1(9:12) NOT = SPACES
            OR WS-ASOF-DATE IS NOT NUMERIC
            DISPLAY 'USAGE: PROC_BALANCE_ASOF <as-of yyyymmdd>'
                ' [cust-id]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        WHEN WS-ASOF-DATE > WS-CURRENT-DATE(1:8)
            DISPLAY 'REFUSED: ' WS-ASOF-DATE ' is after today --'
                ' the ledger cannot answer for it yet'
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-ARG2 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
            DISPLAY 'USAGE: PROC_BALANCE_ASOF <as-of yyyymmdd>'
                ' [cust-id]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-SINGLE-ID
    END-IF
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING 'BALANCE_ASOF.' WS-ASOF-DATE '.RPT'
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE STATUS '
            WS-LEDGER-STATUS ' -- no history to rebuild from'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ASOF-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- BALANCES AS OF ' WS-ASOF-DATE(1:4) '-'
        WS-ASOF-DATE(5:2) '-' WS-ASOF-DATE(7:2)
        ', REBUILT FROM THE LEDGER ('
        WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CUST-ID NAME                 BR  PROD  LAST POSTED'
        '           BALANCE'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-SINGLE-ID > 0
        PERFORM REPORT-SINGLE-ACCOUNT
    ELSE
        PERFORM REPORT-WHOLE-BOOK
    END-IF
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    CLOSE ASOF-REPORT
    IF WS-ARCHIVE-GAP NOT = SPACES
        DISPLAY 'WARNING: archived year ' WS-ARCHIVE-GAP
            ' is catalogued but its store would not open --'
            ' NO HISTORY flags may be short of it'
    END-IF
    STOP RUN.

REPORT-SINGLE-ACCOUNT.
    MOVE WS-SINGLE-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE '  (no such account on the master)' TO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY 'NO ACCOUNT ' WS-SINGLE-ID ' ON THE MASTER'
            MOVE 1 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM FIND-ASOF-BALANCE
            PERFORM WRITE-ACCOUNT-LINE
            IF WS-HAS-HISTORY = 'Y'
                DISPLAY 'ACCOUNT ' CUST-ID ' AS OF ' WS-ASOF-DATE
                    ': ' FUNCTION TRIM(WS-BALANCE-EDIT)
                    ' (last posted ' WS-LAST-POST-DATE ')'
            ELSE
                DISPLAY 'ACCOUNT ' CUST-ID ' AS OF ' WS-ASOF-DATE
                    ': NO HISTORY -- nothing on the ledger on or'
                    ' before that date'
            END-IF
    END-READ
    .

REPORT-WHOLE-BOOK.
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                ADD 1 TO WS-ACCOUNT-COUNT
                PERFORM FIND-ASOF-BALANCE
                PERFORM WRITE-ACCOUNT-LINE
                IF WS-HAS-HISTORY = 'Y'
                    ADD 1 TO WS-BALANCED-COUNT
                    ADD WS-ASOF-BALANCE TO WS-GRAND-TOTAL
                    PERFORM TALLY-BRANCH-SUBTOTAL
                    PERFORM TALLY-PRODUCT-SUBTOTAL
                ELSE
                    ADD 1 TO WS-NO-HISTORY-COUNT
                END-IF
        END-READ
    END-PERFORM
    PERFORM WRITE-SUBTOTAL-SECTIONS
    MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'BOOK AS OF ' WS-ASOF-DATE ': ' WS-BALANCED-COUNT
        ' ACCOUNT(S), TOTAL ' FUNCTION TRIM(WS-TOTAL-EDIT) ', '
        WS-NO-HISTORY-COUNT ' WITH NO HISTORY -- '
        FUNCTION TRIM(WS-REPORT-FILE-NAME)
    .

*> Walk the account's ledger from its first key and keep the last
*> balance-after posted on or before the date; the key runs in
*> posting-date order, so the first record past the date ends it.
FIND-ASOF-BALANCE.
    MOVE 'N' TO WS-HAS-HISTORY
    MOVE 0 TO WS-ASOF-BALANCE
    MOVE SPACES TO WS-LAST-POST-DATE
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE LOW-VALUES TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    OR LGR-POST-DATE > WS-ASOF-DATE
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    MOVE 'Y' TO WS-HAS-HISTORY
                    MOVE LGR-BALANCE-AFTER TO WS-ASOF-BALANCE
                    MOVE LGR-POST-DATE TO WS-LAST-POST-DATE
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-FROM-ARCHIVE
    IF WS-HAS-HISTORY = 'N'
        PERFORM FIND-ARCHIVED-BALANCE
    END-IF
    .

*> Nothing live on or before the date: the newest archived record at
*> or below (account, date, last sequence) is the answer.
FIND-ARCHIVED-BALANCE.
    MOVE 'B' TO LAR_ACTION
    MOVE CUST-ID TO LAR_CUST_ID
    MOVE WS-ASOF-DATE TO LAR_FROM_DATE
    MOVE 9999 TO LAR_FROM_SEQ
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF LAR_MISSING_YEAR NOT = SPACES
        MOVE LAR_MISSING_YEAR TO WS-ARCHIVE-GAP
    END-IF
    IF LAR_FOUND
        MOVE LAR_RECORD TO LEDGER-RECORD
        MOVE 'Y' TO WS-HAS-HISTORY
        MOVE 'Y' TO WS-FROM-ARCHIVE
        MOVE LGR-BALANCE-AFTER TO WS-ASOF-BALANCE
        MOVE LGR-POST-DATE TO WS-LAST-POST-DATE
    END-IF
    .

WRITE-ACCOUNT-LINE.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-HAS-HISTORY = 'Y'
        MOVE WS-ASOF-BALANCE TO WS-BALANCE-EDIT
        STRING '  ' CUST-ID ' ' CUST-NAME ' ' CUST-BRANCH
            ' ' CUST-PRODUCT '  ' WS-LAST-POST-DATE
            '   ' WS-BALANCE-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        IF WS-FROM-ARCHIVE = 'Y'
            STRING '  ARCHIVED'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
    ELSE
        STRING '  ' CUST-ID ' ' CUST-NAME ' ' CUST-BRANCH
            ' ' CUST-PRODUCT '  '
            '*** NO HISTORY ON OR BEFORE ' WS-ASOF-DATE ' ***'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

TALLY-BRANCH-SUBTOTAL.
    IF CUST-BRANCH = SPACES
        MOVE '---' TO WS-SUB-WORK
    ELSE
        MOVE CUST-BRANCH TO WS-SUB-WORK
    END-IF
    MOVE 0 TO WS-BRANCH-MATCH-SS
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BRT-CODE(WS-BRANCH-SS) = WS-SUB-WORK(1:3)
            MOVE WS-BRANCH-SS TO WS-BRANCH-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-BRANCH-MATCH-SS = 0
        IF WS-BRANCH-COUNT < 20
            ADD 1 TO WS-BRANCH-COUNT
            MOVE WS-BRANCH-COUNT TO WS-BRANCH-MATCH-SS
            SET WS-BRANCH-SS TO WS-BRANCH-MATCH-SS
            MOVE WS-SUB-WORK(1:3) TO WS-BRT-CODE(WS-BRANCH-SS)
            MOVE 0 TO WS-BRT-COUNT(WS-BRANCH-SS)
            MOVE 0 TO WS-BRT-TOTAL(WS-BRANCH-SS)
        ELSE
            MOVE 'Y' TO WS-SUBTOTAL-OVERFLOW
        END-IF
    END-IF
    IF WS-BRANCH-MATCH-SS > 0
        ADD 1 TO WS-BRT-COUNT(WS-BRANCH-MATCH-SS)
        ADD WS-ASOF-BALANCE TO WS-BRT-TOTAL(WS-BRANCH-MATCH-SS)
    END-IF
    .

TALLY-PRODUCT-SUBTOTAL.
    IF CUST-PRODUCT = SPACES
        MOVE '----' TO WS-SUB-WORK
    ELSE
        MOVE CUST-PRODUCT TO WS-SUB-WORK
    END-IF
    MOVE 0 TO WS-PRODUCT-MATCH-SS
    PERFORM VARYING WS-PRODUCT-SS FROM 1 BY 1
        UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
        IF WS-PRT-CODE(WS-PRODUCT-SS) = WS-SUB-WORK
            MOVE WS-PRODUCT-SS TO WS-PRODUCT-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-PRODUCT-MATCH-SS = 0
        IF WS-PRODUCT-COUNT < 50
            ADD 1 TO WS-PRODUCT-COUNT
            MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-MATCH-SS
            SET WS-PRODUCT-SS TO WS-PRODUCT-MATCH-SS
            MOVE WS-SUB-WORK TO WS-PRT-CODE(WS-PRODUCT-SS)
            MOVE 0 TO WS-PRT-COUNT(WS-PRODUCT-SS)
            MOVE 0 TO WS-PRT-TOTAL(WS-PRODUCT-SS)
        ELSE
            MOVE 'Y' TO WS-SUBTOTAL-OVERFLOW
        END-IF
    END-IF
    IF WS-PRODUCT-MATCH-SS > 0
        ADD 1 TO WS-PRT-COUNT(WS-PRODUCT-MATCH-SS)
        ADD WS-ASOF-BALANCE TO WS-PRT-TOTAL(WS-PRODUCT-MATCH-SS)
    END-IF
    .

WRITE-SUBTOTAL-SECTIONS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- PER-BRANCH SUBTOTALS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        MOVE WS-BRT-TOTAL(WS-BRANCH-SS) TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  BRANCH ' WS-BRT-CODE(WS-BRANCH-SS)
            ' COUNT=' WS-BRT-COUNT(WS-BRANCH-SS)
            ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- PER-PRODUCT SUBTOTALS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRODUCT-SS FROM 1 BY 1
        UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
        MOVE WS-PRT-TOTAL(WS-PRODUCT-SS) TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  PRODUCT ' WS-PRT-CODE(WS-PRODUCT-SS)
            ' COUNT=' WS-PRT-COUNT(WS-PRODUCT-SS)
            ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-PERFORM
    IF WS-SUBTOTAL-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING '  WARNING: more branches or products than the'
            ' subtotal tables hold -- subtotals are short'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  GRAND   COUNT=' WS-BALANCED-COUNT
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' NO HISTORY=' WS-NO-HISTORY-COUNT
        ' OF ' WS-ACCOUNT-COUNT ' ACCOUNT(S)'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_BALANCE_ASOF' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_BALANCE_ASOF.
