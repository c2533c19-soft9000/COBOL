*> Mission: The one-time changeover to check-digited account numbers.
*> Walks the whole customer master in CUST-ID order and asks
*> PROC_ACCOUNT_NUMBER for each account's full seven-digit number
*> (the six-digit ID plus its check digit), then publishes the
*> old-to-new mapping to ACCOUNT_NUMBER_MAP.DAT -- one line per
*> account, old-id|new-number|name|status, closed and dormant
*> accounts included so a number on an old cheque or letter can still
*> be traced. Nothing on the master changes: the files stay keyed on
*> the six-digit ID and the check digit is derived from it, so the
*> map can be rerun at any time and always comes out the same. Hand
*> the map to the mailroom, the lockbox bank and the mainframe team
*> before the keying points start refusing bare six-digit IDs.
*> cobc -x -free -I . -I ../BANNER PROC_ACCOUNT_CONVERT.cob
*>     PROC_ACCOUNT_NUMBER.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_ACCOUNT_CONVERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT MAP-FILE
    ASSIGN TO 'ACCOUNT_NUMBER_MAP.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MAP-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD MAP-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS MAP-LINE.
01 MAP-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-MAP-STATUS     PIC XX.
01 WS-AT-END         PIC X.
    88 AT-END-OF-FILE VALUE 'Y'.
01 WS-MAPPED-COUNT   PIC 9(6) VALUE 0.
01 WS-LINE-PTR       PIC 9(4).

COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT MAP-FILE
    IF WS-MAP-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open ACCOUNT_NUMBER_MAP.DAT'
            ', FILE STATUS ' WS-MAP-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'OLD_ID|ACCOUNT_NUMBER|CUSTOMER_NAME|STATUS' TO MAP-LINE
    WRITE MAP-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END PERFORM MAP-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE MAP-FILE
    DISPLAY 'MAPPED ' WS-MAPPED-COUNT
        ' ACCOUNT(S) -- ACCOUNT_NUMBER_MAP.DAT'
    STOP RUN.

MAP-ONE-ACCOUNT.
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE SPACES TO MAP-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING CUST-ID
        '|' ACCT_NUMBER
        '|' FUNCTION TRIM(CUST-NAME)
        '|' CUST-STATUS
        DELIMITED BY SIZE INTO MAP-LINE
        WITH POINTER WS-LINE-PTR
    WRITE MAP-LINE
    ADD 1 TO WS-MAPPED-COUNT
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_ACCOUNT_CONVERT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_ACCOUNT_CONVERT.
