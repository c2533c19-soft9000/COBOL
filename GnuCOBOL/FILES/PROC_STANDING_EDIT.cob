*> (next-due yyyymmdd; type a TXN_TYPES.DAT code)
*> -- maintained here in the same prompt-and-ACCEPT editor mold as
*> PROC_TEMPLATE_EDIT and PROC_CUSTOMER_MAINT: every field validated
*> before anything is written, the account number keyed with its
*> check digit (PROC_ACCOUNT_NUMBER) and the CUST-ID proven against
*> the keyed master on the spot; the book itself holds the bare
*> CUST-ID, as the posting batch does. PROC_STANDING_GENERATE turns the due orders
*> into a normal posting batch each day; the posting run itself
*> never changes.
*> cobc -x -free -I . -I ../BANNER PROC_STANDING_EDIT.cob
*>     PROC_ACCOUNT_NUMBER.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STANDING_EDIT.

01 ORDERS-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ORDERS-STATUS        PIC XX.
01 WS-TOK-ANCHOR  PIC X(4).
01 WS-AMOUNT-EDIT PIC 9(7).99.
01 WS-LINE-PTR    PIC 9(4).
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
    .

*> Field edits, each refused before anything touches the file -- the
*> account number must pass its check digit and its CUST-ID exist on
*> the keyed master, the direction D or C, the
*> amount a positive number, the frequency D, W or M, the next-due
*> date eight digits, the reference non-blank.
ASK-ORDER-FIELDS.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-GOOD
        AND ACCT_CUST_ID > 0
        MOVE ACCT_CUST_ID TO WS-FIELD-CUST
        MOVE WS-FIELD-CUST TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'REJECTED: no customer ' ACCT_NUMBER
                    ' on the master'
                MOVE 'N' TO WS-RECORD-OK
        END-READ
    ELSE
        IF ACCT-NUMBER-BAD
            DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
        ELSE
            DISPLAY 'REJECTED: the ID must be non-zero'
        END-IF
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
    MOVE WS-FIELD-REF TO WS-ORD-REFERENCE(WS-ORDER-SS)
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_STANDING_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_STANDING_EDIT.
