*> thing someone later asks who did.
*> cobc -x -free -I . -I ../BANNER PROC_BLOCK_EDIT.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BLOCK_EDIT.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT BLOCKS-FILE
    ASSIGN TO DYNAMIC COMPANY_BLOCKED_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BLOCKS-STATUS.
SELECT BLOCK-LOG-FILE
01 BLOCK-LOG-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-BLOCKS-STATUS    PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
    CLOSE BLOCK-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_BLOCK_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_BLOCK_EDIT.
