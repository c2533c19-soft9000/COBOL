*> and the monthly charge is the product's own fee. Accounts with
*> no product yet keep the flat-rate behavior above.
*> Command line: [run-date-yyyymmdd], default today.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_ACCRUAL.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_ACCRUAL.

01 PRODUCTS-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-RATES-STATUS   PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO ACCRUAL-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO ACCRUAL-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE ACCRUAL-LINE
    .

    WRITE ACCRUAL-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_ACCRUAL' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_ACCRUAL.
