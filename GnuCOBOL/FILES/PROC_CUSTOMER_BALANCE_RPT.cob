*> carried as control figures in CUSTOMER_CONTROL.DAT, which the
*> posting run verifies before each day's posting and refreshes
*> after it.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_BALANCE_RPT.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_BALANCE_RPT.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT CONTROL-FIGURES-FILE
    ASSIGN TO DYNAMIC COMPANY_CONTROL_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.

01 CONTROL-FIGURES-LINE PIC X(60).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-REPORT-STATUS  PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
        STOP RUN
    END-IF
    OPEN OUTPUT BALANCE-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE '--- NEGATIVE BALANCE EXCEPTIONS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM UNTIL AT-END-OF-MASTER
    CLOSE CONTROL-FIGURES-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_BALANCE_RPT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_BALANCE_RPT.
