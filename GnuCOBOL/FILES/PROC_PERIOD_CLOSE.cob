*> Command line: CLOSE | SEED | SHOW.
*> cobc -x -j -free -I . -I ../BANNER PROC_PERIOD_CLOSE.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_PERIOD_CLOSE.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT PERIOD-FILE
    ASSIGN TO DYNAMIC COMPANY_PERIOD_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-STATUS.
SELECT PERIOD-LOG-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-LOG-STATUS.
SELECT INTENT-FILE
    ASSIGN TO DYNAMIC COMPANY_INTENT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTENT-STATUS.
SELECT FUTURE-FILE
    ASSIGN TO DYNAMIC COMPANY_FUTURE_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FUTURE-STATUS.
SELECT CONTROL-FIGURES-FILE
    ASSIGN TO DYNAMIC COMPANY_CONTROL_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.

01 CONTROL-FIGURES-LINE PIC X(60).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-PERIOD-STATUS     PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    CLOSE PERIOD-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_PERIOD_CLOSE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_PERIOD_CLOSE.
