*> "export then import yields an identical file" is a verdict, not
*> a hope.
*> Command line: EXPORT [STATUS=A|C|D] | IMPORT [csv-file] | PROVE.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_CSV.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_CSV.

01 EXCEPTION-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-CSV-NAME       PIC X(255) VALUE 'CUSTOMERS.CSV'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
    END-IF
    OPEN OUTPUT IMPORT-OUT-FILE
    OPEN OUTPUT EXCEPTION-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO EXCEPTION-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO EXCEPTION-LINE
        WRITE EXCEPTION-LINE
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CSV-FILE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_CSV' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_CSV.
