*> after-image per add/change/close) either by CUST-ID (a scan of
*> the whole trail, which is keyed by time, not account) or by date
*> range (a START on the timestamp key). Each hit shows the action,
*> the operator, and both images decoded field by field -- and, on a
*> maker/checker decision from PROC_MAINT_APPROVAL, the checker too.
*> Command line: ID <cust-id> | DATE <from-yyyymmdd> [to-yyyymmdd].
*> cobc -x -j -free -I . -I ../BANNER PROC_CUST_AUDIT_QUERY.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUST_AUDIT_QUERY.

COPY 'CB_MAINT_AUDIT_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-MAINT-AUDIT-STATUS PIC XX.
01 WS-CMD-LINE   PIC X(255).
01 WS-ARG1       PIC X(8).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        ' ' FUNCTION TRIM(MAUD-ACTION)
        ' CUSTOMER ' MAUD-CUST-ID
        ' OPR=' FUNCTION TRIM(MAUD-OPERATOR)
    IF MAUD-APPROVER NOT = SPACES
        DISPLAY '  CHECKER=' FUNCTION TRIM(MAUD-APPROVER)
    END-IF
    IF MAUD-BEFORE-IMAGE = SPACES
        DISPLAY '  BEFORE: (no record -- this was the add)'
    ELSE
        ' CLOSED ' WS-IV-CLOSED-DATE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUST_AUDIT_QUERY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_CUST_AUDIT_QUERY.
