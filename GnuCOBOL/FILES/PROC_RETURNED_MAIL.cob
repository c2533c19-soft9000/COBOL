*> Mission: The other half of the statement barcode. Returned
*> statements come back with the account number printed as a 3-of-9
*> barcode (see PROC_CUSTOMER_STATEMENTS); a wedge scanner types
*> the digits at this prompt exactly as a keyboard would, so the
*> mailroom scans envelope after envelope straight into the
*> exceptions list instead of retyping account numbers all
*> afternoon. Each scan or keyed number must pass its check digit
*> (PROC_ACCOUNT_NUMBER) and is checked against CUSTOMERS.DAT on the
*> spot -- the name echoes back so a misread is caught at the desk
*> -- and lands in RETURNED_MAIL.DAT (by CUST-ID) with the timestamp
*> and operator stamp. Q at the prompt ends the session with a
*> count. The returned envelope is also entered in the customer's
*> correspondence history (PROC_CORRESP_LOG), so the inquiry screen
*> shows the mail that came back beside the mail that went out.
*> cobc -x -free -I . -I ../BANNER PROC_RETURNED_MAIL.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob PROC_ACCOUNT_NUMBER.cob
*>     PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_RETURNED_MAIL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
    SELECT RETURNED-FILE ASSIGN TO DYNAMIC COMPANY_RETMAIL_FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURNED-STATUS.

01 RETURNED-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-RETURNED-STATUS      PIC XX.
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'RETURNED MAIL DESK -- scan or key an account number,'
        ' Q to finish'
    PERFORM UNTIL DONE-SCANNING
        PERFORM TAKE-ONE-SCAN
    END-PERFORM
    CLOSE CUSTOMER-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    DISPLAY 'Session complete: ' WS-SCAN-COUNT ' logged, '
        WS-MISS-COUNT ' unreadable/unknown, operator '
        FUNCTION TRIM(OPERATOR_ID)
            PERFORM LOG-ONE-RETURN
        WHEN OTHER
            ADD 1 TO WS-MISS-COUNT
            DISPLAY '  UNREADABLE -- scan again or key the number'
    END-EVALUATE
    .

LOG-ONE-RETURN.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        ADD 1 TO WS-MISS-COUNT
        DISPLAY '  ' FUNCTION TRIM(ACCT_MESSAGE)
            ' -- scan again or key the number'
    ELSE
        PERFORM LOG-VERIFIED-RETURN
    END-IF
    .

LOG-VERIFIED-RETURN.
    MOVE ACCT_CUST_ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            ADD 1 TO WS-MISS-COUNT
            DISPLAY '  NO CUSTOMER ' ACCT_NUMBER
                ' ON FILE -- set the envelope aside'
        NOT INVALID KEY
            ADD 1 TO WS-SCAN-COUNT
            DISPLAY '  ' ACCT_NUMBER ' '
                FUNCTION TRIM(CUST-NAME) ' -- logged'
            PERFORM APPEND-RETURNED-LINE
            PERFORM RECORD-RETURN-IN-HISTORY
    END-READ
    .

    CLOSE RETURNED-FILE
    .

*> Nothing was produced here, so there is no copy to reprint -- the
*> line only says the mail came back and when.
RECORD-RETURN-IN-HISTORY.
    MOVE 'D' TO CORR_ACTION
    MOVE CUST-ID TO CORR_CUST_ID
    MOVE 'RETM' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE 'RETURNED_MAIL.DAT -- UNDELIVERABLE' TO CORR_REFERENCE
    MOVE 'N' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_RETURNED_MAIL' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_RETURNED_MAIL' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_RETURNED_MAIL.
