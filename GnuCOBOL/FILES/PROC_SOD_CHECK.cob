*> Mission: One place that decides whether the operator signed on to
*> this session may act on a batch somebody created (see
*> CB_SOD_CHECK.cpy for the contract): the keyer may not post it, and
*> whoever keyed or posted the original may not reverse it or
*> resubmit its rejects. A SUPERVISOR may override when the caller
*> asks -- the shop is small and sometimes one person is all there
*> is -- but the override is never silent: every refusal and every
*> override is appended to SOD_EXCEPTIONS.LOG (through
*> PROC_APPEND_LINE, so two consoles refusing at once do not garble
*> it) as
*>   yyyy-mm-dd hh:mm:ss SOD REFUSED|OVERRIDE <program> <reference>
*>       KEYED=<creator> OPR=<operator> ROLE=<role>
*> and PROC_SOD_EXCEPTIONS lists them the next morning.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_SOD_CHECK.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_SOD_CHECK.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-CURRENT-DATE PIC X(21).
01 WS-LOG-PTR      PIC 9(3).
01 WS-SOD-VERDICT  PIC X(8).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

LINKAGE SECTION.
COPY 'CB_SOD_CHECK.cpy'.

PROCEDURE DIVISION USING SOD-CHECK-PARAMS.
MAIN-PARA.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    MOVE OPERATOR_ID TO SOD_OPERATOR
    MOVE OPERATOR_ROLE TO SOD_ROLE
    MOVE 'C' TO SOD_RESULT
*> Nobody to compare against -- nothing to enforce. An UNKNOWN
*> session is not judged here either; the sign-on checks are where
*> that is caught.
    IF SOD_CREATED_BY = SPACES OR SOD_CREATED_BY = 'UNKNOWN'
            OR OPERATOR_ID = SPACES OR OPERATOR_ID = 'UNKNOWN'
        GOBACK
    END-IF
    IF SOD_CREATED_BY NOT = OPERATOR_ID
        GOBACK
    END-IF
    IF SOD-OVERRIDE-WANTED AND ROLE_IS_SUPERVISOR
        MOVE 'O' TO SOD_RESULT
        MOVE 'OVERRIDE' TO WS-SOD-VERDICT
    ELSE
        MOVE 'R' TO SOD_RESULT
        MOVE 'REFUSED' TO WS-SOD-VERDICT
    END-IF
    PERFORM LOG-SOD-EXCEPTION
    GOBACK.

LOG-SOD-EXCEPTION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LOG-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' SOD ' FUNCTION TRIM(WS-SOD-VERDICT)
        ' ' FUNCTION TRIM(SOD_PROGRAM)
        ' ' FUNCTION TRIM(SOD_REFERENCE)
        ' KEYED=' FUNCTION TRIM(SOD_CREATED_BY)
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LOG-PTR
    MOVE 'SOD_EXCEPTIONS.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_SOD_CHECK.
