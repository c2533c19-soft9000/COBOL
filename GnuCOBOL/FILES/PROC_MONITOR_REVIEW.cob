*> Mission: Where a reviewer works the transaction monitor's hits
*> (PROC_TXN_MONITOR) instead of reading the same ones every
*> morning. Walks the open hits on MONITOR_HITS.DAT one at a time --
*> rule, account and its current standing off the keyed master,
*> amount, what tripped it -- and lets the reviewer clear the hit
*> with a reason, skip it for later, or stop. A clearance is
*> appended to MONITOR_CLEARED.DAT --
*>   <hit-id>|<yyyy-mm-dd hh:mm:ss>|OPR=<id>|<reason>
*> -- through the serialized append service, operator-stamped via
*> PROC_OPERATOR_ID, and the nightly scan never reports that hit
*> again. Clearing a hit is a compliance judgement: it needs a
*> SENIOR or SUPERVISOR sign-on (PROC_OPERATOR_ROLE), and a refusal
*> is logged like the other authority checks.
*> cobc -x -j -free -I . -I ../BANNER PROC_MONITOR_REVIEW.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MONITOR_REVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT HITS-FILE
    ASSIGN TO 'MONITOR_HITS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HITS-STATUS.
SELECT CLEARED-FILE
    ASSIGN TO 'MONITOR_CLEARED.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CLEARED-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD HITS-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS HITS-LINE.
01 HITS-LINE PIC X(160).

FD CLEARED-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS CLEARED-LINE.
01 CLEARED-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-HITS-STATUS          PIC XX.
01 WS-CLEARED-STATUS       PIC XX.
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-REVIEWING            PIC X VALUE 'Y'.
    88 DONE-REVIEWING       VALUE 'N'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).
01 WS-ANSWER               PIC X(10).
01 WS-REASON               PIC X(80).

*> Hit IDs already cleared -- 5000, the register's own ceiling.
01 WS-CLEARED-TABLE.
    05 WS-CLEARED-ID OCCURS 5000 TIMES INDEXED BY WS-CLEARED-SS
        PIC X(24).
01 WS-CLEARED-COUNT        PIC 9(4) VALUE 0.
01 WS-IS-CLEARED           PIC X.

*> One register line's fields.
01 WS-TOK-ID               PIC X(26).
01 WS-TOK-STAMP            PIC X(21).
01 WS-TOK-RULE             PIC X(14).
01 WS-TOK-CUST             PIC X(8).
01 WS-TOK-AMOUNT           PIC X(16).
01 WS-TOK-COUNT            PIC X(8).
01 WS-TOK-DETAIL           PIC X(62).
01 WS-BALANCE-EDIT         PIC -(7)9.99.

01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
01 WS-CLEARED-NOW          PIC 9(6) VALUE 0.
01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM CHECK-CLEAR-AUTHORITY
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-CLEARED-HITS
    MOVE 'N' TO WS-AT-END
    OPEN INPUT HITS-FILE
    IF WS-HITS-STATUS NOT = '00'
        DISPLAY 'NO MONITOR_HITS.DAT -- nothing to review'
        CLOSE CUSTOMER-FILE
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-FILE OR DONE-REVIEWING
        READ HITS-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF HITS-LINE NOT = SPACES
                    PERFORM CONSIDER-ONE-HIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE HITS-FILE
    CLOSE CUSTOMER-FILE
    DISPLAY 'REVIEW DONE: ' WS-OPEN-COUNT ' OPEN HIT(S) SEEN, '
        WS-CLEARED-NOW ' CLEARED, ' WS-SKIPPED-COUNT ' LEFT OPEN'
    STOP RUN.

CHECK-CLEAR-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_SENIOR_OR_ABOVE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            ' AUTHORITY REFUSED PROC_MONITOR_REVIEW'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: clearing monitor hits needs a'
            ' SENIOR or SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

LOAD-CLEARED-HITS.
    MOVE 0 TO WS-CLEARED-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CLEARED-FILE
    IF WS-CLEARED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CLEARED-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF CLEARED-LINE NOT = SPACES
                        AND WS-CLEARED-COUNT < 5000
                        MOVE SPACES TO WS-TOK-ID
                        UNSTRING CLEARED-LINE DELIMITED BY '|'
                            INTO WS-TOK-ID
                        ADD 1 TO WS-CLEARED-COUNT
                        MOVE WS-TOK-ID(1:24)
                            TO WS-CLEARED-ID(WS-CLEARED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLEARED-FILE
    END-IF
    .

CONSIDER-ONE-HIT.
    MOVE SPACES TO WS-TOK-ID WS-TOK-STAMP WS-TOK-RULE WS-TOK-CUST
        WS-TOK-AMOUNT WS-TOK-COUNT WS-TOK-DETAIL
    UNSTRING HITS-LINE DELIMITED BY '|'
        INTO WS-TOK-ID WS-TOK-STAMP WS-TOK-RULE WS-TOK-CUST
             WS-TOK-AMOUNT WS-TOK-COUNT WS-TOK-DETAIL
    MOVE 'N' TO WS-IS-CLEARED
    PERFORM VARYING WS-CLEARED-SS FROM 1 BY 1
        UNTIL WS-CLEARED-SS > WS-CLEARED-COUNT
           OR WS-IS-CLEARED = 'Y'
        IF WS-CLEARED-ID(WS-CLEARED-SS) = WS-TOK-ID(1:24)
            MOVE 'Y' TO WS-IS-CLEARED
        END-IF
    END-PERFORM
    IF WS-IS-CLEARED = 'N'
        ADD 1 TO WS-OPEN-COUNT
        PERFORM REVIEW-ONE-HIT
    END-IF
    .

REVIEW-ONE-HIT.
    DISPLAY ' '
    DISPLAY 'HIT ' FUNCTION TRIM(WS-TOK-ID) '  '
        FUNCTION TRIM(WS-TOK-RULE) '  FOUND '
        FUNCTION TRIM(WS-TOK-STAMP)
    DISPLAY '  AMOUNT ' FUNCTION TRIM(WS-TOK-AMOUNT)
        '  POSTINGS ' FUNCTION TRIM(WS-TOK-COUNT)
        '  ' FUNCTION TRIM(WS-TOK-DETAIL)
    PERFORM SHOW-HIT-ACCOUNT
    DISPLAY 'C)lear  S)kip  Q)uit: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        WHEN 'C' PERFORM CLEAR-THIS-HIT
        WHEN 'Q'
            MOVE 'N' TO WS-REVIEWING
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN OTHER
            ADD 1 TO WS-SKIPPED-COUNT
    END-EVALUATE
    .

SHOW-HIT-ACCOUNT.
    IF FUNCTION TRIM(WS-TOK-CUST) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-TOK-CUST) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY '  ACCOUNT ' FUNCTION TRIM(WS-TOK-CUST)
                    ' -- NOT ON THE MASTER'
            NOT INVALID KEY
                MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                DISPLAY '  ACCOUNT ' CUST-ID ' ' CUST-NAME
                    ' STATUS ' CUST-STATUS
                    ' BRANCH ' CUST-BRANCH
                    ' BALANCE ' FUNCTION TRIM(WS-BALANCE-EDIT)
        END-READ
    END-IF
    .

*> No clearance without a reason -- the reason is what the regulator
*> reads when asking why nobody acted.
CLEAR-THIS-HIT.
    MOVE SPACES TO WS-REASON
    DISPLAY 'Reason for clearing: ' WITH NO ADVANCING
    ACCEPT WS-REASON
    IF WS-REASON = SPACES
        DISPLAY '  NOT CLEARED -- a reason is required'
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-TOK-ID)
            '|' WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            '|OPR=' FUNCTION TRIM(OPERATOR_ID)
            '|' FUNCTION TRIM(WS-REASON)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'MONITOR_CLEARED.DAT' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        IF APPEND_SUCCEEDED
            ADD 1 TO WS-CLEARED-NOW
            DISPLAY '  CLEARED'
        ELSE
            ADD 1 TO WS-SKIPPED-COUNT
            DISPLAY '  NOT CLEARED -- MONITOR_CLEARED.DAT could not'
                ' be written; the hit stays open'
        END-IF
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_MONITOR_REVIEW' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_MONITOR_REVIEW.
