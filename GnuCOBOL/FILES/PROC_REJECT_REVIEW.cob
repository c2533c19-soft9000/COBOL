*> REJECT_REVIEW.LOG.
*> Reject lines arrive as the posting run writes them:
*>   <reason> [D <cust-id> <D|C> <amount> <date> <type> <ref>]
*>   <reason> ON <leg> LEG <id> [X <from-id> <to-id> <amount> ...]
*> A rejected transfer is one item: both accounts are shown, and a
*> fix re-keys it as one X detail (it counts once in the resubmit
*> controls and adds nothing to the total).
*> Accounts show as full account numbers (CUST-ID plus check digit,
*> see PROC_ACCOUNT_NUMBER). A blank answer keeps the original's
*> account; a re-keyed one must carry a good check digit.
*> Segregation of duties: a reject line carries KEYED=<operator>
*> after the bracket when its batch named a keyer, and that
*> operator may not fix and resubmit the item -- the Fix is refused,
*> the item kept, SOD-REFUSED logged here and the refusal logged to
*> SOD_EXCEPTIONS.LOG by PROC_SOD_CHECK. A SUPERVISOR fixing their
*> own item is asked whether to override; a yes is logged the same
*> two places. The resubmit batch names the reviewer as its keyer.
*> KYC release: an item the posting run held for an overdue KYC
*> review (reason KYC OVERDUE...) is also offered R)elease. Only a
*> SUPERVISOR session may take it -- anyone else is refused, the
*> item kept and KYC-REFUSED logged. Released, the original detail
*> goes into the resubmit batch unchanged but for KYC=OVERRIDE
*> after its reference, and since the batch names the reviewer as
*> keyer the posting run honours it (and logs it to
*> KYC_OVERRIDES.LOG) against the reviewer's role on
*> OPERATORS.DAT. The duty-segregation check applies as for a Fix.
*> cobc -x -free -I . -I ../BANNER PROC_REJECT_REVIEW.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob PROC_ACCOUNT_NUMBER.cob
*>     PROC_SOD_CHECK.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_REJECT_REVIEW.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT REJECT-FILE
    ASSIGN TO DYNAMIC COMPANY_REJECT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REJECT-STATUS.
*> The posted-batch register, read only to judge whether an
*> earlier REJECT_RESUBMIT.TRN still on disk has been posted yet.
SELECT BATCH-REG-FILE
    ASSIGN TO DYNAMIC COMPANY_BATCHREG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCHREG-STATUS.
SELECT RESUBMIT-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RESUBMIT-STATUS.
SELECT SUPERVISOR-FILE
    ASSIGN TO DYNAMIC COMPANY_SUPV_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SUPERVISOR-STATUS.
SELECT REVIEW-LOG-FILE
01 REVIEW-LOG-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-REJECT-STATUS     PIC XX.
    05 WS-REJECT-ENTRY OCCURS 500 TIMES INDEXED BY WS-REJECT-SS.
        10 WS-RJ-LINE  PIC X(160).
        10 WS-RJ-DISP  PIC X.
        10 WS-RJ-KEYER PIC X(8).
01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- the run then
*> refuses, because saving the capped table back over the file
01 WS-REASON-PART   PIC X(60).
01 WS-ORIGINAL-PART PIC X(120).
01 WS-BRACKET-REST  PIC X(120).
*> Whatever follows the ']' -- the KEYED= note, when there is one.
01 WS-AFTER-BRACKET PIC X(60).
01 WS-KEYED-LEAD    PIC X(60).
01 WS-KEYED-REST    PIC X(60).
01 WS-TOK-TYPE  PIC X(2).
01 WS-TOK-2     PIC X(20).
01 WS-TOK-3     PIC X(20).
01 WS-TOK-5     PIC X(20).
01 WS-TOK-6     PIC X(20).
01 WS-TOK-7     PIC X(24).
01 WS-TOK-8     PIC X(20).

*> The (possibly corrected) detail fields.
01 WS-FIELD-CUST   PIC 9(6).
01 WS-FIELD-DATE   PIC X(8).
01 WS-FIELD-TYPE   PIC X(4).
01 WS-FIELD-REF    PIC X(20).
01 WS-FIELD-FROM-CUST PIC 9(6).
01 WS-FIELD-TO-CUST PIC 9(6).
01 WS-FIELD-OK     PIC X.
*> Which account SHOW-ONE-ACCOUNT is describing.
01 WS-SHOW-LABEL    PIC X(6).
01 WS-SHOW-ID-TOKEN PIC X(20).
*> That account's full number, check digit included.
01 WS-SHOWN-ACCOUNT PIC X(20).

01 WS-FIXED-COUNT    PIC 9(4) VALUE 0.
*> Of those, released past an overdue KYC review.
01 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
01 WS-ROUTED-COUNT   PIC 9(4) VALUE 0.
01 WS-KEPT-COUNT     PIC 9(4) VALUE 0.
01 WS-FIXED-TOTAL    PIC S9(9)V99 VALUE 0.
01 WS-BALANCE-EDIT   PIC -(7)9.99.
01 WS-LINE-PTR       PIC 9(4).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
*> The original's keyer against the reviewer -- see CB_SOD_CHECK.cpy.
COPY 'CB_SOD_CHECK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
*> Minute-stamped, not just dated: a second review session the
    CLOSE CUSTOMER-FILE
    DISPLAY 'REVIEW DONE: ' WS-FIXED-COUNT ' FIXED, '
        WS-ROUTED-COUNT ' ROUTED, ' WS-KEPT-COUNT ' KEPT'
    IF WS-RELEASED-COUNT > 0
        DISPLAY '  ' WS-RELEASED-COUNT ' OF THE FIXED RELEASED PAST'
            ' AN OVERDUE KYC REVIEW (KYC=OVERRIDE)'
    END-IF
    STOP RUN.

LOAD-REJECT-FILE.
                            MOVE REJECT-LINE
                                TO WS-RJ-LINE(WS-REJECT-SS)
                            MOVE 'K' TO WS-RJ-DISP(WS-REJECT-SS)
                            MOVE SPACES TO WS-RJ-KEYER(WS-REJECT-SS)
                        ELSE
                            MOVE 'Y' TO WS-LOAD-OVERFLOW
                        END-IF
        FUNCTION TRIM(WS-REASON-PART)
    DISPLAY '  ORIGINAL: ' FUNCTION TRIM(WS-ORIGINAL-PART)
    PERFORM SHOW-TARGET-ACCOUNT
    IF WS-REASON-PART(1:11) = 'KYC OVERDUE'
        DISPLAY 'F)ix  R)elease past KYC review  S)upervisor'
            '  K)eep  Q)uit: ' WITH NO ADVANCING
    ELSE
        DISPLAY 'F)ix  S)upervisor  K)eep  Q)uit: '
            WITH NO ADVANCING
    END-IF
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        WHEN 'F' PERFORM FIX-THIS-REJECT
        WHEN 'R'
            IF WS-REASON-PART(1:11) = 'KYC OVERDUE'
                PERFORM RELEASE-KYC-HOLD
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                MOVE 'KEPT' TO WS-DISPOSITION
                PERFORM LOG-DISPOSITION
            END-IF
        WHEN 'S'
            MOVE 'S' TO WS-RJ-DISP(WS-REJECT-SS)
            ADD 1 TO WS-ROUTED-COUNT
    .

*> Reason is everything before the '['; the original detail line is
*> what sits between the brackets; the batch's keyer, if the
*> posting run knew it, follows the ']' as KEYED=<operator>.
PARSE-REJECT-LINE.
    MOVE SPACES TO WS-REASON-PART WS-ORIGINAL-PART WS-BRACKET-REST
        WS-AFTER-BRACKET WS-KEYED-LEAD WS-KEYED-REST
    UNSTRING WS-RJ-LINE(WS-REJECT-SS) DELIMITED BY '['
        INTO WS-REASON-PART WS-BRACKET-REST
    UNSTRING WS-BRACKET-REST DELIMITED BY ']'
        INTO WS-ORIGINAL-PART WS-AFTER-BRACKET
    UNSTRING WS-AFTER-BRACKET DELIMITED BY 'KEYED='
        INTO WS-KEYED-LEAD WS-KEYED-REST
    MOVE SPACES TO WS-RJ-KEYER(WS-REJECT-SS)
    UNSTRING WS-KEYED-REST DELIMITED BY ALL SPACE
        INTO WS-RJ-KEYER(WS-REJECT-SS)
    MOVE SPACES TO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4
        WS-TOK-5 WS-TOK-6 WS-TOK-7 WS-TOK-8
    UNSTRING WS-ORIGINAL-PART DELIMITED BY ALL SPACE
        INTO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
             WS-TOK-6 WS-TOK-7 WS-TOK-8
    .

SHOW-TARGET-ACCOUNT.
    IF FUNCTION TRIM(WS-TOK-TYPE) = 'X'
        MOVE 'FROM' TO WS-SHOW-LABEL
        MOVE WS-TOK-2 TO WS-SHOW-ID-TOKEN
        PERFORM SHOW-ONE-ACCOUNT
        MOVE 'TO' TO WS-SHOW-LABEL
        MOVE WS-TOK-3 TO WS-SHOW-ID-TOKEN
        PERFORM SHOW-ONE-ACCOUNT
    ELSE
        MOVE 'TARGET' TO WS-SHOW-LABEL
        MOVE WS-TOK-2 TO WS-SHOW-ID-TOKEN
        PERFORM SHOW-ONE-ACCOUNT
    END-IF
    .

SHOW-ONE-ACCOUNT.
    IF FUNCTION TRIM(WS-SHOW-ID-TOKEN) IS NUMERIC
        AND WS-SHOW-ID-TOKEN NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-SHOW-ID-TOKEN) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY '  ' FUNCTION TRIM(WS-SHOW-LABEL) ' '
                    FUNCTION TRIM(WS-SHOW-ID-TOKEN)
                    ' IS NOT ON THE MASTER'
            NOT INVALID KEY
                PERFORM MAKE-SHOWN-ACCOUNT
                MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                DISPLAY '  ' FUNCTION TRIM(WS-SHOW-LABEL) ' '
                    FUNCTION TRIM(WS-SHOWN-ACCOUNT)
                    ' [' FUNCTION TRIM(CUST-NAME) ']'
                    ' BALANCE ' FUNCTION TRIM(WS-BALANCE-EDIT)
                    ' STATUS ' CUST-STATUS
        END-READ
    ELSE
        DISPLAY '  ' FUNCTION TRIM(WS-SHOW-LABEL)
            ' ID UNREADABLE ON THE ORIGINAL'
    END-IF
    .

*> Re-key only what needs fixing: every prompt shows the original
*> value and a blank answer keeps it.
FIX-THIS-REJECT.
    PERFORM CHECK-DUTY-SEGREGATION
    EVALUATE TRUE
        WHEN SOD-REFUSED
            DISPLAY 'REFUSED: THIS ITEM WAS KEYED BY '
                FUNCTION TRIM(SOD_OPERATOR)
                ' -- another operator must fix it; item kept'
            ADD 1 TO WS-KEPT-COUNT
            MOVE 'SOD-REFUSED' TO WS-DISPOSITION
            PERFORM LOG-DISPOSITION
        WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'X'
            PERFORM FIX-THIS-TRANSFER
        WHEN OTHER
            PERFORM FIX-THIS-DETAIL
    END-EVALUATE
    .

*> Nothing is re-keyed: the original detail resubmits as it stood,
*> marked KYC=OVERRIDE for the posting run to judge against the
*> reviewer's role. A non-SUPERVISOR session is refused here first.
RELEASE-KYC-HOLD.
    IF NOT ROLE_IS_SUPERVISOR
        DISPLAY 'REFUSED: releasing an item past an overdue KYC'
            ' review needs a SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ') -- item kept'
        ADD 1 TO WS-KEPT-COUNT
        MOVE 'KYC-REFUSED' TO WS-DISPOSITION
        PERFORM LOG-DISPOSITION
    ELSE
        PERFORM CHECK-DUTY-SEGREGATION
        IF SOD-REFUSED
            DISPLAY 'REFUSED: THIS ITEM WAS KEYED BY '
                FUNCTION TRIM(SOD_OPERATOR)
                ' -- another supervisor must release it; item kept'
            ADD 1 TO WS-KEPT-COUNT
            MOVE 'SOD-REFUSED' TO WS-DISPOSITION
            PERFORM LOG-DISPOSITION
        ELSE
            PERFORM REBUILD-RELEASED-LINE
        END-IF
    END-IF
    .

*> A detail held before and released again already carries the
*> marker; it is not added twice. A D detail moves the resubmit
*> total the way a fix does; an X detail adds nothing to it.
REBUILD-RELEASED-LINE.
    MOVE 'F' TO WS-RJ-DISP(WS-REJECT-SS)
    MOVE SPACES TO WS-RJ-LINE(WS-REJECT-SS)
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-ORIGINAL-PART)
        DELIMITED BY SIZE INTO WS-RJ-LINE(WS-REJECT-SS)
        WITH POINTER WS-LINE-PTR
    IF FUNCTION UPPER-CASE(WS-TOK-8) NOT = 'KYC=OVERRIDE'
        STRING ' KYC=OVERRIDE'
            DELIMITED BY SIZE INTO WS-RJ-LINE(WS-REJECT-SS)
            WITH POINTER WS-LINE-PTR
    END-IF
    IF FUNCTION TRIM(WS-TOK-TYPE) = 'D'
        AND FUNCTION TEST-NUMVAL(WS-TOK-4) = 0
        MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-FIELD-AMOUNT
        IF FUNCTION UPPER-CASE(WS-TOK-3(1:1)) = 'D'
            SUBTRACT WS-FIELD-AMOUNT FROM WS-FIXED-TOTAL
        ELSE
            ADD WS-FIELD-AMOUNT TO WS-FIXED-TOTAL
        END-IF
    END-IF
    ADD 1 TO WS-FIXED-COUNT
    ADD 1 TO WS-RELEASED-COUNT
    MOVE 'KYC-RELEASED' TO WS-DISPOSITION
    PERFORM LOG-DISPOSITION
    DISPLAY 'RELEASED -- will resubmit with KYC=OVERRIDE as batch '
        FUNCTION TRIM(WS-BATCH-ID)
    .

*> The keyer of the rejected item does not fix it. Only a
*> SUPERVISOR is offered the override, and only when it would
*> matter -- anybody else is simply refused.
CHECK-DUTY-SEGREGATION.
    MOVE 'N' TO SOD_OVERRIDE_ASKED
    IF WS-RJ-KEYER(WS-REJECT-SS) = OPERATOR_ID
        AND ROLE_IS_SUPERVISOR
        DISPLAY 'You keyed this item. Override segregation of'
            ' duties (logged)? Y/N: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = 'Y'
            MOVE 'Y' TO SOD_OVERRIDE_ASKED
        END-IF
    END-IF
    MOVE 'PROC_REJECT_REVIEW' TO SOD_PROGRAM
    MOVE WS-BATCH-ID TO SOD_REFERENCE
    MOVE WS-RJ-KEYER(WS-REJECT-SS) TO SOD_CREATED_BY
    CALL 'PROC_SOD_CHECK' USING SOD-CHECK-PARAMS
    IF SOD-OVERRIDDEN
        MOVE 'SOD-OVERRIDE' TO WS-DISPOSITION
        PERFORM LOG-DISPOSITION
    END-IF
    .

FIX-THIS-DETAIL.
    MOVE 'Y' TO WS-ANSWER
    MOVE WS-TOK-2 TO WS-SHOW-ID-TOKEN
    PERFORM MAKE-SHOWN-ACCOUNT
    DISPLAY 'Account number [' FUNCTION TRIM(WS-SHOWN-ACCOUNT) ']: '
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    PERFORM TAKE-KEYED-ACCOUNT
    IF WS-FIELD-CUST > 0
        MOVE WS-FIELD-CUST TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                PERFORM FIX-REMAINING-FIELDS
        END-READ
    ELSE
        DISPLAY 'NO USABLE ACCOUNT -- item kept for later'
        ADD 1 TO WS-KEPT-COUNT
        MOVE 'KEPT' TO WS-DISPOSITION
        PERFORM LOG-DISPOSITION
        MOVE WS-TOK-3 TO WS-ANSWER
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-FIELD-DC
    PERFORM ASK-AMOUNT-THROUGH-REF
    PERFORM DECIDE-FIXED-DETAIL
    .

ASK-AMOUNT-THROUGH-REF.
    DISPLAY 'Amount [' FUNCTION TRIM(WS-TOK-4) ']: '
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
        MOVE WS-TOK-7 TO WS-ANSWER
    END-IF
    MOVE WS-ANSWER(1:20) TO WS-FIELD-REF
    .

*> A transfer is re-keyed whole: both accounts must be on the
*> master and different, the rest as for any detail.
FIX-THIS-TRANSFER.
    MOVE 'Y' TO WS-FIELD-OK
    MOVE WS-TOK-2 TO WS-SHOW-ID-TOKEN
    PERFORM MAKE-SHOWN-ACCOUNT
    DISPLAY 'From account number ['
        FUNCTION TRIM(WS-SHOWN-ACCOUNT) ']: '
        WITH NO ADVANCING
    PERFORM ASK-TRANSFER-ACCOUNT
    MOVE WS-FIELD-CUST TO WS-FIELD-FROM-CUST
    MOVE WS-TOK-3 TO WS-SHOW-ID-TOKEN
    PERFORM MAKE-SHOWN-ACCOUNT
    DISPLAY 'To account number ['
        FUNCTION TRIM(WS-SHOWN-ACCOUNT) ']: '
        WITH NO ADVANCING
    PERFORM ASK-TRANSFER-ACCOUNT
    MOVE WS-FIELD-CUST TO WS-FIELD-TO-CUST
    EVALUATE TRUE
        WHEN WS-FIELD-OK = 'N'
            DISPLAY 'ACCOUNT UNUSABLE -- item kept for later'
            ADD 1 TO WS-KEPT-COUNT
            MOVE 'KEPT' TO WS-DISPOSITION
            PERFORM LOG-DISPOSITION
        WHEN WS-FIELD-FROM-CUST = WS-FIELD-TO-CUST
            DISPLAY 'SAME ACCOUNT BOTH SIDES -- item kept for later'
            ADD 1 TO WS-KEPT-COUNT
            MOVE 'KEPT' TO WS-DISPOSITION
            PERFORM LOG-DISPOSITION
        WHEN OTHER
            PERFORM FIX-TRANSFER-FIELDS
    END-EVALUATE
    .

ASK-TRANSFER-ACCOUNT.
    ACCEPT WS-ANSWER
    PERFORM TAKE-KEYED-ACCOUNT
    IF WS-FIELD-CUST > 0
        MOVE WS-FIELD-CUST TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'STILL NO CUSTOMER ' WS-FIELD-CUST
                MOVE 'N' TO WS-FIELD-OK
        END-READ
    ELSE
        MOVE 'N' TO WS-FIELD-OK
    END-IF
    .

*> A blank answer keeps the original's CUST-ID as the posting run
*> recorded it; anything keyed is a full account number and must
*> pass its check digit. WS-FIELD-CUST comes back zero when there
*> is no usable account.
TAKE-KEYED-ACCOUNT.
    MOVE 0 TO WS-FIELD-CUST
    IF WS-ANSWER = SPACES
        IF FUNCTION TRIM(WS-SHOW-ID-TOKEN) IS NUMERIC
            AND WS-SHOW-ID-TOKEN NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-SHOW-ID-TOKEN) TO WS-FIELD-CUST
        ELSE
            DISPLAY 'ORIGINAL ID UNREADABLE -- key the account number'
        END-IF
    ELSE
        MOVE 'V' TO ACCT_REQUEST
        MOVE WS-ANSWER TO ACCT_KEYED
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        IF ACCT-NUMBER-GOOD
            MOVE ACCT_CUST_ID TO WS-FIELD-CUST
        ELSE
            DISPLAY FUNCTION TRIM(ACCT_MESSAGE)
        END-IF
    END-IF
    .

*> The original's CUST-ID as the full account number the operator
*> knows it by; an unreadable token shows as it stands.
MAKE-SHOWN-ACCOUNT.
    IF FUNCTION TRIM(WS-SHOW-ID-TOKEN) IS NUMERIC
        AND WS-SHOW-ID-TOKEN NOT = SPACES
        MOVE 'M' TO ACCT_REQUEST
        MOVE FUNCTION NUMVAL(WS-SHOW-ID-TOKEN) TO ACCT_CUST_ID
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        MOVE ACCT_NUMBER TO WS-SHOWN-ACCOUNT
    ELSE
        MOVE WS-SHOW-ID-TOKEN TO WS-SHOWN-ACCOUNT
    END-IF
    .

FIX-TRANSFER-FIELDS.
    PERFORM ASK-AMOUNT-THROUGH-REF
    IF WS-FIELD-AMOUNT = 0
        DISPLAY 'AMOUNT UNUSABLE -- item kept for later'
        ADD 1 TO WS-KEPT-COUNT
        MOVE 'KEPT' TO WS-DISPOSITION
        PERFORM LOG-DISPOSITION
    ELSE
        MOVE 'F' TO WS-RJ-DISP(WS-REJECT-SS)
        MOVE WS-FIELD-AMOUNT TO WS-AMOUNT-EDIT
        MOVE SPACES TO WS-RJ-LINE(WS-REJECT-SS)
        MOVE 1 TO WS-LINE-PTR
        STRING 'X ' WS-FIELD-FROM-CUST
            ' ' WS-FIELD-TO-CUST
            ' ' WS-AMOUNT-EDIT
            ' ' WS-FIELD-DATE
            ' ' FUNCTION TRIM(WS-FIELD-TYPE)
            ' ' FUNCTION TRIM(WS-FIELD-REF)
            DELIMITED BY SIZE INTO WS-RJ-LINE(WS-REJECT-SS)
            WITH POINTER WS-LINE-PTR
        ADD 1 TO WS-FIXED-COUNT
        MOVE 'FIXED' TO WS-DISPOSITION
        PERFORM LOG-DISPOSITION
        DISPLAY 'FIXED -- will resubmit as batch '
            FUNCTION TRIM(WS-BATCH-ID)
    END-IF
    .

DECIDE-FIXED-DETAIL.
    IF WS-FIELD-DC NOT = 'D' AND WS-FIELD-DC NOT = 'C'
        DISPLAY 'D/C UNUSABLE -- item kept for later'
        ADD 1 TO WS-KEPT-COUNT
            ' ' WS-FIXED-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' ' FUNCTION TRIM(WS-BATCH-ID)
            ' ' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO RESUBMIT-LINE
            WITH POINTER WS-LINE-PTR
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO RESUBMIT-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE RESUBMIT-LINE
        PERFORM VARYING WS-REJECT-SS FROM 1 BY 1
            UNTIL WS-REJECT-SS > WS-REJECT-COUNT
*> This session's fixes are not lost: each corrected detail goes
*> back to the queue as a kept item, re-wrapped in the reject
*> file's own reason-plus-bracketed-detail shape, and fixes again
*> in seconds next session (blank keeps every field). The
*> original keyer rides along, so the next session still holds
*> them off it.
            PERFORM VARYING WS-REJECT-SS FROM 1 BY 1
                UNTIL WS-REJECT-SS > WS-REJECT-COUNT
                IF WS-RJ-DISP(WS-REJECT-SS) = 'F'
                        DELIMITED BY SIZE
                        INTO WS-RJ-LINE(WS-REJECT-SS)
                        WITH POINTER WS-LINE-PTR
                    IF WS-RJ-KEYER(WS-REJECT-SS) NOT = SPACES
                        STRING ' KEYED='
                            FUNCTION TRIM(WS-RJ-KEYER(WS-REJECT-SS))
                            DELIMITED BY SIZE
                            INTO WS-RJ-LINE(WS-REJECT-SS)
                            WITH POINTER WS-LINE-PTR
                    END-IF
                    MOVE 'K' TO WS-RJ-DISP(WS-REJECT-SS)
                END-IF
            END-PERFORM
    CLOSE REVIEW-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_REJECT_REVIEW' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_REJECT_REVIEW.
