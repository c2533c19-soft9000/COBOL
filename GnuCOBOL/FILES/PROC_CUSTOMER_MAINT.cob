*> it used to say" has an answer (PROC_CUST_AUDIT_QUERY). LOAD
*> seeding is traceable through the SDF extract itself and is not
*> audited record by record.
*> Two changes are never one operator's alone: a credit limit set
*> above the SYSTEM.CFG LIMIT_APPROVAL_OVER amount (on an add or a
*> change), and R)eopening a closed or dormant account. Both are
*> staged in CUST_MAINT_PENDING.IDX (audited STAGED, the images
*> showing what was asked for) and the master is left as it was
*> -- an add goes on at no credit until the limit is approved.
*> PROC_MAINT_APPROVAL is where a second operator decides them.
*> A new account is put in the smallest statement cycle group as
*> it is added (PROC_STMT_CYCLE_ASSIGN), so the groups stay level.
*> Command line: LOAD [sdf-file] seeds and exits; no arguments runs
*> the interactive editor.
*> cobc -x -free -I . -I ../BANNER PROC_CUSTOMER_MAINT.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob PROC_STMT_CYCLE_ASSIGN.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_MAINT.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
COPY 'CB_MAINT_PENDING_FILE.cpy'.
*> The branch master (one pipe-delimited
*> <code>|<name>|<region>|<manager>|<O|C> line per office,
*> maintained by PROC_BRANCH_EDIT) -- every branch keyed here is
*> proven against it, and a closed office takes no new accounts.
SELECT BRANCHES-FILE
    ASSIGN TO 'BRANCHES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.
COPY 'CB_MAINT_PENDING_RECORD.cpy'.

FD BRANCHES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS BRANCHES-LINE.
01 BRANCHES-LINE PIC X(80).

FD PRODUCTS-FILE
    RECORD CONTAINS 100 CHARACTERS
COPY 'CB_BUSINESS_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-SDF-FILE-NAME        PIC X(255) VALUE 'CUSTOMERS.SDF'.
01 WS-BEFORE-IMAGE       PIC X(63).
01 WS-AUDIT-ACTION       PIC X(8).

*> Maker/checker staging -- see CB_MAINT_PENDING_FILE.cpy. The bar
*> is SYSTEM.CFG's LIMIT_APPROVAL_OVER when supplied, 1000.00
*> otherwise.
01 WS-MAINT-PENDING-STATUS PIC XX.
01 WS-MPND-DONE          PIC X.
    88 MAINT-PENDING-STORED VALUE 'Y'.
01 WS-APPROVAL-BAR       PIC 9(7)V99 VALUE 1000.00.
01 WS-BAR-EDIT           PIC Z(6)9.99.
01 WS-STAGE-LIMIT        PIC X.
    88 LIMIT-MUST-BE-STAGED VALUE 'Y'.
01 WS-ASKED-LIMIT        PIC S9(7)V99.
01 WS-STAGE-KIND         PIC X(8).
01 WS-ALREADY-PENDING    PIC X.
    88 REQUEST-ALREADY-PENDING VALUE 'Y'.
01 WS-PENDING-SCAN-DONE  PIC X.
01 WS-HELD-RECORD        PIC X(63).
COPY 'CB_SYSTEM_CONFIG.cpy'.

*> The branch master in memory -- 20 offices, house table style.
01 WS-BRANCHES-STATUS PIC XX.
01 WS-BRANCHES-AT-END PIC X.
    88 AT-END-OF-BRANCHES VALUE 'Y'.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BR-CODE   PIC X(3).
        10 WS-BR-NAME   PIC X(20).
        10 WS-BR-STATUS PIC X.
01 WS-BRANCH-COUNT    PIC 9(2) VALUE 0.
01 WS-BRANCH-MATCH-SS PIC 9(2).
01 WS-WANTED-BRANCH   PIC X(3).
01 WS-BR-TOK-CODE     PIC X(5).
01 WS-BR-TOK-NAME     PIC X(22).
01 WS-BR-TOK-REGION   PIC X(14).
01 WS-BR-TOK-MANAGER  PIC X(22).
01 WS-BR-TOK-STATUS   PIC X(2).
COPY 'CB_MASTER_LOCK.cpy'.
*> Statement cycle group for a new account -- see
*> CB_STMT_CYCLE_ASSIGN.cpy.
COPY 'CB_STMT_CYCLE_ASSIGN.cpy'.

*> The product master in memory -- only the codes matter here, the
*> posting and accrual runs read the attributes themselves.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-FILE-TOKEN
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        STOP RUN
    END-IF
    PERFORM OPEN-MAINT-AUDIT-STORE
    PERFORM OPEN-MAINT-PENDING-STORE
    PERFORM LOAD-APPROVAL-BAR
    PERFORM LOAD-BRANCH-MASTER
    PERFORM LOAD-PRODUCT-MASTER
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  C)hange  X)close  R)eopen  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-CUSTOMER
                IF WS-CLOSE-ALLOWED = 'Y'
                    PERFORM CLOSE-CUSTOMER
                END-IF
            WHEN 'R' PERFORM REOPEN-CUSTOMER
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, C, X, R or Q'
        END-EVALUATE
    END-PERFORM
    CLOSE MAINT-PENDING-FILE
    CLOSE MAINT-AUDIT-FILE
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    IF WS-RECORD-OK = 'Y'
        MOVE 'A' TO CUST-STATUS
        MOVE SPACES TO CUST-CLOSED-DATE
        MOVE 'N' TO WS-STAGE-LIMIT
        IF CUST-CREDIT-LIMIT > WS-APPROVAL-BAR
            MOVE CUST-CREDIT-LIMIT TO WS-ASKED-LIMIT
            MOVE ZERO TO CUST-CREDIT-LIMIT
            MOVE 'Y' TO WS-STAGE-LIMIT
        END-IF
        WRITE CUSTOMER-RECORD
            INVALID KEY
                DISPLAY 'WRITE FAILED, FILE STATUS '
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE 'ADD' TO WS-AUDIT-ACTION
                PERFORM WRITE-MAINT-AUDIT
                PERFORM ASSIGN-STATEMENT-CYCLE
                IF LIMIT-MUST-BE-STAGED
                    PERFORM STAGE-LIMIT-CHANGE
                END-IF
        END-WRITE
    END-IF
    .

*> A failed assignment does not undo the add -- the account prints
*> with the first group until PROC_STMT_CYCLE ASSIGN picks it up.
ASSIGN-STATEMENT-CYCLE.
    MOVE CUST-ID TO CYCLE_CUST_ID
    CALL 'PROC_STMT_CYCLE_ASSIGN' USING STMT-CYCLE-ASSIGN-PARAMS
    IF CYCLE-ASSIGN-FAILED
        DISPLAY 'WARNING: NO STATEMENT CYCLE GROUP ASSIGNED --'
            ' run PROC_STMT_CYCLE ASSIGN'
    ELSE
        DISPLAY 'STATEMENT CYCLE DAY ' CYCLE_DAY
    END-IF
    .

CHANGE-CUSTOMER.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
        MOVE 'N' TO WS-STAGE-LIMIT
        PERFORM SHOW-CUSTOMER
        DISPLAY 'New name (blank keeps current): ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
                AND FUNCTION NUMVAL(WS-ANSWER) >= 0
                MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-ASKED-LIMIT
                IF WS-ASKED-LIMIT > WS-APPROVAL-BAR
                    AND WS-ASKED-LIMIT NOT = CUST-CREDIT-LIMIT
                    MOVE 'Y' TO WS-STAGE-LIMIT
                ELSE
                    MOVE WS-ASKED-LIMIT TO CUST-CREDIT-LIMIT
                END-IF
            ELSE
                DISPLAY 'REJECTED: not a non-negative number --'
                    ' limit kept at its current value'
                TO WS-WANTED-BRANCH
            PERFORM FIND-BRANCH-BY-CODE
            IF WS-BRANCH-MATCH-SS > 0
                AND WS-BR-STATUS(WS-BRANCH-MATCH-SS) = 'C'
                AND WS-WANTED-BRANCH NOT = CUST-BRANCH
                DISPLAY 'REJECTED: branch ' WS-WANTED-BRANCH
                    ' is closed --'
                    ' branch kept at its current value'
            ELSE
                IF WS-BRANCH-MATCH-SS > 0
                    MOVE WS-WANTED-BRANCH TO CUST-BRANCH
                ELSE
                    DISPLAY 'REJECTED: no branch '
                        WS-WANTED-BRANCH ' on BRANCHES.DAT --'
                        ' branch kept at its current value'
                END-IF
            END-IF
        END-IF
        DISPLAY 'New product code (blank keeps current): '
                DISPLAY 'CHANGED CUSTOMER ' CUST-ID
                MOVE 'CHANGE' TO WS-AUDIT-ACTION
                PERFORM WRITE-MAINT-AUDIT
                IF LIMIT-MUST-BE-STAGED
                    PERFORM STAGE-LIMIT-CHANGE
                END-IF
        END-REWRITE
    END-IF
    .
    END-IF
    .

*> Reopening puts a closed or dormant account back into posting
*> life -- never applied here, only staged for a second operator.
REOPEN-CUSTOMER.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        MOVE WS-WANTED-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'NO CUSTOMER ' WS-WANTED-ID ' ON FILE'
                MOVE 'N' TO WS-RECORD-OK
        END-READ
    END-IF
    IF WS-RECORD-OK = 'Y'
        IF CUST-CLOSED OR CUST-DORMANT
            MOVE 'REOPEN' TO WS-STAGE-KIND
            PERFORM CHECK-ALREADY-PENDING
            IF NOT REQUEST-ALREADY-PENDING
                PERFORM STAGE-PENDING-REQUEST
            END-IF
        ELSE
            DISPLAY 'CUSTOMER ' CUST-ID ' IS NOT CLOSED OR DORMANT'
                ' -- nothing to reopen'
        END-IF
    END-IF
    .

*> CUSTOMER-RECORD holds the account as now on the master; the
*> asked-for limit waits in WS-ASKED-LIMIT.
STAGE-LIMIT-CHANGE.
    MOVE 'LIMIT' TO WS-STAGE-KIND
    PERFORM CHECK-ALREADY-PENDING
    IF NOT REQUEST-ALREADY-PENDING
        PERFORM STAGE-PENDING-REQUEST
    END-IF
    .

*> One open request of a kind per account: a second would race the
*> first through approval.
CHECK-ALREADY-PENDING.
    MOVE 'N' TO WS-ALREADY-PENDING
    MOVE 'N' TO WS-PENDING-SCAN-DONE
    MOVE SPACES TO MPND-KEY
    MOVE CUST-ID TO MPND-CUST-ID
    MOVE LOW-VALUES TO MPND-STAMP
    MOVE 0 TO MPND-SEQ
    START MAINT-PENDING-FILE KEY IS >= MPND-KEY
        INVALID KEY MOVE 'Y' TO WS-PENDING-SCAN-DONE
    END-START
    PERFORM UNTIL WS-PENDING-SCAN-DONE = 'Y'
        READ MAINT-PENDING-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-PENDING-SCAN-DONE
            NOT AT END
                IF MPND-CUST-ID NOT = CUST-ID
                    MOVE 'Y' TO WS-PENDING-SCAN-DONE
                ELSE
                    IF MPND-PENDING AND MPND-KIND = WS-STAGE-KIND
                        MOVE 'Y' TO WS-ALREADY-PENDING
                        MOVE 'Y' TO WS-PENDING-SCAN-DONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF REQUEST-ALREADY-PENDING
        DISPLAY 'REJECTED: a ' FUNCTION TRIM(WS-STAGE-KIND)
            ' request for ' CUST-ID ' staged ' MPND-STAMP(1:8)
            ' by ' FUNCTION TRIM(MPND-MAKER)
            ' is still awaiting approval'
    END-IF
    .

*> The request goes on the pending store, and the audit trail gets
*> a STAGED record whose after-image is the account as it would
*> stand if approved -- the master itself is not touched.
STAGE-PENDING-REQUEST.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MAINT-PENDING-RECORD
    MOVE CUST-ID TO MPND-CUST-ID
    MOVE WS-CURRENT-DATE(1:14) TO MPND-STAMP
    MOVE 1 TO MPND-SEQ
    MOVE WS-STAGE-KIND TO MPND-KIND
    MOVE 'P' TO MPND-STATE
    MOVE OPERATOR_ID TO MPND-MAKER
    MOVE CUST-CREDIT-LIMIT TO MPND-OLD-LIMIT
    MOVE CUST-CREDIT-LIMIT TO MPND-NEW-LIMIT
    MOVE CUST-STATUS TO MPND-OLD-STATUS
    MOVE CUST-STATUS TO MPND-NEW-STATUS
    IF MPND-KIND-LIMIT
        MOVE WS-ASKED-LIMIT TO MPND-NEW-LIMIT
    ELSE
        MOVE 'A' TO MPND-NEW-STATUS
    END-IF
    MOVE 'N' TO WS-MPND-DONE
    PERFORM UNTIL MAINT-PENDING-STORED OR MPND-SEQ >= 9999
        WRITE MAINT-PENDING-RECORD
            INVALID KEY ADD 1 TO MPND-SEQ
            NOT INVALID KEY MOVE 'Y' TO WS-MPND-DONE
        END-WRITE
    END-PERFORM
    MOVE CUSTOMER-RECORD TO WS-HELD-RECORD
    MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
    IF MPND-KIND-LIMIT
        MOVE WS-ASKED-LIMIT TO CUST-CREDIT-LIMIT
        MOVE WS-ASKED-LIMIT TO WS-LIMIT-EDIT
        MOVE WS-APPROVAL-BAR TO WS-BAR-EDIT
        DISPLAY 'STAGED FOR APPROVAL: credit limit '
            FUNCTION TRIM(WS-LIMIT-EDIT) ' is over the '
            FUNCTION TRIM(WS-BAR-EDIT) ' approval bar'
    ELSE
        MOVE 'A' TO CUST-STATUS
        MOVE SPACES TO CUST-CLOSED-DATE
        DISPLAY 'STAGED FOR APPROVAL: reopening ' CUST-ID
    END-IF
    DISPLAY '  -- a SENIOR or SUPERVISOR other than you must approve'
        ' it in PROC_MAINT_APPROVAL before it takes effect'
    MOVE 'STAGED' TO WS-AUDIT-ACTION
    PERFORM WRITE-MAINT-AUDIT
    MOVE WS-HELD-RECORD TO CUSTOMER-RECORD
    .

*> Same first-use bootstrap as the master itself.
OPEN-MAINT-PENDING-STORE.
    OPEN I-O MAINT-PENDING-FILE
    IF WS-MAINT-PENDING-STATUS = '35'
        OPEN OUTPUT MAINT-PENDING-FILE
        CLOSE MAINT-PENDING-FILE
        OPEN I-O MAINT-PENDING-FILE
    END-IF
    IF WS-MAINT-PENDING-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUST_MAINT_PENDING.IDX,'
            ' FILE STATUS ' WS-MAINT-PENDING-STATUS
        CLOSE MAINT-AUDIT-FILE
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

LOAD-APPROVAL-BAR.
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    IF CONFIG_LIMIT_APPROVAL_OVER > 0
        MOVE CONFIG_LIMIT_APPROVAL_OVER TO WS-APPROVAL-BAR
    END-IF
    .

*> Same first-use bootstrap as the master itself.
OPEN-MAINT-AUDIT-STORE.
    OPEN I-O MAINT-AUDIT-FILE
                    IF BRANCHES-LINE NOT = SPACES
                        AND WS-BRANCH-COUNT < 20
                        MOVE SPACES TO WS-BR-TOK-CODE
                            WS-BR-TOK-NAME WS-BR-TOK-REGION
                            WS-BR-TOK-MANAGER WS-BR-TOK-STATUS
                        UNSTRING BRANCHES-LINE DELIMITED BY '|'
                            INTO WS-BR-TOK-CODE WS-BR-TOK-NAME
                                 WS-BR-TOK-REGION
                                 WS-BR-TOK-MANAGER
                                 WS-BR-TOK-STATUS
                        ADD 1 TO WS-BRANCH-COUNT
                        SET WS-BRANCH-SS TO WS-BRANCH-COUNT
                        MOVE WS-BR-TOK-CODE(1:3)
                            TO WS-BR-CODE(WS-BRANCH-SS)
                        MOVE WS-BR-TOK-NAME(1:20)
                            TO WS-BR-NAME(WS-BRANCH-SS)
                        MOVE WS-BR-TOK-STATUS(1:1)
                            TO WS-BR-STATUS(WS-BRANCH-SS)
                    END-IF
            END-READ
        END-PERFORM
            TO WS-WANTED-BRANCH
        PERFORM FIND-BRANCH-BY-CODE
        IF WS-BRANCH-MATCH-SS > 0
            AND WS-BR-STATUS(WS-BRANCH-MATCH-SS) = 'C'
            DISPLAY 'REJECTED: branch ' WS-WANTED-BRANCH
                ' is closed'
            MOVE 'N' TO WS-RECORD-OK
        ELSE
            IF WS-BRANCH-MATCH-SS > 0
                MOVE WS-WANTED-BRANCH TO CUST-BRANCH
            ELSE
                DISPLAY 'REJECTED: no branch ' WS-WANTED-BRANCH
                    ' on BRANCHES.DAT'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    .
        ' PRODUCT ' CUST-PRODUCT
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_MAINT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_MAINT.
