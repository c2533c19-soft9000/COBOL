*> Mission: The checker's half of maker/checker on the customer
*> master. Walks the requests PROC_CUSTOMER_MAINT staged in
*> CUST_MAINT_PENDING.IDX (a credit limit over the SYSTEM.CFG
*> LIMIT_APPROVAL_OVER bar, a reopening of a closed or dormant
*> account) one at a time -- what was asked, by whom, and what the
*> master holds now -- and lets the reviewer approve it, reject it,
*> skip it for later, or stop. Only an approval here REWRITEs the
*> master. The session must be signed on at SENIOR or SUPERVISOR
*> authority (PROC_OPERATOR_ROLE; a refusal is logged like the
*> other authority checks), and nobody decides a request they
*> staged themselves -- it is shown, and passed over for another
*> reviewer. A request the master has moved on from since it was
*> staged (the limit or status is no longer what the maker saw) is
*> refused as STALE rather than applied over the newer value.
*> Every decision lands in CUST_MAINT_AUDIT.IDX as APPROVED or
*> REJECTED with both identities -- MAUD-OPERATOR the maker,
*> MAUD-APPROVER the checker -- and the request keeps the checker's
*> name and the decision stamp. Holds the master-writer interlock
*> (PROC_MASTER_LOCK) while it runs, same as the editor.
*> cobc -x -j -free -I . -I ../BANNER PROC_MAINT_APPROVAL.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MAINT_APPROVAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
COPY 'CB_MAINT_PENDING_FILE.cpy'.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.
COPY 'CB_MAINT_PENDING_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-MAINT-AUDIT-STATUS   PIC XX.
01 WS-MAINT-PENDING-STATUS PIC XX.
01 WS-MAUD-DONE            PIC X.
    88 MAINT-AUDIT-STORED   VALUE 'Y'.
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-REVIEWING            PIC X VALUE 'Y'.
    88 DONE-REVIEWING       VALUE 'N'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).
01 WS-ANSWER               PIC X(10).
01 WS-ON-MASTER            PIC X.
01 WS-OLD-LIMIT-EDIT       PIC -(7)9.99.
01 WS-NEW-LIMIT-EDIT       PIC -(7)9.99.
01 WS-NOW-LIMIT-EDIT       PIC -(7)9.99.
01 WS-BEFORE-IMAGE         PIC X(63).
01 WS-AUDIT-ACTION         PIC X(8).

01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
01 WS-APPROVED-COUNT       PIC 9(6) VALUE 0.
01 WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
01 WS-STALE-COUNT          PIC 9(6) VALUE 0.
01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.

COPY 'CB_MASTER_LOCK.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM CHECK-APPROVE-AUTHORITY
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN I-O CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O MAINT-PENDING-FILE
    IF WS-MAINT-PENDING-STATUS NOT = '00'
        DISPLAY 'NO CUST_MAINT_PENDING.IDX -- nothing to review'
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        STOP RUN
    END-IF
    PERFORM OPEN-MAINT-AUDIT-STORE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE OR DONE-REVIEWING
        READ MAINT-PENDING-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF MPND-PENDING
                    PERFORM CONSIDER-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM
    CLOSE MAINT-AUDIT-FILE
    CLOSE MAINT-PENDING-FILE
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    DISPLAY 'REVIEW DONE: ' WS-OPEN-COUNT ' PENDING REQUEST(S) SEEN, '
        WS-APPROVED-COUNT ' APPROVED, ' WS-REJECTED-COUNT
        ' REJECTED, ' WS-STALE-COUNT ' STALE, '
        WS-SKIPPED-COUNT ' LEFT PENDING'
    STOP RUN.

CHECK-APPROVE-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_SENIOR_OR_ABOVE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            ' AUTHORITY REFUSED PROC_MAINT_APPROVAL'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: approving master changes needs a'
            ' SENIOR or SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> The writer interlock: only one program REWRITEs the master at a
*> time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_MAINT_APPROVAL' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    IF LOCK-REFUSED
        DISPLAY '*** MASTER LOCKED BY '
            FUNCTION TRIM(LOCK_HOLDER)
            ' (OPR ' FUNCTION TRIM(LOCK_HOLDER_OPR)
            ') SINCE ' LOCK_SINCE ' ***'
        DISPLAY 'If the holder crashed, clear the claim with'
            ' PROC_LOCK_MANAGER FORCE and rerun'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

RELEASE-MASTER-LOCK.
    MOVE 'R' TO LOCK_ACTION
    MOVE 'PROC_MAINT_APPROVAL' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    .

*> Same first-use bootstrap as PROC_CUSTOMER_MAINT.
OPEN-MAINT-AUDIT-STORE.
    OPEN I-O MAINT-AUDIT-FILE
    IF WS-MAINT-AUDIT-STATUS = '35'
        OPEN OUTPUT MAINT-AUDIT-FILE
        CLOSE MAINT-AUDIT-FILE
        OPEN I-O MAINT-AUDIT-FILE
    END-IF
    IF WS-MAINT-AUDIT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUST_MAINT_AUDIT.IDX,'
            ' FILE STATUS ' WS-MAINT-AUDIT-STATUS
        CLOSE MAINT-PENDING-FILE
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

CONSIDER-ONE-REQUEST.
    ADD 1 TO WS-OPEN-COUNT
    MOVE MPND-CUST-ID TO CUST-ID
    MOVE 'Y' TO WS-ON-MASTER
    READ CUSTOMER-FILE
        INVALID KEY MOVE 'N' TO WS-ON-MASTER
    END-READ
    PERFORM SHOW-ONE-REQUEST
    EVALUATE TRUE
        WHEN WS-ON-MASTER = 'N'
            DISPLAY '  ACCOUNT NO LONGER ON THE MASTER'
            PERFORM MARK-REQUEST-STALE
        WHEN MPND-MAKER = OPERATOR_ID
            DISPLAY '  YOUR OWN REQUEST -- another reviewer must'
                ' decide it'
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN OTHER
            DISPLAY 'A)pprove  R)eject  S)kip  Q)uit: '
                WITH NO ADVANCING
            ACCEPT WS-ANSWER
            EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                WHEN 'A' PERFORM APPROVE-ONE-REQUEST
                WHEN 'R' PERFORM REJECT-ONE-REQUEST
                WHEN 'Q'
                    ADD 1 TO WS-SKIPPED-COUNT
                    MOVE 'N' TO WS-REVIEWING
                WHEN OTHER ADD 1 TO WS-SKIPPED-COUNT
            END-EVALUATE
    END-EVALUATE
    .

SHOW-ONE-REQUEST.
    DISPLAY ' '
    DISPLAY FUNCTION TRIM(MPND-KIND) ' REQUEST FOR ' MPND-CUST-ID
        ' STAGED ' MPND-STAMP(1:8) ' ' MPND-STAMP(9:6)
        ' BY ' FUNCTION TRIM(MPND-MAKER)
    IF WS-ON-MASTER = 'Y'
        DISPLAY '  [' FUNCTION TRIM(CUST-NAME) ']'
            ' STATUS ' CUST-STATUS ' BRANCH ' CUST-BRANCH
    END-IF
    IF MPND-KIND-LIMIT
        MOVE MPND-OLD-LIMIT TO WS-OLD-LIMIT-EDIT
        MOVE MPND-NEW-LIMIT TO WS-NEW-LIMIT-EDIT
        DISPLAY '  CREDIT LIMIT ' FUNCTION TRIM(WS-OLD-LIMIT-EDIT)
            ' -> ' FUNCTION TRIM(WS-NEW-LIMIT-EDIT)
        IF WS-ON-MASTER = 'Y'
            AND CUST-CREDIT-LIMIT NOT = MPND-OLD-LIMIT
            MOVE CUST-CREDIT-LIMIT TO WS-NOW-LIMIT-EDIT
            DISPLAY '  (MASTER NOW HOLDS '
                FUNCTION TRIM(WS-NOW-LIMIT-EDIT) ')'
        END-IF
    ELSE
        DISPLAY '  STATUS ' MPND-OLD-STATUS ' -> ' MPND-NEW-STATUS
    END-IF
    .

*> Applied only if the master still holds what the maker saw.
APPROVE-ONE-REQUEST.
    IF (MPND-KIND-LIMIT AND CUST-CREDIT-LIMIT NOT = MPND-OLD-LIMIT)
        OR (MPND-KIND-REOPEN AND CUST-STATUS NOT = MPND-OLD-STATUS)
        DISPLAY 'STALE: the master has changed since this was'
            ' staged -- not applied'
        PERFORM MARK-REQUEST-STALE
    ELSE
        MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
        IF MPND-KIND-LIMIT
            MOVE MPND-NEW-LIMIT TO CUST-CREDIT-LIMIT
        ELSE
            MOVE MPND-NEW-STATUS TO CUST-STATUS
            MOVE SPACES TO CUST-CLOSED-DATE
        END-IF
        REWRITE CUSTOMER-RECORD
            INVALID KEY
                DISPLAY 'REWRITE FAILED, FILE STATUS '
                    WS-CUSTOMER-FILE-STATUS ' -- left pending'
                ADD 1 TO WS-SKIPPED-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-APPROVED-COUNT
                DISPLAY 'APPROVED AND APPLIED'
                MOVE 'APPROVED' TO WS-AUDIT-ACTION
                PERFORM WRITE-MAINT-AUDIT
                MOVE 'A' TO MPND-STATE
                PERFORM RECORD-DECISION
        END-REWRITE
    END-IF
    .

*> Nothing changes on the master: both images are the account as
*> it stands.
REJECT-ONE-REQUEST.
    ADD 1 TO WS-REJECTED-COUNT
    DISPLAY 'REJECTED -- the master is unchanged'
    MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
    MOVE 'REJECTED' TO WS-AUDIT-ACTION
    PERFORM WRITE-MAINT-AUDIT
    MOVE 'R' TO MPND-STATE
    PERFORM RECORD-DECISION
    .

MARK-REQUEST-STALE.
    ADD 1 TO WS-STALE-COUNT
    MOVE 'S' TO MPND-STATE
    PERFORM RECORD-DECISION
    .

RECORD-DECISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE OPERATOR_ID TO MPND-CHECKER
    MOVE WS-CURRENT-DATE(1:14) TO MPND-DECIDED-STAMP
    REWRITE MAINT-PENDING-RECORD
        INVALID KEY
            DISPLAY 'PENDING STORE REWRITE FAILED, FILE STATUS '
                WS-MAINT-PENDING-STATUS
    END-REWRITE
    .

*> Same record shape and sequence bump as PROC_CUSTOMER_MAINT's
*> writer, with the maker as MAUD-OPERATOR and this session's
*> operator as MAUD-APPROVER.
WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MAINT-AUDIT-RECORD
    MOVE WS-CURRENT-DATE(1:14) TO MAUD-KEY-STAMP
    MOVE 1 TO MAUD-KEY-SEQ
    MOVE WS-AUDIT-ACTION TO MAUD-ACTION
    MOVE MPND-MAKER TO MAUD-OPERATOR
    MOVE OPERATOR_ID TO MAUD-APPROVER
    MOVE CUST-ID TO MAUD-CUST-ID
    MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
    MOVE CUSTOMER-RECORD TO MAUD-AFTER-IMAGE
    MOVE 'N' TO WS-MAUD-DONE
    PERFORM UNTIL MAINT-AUDIT-STORED OR MAUD-KEY-SEQ >= 9999
        WRITE MAINT-AUDIT-RECORD
            INVALID KEY ADD 1 TO MAUD-KEY-SEQ
            NOT INVALID KEY MOVE 'Y' TO WS-MAUD-DONE
        END-WRITE
    END-PERFORM
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_MAINT_APPROVAL' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_MAINT_APPROVAL.
