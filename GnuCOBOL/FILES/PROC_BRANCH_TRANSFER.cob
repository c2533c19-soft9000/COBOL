*> Mission: Close an office without losing an account. Every
*> customer on the closing branch -- active, dormant or closed, the
*> whole book the office held -- moves to the surviving branch in
*> one run under the master writer lock. Each move is a REWRITE of
*> CUST-BRANCH with a before-image/after-image record in
*> CUST_MAINT_AUDIT.IDX (action BRXFER), the same trail
*> PROC_CUSTOMER_MAINT leaves, so PROC_CUST_AUDIT_QUERY shows where
*> each account came from. BRANCH_TRANSFER.RPT lists every moved
*> account and proves the run: the closing office's count and
*> balance total before the move must equal what was moved, the
*> closing office must hold nothing afterwards, and the surviving
*> office must have grown by exactly the moved figures. A proof
*> that fails sets RETURN-CODE 2 for the jobstream to stop on.
*> The closing branch must already be marked C(losed) on
*> BRANCHES.DAT (PROC_BRANCH_EDIT), so nothing new lands on it
*> mid-run; the surviving branch must be open.
*> Command line: <closing-branch> <surviving-branch>
*> cobc -x -j -free -I . -I ../BANNER PROC_BRANCH_TRANSFER.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BRANCH_TRANSFER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
SELECT BRANCHES-FILE
    ASSIGN TO 'BRANCHES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BRANCHES-STATUS.
SELECT TRANSFER-REPORT
    ASSIGN TO 'BRANCH_TRANSFER.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.

FD BRANCHES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS BRANCHES-LINE.
01 BRANCHES-LINE PIC X(80).

FD TRANSFER-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-REPORT-STATUS  PIC XX.
01 WS-CMD-LINE       PIC X(255).
01 WS-ARG1           PIC X(10).
01 WS-ARG2           PIC X(10).
01 WS-FROM-BRANCH    PIC X(3).
01 WS-TO-BRANCH      PIC X(3).
01 WS-AT-END         PIC X.
    88 AT-END-OF-MASTER VALUE 'Y'.
01 WS-CURRENT-DATE   PIC X(21).
01 WS-BALANCE-EDIT   PIC -(7)9.99.
01 WS-TOTAL-EDIT     PIC -(10)9.99.
01 WS-LINE-PTR       PIC 9(4).

*> The branch master, read for the two offices' status only.
01 WS-BRANCHES-STATUS PIC XX.
01 WS-BRANCHES-AT-END PIC X.
    88 AT-END-OF-BRANCHES VALUE 'Y'.
01 WS-BR-TOK-CODE     PIC X(5).
01 WS-BR-TOK-NAME     PIC X(22).
01 WS-BR-TOK-REGION   PIC X(14).
01 WS-BR-TOK-MANAGER  PIC X(22).
01 WS-BR-TOK-STATUS   PIC X(2).
01 WS-FROM-FOUND      PIC X VALUE 'N'.
01 WS-FROM-STATUS     PIC X VALUE SPACE.
01 WS-TO-FOUND        PIC X VALUE 'N'.
01 WS-TO-STATUS       PIC X VALUE SPACE.

*> The before-image/after-image audit trail on the master.
01 WS-MAINT-AUDIT-STATUS PIC XX.
01 WS-MAUD-DONE          PIC X.
    88 MAINT-AUDIT-STORED VALUE 'Y'.
01 WS-BEFORE-IMAGE       PIC X(63).

*> The run collects the keys to move first, then moves each by
*> direct READ -- the walk never depends on sequential position
*> surviving a REWRITE, same two-pass shape as the dormant sweep.
*> An office bigger than the table moves in more than one run: the
*> moved accounts no longer match the closing code, so a rerun
*> picks up the rest, and the report says so.
01 WS-MOVE-TABLE.
    05 WS-MOVE-KEY OCCURS 5000 TIMES PIC 9(6).
01 WS-MOVE-COUNT  PIC 9(4) VALUE 0.
01 WS-MOVE-SS     PIC 9(4).
01 WS-LEFT-BEHIND PIC 9(6) VALUE 0.

*> The proof figures: each office's count and balance total either
*> side of the move, plus what the move itself carried.
01 WS-FROM-BEFORE-COUNT PIC 9(6) VALUE 0.
01 WS-FROM-BEFORE-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-TO-BEFORE-COUNT   PIC 9(6) VALUE 0.
01 WS-TO-BEFORE-TOTAL   PIC S9(11)V99 VALUE 0.
01 WS-MOVED-COUNT       PIC 9(6) VALUE 0.
01 WS-MOVED-TOTAL       PIC S9(11)V99 VALUE 0.
01 WS-FROM-AFTER-COUNT  PIC 9(6) VALUE 0.
01 WS-FROM-AFTER-TOTAL  PIC S9(11)V99 VALUE 0.
01 WS-TO-AFTER-COUNT    PIC 9(6) VALUE 0.
01 WS-TO-AFTER-TOTAL    PIC S9(11)V99 VALUE 0.
01 WS-PROOF-OK          PIC X VALUE 'Y'.
    88 TRANSFER-PROVEN   VALUE 'Y'.
COPY 'CB_MASTER_LOCK.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2
    MOVE FUNCTION UPPER-CASE(WS-ARG1(1:3)) TO WS-FROM-BRANCH
    MOVE FUNCTION UPPER-CASE(WS-ARG2(1:3)) TO WS-TO-BRANCH
    IF WS-FROM-BRANCH = SPACES OR WS-TO-BRANCH = SPACES
        DISPLAY 'USAGE: PROC_BRANCH_TRANSFER <closing-branch>'
            ' <surviving-branch>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-FROM-BRANCH = WS-TO-BRANCH
        DISPLAY 'REFUSED: the closing and surviving branch are'
            ' the same office'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-BRANCH-MASTER
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
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
    PERFORM OPEN-MAINT-AUDIT-STORE
*> Pass one: the two offices as they stand, and the keys to move.
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                PERFORM TALLY-BEFORE-MOVE
        END-READ
    END-PERFORM
*> Pass two: move them.
    OPEN OUTPUT TRANSFER-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- ACCOUNTS MOVED FROM BRANCH ' WS-FROM-BRANCH
        ' TO BRANCH ' WS-TO-BRANCH ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM VARYING WS-MOVE-SS FROM 1 BY 1
        UNTIL WS-MOVE-SS > WS-MOVE-COUNT
        PERFORM MOVE-ONE-ACCOUNT
    END-PERFORM
*> Pass three: the offices again, for the proof.
    MOVE 0 TO CUST-ID
    START CUSTOMER-FILE KEY IS >= CUST-ID
        INVALID KEY CONTINUE
    END-START
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                PERFORM TALLY-AFTER-MOVE
        END-READ
    END-PERFORM
    PERFORM WRITE-TRANSFER-PROOF
    CLOSE TRANSFER-REPORT
    CLOSE MAINT-AUDIT-FILE
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    MOVE WS-MOVED-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'BRANCH TRANSFER ' WS-FROM-BRANCH ' -> ' WS-TO-BRANCH
        ': ' WS-MOVED-COUNT ' ACCOUNT(S) MOVED, BALANCE '
        FUNCTION TRIM(WS-TOTAL-EDIT) ' -- BRANCH_TRANSFER.RPT'
    IF NOT TRANSFER-PROVEN
        DISPLAY '*** TRANSFER PROOF FAILED -- see'
            ' BRANCH_TRANSFER.RPT ***'
        MOVE 2 TO RETURN-CODE
    END-IF
    STOP RUN.

*> Both offices must be on the master: the closing one already
*> marked closed, the surviving one open.
CHECK-BRANCH-MASTER.
    MOVE 'N' TO WS-BRANCHES-AT-END
    OPEN INPUT BRANCHES-FILE
    IF WS-BRANCHES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-BRANCHES
            READ BRANCHES-FILE
                AT END SET AT-END-OF-BRANCHES TO TRUE
                NOT AT END
                    IF BRANCHES-LINE NOT = SPACES
                        PERFORM TAKE-ONE-BRANCH-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCHES-FILE
    END-IF
    IF WS-FROM-FOUND = 'N'
        DISPLAY 'REFUSED: no branch ' WS-FROM-BRANCH
            ' on BRANCHES.DAT'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-TO-FOUND = 'N'
        DISPLAY 'REFUSED: no branch ' WS-TO-BRANCH
            ' on BRANCHES.DAT'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-FROM-STATUS NOT = 'C'
        DISPLAY 'REFUSED: branch ' WS-FROM-BRANCH ' is still open'
            ' -- mark it closed with PROC_BRANCH_EDIT first'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-TO-STATUS = 'C'
        DISPLAY 'REFUSED: surviving branch ' WS-TO-BRANCH
            ' is itself closed'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

TAKE-ONE-BRANCH-LINE.
    MOVE SPACES TO WS-BR-TOK-CODE WS-BR-TOK-NAME WS-BR-TOK-REGION
        WS-BR-TOK-MANAGER WS-BR-TOK-STATUS
    UNSTRING BRANCHES-LINE DELIMITED BY '|'
        INTO WS-BR-TOK-CODE WS-BR-TOK-NAME WS-BR-TOK-REGION
             WS-BR-TOK-MANAGER WS-BR-TOK-STATUS
    IF WS-BR-TOK-CODE(1:3) = WS-FROM-BRANCH
        MOVE 'Y' TO WS-FROM-FOUND
        MOVE WS-BR-TOK-STATUS(1:1) TO WS-FROM-STATUS
    END-IF
    IF WS-BR-TOK-CODE(1:3) = WS-TO-BRANCH
        MOVE 'Y' TO WS-TO-FOUND
        MOVE WS-BR-TOK-STATUS(1:1) TO WS-TO-STATUS
    END-IF
    .

*> The writer interlock: only one program REWRITEs the master at a
*> time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_BRANCH_TRANSFER' TO LOCK_PROGRAM
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
    MOVE 'PROC_BRANCH_TRANSFER' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    .

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
            ' -- no account moves without its audit trail'
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

TALLY-BEFORE-MOVE.
    IF CUST-BRANCH = WS-FROM-BRANCH
        ADD 1 TO WS-FROM-BEFORE-COUNT
        ADD CUST-BALANCE TO WS-FROM-BEFORE-TOTAL
        IF WS-MOVE-COUNT < 5000
            ADD 1 TO WS-MOVE-COUNT
            MOVE CUST-ID TO WS-MOVE-KEY(WS-MOVE-COUNT)
        ELSE
            ADD 1 TO WS-LEFT-BEHIND
        END-IF
    END-IF
    IF CUST-BRANCH = WS-TO-BRANCH
        ADD 1 TO WS-TO-BEFORE-COUNT
        ADD CUST-BALANCE TO WS-TO-BEFORE-TOTAL
    END-IF
    .

TALLY-AFTER-MOVE.
    IF CUST-BRANCH = WS-FROM-BRANCH
        ADD 1 TO WS-FROM-AFTER-COUNT
        ADD CUST-BALANCE TO WS-FROM-AFTER-TOTAL
    END-IF
    IF CUST-BRANCH = WS-TO-BRANCH
        ADD 1 TO WS-TO-AFTER-COUNT
        ADD CUST-BALANCE TO WS-TO-AFTER-TOTAL
    END-IF
    .

MOVE-ONE-ACCOUNT.
    MOVE WS-MOVE-KEY(WS-MOVE-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF CUST-BRANCH = WS-FROM-BRANCH
                MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                MOVE WS-TO-BRANCH TO CUST-BRANCH
                REWRITE CUSTOMER-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM WRITE-MAINT-AUDIT
                        PERFORM REPORT-ONE-MOVE
                END-REWRITE
            END-IF
    END-READ
    .

*> One audit record per moved account: who, when, what it said
*> before and what it says now. MAUD-KEY-SEQ bumps past
*> duplicate-key rejections, same idiom as PROC_CUSTOMER_MAINT.
WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MAINT-AUDIT-RECORD
    MOVE WS-CURRENT-DATE(1:14) TO MAUD-KEY-STAMP
    MOVE 1 TO MAUD-KEY-SEQ
    MOVE 'BRXFER' TO MAUD-ACTION
    MOVE OPERATOR_ID TO MAUD-OPERATOR
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

REPORT-ONE-MOVE.
    ADD 1 TO WS-MOVED-COUNT
    ADD CUST-BALANCE TO WS-MOVED-TOTAL
    MOVE CUST-BALANCE TO WS-BALANCE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID
        ' [' CUST-NAME ']'
        ' STATUS ' CUST-STATUS
        ' BALANCE ' WS-BALANCE-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> The proof block: what the closing office held, what moved, what
*> is left, and what the surviving office gained. Any mismatch is
*> spelled out and fails the run.
WRITE-TRANSFER-PROOF.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FROM-BEFORE-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH ' WS-FROM-BRANCH ' BEFORE  COUNT='
        WS-FROM-BEFORE-COUNT ' BALANCE=' WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-MOVED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'MOVED          COUNT=' WS-MOVED-COUNT
        ' BALANCE=' WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-FROM-AFTER-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH ' WS-FROM-BRANCH ' AFTER   COUNT='
        WS-FROM-AFTER-COUNT ' BALANCE=' WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-TO-BEFORE-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH ' WS-TO-BRANCH ' BEFORE  COUNT='
        WS-TO-BEFORE-COUNT ' BALANCE=' WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-TO-AFTER-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH ' WS-TO-BRANCH ' AFTER   COUNT='
        WS-TO-AFTER-COUNT ' BALANCE=' WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    IF WS-FROM-BEFORE-COUNT NOT =
            WS-MOVED-COUNT + WS-LEFT-BEHIND
        OR WS-FROM-AFTER-COUNT NOT = WS-LEFT-BEHIND
        OR WS-TO-AFTER-COUNT NOT =
            WS-TO-BEFORE-COUNT + WS-MOVED-COUNT
        OR WS-TO-AFTER-TOTAL NOT =
            WS-TO-BEFORE-TOTAL + WS-MOVED-TOTAL
        OR WS-FROM-AFTER-TOTAL NOT =
            WS-FROM-BEFORE-TOTAL - WS-MOVED-TOTAL
        MOVE 'N' TO WS-PROOF-OK
    END-IF
    IF WS-LEFT-BEHIND > 0
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'NOTE: ' WS-LEFT-BEHIND ' ACCOUNT(S) PAST THE 5000'
            ' PER-RUN TABLE STILL ON BRANCH ' WS-FROM-BRANCH
            ' -- rerun to move them'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    IF TRANSFER-PROVEN
        MOVE 'PROOF: COUNTS AND BALANCES AGREE' TO REPORT-LINE
    ELSE
        MOVE 'PROOF FAILED: COUNTS OR BALANCES DO NOT AGREE'
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_BRANCH_TRANSFER' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_BRANCH_TRANSFER.
