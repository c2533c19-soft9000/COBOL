*> Mission: Customer payments from the bank lockbox without a clerk
*> re-keying them through PROC_TRANS_ENTRY. The bank's lockbox file
*> arrives through PROC_INTAKE_GATEWAY like every other sender's, so
*> this step reads the verified READY_ copy. Each payment is matched
*> to the keyed master (CUSTOMERS.DAT): first by the account number
*> written on the remittance -- the full seven-digit number, which
*> must pass its check digit (PROC_ACCOUNT_NUMBER) before it is
*> trusted -- then, when that is missing, fails its check digit or
*> is not on the master, by the payer's exact name through the name
*> alternate key. A name that hits exactly one open account matches;
*> one that hits several is ambiguous and is never guessed at.
*> Matched payments become an H/D/T credit batch
*> (LOCKBOX_POST.TRN, batch ID LB-<mmddhhmm>, type PMT) for the
*> normal PROC_CUSTOMER_POST run. Everything else -- no match, an
*> ambiguous name, a closed account -- is appended to the
*> unapplied-cash file (UNAPPLIED_CASH.DAT) the cash desk works from.
*> LOCKBOX_INTAKE.RPT lists both sides and proves applied plus
*> unapplied back to the bank's deposit total.
*> Lockbox file, pipe-delimited, one payment per line:
*>   <payer-name>|<account-number>|<amount>|<deposit-date yyyymmdd>
*> closed by the bank's own deposit figures:
*>   TOTAL|<payment-count>|<deposit-total>
*> A file whose payments do not add up to the bank's TOTAL line (or
*> that has none) is refused before anything is written -- the
*> deposit must reconcile or nothing moves. A processed file is
*> renamed DONE_<file> so the same deposit cannot be taken twice.
*> UNAPPLIED_CASH.DAT lines:
*>   yyyy-mm-dd hh:mm:ss|<deposit-date>|<payer>|<account>|<amount>|
*>   <reason>|<lockbox-file>
*> Command line: [lockbox-file], default READY_LOCKBOX.DAT.
*> cobc -x -free -I . -I ../BANNER PROC_LOCKBOX_INTAKE.cob
*>     PROC_ACCOUNT_NUMBER.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LOCKBOX_INTAKE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT LOCKBOX-FILE
    ASSIGN TO DYNAMIC WS-LOCKBOX-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOCKBOX-STATUS.
SELECT BATCH-FILE
    ASSIGN TO 'LOCKBOX_POST.TRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.
*> Appended, never truncated -- it is the cash desk's work queue.
SELECT UNAPPLIED-FILE
    ASSIGN TO 'UNAPPLIED_CASH.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-UNAPPLIED-STATUS.
SELECT INTAKE-REPORT
    ASSIGN TO 'LOCKBOX_INTAKE.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD LOCKBOX-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS LOCKBOX-LINE.
01 LOCKBOX-LINE PIC X(120).

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

FD UNAPPLIED-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS UNAPPLIED-LINE.
01 UNAPPLIED-LINE PIC X(160).

FD INTAKE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LOCKBOX-NAME     PIC X(255) VALUE 'READY_LOCKBOX.DAT'.
01 WS-LOCKBOX-STATUS   PIC XX.
01 WS-BATCH-STATUS     PIC XX.
01 WS-UNAPPLIED-STATUS PIC XX.
01 WS-REPORT-STATUS    PIC XX.
01 WS-CMD-LINE         PIC X(255).
01 WS-AT-END           PIC X.
    88 AT-END-OF-LOCKBOX VALUE 'Y'.
01 WS-CURRENT-DATE     PIC X(21).
01 WS-STAMP            PIC X(19).
01 WS-BATCH-ID         PIC X(12).
01 WS-LINE-PTR         PIC 9(4).
01 WS-DONE-NAME        PIC X(255).
01 WS-RENAME-RC        PIC S9(9) COMP-5.

*> One payment's tokens.
01 WS-TOK-PAYER    PIC X(40).
01 WS-TOK-ACCOUNT  PIC X(12).
01 WS-TOK-AMOUNT   PIC X(16).
01 WS-TOK-DATE     PIC X(10).
01 WS-PAY-AMOUNT   PIC S9(7)V99.

*> The bank's figures off the TOTAL line, and the file's own.
01 WS-BANK-SEEN    PIC X VALUE 'N'.
01 WS-BANK-COUNT   PIC 9(6) VALUE 0.
01 WS-BANK-TOTAL   PIC S9(9)V99 VALUE 0.
01 WS-FILE-COUNT   PIC 9(6) VALUE 0.
01 WS-FILE-TOTAL   PIC S9(9)V99 VALUE 0.
01 WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.

*> What the match found for the payment in hand.
01 WS-MATCH-RESULT PIC X.
    88 MATCHED-BY-ID    VALUE 'I'.
    88 MATCHED-BY-NAME  VALUE 'N'.
    88 MATCH-FAILED     VALUE 'F'.
01 WS-MATCH-ID     PIC 9(6).
01 WS-MATCH-NAME   PIC X(20).
01 WS-MATCH-REASON PIC X(30).
01 WS-WANTED-NAME  PIC X(20).
01 WS-NAME-HITS    PIC 9(4).
01 WS-NAME-CLOSED  PIC 9(4).
01 WS-NAME-AT-END  PIC X.
    88 AT-END-OF-NAMES VALUE 'Y'.
01 WS-CHECK-FAILED PIC X.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

*> Applied and unapplied sides -- together they must come back to
*> the bank's deposit total.
01 WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
01 WS-APPLIED-TOTAL    PIC S9(9)V99 VALUE 0.
01 WS-UNAPPLIED-COUNT  PIC 9(6) VALUE 0.
01 WS-UNAPPLIED-TOTAL  PIC S9(9)V99 VALUE 0.
01 WS-PROOF-TOTAL      PIC S9(9)V99 VALUE 0.
01 WS-AMOUNT-EDIT      PIC 9(7).99.
01 WS-REPORT-AMOUNT    PIC -(7)9.99.
01 WS-TOTAL-EDIT       PIC -(9)9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-LOCKBOX-NAME
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO WS-STAMP
*> Minute-stamped, so a second lockbox the same day mints its own
*> batch ID and the posted-batch register does not refuse it.
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'LB-' WS-CURRENT-DATE(5:4) WS-CURRENT-DATE(9:4)
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> Pass one: the deposit must add up, and the batch's controls are
*> counted before its H line is written.
    PERFORM PROVE-THE-DEPOSIT
    IF WS-BANK-SEEN = 'N'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-LOCKBOX-NAME)
            ' HAS NO TOTAL LINE -- the deposit cannot be'
            ' reconciled, nothing applied'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-FILE-COUNT NOT = WS-BANK-COUNT
        OR WS-FILE-TOTAL NOT = WS-BANK-TOTAL
        OR WS-UNREADABLE-COUNT > 0
        MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
        DISPLAY 'REFUSED: PAYMENTS DO NOT AGREE WITH THE BANK --'
            ' FILE ' WS-FILE-COUNT ' / ' FUNCTION TRIM(WS-TOTAL-EDIT)
        MOVE WS-BANK-TOTAL TO WS-TOTAL-EDIT
        DISPLAY '  BANK ' WS-BANK-COUNT ' / '
            FUNCTION TRIM(WS-TOTAL-EDIT)
            '  UNREADABLE AMOUNTS ' WS-UNREADABLE-COUNT
            ' -- nothing applied'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> Pass two: the same matches again, this time written out.
    OPEN OUTPUT BATCH-FILE
    OPEN OUTPUT INTAKE-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    OPEN EXTEND UNAPPLIED-FILE
    IF WS-UNAPPLIED-STATUS NOT = '00'
        OPEN OUTPUT UNAPPLIED-FILE
    END-IF
    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-CONTROL-HEADER
    MOVE 0 TO WS-UNAPPLIED-COUNT WS-UNAPPLIED-TOTAL
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LOCKBOX-FILE
    PERFORM UNTIL AT-END-OF-LOCKBOX
        READ LOCKBOX-FILE
            AT END SET AT-END-OF-LOCKBOX TO TRUE
            NOT AT END
                PERFORM PARSE-LOCKBOX-LINE
                IF LOCKBOX-LINE NOT = SPACES
                    AND FUNCTION UPPER-CASE(WS-TOK-PAYER(1:6))
                        NOT = 'TOTAL '
                    PERFORM APPLY-ONE-PAYMENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCKBOX-FILE
    PERFORM WRITE-CONTROL-TRAILER
    PERFORM WRITE-RECONCILIATION
    CLOSE BATCH-FILE
    CLOSE UNAPPLIED-FILE
    CLOSE INTAKE-REPORT
    CLOSE CUSTOMER-FILE
    PERFORM RETIRE-LOCKBOX-FILE
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'LOCKBOX: APPLIED ' WS-APPLIED-COUNT ' / '
        FUNCTION TRIM(WS-TOTAL-EDIT)
        ' AS BATCH ' FUNCTION TRIM(WS-BATCH-ID)
        ' -- LOCKBOX_POST.TRN'
    MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'LOCKBOX: UNAPPLIED ' WS-UNAPPLIED-COUNT ' / '
        FUNCTION TRIM(WS-TOTAL-EDIT)
        ' -- UNAPPLIED_CASH.DAT, LOCKBOX_INTAKE.RPT'
    IF WS-UNAPPLIED-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

PROVE-THE-DEPOSIT.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LOCKBOX-FILE
    IF WS-LOCKBOX-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-LOCKBOX-NAME)
            ', FILE STATUS ' WS-LOCKBOX-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-LOCKBOX
        READ LOCKBOX-FILE
            AT END SET AT-END-OF-LOCKBOX TO TRUE
            NOT AT END
                IF LOCKBOX-LINE NOT = SPACES
                    PERFORM PARSE-LOCKBOX-LINE
                    PERFORM TALLY-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCKBOX-FILE
    .

PARSE-LOCKBOX-LINE.
    MOVE SPACES TO WS-TOK-PAYER WS-TOK-ACCOUNT WS-TOK-AMOUNT
        WS-TOK-DATE
    UNSTRING LOCKBOX-LINE DELIMITED BY '|'
        INTO WS-TOK-PAYER WS-TOK-ACCOUNT WS-TOK-AMOUNT WS-TOK-DATE
    .

*> The TOTAL line carries the bank's count and total in the account
*> and amount positions.
TALLY-ONE-LINE.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-PAYER)) = 'TOTAL'
        MOVE 'Y' TO WS-BANK-SEEN
        IF FUNCTION TRIM(WS-TOK-ACCOUNT) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-TOK-ACCOUNT) TO WS-BANK-COUNT
        END-IF
        IF FUNCTION TEST-NUMVAL(WS-TOK-AMOUNT) = 0
            MOVE FUNCTION NUMVAL(WS-TOK-AMOUNT) TO WS-BANK-TOTAL
        END-IF
    ELSE
        ADD 1 TO WS-FILE-COUNT
        IF FUNCTION TEST-NUMVAL(WS-TOK-AMOUNT) = 0
            MOVE FUNCTION NUMVAL(WS-TOK-AMOUNT) TO WS-PAY-AMOUNT
            ADD WS-PAY-AMOUNT TO WS-FILE-TOTAL
            PERFORM MATCH-ONE-PAYMENT
            IF NOT MATCH-FAILED
                ADD 1 TO WS-APPLIED-COUNT
                ADD WS-PAY-AMOUNT TO WS-APPLIED-TOTAL
            END-IF
        ELSE
            ADD 1 TO WS-UNREADABLE-COUNT
        END-IF
    END-IF
    .

*> By ID first: the number the customer wrote on the remittance.
*> Only when it is missing, fails its check digit or names nobody
*> does the payer's name get a try -- a closed account named
*> outright is not second-guessed.
MATCH-ONE-PAYMENT.
    SET MATCH-FAILED TO TRUE
    MOVE 0 TO WS-MATCH-ID
    MOVE SPACES TO WS-MATCH-NAME WS-MATCH-REASON
    MOVE 'N' TO WS-CHECK-FAILED
    IF WS-TOK-ACCOUNT NOT = SPACES
        MOVE 'V' TO ACCT_REQUEST
        MOVE WS-TOK-ACCOUNT TO ACCT_KEYED
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        IF ACCT-NUMBER-BAD
            MOVE 'Y' TO WS-CHECK-FAILED
        END-IF
    END-IF
    IF WS-TOK-ACCOUNT NOT = SPACES
        AND WS-CHECK-FAILED = 'N'
        MOVE ACCT_CUST_ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CUST-CLOSED
                    MOVE 'ACCOUNT IS CLOSED' TO WS-MATCH-REASON
                ELSE
                    SET MATCHED-BY-ID TO TRUE
                    MOVE CUST-ID TO WS-MATCH-ID
                    MOVE CUST-NAME TO WS-MATCH-NAME
                END-IF
        END-READ
    END-IF
    IF MATCH-FAILED AND WS-MATCH-REASON = SPACES
        PERFORM MATCH-BY-NAME
        IF MATCH-FAILED AND WS-CHECK-FAILED = 'Y'
            AND WS-MATCH-REASON = 'NO MATCH BY ID OR NAME'
            MOVE 'BAD CHECK DIGIT, NO NAME MATCH' TO WS-MATCH-REASON
        END-IF
    END-IF
    .

*> Exact name on the alternate key: every open account filed under
*> that name is counted, and only a single hit is taken.
MATCH-BY-NAME.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-PAYER))
        TO WS-WANTED-NAME
    MOVE 0 TO WS-NAME-HITS WS-NAME-CLOSED
    MOVE 'N' TO WS-NAME-AT-END
    MOVE WS-WANTED-NAME TO CUST-NAME
    START CUSTOMER-FILE KEY IS = CUST-NAME
        INVALID KEY SET AT-END-OF-NAMES TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-NAMES
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-NAMES TO TRUE
            NOT AT END
                IF CUST-NAME NOT = WS-WANTED-NAME
                    SET AT-END-OF-NAMES TO TRUE
                ELSE
                    IF CUST-CLOSED
                        ADD 1 TO WS-NAME-CLOSED
                    ELSE
                        ADD 1 TO WS-NAME-HITS
                        MOVE CUST-ID TO WS-MATCH-ID
                        MOVE CUST-NAME TO WS-MATCH-NAME
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-NAME-HITS = 1
            SET MATCHED-BY-NAME TO TRUE
        WHEN WS-NAME-HITS > 1
            MOVE 0 TO WS-MATCH-ID
            MOVE SPACES TO WS-MATCH-NAME WS-MATCH-REASON
            STRING 'AMBIGUOUS NAME (' WS-NAME-HITS ' ACCOUNTS)'
                DELIMITED BY SIZE INTO WS-MATCH-REASON
        WHEN WS-NAME-CLOSED > 0
            MOVE 'NAME MATCHES CLOSED ACCOUNT' TO WS-MATCH-REASON
        WHEN OTHER
            MOVE 'NO MATCH BY ID OR NAME' TO WS-MATCH-REASON
    END-EVALUATE
    .

APPLY-ONE-PAYMENT.
    MOVE FUNCTION NUMVAL(WS-TOK-AMOUNT) TO WS-PAY-AMOUNT
    PERFORM MATCH-ONE-PAYMENT
    IF MATCH-FAILED
        PERFORM WRITE-UNAPPLIED-ITEM
    ELSE
        PERFORM WRITE-CREDIT-DETAIL
    END-IF
    .

*> The detail posts on the deposit date as a payment credit; the
*> reference ties it back to the lockbox batch.
WRITE-CREDIT-DETAIL.
    MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D ' WS-MATCH-ID
        ' C ' WS-AMOUNT-EDIT
        ' ' WS-TOK-DATE(1:8)
        ' PMT'
        ' LOCKBOX-' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    MOVE WS-PAY-AMOUNT TO WS-REPORT-AMOUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'APPLIED   ' WS-MATCH-ID
        ' ' WS-MATCH-NAME
        ' ' WS-REPORT-AMOUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF MATCHED-BY-ID
        STRING '  BY ID'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING '  BY NAME (written: '
            FUNCTION TRIM(WS-TOK-ACCOUNT) ')'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

WRITE-UNAPPLIED-ITEM.
    ADD 1 TO WS-UNAPPLIED-COUNT
    ADD WS-PAY-AMOUNT TO WS-UNAPPLIED-TOTAL
    MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO UNAPPLIED-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-STAMP
        '|' FUNCTION TRIM(WS-TOK-DATE)
        '|' FUNCTION TRIM(WS-TOK-PAYER)
        '|' FUNCTION TRIM(WS-TOK-ACCOUNT)
        '|' WS-AMOUNT-EDIT
        '|' FUNCTION TRIM(WS-MATCH-REASON)
        '|' FUNCTION TRIM(WS-LOCKBOX-NAME)
        DELIMITED BY SIZE INTO UNAPPLIED-LINE
        WITH POINTER WS-LINE-PTR
    WRITE UNAPPLIED-LINE
    MOVE WS-PAY-AMOUNT TO WS-REPORT-AMOUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'UNAPPLIED ' WS-TOK-PAYER(1:20)
        ' ACCT ' WS-TOK-ACCOUNT
        ' ' WS-REPORT-AMOUNT
        '  ' FUNCTION TRIM(WS-MATCH-REASON)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-REPORT-HEADING.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- LOCKBOX INTAKE ' FUNCTION TRIM(WS-LOCKBOX-NAME)
        ' (' WS-STAMP(1:10) ') BATCH '
        FUNCTION TRIM(WS-BATCH-ID) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-CONTROL-HEADER.
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-CURRENT-DATE(1:8)
        ' ' WS-APPLIED-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE BATCH-LINE
    .

WRITE-CONTROL-TRAILER.
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-APPLIED-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    .

*> Applied plus unapplied back to the bank's figure -- the line the
*> cash desk signs off.
WRITE-RECONCILIATION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-BANK-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BANK DEPOSIT TOTAL  ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' (' WS-BANK-COUNT ' PAYMENTS)'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'APPLIED             ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' (' WS-APPLIED-COUNT ')'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'UNAPPLIED           ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' (' WS-UNAPPLIED-COUNT ')'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    COMPUTE WS-PROOF-TOTAL = WS-APPLIED-TOTAL + WS-UNAPPLIED-TOTAL
    IF WS-PROOF-TOTAL = WS-BANK-TOTAL
        MOVE 'RECONCILED TO THE BANK DEPOSIT' TO REPORT-LINE
    ELSE
        COMPUTE WS-TOTAL-EDIT = WS-PROOF-TOTAL - WS-BANK-TOTAL
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '*** OUT OF BALANCE WITH THE BANK BY '
            FUNCTION TRIM(WS-TOTAL-EDIT) ' ***'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        MOVE 1 TO RETURN-CODE
    END-IF
    WRITE REPORT-LINE
    .

*> Same rename idiom as the gateway's READY_/QUAR_ move: a taken
*> deposit is parked as DONE_<file> where the next run will not
*> find it.
RETIRE-LOCKBOX-FILE.
    MOVE SPACES TO WS-DONE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'DONE_' FUNCTION TRIM(WS-LOCKBOX-NAME)
        DELIMITED BY SIZE INTO WS-DONE-NAME
        WITH POINTER WS-LINE-PTR
    CALL 'CBL_RENAME_FILE'
        USING WS-LOCKBOX-NAME WS-DONE-NAME
        RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY 'RENAME FAILED: '
            FUNCTION TRIM(WS-LOCKBOX-NAME) ' -> '
            FUNCTION TRIM(WS-DONE-NAME)
            ' RC=' WS-RENAME-RC ' -- move it aside by hand before'
            ' the next lockbox run'
        MOVE 1 TO RETURN-CODE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LOCKBOX_INTAKE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LOCKBOX_INTAKE.
