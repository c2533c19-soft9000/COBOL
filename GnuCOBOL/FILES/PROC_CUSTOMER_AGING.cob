*> -- which the dunning letter run selects from.
*> An account with no ledger history (posted before the ledger
*> existed) ages as zero days and is counted out loud.
*> An installment-loan account (on the loan book, LOANS.DAT -- see
*> CB_LOAN.cpy) is below zero by design, so it ages on its schedule
*> instead: what is past due is the billed installments less the
*> payments, and its age runs from the due date of the oldest
*> installment missed. That past-due amount, not the whole loan, is
*> the balance the report and the dunning feed carry. A loan with
*> nothing past due stays out of the buckets and is counted in a
*> note of its own.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_AGING.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob PROC_COMPANY.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_AGING.

    ASSIGN TO 'CUSTOMER_AGING.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DATA-STATUS.
SELECT LOAN-FILE
    ASSIGN TO DYNAMIC COMPANY_LOAN_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOAN-STATUS.

DATA DIVISION.
FILE SECTION.
    DATA RECORD IS AGING-DATA-LINE.
01 AGING-DATA-LINE PIC X(80).

FD LOAN-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS LOAN-LINE.
01 LOAN-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS  PIC XX.
01 WS-TOTAL-EDIT     PIC -(11)9.99.
01 WS-LINE-PTR       PIC 9(4).

*> The loan book, and one loan account's place on its schedule: the
*> amount past due, the installments the payments cover (oldest
*> first), and the due date of the first one they do not.
01 WS-LOAN-STATUS    PIC XX.
01 WS-LOAN-AT-END    PIC X.
    88 AT-END-OF-LOANS VALUE 'Y'.
COPY 'CB_LOAN.cpy'.
01 WS-LOAN-MATCH-SS  PIC 9(4).
01 WS-AGED-BALANCE   PIC S9(7)V99.
01 WS-LOAN-ARREARS   PIC S9(7)V99.
01 WS-LOAN-COVERED   PIC 9(3).
01 WS-LOAN-ON-SCHEDULE PIC X.
01 WS-LOAN-CURRENT-COUNT PIC 9(6) VALUE 0.
01 WS-LOAN-CURRENT-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-DUE-FROM       PIC X(8).
01 WS-DUE-MONTHS     PIC 9(3).
01 WS-DUE-DAY        PIC 9(2).
01 WS-DUE-TO         PIC X(8).
01 WS-DUE-DATE       PIC 9(8).
01 WS-DUE-SPLIT      REDEFINES WS-DUE-DATE.
    05 WS-DUE-YYYY   PIC 9(4).
    05 WS-DUE-MM     PIC 9(2).
    05 WS-DUE-DD     PIC 9(2).
01 WS-DUE-X          REDEFINES WS-DUE-DATE PIC X(8).
01 WS-DUE-MONTH-NUM  PIC 9(6).
01 WS-MONTH-END-DAY  PIC 9(2).
COPY 'CB_DATE_SERVICE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) TO WS-TODAY-INT
    PERFORM LOAD-LOAN-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            ' ages as zero days'
    END-IF
    OPEN OUTPUT AGING-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    OPEN OUTPUT AGING-DATA-FILE
    MOVE '--- RECEIVABLES AGING (NEGATIVE BALANCES) ---'
        TO REPORT-LINE
    STOP RUN.

AGE-ONE-ACCOUNT.
    MOVE CUST-BALANCE TO WS-AGED-BALANCE
    MOVE 'N' TO WS-LOAN-ON-SCHEDULE
    PERFORM FIND-ACTIVE-LOAN
    IF WS-LOAN-MATCH-SS > 0
        PERFORM AGE-LOAN-INSTALLMENTS
    ELSE
        PERFORM FIND-ZERO-CROSSING
    END-IF
    IF WS-LOAN-ON-SCHEDULE = 'Y'
        ADD 1 TO WS-LOAN-CURRENT-COUNT
        ADD CUST-BALANCE TO WS-LOAN-CURRENT-TOTAL
    ELSE
        PERFORM BUCKET-ONE-ACCOUNT
    END-IF
    .

BUCKET-ONE-ACCOUNT.
    ADD 1 TO WS-NEGATIVE-COUNT
    EVALUATE TRUE
        WHEN WS-DAYS-UNDER < 30
            MOVE 1 TO WS-BUCKET-SS
    END-EVALUATE
    MOVE WS-BUCKET-NAME(WS-BUCKET-SS) TO WS-BUCKET
    ADD 1 TO WS-BKT-COUNT(WS-BUCKET-SS)
    ADD WS-AGED-BALANCE TO WS-BKT-TOTAL(WS-BUCKET-SS)
    MOVE WS-AGED-BALANCE TO WS-BALANCE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID ' [' FUNCTION TRIM(CUST-NAME) ']'
        ' BUCKET ' FUNCTION TRIM(WS-BUCKET)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-LOAN-MATCH-SS > 0
        STRING ' LOAN PAST DUE'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO AGING-DATA-LINE
    MOVE 1 TO WS-LINE-PTR
    END-IF
    .

*> A loan account ages on its schedule. The payments cover whole
*> installments oldest first; the first one they do not is the
*> oldest missed, and the clock runs from its due date. Nothing past
*> due leaves the loan on schedule and out of the buckets.
AGE-LOAN-INSTALLMENTS.
    SET WS-LOAN-SS TO WS-LOAN-MATCH-SS
    MOVE 0 TO WS-DAYS-UNDER
    COMPUTE WS-LOAN-ARREARS = WS-LN-BILLED-TOTAL(WS-LOAN-SS)
        - WS-LN-PAID-TOTAL(WS-LOAN-SS)
    IF WS-LOAN-ARREARS > 0
        COMPUTE WS-AGED-BALANCE = 0 - WS-LOAN-ARREARS
        MOVE 0 TO WS-LOAN-COVERED
        IF WS-LN-INSTALLMENT(WS-LOAN-SS) > 0
            DIVIDE WS-LN-PAID-TOTAL(WS-LOAN-SS)
                BY WS-LN-INSTALLMENT(WS-LOAN-SS)
                GIVING WS-LOAN-COVERED
        END-IF
        IF WS-LOAN-COVERED >= WS-LN-BILLED(WS-LOAN-SS)
            COMPUTE WS-LOAN-COVERED = WS-LN-BILLED(WS-LOAN-SS) - 1
        END-IF
        MOVE WS-LN-FIRST-DUE(WS-LOAN-SS) TO WS-DUE-FROM
        MOVE WS-LOAN-COVERED TO WS-DUE-MONTHS
        MOVE WS-LN-PAY-DAY(WS-LOAN-SS) TO WS-DUE-DAY
        PERFORM ADD-MONTHS-TO-DUE-DATE
        IF WS-DUE-TO IS NUMERIC
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-DUE-TO)) TO WS-BREACH-INT
            IF WS-BREACH-INT < WS-TODAY-INT
                COMPUTE WS-DAYS-UNDER = WS-TODAY-INT - WS-BREACH-INT
            END-IF
        END-IF
    ELSE
        MOVE 'Y' TO WS-LOAN-ON-SCHEDULE
    END-IF
    .

*> WS-DUE-FROM moved on WS-DUE-MONTHS months to payment day
*> WS-DUE-DAY, pulled back to the month's end in a short month --
*> the same sum the loan schedule was printed with.
ADD-MONTHS-TO-DUE-DATE.
    MOVE WS-DUE-FROM TO WS-DUE-X
    COMPUTE WS-DUE-MONTH-NUM = WS-DUE-YYYY * 12 + WS-DUE-MM - 1
        + WS-DUE-MONTHS
    DIVIDE WS-DUE-MONTH-NUM BY 12 GIVING WS-DUE-YYYY
        REMAINDER WS-DUE-MM
    ADD 1 TO WS-DUE-MM
    MOVE 1 TO WS-DUE-DD
    MOVE 'EOM' TO DATE_ACTION
    MOVE WS-DUE-X TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE WS-DUE-DAY TO WS-DUE-DD
    IF DATE-SERVICE-OK
        MOVE DATE_OUT(7:2) TO WS-MONTH-END-DAY
        IF WS-DUE-DAY > WS-MONTH-END-DAY
            MOVE WS-MONTH-END-DAY TO WS-DUE-DD
        END-IF
    END-IF
    MOVE WS-DUE-X TO WS-DUE-TO
    .

*> The active loan on CUST-ID, if any -- WS-LOAN-MATCH-SS, zero
*> when the account carries none.
FIND-ACTIVE-LOAN.
    MOVE 0 TO WS-LOAN-MATCH-SS
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
               OR WS-LOAN-MATCH-SS > 0
        IF WS-LN-CUST-ID(WS-LOAN-SS) = CUST-ID
            AND LN-ACTIVE(WS-LOAN-SS)
            SET WS-LOAN-MATCH-SS TO WS-LOAN-SS
        END-IF
    END-PERFORM
    .

LOAD-LOAN-BOOK.
    MOVE 0 TO WS-LOAN-COUNT
    MOVE 'N' TO WS-LOAN-AT-END
    OPEN INPUT LOAN-FILE
    IF WS-LOAN-STATUS = '00'
        PERFORM UNTIL AT-END-OF-LOANS
            READ LOAN-FILE
                AT END SET AT-END-OF-LOANS TO TRUE
                NOT AT END
                    IF LOAN-LINE NOT = SPACES
                        IF WS-LOAN-COUNT < 500
                            PERFORM TAKE-ONE-LOAN-LINE
                        ELSE
                            MOVE 'Y' TO WS-LOAN-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-FILE
    END-IF
    IF WS-LOAN-OVERFLOW = 'Y'
        DISPLAY 'WARNING: ' FUNCTION TRIM(COMPANY_LOAN_FILE)
            ' HOLDS MORE THAN 500 LOANS -- loans past the first'
            ' 500 age on the zero crossing'
    END-IF
    .

TAKE-ONE-LOAN-LINE.
    MOVE SPACES TO WS-LN-TOK-ID WS-LN-TOK-PRINCIPAL WS-LN-TOK-RATE
        WS-LN-TOK-START WS-LN-TOK-TERM WS-LN-TOK-PAY-DAY
        WS-LN-TOK-INSTALLMENT WS-LN-TOK-FIRST-DUE WS-LN-TOK-LINKED
        WS-LN-TOK-OUTSTANDING WS-LN-TOK-INT-DUE WS-LN-TOK-BILLED
        WS-LN-TOK-BILLED-TOT WS-LN-TOK-INT-BILLED
        WS-LN-TOK-PAID-TOTAL WS-LN-TOK-STATUS WS-LN-TOK-SETTLED
    UNSTRING LOAN-LINE DELIMITED BY '|'
        INTO WS-LN-TOK-ID WS-LN-TOK-PRINCIPAL WS-LN-TOK-RATE
             WS-LN-TOK-START WS-LN-TOK-TERM WS-LN-TOK-PAY-DAY
             WS-LN-TOK-INSTALLMENT WS-LN-TOK-FIRST-DUE
             WS-LN-TOK-LINKED WS-LN-TOK-OUTSTANDING
             WS-LN-TOK-INT-DUE WS-LN-TOK-BILLED WS-LN-TOK-BILLED-TOT
             WS-LN-TOK-INT-BILLED WS-LN-TOK-PAID-TOTAL
             WS-LN-TOK-STATUS WS-LN-TOK-SETTLED
    ADD 1 TO WS-LOAN-COUNT
    SET WS-LOAN-SS TO WS-LOAN-COUNT
    MOVE FUNCTION NUMVAL(WS-LN-TOK-ID) TO WS-LN-CUST-ID(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PRINCIPAL)
        TO WS-LN-PRINCIPAL(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-RATE) TO WS-LN-RATE(WS-LOAN-SS)
    MOVE WS-LN-TOK-START(1:8) TO WS-LN-START(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-TERM) TO WS-LN-TERM(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PAY-DAY)
        TO WS-LN-PAY-DAY(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INSTALLMENT)
        TO WS-LN-INSTALLMENT(WS-LOAN-SS)
    MOVE WS-LN-TOK-FIRST-DUE(1:8) TO WS-LN-FIRST-DUE(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-LINKED)
        TO WS-LN-LINKED-ID(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-OUTSTANDING)
        TO WS-LN-OUTSTANDING(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INT-DUE)
        TO WS-LN-INTEREST-DUE(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-BILLED) TO WS-LN-BILLED(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-BILLED-TOT)
        TO WS-LN-BILLED-TOTAL(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INT-BILLED)
        TO WS-LN-INTEREST-BILLED(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PAID-TOTAL)
        TO WS-LN-PAID-TOTAL(WS-LOAN-SS)
    MOVE WS-LN-TOK-STATUS(1:1) TO WS-LN-STATUS(WS-LOAN-SS)
    MOVE WS-LN-TOK-SETTLED(1:8) TO WS-LN-SETTLED(WS-LOAN-SS)
    .

WRITE-BUCKET-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    IF WS-LOAN-CURRENT-COUNT > 0
        MOVE WS-LOAN-CURRENT-TOTAL TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  NOTE: ' WS-LOAN-CURRENT-COUNT
            ' loan account(s) on schedule, nothing past due, left'
            ' out of the buckets -- BALANCE '
            FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_AGING' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_AGING.
