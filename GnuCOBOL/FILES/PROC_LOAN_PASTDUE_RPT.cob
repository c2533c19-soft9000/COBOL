*> Mission: The installment loans behind on their payments, so
*> collections can call before the dunning cycle catches up. Reads
*> the loan book (LOANS.DAT, see CB_LOAN.cpy) and lists every active
*> loan whose billed installments run ahead of what has been paid:
*> the customer's name, the installment, how much is past due, how
*> many installments that is, the due date of the oldest one missed
*> and the days since. Payments are taken against the installments
*> oldest first, so the missed ones are always the latest billed.
*> Most days past due first. Totals of loans, installments and money
*> past due close the report. Lands in LOAN_PASTDUE.RPT; the run
*> ends RC 1 when any loan is past due.
*> cobc -x -j -free -I . -I ../BANNER PROC_LOAN_PASTDUE_RPT.cob
*>     PROC_ACCOUNT_NUMBER.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LOAN_PASTDUE_RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT LOAN-FILE
    ASSIGN TO DYNAMIC COMPANY_LOAN_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOAN-STATUS.
SELECT PASTDUE-REPORT
    ASSIGN TO 'LOAN_PASTDUE.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD LOAN-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS LOAN-LINE.
01 LOAN-LINE PIC X(160).

FD PASTDUE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LOAN-STATUS     PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-AT-END          PIC X VALUE 'N'.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-CURRENT-DATE    PIC X(21).
01 WS-TODAY           PIC X(8).

COPY 'CB_LOAN.cpy'.
*> The loans past due, as subscripts into the book with what was
*> worked out for each, put in days-past-due order before anything
*> prints.
01 WS-PICK-TABLE.
    05 WS-PICK-ENTRY OCCURS 500 TIMES.
        10 WS-PK-LOAN-SS   PIC 9(4).
        10 WS-PK-ARREARS   PIC 9(7)V99.
        10 WS-PK-MISSED    PIC 9(3).
        10 WS-PK-OLDEST    PIC X(8).
        10 WS-PK-DAYS      PIC 9(5).
01 WS-PICK-COUNT      PIC 9(4) VALUE 0.
01 WS-PICK-SS         PIC 9(4).
01 WS-PASS-SS         PIC 9(4).
01 WS-PICK-HOLD       PIC X(29).
01 WS-SWAPPED         PIC X.

*> One loan's arrears: what is past due, the installments the
*> payments cover, oldest first, and so the first one they do not.
01 WS-ARREARS         PIC S9(7)V99.
01 WS-COVERED         PIC 9(3).
01 WS-MISSED          PIC 9(3).
01 WS-DAYS-PAST       PIC S9(6).

*> The due date of installment n -- the first due date moved on
*> n-1 months to the payment day, the same sum the schedule used.
01 WS-DUE-FROM        PIC X(8).
01 WS-DUE-MONTHS      PIC 9(3).
01 WS-DUE-DAY         PIC 9(2).
01 WS-DUE-TO          PIC X(8).
01 WS-DUE-DATE        PIC 9(8).
01 WS-DUE-SPLIT       REDEFINES WS-DUE-DATE.
    05 WS-DUE-YYYY    PIC 9(4).
    05 WS-DUE-MM      PIC 9(2).
    05 WS-DUE-DD      PIC 9(2).
01 WS-DUE-X           REDEFINES WS-DUE-DATE PIC X(8).
01 WS-DUE-MONTH-NUM   PIC 9(6).
01 WS-MONTH-END-DAY   PIC 9(2).

01 WS-LOANS-BEHIND    PIC 9(4) VALUE 0.
01 WS-MISSED-TOTAL    PIC 9(6) VALUE 0.
01 WS-ARREARS-TOTAL   PIC 9(9)V99 VALUE 0.
01 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE 0.

01 WS-NAME            PIC X(20).
01 WS-ACCOUNT         PIC X(7).
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-ARREARS-EDIT    PIC Z(6)9.99.
01 WS-OWED-EDIT       PIC Z(6)9.99.
01 WS-MISSED-SHOW     PIC ZZ9.
01 WS-DAYS-SHOW       PIC ZZZZ9.
01 WS-TOTAL-EDIT      PIC Z(8)9.99.
01 WS-LINE-PTR        PIC 9(4).
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-LOAN-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
        UNTIL WS-LOAN-SS > WS-LOAN-COUNT
        IF LN-ACTIVE(WS-LOAN-SS)
            COMPUTE WS-ARREARS = WS-LN-BILLED-TOTAL(WS-LOAN-SS)
                - WS-LN-PAID-TOTAL(WS-LOAN-SS)
            IF WS-ARREARS > 0
                PERFORM PICK-ONE-LOAN
            END-IF
        END-IF
    END-PERFORM
    PERFORM SORT-PICKS-BY-DAYS
    OPEN OUTPUT PASTDUE-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING '--- INSTALLMENT LOANS PAST DUE AS OF ' WS-TODAY ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'ACCOUNT NAME                 INSTALLMENT    PAST DUE'
        ' MISSED OLDEST DUE  DAYS OUTSTANDING'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PICK-SS FROM 1 BY 1
        UNTIL WS-PICK-SS > WS-PICK-COUNT
        PERFORM REPORT-ONE-LOAN
    END-PERFORM
    CLOSE CUSTOMER-FILE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-ARREARS-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LOANS PAST DUE=' WS-LOANS-BEHIND
        ' INSTALLMENTS MISSED=' WS-MISSED-TOTAL
        ' PAST DUE=' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDIT
    STRING ' PRINCIPAL OUTSTANDING ON THEM='
        FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE PASTDUE-REPORT
    DISPLAY 'LOANS: ' WS-LOANS-BEHIND ' PAST DUE OF '
        WS-LOAN-COUNT ' ON THE BOOK -- LOAN_PASTDUE.RPT'
    IF WS-LOANS-BEHIND > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-LOAN-BOOK.
    MOVE 0 TO WS-LOAN-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LOAN-FILE
    IF WS-LOAN-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ LOAN-FILE
                AT END SET AT-END-OF-FILE TO TRUE
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
            ' HOLDS MORE THAN 500 LOANS -- the report covers'
            ' the first 500'
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

*> The payments cover whole installments oldest first; the first
*> installment they do not cover is the oldest missed. A shortfall
*> inside the final (smaller) installment still counts as one.
PICK-ONE-LOAN.
    MOVE 0 TO WS-COVERED
    IF WS-LN-INSTALLMENT(WS-LOAN-SS) > 0
        DIVIDE WS-LN-PAID-TOTAL(WS-LOAN-SS)
            BY WS-LN-INSTALLMENT(WS-LOAN-SS) GIVING WS-COVERED
    END-IF
    IF WS-COVERED >= WS-LN-BILLED(WS-LOAN-SS)
        COMPUTE WS-COVERED = WS-LN-BILLED(WS-LOAN-SS) - 1
    END-IF
    COMPUTE WS-MISSED = WS-LN-BILLED(WS-LOAN-SS) - WS-COVERED
    MOVE WS-LN-FIRST-DUE(WS-LOAN-SS) TO WS-DUE-FROM
    MOVE WS-COVERED TO WS-DUE-MONTHS
    MOVE WS-LN-PAY-DAY(WS-LOAN-SS) TO WS-DUE-DAY
    PERFORM ADD-MONTHS-TO-DUE-DATE
    MOVE 0 TO WS-DAYS-PAST
    IF WS-DUE-TO IS NUMERIC AND WS-DUE-TO < WS-TODAY
        COMPUTE WS-DAYS-PAST =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DUE-TO))
    END-IF
    ADD 1 TO WS-PICK-COUNT
    SET WS-PK-LOAN-SS(WS-PICK-COUNT) TO WS-LOAN-SS
    MOVE WS-ARREARS TO WS-PK-ARREARS(WS-PICK-COUNT)
    MOVE WS-MISSED TO WS-PK-MISSED(WS-PICK-COUNT)
    MOVE WS-DUE-TO TO WS-PK-OLDEST(WS-PICK-COUNT)
    MOVE WS-DAYS-PAST TO WS-PK-DAYS(WS-PICK-COUNT)
    .

*> A plain exchange sort, most days past due first -- the loans
*> behind are a handful, never worth a sort file.
SORT-PICKS-BY-DAYS.
    MOVE 'Y' TO WS-SWAPPED
    PERFORM UNTIL WS-SWAPPED = 'N'
        MOVE 'N' TO WS-SWAPPED
        PERFORM VARYING WS-PASS-SS FROM 1 BY 1
            UNTIL WS-PASS-SS >= WS-PICK-COUNT
            IF WS-PK-DAYS(WS-PASS-SS) < WS-PK-DAYS(WS-PASS-SS + 1)
                MOVE WS-PICK-ENTRY(WS-PASS-SS) TO WS-PICK-HOLD
                MOVE WS-PICK-ENTRY(WS-PASS-SS + 1)
                    TO WS-PICK-ENTRY(WS-PASS-SS)
                MOVE WS-PICK-HOLD TO WS-PICK-ENTRY(WS-PASS-SS + 1)
                MOVE 'Y' TO WS-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM
    .

REPORT-ONE-LOAN.
    SET WS-LOAN-SS TO WS-PK-LOAN-SS(WS-PICK-SS)
    ADD 1 TO WS-LOANS-BEHIND
    ADD WS-PK-MISSED(WS-PICK-SS) TO WS-MISSED-TOTAL
    ADD WS-PK-ARREARS(WS-PICK-SS) TO WS-ARREARS-TOTAL
    ADD WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-OUTSTANDING-TOTAL
    MOVE SPACES TO WS-NAME
    MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE '(NOT ON MASTER)' TO WS-NAME
        NOT INVALID KEY MOVE CUST-NAME TO WS-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-ACCOUNT
    MOVE WS-LN-INSTALLMENT(WS-LOAN-SS) TO WS-MONEY-EDIT
    MOVE WS-PK-ARREARS(WS-PICK-SS) TO WS-ARREARS-EDIT
    MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-OWED-EDIT
    MOVE WS-PK-MISSED(WS-PICK-SS) TO WS-MISSED-SHOW
    MOVE WS-PK-DAYS(WS-PICK-SS) TO WS-DAYS-SHOW
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-ACCOUNT
        ' ' WS-NAME
        ' ' WS-MONEY-EDIT
        ' ' WS-ARREARS-EDIT
        '    ' WS-MISSED-SHOW
        ' ' WS-PK-OLDEST(WS-PICK-SS)
        '  ' WS-DAYS-SHOW
        ' ' WS-OWED-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> WS-DUE-FROM moved on WS-DUE-MONTHS months to payment day
*> WS-DUE-DAY, pulled back to the month's end in a short month.
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

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LOAN_PASTDUE_RPT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LOAN_PASTDUE_RPT.
