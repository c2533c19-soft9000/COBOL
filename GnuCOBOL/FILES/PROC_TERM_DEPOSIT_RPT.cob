*> Mission: The term deposits coming due, so the branches can call
*> customers about renewal before PROC_TERM_MATURITY acts on the
*> instruction on file. Reads the term-deposit book
*> (TERM_DEPOSITS.DAT, see CB_TERM_DEPOSIT.cpy) and lists every
*> active deposit maturing from today through today plus the window
*> (30 calendar days unless the command line says otherwise,
*> PROC_DATE_SERVICE CADD), earliest first, with the customer's
*> name, the principal, rate, term, the interest the term will earn,
*> the maturity instruction and the linked account -- and, ahead of
*> them, any active deposit already past its maturity date, which
*> means the maturity run has been missed. Totals of principal and
*> interest close the report, with the count of matured deposits
*> being held for instructions. Lands in TERM_MATURING.RPT.
*> Command line: [window-days], default 30.
*> cobc -x -j -free -I . -I ../BANNER PROC_TERM_DEPOSIT_RPT.cob
*>     PROC_ACCOUNT_NUMBER.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TERM_DEPOSIT_RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT DEPOSIT-FILE
    ASSIGN TO DYNAMIC COMPANY_TERMDEP_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DEPOSIT-STATUS.
SELECT MATURING-REPORT
    ASSIGN TO 'TERM_MATURING.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD DEPOSIT-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS DEPOSIT-LINE.
01 DEPOSIT-LINE PIC X(100).

FD MATURING-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-DEPOSIT-STATUS  PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X VALUE 'N'.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-CURRENT-DATE    PIC X(21).
01 WS-TODAY           PIC X(8).
01 WS-WINDOW-DAYS     PIC 9(3) VALUE 30.
01 WS-WINDOW-END      PIC X(8).

COPY 'CB_TERM_DEPOSIT.cpy'.
*> The deposits picked for the report, as subscripts into the book,
*> put in maturity-date order before anything prints.
01 WS-PICK-TABLE.
    05 WS-PICK-ENTRY OCCURS 500 TIMES PIC 9(4).
01 WS-PICK-COUNT      PIC 9(4) VALUE 0.
01 WS-PICK-SS         PIC 9(4).
01 WS-PASS-SS         PIC 9(4).
01 WS-PICK-HOLD       PIC 9(4).
01 WS-SWAPPED         PIC X.

01 WS-OVERDUE-COUNT   PIC 9(4) VALUE 0.
01 WS-DUE-COUNT       PIC 9(4) VALUE 0.
01 WS-HELD-COUNT      PIC 9(4) VALUE 0.
01 WS-PRINCIPAL-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-INTEREST-TOTAL  PIC 9(9)V99 VALUE 0.

*> Interest work fields -- actual days between two yyyymmdd dates,
*> the same sum PROC_TERM_MATURITY works.
01 WS-INT-FROM        PIC X(8).
01 WS-INT-TO          PIC X(8).
01 WS-INT-DAYS        PIC S9(6).
01 WS-INTEREST        PIC 9(7)V99.

01 WS-NAME            PIC X(20).
01 WS-ACCOUNT         PIC X(7).
01 WS-LINKED-ACCOUNT  PIC X(7).
01 WS-FLAG            PIC X(8).
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-INTEREST-EDIT   PIC Z(6)9.99.
01 WS-RATE-SHOW       PIC Z9.99.
01 WS-TERM-SHOW       PIC ZZ9.
01 WS-TOTAL-EDIT      PIC Z(8)9.99.
01 WS-LINE-PTR        PIC 9(4).
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CMD-LINE) TO WS-WINDOW-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    MOVE 'CADD' TO DATE_ACTION
    MOVE WS-TODAY TO DATE_IN
    MOVE WS-WINDOW-DAYS TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO WS-WINDOW-END
    PERFORM LOAD-DEPOSIT-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
        UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
        EVALUATE TRUE
            WHEN TD-ACTIVE(WS-DEPOSIT-SS)
                AND WS-TD-MATURITY(WS-DEPOSIT-SS) <= WS-WINDOW-END
                ADD 1 TO WS-PICK-COUNT
                SET WS-PICK-ENTRY(WS-PICK-COUNT) TO WS-DEPOSIT-SS
            WHEN TD-MATURED-HELD(WS-DEPOSIT-SS)
                ADD 1 TO WS-HELD-COUNT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    PERFORM SORT-PICKS-BY-MATURITY
    OPEN OUTPUT MATURING-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- TERM DEPOSITS MATURING ' WS-TODAY
        ' THROUGH ' WS-WINDOW-END ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'MATURES  ACCOUNT NAME                    PRINCIPAL'
        '   RATE  TERM    INTEREST I LINKED'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PICK-SS FROM 1 BY 1
        UNTIL WS-PICK-SS > WS-PICK-COUNT
        SET WS-DEPOSIT-SS TO WS-PICK-ENTRY(WS-PICK-SS)
        PERFORM REPORT-ONE-DEPOSIT
    END-PERFORM
    CLOSE CUSTOMER-FILE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-PRINCIPAL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'DEPOSITS MATURING=' WS-DUE-COUNT
        ' PRINCIPAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDIT
    STRING ' INTEREST=' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'PAST MATURITY, NOT YET MATURED=' WS-OVERDUE-COUNT
        '   MATURED AND HELD FOR INSTRUCTIONS=' WS-HELD-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE MATURING-REPORT
    DISPLAY 'TERM DEPOSITS: ' WS-DUE-COUNT ' MATURING BY '
        WS-WINDOW-END ', ' WS-OVERDUE-COUNT ' PAST MATURITY'
        ' -- TERM_MATURING.RPT'
    IF WS-OVERDUE-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-DEPOSIT-BOOK.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT DEPOSIT-FILE
    IF WS-DEPOSIT-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ DEPOSIT-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF DEPOSIT-LINE NOT = SPACES
                        IF WS-DEPOSIT-COUNT < 500
                            PERFORM TAKE-ONE-DEPOSIT-LINE
                        ELSE
                            MOVE 'Y' TO WS-DEPOSIT-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPOSIT-FILE
    END-IF
    IF WS-DEPOSIT-OVERFLOW = 'Y'
        DISPLAY 'WARNING: ' FUNCTION TRIM(COMPANY_TERMDEP_FILE)
            ' HOLDS MORE THAN 500 DEPOSITS -- the report covers'
            ' the first 500'
    END-IF
    .

TAKE-ONE-DEPOSIT-LINE.
    MOVE SPACES TO WS-TD-TOK-ID WS-TD-TOK-PRINCIPAL WS-TD-TOK-RATE
        WS-TD-TOK-START WS-TD-TOK-TERM WS-TD-TOK-MATURITY
        WS-TD-TOK-INSTRUCT WS-TD-TOK-LINKED WS-TD-TOK-STATUS
        WS-TD-TOK-SETTLED
    UNSTRING DEPOSIT-LINE DELIMITED BY '|'
        INTO WS-TD-TOK-ID WS-TD-TOK-PRINCIPAL WS-TD-TOK-RATE
             WS-TD-TOK-START WS-TD-TOK-TERM WS-TD-TOK-MATURITY
             WS-TD-TOK-INSTRUCT WS-TD-TOK-LINKED WS-TD-TOK-STATUS
             WS-TD-TOK-SETTLED
    ADD 1 TO WS-DEPOSIT-COUNT
    SET WS-DEPOSIT-SS TO WS-DEPOSIT-COUNT
    MOVE FUNCTION NUMVAL(WS-TD-TOK-ID) TO WS-TD-CUST-ID(WS-DEPOSIT-SS)
    MOVE FUNCTION NUMVAL(WS-TD-TOK-PRINCIPAL)
        TO WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
    MOVE FUNCTION NUMVAL(WS-TD-TOK-RATE) TO WS-TD-RATE(WS-DEPOSIT-SS)
    MOVE WS-TD-TOK-START(1:8) TO WS-TD-START(WS-DEPOSIT-SS)
    MOVE FUNCTION NUMVAL(WS-TD-TOK-TERM) TO WS-TD-TERM(WS-DEPOSIT-SS)
    MOVE WS-TD-TOK-MATURITY(1:8) TO WS-TD-MATURITY(WS-DEPOSIT-SS)
    MOVE WS-TD-TOK-INSTRUCT(1:1) TO WS-TD-INSTRUCT(WS-DEPOSIT-SS)
    MOVE FUNCTION NUMVAL(WS-TD-TOK-LINKED)
        TO WS-TD-LINKED-ID(WS-DEPOSIT-SS)
    MOVE WS-TD-TOK-STATUS(1:1) TO WS-TD-STATUS(WS-DEPOSIT-SS)
    MOVE WS-TD-TOK-SETTLED(1:8) TO WS-TD-SETTLED(WS-DEPOSIT-SS)
    .

*> A plain exchange sort on the picked subscripts -- a month's
*> maturities are a handful, never worth a sort file.
SORT-PICKS-BY-MATURITY.
    MOVE 'Y' TO WS-SWAPPED
    PERFORM UNTIL WS-SWAPPED = 'N'
        MOVE 'N' TO WS-SWAPPED
        PERFORM VARYING WS-PASS-SS FROM 1 BY 1
            UNTIL WS-PASS-SS >= WS-PICK-COUNT
            IF WS-TD-MATURITY(WS-PICK-ENTRY(WS-PASS-SS))
                > WS-TD-MATURITY(WS-PICK-ENTRY(WS-PASS-SS + 1))
                MOVE WS-PICK-ENTRY(WS-PASS-SS) TO WS-PICK-HOLD
                MOVE WS-PICK-ENTRY(WS-PASS-SS + 1)
                    TO WS-PICK-ENTRY(WS-PASS-SS)
                MOVE WS-PICK-HOLD TO WS-PICK-ENTRY(WS-PASS-SS + 1)
                MOVE 'Y' TO WS-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM
    .

REPORT-ONE-DEPOSIT.
    MOVE SPACES TO WS-FLAG
    IF WS-TD-MATURITY(WS-DEPOSIT-SS) < WS-TODAY
        ADD 1 TO WS-OVERDUE-COUNT
        MOVE 'OVERDUE' TO WS-FLAG
    ELSE
        ADD 1 TO WS-DUE-COUNT
    END-IF
    MOVE WS-TD-START(WS-DEPOSIT-SS) TO WS-INT-FROM
    MOVE WS-TD-MATURITY(WS-DEPOSIT-SS) TO WS-INT-TO
    PERFORM COMPUTE-TERM-INTEREST
    ADD WS-TD-PRINCIPAL(WS-DEPOSIT-SS) TO WS-PRINCIPAL-TOTAL
    ADD WS-INTEREST TO WS-INTEREST-TOTAL
    MOVE SPACES TO WS-NAME
    MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE '(NOT ON MASTER)' TO WS-NAME
        NOT INVALID KEY MOVE CUST-NAME TO WS-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-ACCOUNT
    MOVE SPACES TO WS-LINKED-ACCOUNT
    IF WS-TD-LINKED-ID(WS-DEPOSIT-SS) > 0
        MOVE WS-TD-LINKED-ID(WS-DEPOSIT-SS) TO ACCT_CUST_ID
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        MOVE ACCT_NUMBER TO WS-LINKED-ACCOUNT
    END-IF
    MOVE WS-TD-PRINCIPAL(WS-DEPOSIT-SS) TO WS-MONEY-EDIT
    MOVE WS-INTEREST TO WS-INTEREST-EDIT
    MOVE WS-TD-RATE(WS-DEPOSIT-SS) TO WS-RATE-SHOW
    MOVE WS-TD-TERM(WS-DEPOSIT-SS) TO WS-TERM-SHOW
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-TD-MATURITY(WS-DEPOSIT-SS)
        ' ' WS-ACCOUNT
        ' ' WS-NAME
        ' ' WS-MONEY-EDIT
        ' ' WS-RATE-SHOW '%'
        ' ' WS-TERM-SHOW 'MO'
        ' ' WS-INTEREST-EDIT
        ' ' WS-TD-INSTRUCT(WS-DEPOSIT-SS)
        ' ' WS-LINKED-ACCOUNT
        ' ' WS-FLAG
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

COMPUTE-TERM-INTEREST.
    MOVE 0 TO WS-INTEREST
    IF WS-INT-FROM IS NUMERIC AND WS-INT-TO IS NUMERIC
        AND WS-INT-TO > WS-INT-FROM
        COMPUTE WS-INT-DAYS =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-INT-TO))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-INT-FROM))
        COMPUTE WS-INTEREST ROUNDED =
            WS-TD-PRINCIPAL(WS-DEPOSIT-SS) * WS-TD-RATE(WS-DEPOSIT-SS)
            * WS-INT-DAYS / 36500
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_TERM_DEPOSIT_RPT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_TERM_DEPOSIT_RPT.
