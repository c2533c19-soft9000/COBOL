*> Mission: The monthly half of the installment-loan facility.
*> Reads the loan book (LOANS.DAT, see CB_LOAN.cpy; set up by
*> PROC_LOAN_EDIT) and bills every active loan's installments that
*> fall due by the end of the run date's month -- this month's, and
*> any a missed run left behind, each billed once: the book counts
*> the installments billed, so a rerun finds nothing new to bill.
*> For each installment billed it charges a month's interest on the
*> principal still outstanding --
*>   outstanding x rate% / 1200
*> -- and bills the level installment from the schedule; the
*> term's last installment is whatever is left of principal and the
*> interest charged, so the loan bills out to the cent.
*> The interest charges go out as one correctly counted and
*> totalled H/D/T transaction file (LOAN_BILLING.TRN, batch ID
*> LNB-<yyyymmdd>), one debit to the loan account per loan, for the
*> normal PROC_CUSTOMER_POST run -- this run never touches a balance
*> itself; posting adds each charge to the interest the loan owes,
*> and splits each payment that comes in between interest and
*> principal. Each loan billed gets a letterheaded due notice in
*> LOAN_DUE.PRN -- the installment, what in it is interest and what
*> principal, anything still unpaid from earlier installments and
*> the total to pay -- the customer's name as the banner letterhead
*> through the PROC_BANNER machinery the way PROC_DUNNING_RUN heads
*> a letter, filed in the customer's correspondence history
*> (PROC_CORRESP_LOG, document type LNDN) with its lines kept in
*> the letter archive for a reprint.
*> LOAN.CTL, KEY=VALUE lines (same shape as ACCRUAL_RATES.CTL):
*>   INTEREST_TYPE=<TXN_TYPES.DAT code, default INT>
*>   TRANSFER_TYPE=<TXN_TYPES.DAT code posting both ways, default XFR>
*> (the second is PROC_LOAN_EDIT's, for the drawdown).
*> Command line: [run-date-yyyymmdd], default today.
*> cobc -x -j -free -I . -I ../BANNER PROC_LOAN_BILLING.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob ../BANNER/PROC_BANNER9.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_SPOOL_ROTATION.cob
*>     PROC_ACCOUNT_NUMBER.cob PROC_CORRESP_LOG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LOAN_BILLING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT LOAN-FILE
    ASSIGN TO DYNAMIC COMPANY_LOAN_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOAN-STATUS.
SELECT CONTROL-FILE
    ASSIGN TO 'LOAN.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
SELECT BILLING-FILE
    ASSIGN TO 'LOAN_BILLING.TRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BILLING-STATUS.
SELECT NOTICE-FILE
    ASSIGN TO 'LOAN_DUE.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTICE-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD LOAN-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS LOAN-LINE.
01 LOAN-LINE PIC X(160).

FD CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CONTROL-LINE.
01 CONTROL-LINE PIC X(80).

FD BILLING-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BILLING-LINE.
01 BILLING-LINE PIC X(100).

FD NOTICE-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS NOTICE-LINE.
01 NOTICE-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LOAN-STATUS     PIC XX.
01 WS-CONTROL-STATUS  PIC XX.
01 WS-BILLING-STATUS  PIC XX.
01 WS-NOTICE-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X VALUE 'N'.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-RUN-DATE        PIC X(8).
01 WS-BILL-THROUGH    PIC X(8).
01 WS-CURRENT-DATE    PIC X(21).
01 WS-BATCH-ID        PIC X(12).

*> LOAN.CTL settings.
01 WS-CONTROL-KEY     PIC X(30).
01 WS-CONTROL-VALUE   PIC X(50).
01 WS-INTEREST-TYPE   PIC X(4) VALUE 'INT'.

COPY 'CB_LOAN.cpy'.
*> This run's billing per loan, beside the book: the installments
*> billed (first and last number), what they come to, the interest
*> charged, and what was still unpaid from before.
01 WS-BILL-TABLE.
    05 WS-BILL-ENTRY OCCURS 500 TIMES.
        10 WS-BL-DUE        PIC X.
            88 BL-BILLED     VALUE 'Y'.
        10 WS-BL-FIRST-NO   PIC 9(3).
        10 WS-BL-LAST-NO    PIC 9(3).
        10 WS-BL-DUE-DATE   PIC X(8).
        10 WS-BL-AMOUNT     PIC 9(7)V99.
        10 WS-BL-INTEREST   PIC 9(7)V99.
        10 WS-BL-ARREARS    PIC 9(7)V99.
01 WS-BILLED-LOANS    PIC 9(4) VALUE 0.
01 WS-BILLED-COUNT    PIC 9(4) VALUE 0.
01 WS-THIS-INTEREST   PIC 9(7)V99.
01 WS-THIS-AMOUNT     PIC 9(7)V99.
01 WS-LEFT-TO-BILL    PIC S9(7)V99.
01 WS-PAST-DUE        PIC S9(7)V99.
01 WS-NEXT-NO         PIC 9(3).

01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
01 WS-DETAIL-TOTAL    PIC S9(9)V99 VALUE 0.
01 WS-TOTAL-TO-PAY    PIC 9(7)V99.
01 WS-AMOUNT-EDIT     PIC 9(7).99.
01 WS-TOTAL-EDIT      PIC -(9)9.99.
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-COUNT-SHOW      PIC ZZ9.
01 WS-LINE-PTR        PIC 9(4).

*> Due-date arithmetic: the first due date plus so many months, the
*> day set to the payment day and clamped to that month's end
*> (PROC_DATE_SERVICE EOM).
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
COPY 'CB_DATE_SERVICE.cpy'.

*> Notice fields.
01 WS-NOTICE-NAME     PIC X(20).
01 WS-NOTICE-ACCOUNT  PIC X(7).
01 WS-LETTERHEAD-ROW  PIC 99.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.

*> RASTER-IO lives here, not in LINKAGE SECTION -- this program is
*> the top of the call chain, same as PROC_REPORT_LETTERHEAD.
COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    IF WS-CMD-LINE NOT = SPACES
        AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-RUN-DATE
    END-IF
*> Everything due by the month's end is billed now, so the notice
*> reaches the customer ahead of the due date.
    MOVE 'EOM' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-FAILED
        DISPLAY 'ERROR: run date ' WS-RUN-DATE ' is not a date'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE DATE_OUT TO WS-BILL-THROUGH
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'LNB-' WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    PERFORM LOAD-CONTROL-SETTINGS
    PERFORM LOAD-LOAN-BOOK
    IF WS-LOAN-COUNT = 0
        DISPLAY 'NO LOANS ON FILE -- nothing billed'
        STOP RUN
    END-IF
*> Pass one bills the book (the H line leads with the controls);
*> pass two writes the details and the notices.
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
        UNTIL WS-LOAN-SS > WS-LOAN-COUNT
        PERFORM BILL-ONE-LOAN
    END-PERFORM
    IF WS-BILLED-LOANS = 0
        DISPLAY 'NO INSTALLMENT FALLS DUE BY ' WS-BILL-THROUGH
            ' THAT IS NOT BILLED ALREADY'
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-DETAIL-COUNT > 0
        OPEN OUTPUT BILLING-FILE
        PERFORM WRITE-CONTROL-HEADER
        PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
            IF BL-BILLED(WS-LOAN-SS)
                AND WS-BL-INTEREST(WS-LOAN-SS) > 0
                PERFORM WRITE-INTEREST-DETAIL
            END-IF
        END-PERFORM
        PERFORM WRITE-CONTROL-TRAILER
        CLOSE BILLING-FILE
    END-IF
    PERFORM RESOLVE_BANNER_LINK_TARGET
*> Fresh notice package each run -- the banner path always appends,
*> same erase-first idiom as PROC_DUNNING_RUN.
    OPEN OUTPUT NOTICE-FILE
    CLOSE NOTICE-FILE
    MOVE 'LOAN_DUE.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
        UNTIL WS-LOAN-SS > WS-LOAN-COUNT
        IF BL-BILLED(WS-LOAN-SS)
            PERFORM PRINT-DUE-NOTICE
        END-IF
    END-PERFORM
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    CLOSE CUSTOMER-FILE
    PERFORM SAVE-LOAN-BOOK
    DISPLAY 'BILLED ' WS-BILLED-COUNT ' INSTALLMENT(S) ON '
        WS-BILLED-LOANS ' LOAN(S) DUE BY ' WS-BILL-THROUGH
        ' -- NOTICES IN LOAN_DUE.PRN'
    IF WS-DETAIL-COUNT > 0
        MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
        DISPLAY 'GENERATED ' WS-DETAIL-COUNT ' INTEREST DETAIL(S),'
            ' TOTAL ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' AS BATCH ' FUNCTION TRIM(WS-BATCH-ID)
            ' -- LOAN_BILLING.TRN'
    ELSE
        DISPLAY 'NOTHING TO POST -- no interest charged'
    END-IF
    STOP RUN.

LOAD-CONTROL-SETTINGS.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CONTROL-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM PARSE-CONTROL-LINE
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF
    .

PARSE-CONTROL-LINE.
    MOVE SPACES TO WS-CONTROL-KEY WS-CONTROL-VALUE
    UNSTRING CONTROL-LINE DELIMITED BY '='
        INTO WS-CONTROL-KEY WS-CONTROL-VALUE
    IF WS-CONTROL-VALUE NOT = SPACES
        EVALUATE FUNCTION TRIM(WS-CONTROL-KEY)
            WHEN 'INTEREST_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-INTEREST-TYPE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

LOAD-LOAN-BOOK.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LOAN-FILE
    IF WS-LOAN-STATUS NOT = '00'
        DISPLAY 'NO LOAN BOOK AT ' FUNCTION TRIM(COMPANY_LOAN_FILE)
        STOP RUN
    END-IF
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
    IF WS-LOAN-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_LOAN_FILE)
            ' HOLDS MORE THAN 500 LOANS -- the book no longer fits'
            ' the table, and billing from a capped load would'
            ' delete the rest on the save'
        MOVE 1 TO RETURN-CODE
        STOP RUN
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

SAVE-LOAN-BOOK.
    OPEN OUTPUT LOAN-FILE
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
        UNTIL WS-LOAN-SS > WS-LOAN-COUNT
        MOVE SPACES TO LOAN-LINE
        MOVE 1 TO WS-LINE-PTR
        MOVE WS-LN-RATE(WS-LOAN-SS) TO WS-LN-RATE-EDIT
        STRING WS-LN-CUST-ID(WS-LOAN-SS)
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-PRINCIPAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            '|' WS-LN-RATE-EDIT
            '|' WS-LN-START(WS-LOAN-SS)
            '|' WS-LN-TERM(WS-LOAN-SS)
            '|' WS-LN-PAY-DAY(WS-LOAN-SS)
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-INSTALLMENT(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            '|' WS-LN-FIRST-DUE(WS-LOAN-SS)
            '|' WS-LN-LINKED-ID(WS-LOAN-SS)
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-INTEREST-DUE(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            '|' WS-LN-BILLED(WS-LOAN-SS)
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-BILLED-TOTAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-INTEREST-BILLED(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-LN-PAID-TOTAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
        STRING '|' WS-LN-MONEY-EDIT
            '|' WS-LN-STATUS(WS-LOAN-SS)
            '|' WS-LN-SETTLED(WS-LOAN-SS)
            DELIMITED BY SIZE INTO LOAN-LINE
            WITH POINTER WS-LINE-PTR
        WRITE LOAN-LINE
    END-PERFORM
    CLOSE LOAN-FILE
    .

*> An active loan bills every installment not yet billed whose due
*> date is on or before the month's end. What was unpaid before
*> this run is kept for the notice first.
BILL-ONE-LOAN.
    MOVE 'N' TO WS-BL-DUE(WS-LOAN-SS)
    MOVE 0 TO WS-BL-AMOUNT(WS-LOAN-SS) WS-BL-INTEREST(WS-LOAN-SS)
        WS-BL-ARREARS(WS-LOAN-SS)
    IF LN-ACTIVE(WS-LOAN-SS)
        COMPUTE WS-PAST-DUE = WS-LN-BILLED-TOTAL(WS-LOAN-SS)
            - WS-LN-PAID-TOTAL(WS-LOAN-SS)
        IF WS-PAST-DUE > 0
            MOVE WS-PAST-DUE TO WS-BL-ARREARS(WS-LOAN-SS)
        END-IF
        PERFORM NEXT-INSTALLMENT-DUE-DATE
        PERFORM UNTIL WS-LN-BILLED(WS-LOAN-SS)
                >= WS-LN-TERM(WS-LOAN-SS)
            OR WS-DUE-TO > WS-BILL-THROUGH
            PERFORM BILL-ONE-INSTALLMENT
            PERFORM NEXT-INSTALLMENT-DUE-DATE
        END-PERFORM
        IF BL-BILLED(WS-LOAN-SS)
            ADD 1 TO WS-BILLED-LOANS
            IF WS-BL-INTEREST(WS-LOAN-SS) > 0
                ADD 1 TO WS-DETAIL-COUNT
                SUBTRACT WS-BL-INTEREST(WS-LOAN-SS)
                    FROM WS-DETAIL-TOTAL
            END-IF
        END-IF
    END-IF
    .

*> One installment: a month's interest on the principal outstanding,
*> and the level installment -- or, on the term's last, whatever is
*> left of principal and interest charged, so the loan bills out to
*> the cent. Nothing is billed past what is left to bill.
BILL-ONE-INSTALLMENT.
    COMPUTE WS-THIS-INTEREST ROUNDED =
        WS-LN-OUTSTANDING(WS-LOAN-SS) * WS-LN-RATE(WS-LOAN-SS) / 1200
    ADD 1 TO WS-LN-BILLED(WS-LOAN-SS)
    ADD WS-THIS-INTEREST TO WS-LN-INTEREST-BILLED(WS-LOAN-SS)
    COMPUTE WS-LEFT-TO-BILL = WS-LN-PRINCIPAL(WS-LOAN-SS)
        + WS-LN-INTEREST-BILLED(WS-LOAN-SS)
        - WS-LN-BILLED-TOTAL(WS-LOAN-SS)
    IF WS-LEFT-TO-BILL < 0
        MOVE 0 TO WS-LEFT-TO-BILL
    END-IF
    IF WS-LN-BILLED(WS-LOAN-SS) >= WS-LN-TERM(WS-LOAN-SS)
        OR WS-LN-INSTALLMENT(WS-LOAN-SS) > WS-LEFT-TO-BILL
        MOVE WS-LEFT-TO-BILL TO WS-THIS-AMOUNT
    ELSE
        MOVE WS-LN-INSTALLMENT(WS-LOAN-SS) TO WS-THIS-AMOUNT
    END-IF
    ADD WS-THIS-AMOUNT TO WS-LN-BILLED-TOTAL(WS-LOAN-SS)
    IF NOT BL-BILLED(WS-LOAN-SS)
        MOVE 'Y' TO WS-BL-DUE(WS-LOAN-SS)
        MOVE WS-LN-BILLED(WS-LOAN-SS) TO WS-BL-FIRST-NO(WS-LOAN-SS)
    END-IF
    MOVE WS-LN-BILLED(WS-LOAN-SS) TO WS-BL-LAST-NO(WS-LOAN-SS)
    MOVE WS-DUE-TO TO WS-BL-DUE-DATE(WS-LOAN-SS)
    ADD WS-THIS-AMOUNT TO WS-BL-AMOUNT(WS-LOAN-SS)
    ADD WS-THIS-INTEREST TO WS-BL-INTEREST(WS-LOAN-SS)
    ADD 1 TO WS-BILLED-COUNT
    .

*> The due date of the installment after the last one billed.
NEXT-INSTALLMENT-DUE-DATE.
    MOVE WS-LN-FIRST-DUE(WS-LOAN-SS) TO WS-DUE-FROM
    MOVE WS-LN-BILLED(WS-LOAN-SS) TO WS-DUE-MONTHS
    MOVE WS-LN-PAY-DAY(WS-LOAN-SS) TO WS-DUE-DAY
    PERFORM ADD-MONTHS-TO-DUE-DATE
    .

*> WS-DUE-FROM plus WS-DUE-MONTHS months, the day set to WS-DUE-DAY
*> and pulled back to the month's end where the month is shorter.
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

*> One debit per loan for all the interest this run charged it.
WRITE-INTEREST-DETAIL.
    MOVE WS-BL-INTEREST(WS-LOAN-SS) TO WS-AMOUNT-EDIT
    MOVE SPACES TO BILLING-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D ' WS-LN-CUST-ID(WS-LOAN-SS)
        ' D ' WS-AMOUNT-EDIT
        ' ' WS-RUN-DATE
        ' ' FUNCTION TRIM(WS-INTEREST-TYPE)
        ' LN-INTEREST'
        DELIMITED BY SIZE INTO BILLING-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BILLING-LINE
    .

WRITE-CONTROL-HEADER.
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO BILLING-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-RUN-DATE
        ' ' WS-DETAIL-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO BILLING-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO BILLING-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE BILLING-LINE
    .

WRITE-CONTROL-TRAILER.
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO BILLING-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-DETAIL-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO BILLING-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BILLING-LINE
    .

*> The notice: the customer's name through PROC_BANNER as the
*> letterhead, then the installment(s) billed, what is interest and
*> what principal, anything unpaid from before, and the total.
PRINT-DUE-NOTICE.
    MOVE 'UNKNOWN CUSTOMER' TO WS-NOTICE-NAME
    MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE CUST-NAME TO WS-NOTICE-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-NOTICE-ACCOUNT
    PERFORM RECORD-NOTICE-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-NOTICE-NAME TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'LOAN_DUE.PRN' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_LOAN_BILLING' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    OPEN EXTEND NOTICE-FILE
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LOAN ACCOUNT ' WS-NOTICE-ACCOUNT
        '   DATE ' WS-RUN-DATE(1:4) '-'
        WS-RUN-DATE(5:2) '-' WS-RUN-DATE(7:2)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE 'LOAN INSTALLMENT DUE NOTICE' TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE WS-BL-AMOUNT(WS-LOAN-SS) TO WS-MONEY-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-BL-FIRST-NO(WS-LOAN-SS) = WS-BL-LAST-NO(WS-LOAN-SS)
        MOVE WS-BL-LAST-NO(WS-LOAN-SS) TO WS-COUNT-SHOW
        STRING 'Installment ' FUNCTION TRIM(WS-COUNT-SHOW)
            DELIMITED BY SIZE INTO NOTICE-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        MOVE WS-BL-FIRST-NO(WS-LOAN-SS) TO WS-COUNT-SHOW
        STRING 'Installments ' FUNCTION TRIM(WS-COUNT-SHOW)
            DELIMITED BY SIZE INTO NOTICE-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-BL-LAST-NO(WS-LOAN-SS) TO WS-COUNT-SHOW
        STRING ' to ' FUNCTION TRIM(WS-COUNT-SHOW)
            DELIMITED BY SIZE INTO NOTICE-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    MOVE WS-LN-TERM(WS-LOAN-SS) TO WS-COUNT-SHOW
    STRING ' of ' FUNCTION TRIM(WS-COUNT-SHOW)
        ', due on ' WS-BL-DUE-DATE(WS-LOAN-SS)(1:4) '-'
        WS-BL-DUE-DATE(WS-LOAN-SS)(5:2) '-'
        WS-BL-DUE-DATE(WS-LOAN-SS)(7:2)
        ': ' FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE WS-BL-INTEREST(WS-LOAN-SS) TO WS-MONEY-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  of which interest ' FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-BL-AMOUNT(WS-LOAN-SS) > WS-BL-INTEREST(WS-LOAN-SS)
        COMPUTE WS-TOTAL-TO-PAY = WS-BL-AMOUNT(WS-LOAN-SS)
            - WS-BL-INTEREST(WS-LOAN-SS)
        MOVE WS-TOTAL-TO-PAY TO WS-MONEY-EDIT
        STRING ' and principal ' FUNCTION TRIM(WS-MONEY-EDIT)
            DELIMITED BY SIZE INTO NOTICE-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    PERFORM PUT-NOTICE-LINE
    IF WS-BL-ARREARS(WS-LOAN-SS) > 0
        MOVE WS-BL-ARREARS(WS-LOAN-SS) TO WS-MONEY-EDIT
        MOVE SPACES TO NOTICE-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'Still unpaid from earlier installments: '
            FUNCTION TRIM(WS-MONEY-EDIT)
            DELIMITED BY SIZE INTO NOTICE-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM PUT-NOTICE-LINE
    END-IF
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    COMPUTE WS-TOTAL-TO-PAY = WS-BL-AMOUNT(WS-LOAN-SS)
        + WS-BL-ARREARS(WS-LOAN-SS)
    MOVE WS-TOTAL-TO-PAY TO WS-MONEY-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Please pay ' FUNCTION TRIM(WS-MONEY-EDIT)
        ' into loan account ' WS-NOTICE-ACCOUNT ' by '
        WS-BL-DUE-DATE(WS-LOAN-SS)(1:4) '-'
        WS-BL-DUE-DATE(WS-LOAN-SS)(5:2) '-'
        WS-BL-DUE-DATE(WS-LOAN-SS)(7:2) '.'
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-MONEY-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Principal outstanding before this payment: '
        FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    CLOSE NOTICE-FILE
    .

*> The history line, before anything prints, so the notice's lines
*> file under it.
RECORD-NOTICE-SENT.
    MOVE SPACES TO CORR_DOC_KEY
    MOVE 'D' TO CORR_ACTION
    MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO CORR_CUST_ID
    MOVE 'LNDN' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LOAN_DUE.PRN INSTALLMENT ' WS-BL-LAST-NO(WS-LOAN-SS)
        ' DUE ' WS-BL-DUE-DATE(WS-LOAN-SS)
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_LOAN_BILLING' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> The banner rows come back in NINE_LINES -- filed with the notice
*> so a reprint reproduces the letterhead too.
FILE-LETTERHEAD-ROWS.
    PERFORM VARYING WS-LETTERHEAD-ROW FROM 1 BY 1
        UNTIL WS-LETTERHEAD-ROW > RASTER_ACTIVE_LINES
            OR WS-LETTERHEAD-ROW > RASTER_LINES
        MOVE 'L' TO CORR_ACTION
        MOVE SPACES TO CORR_LINE
        MOVE NINE_LINES(WS-LETTERHEAD-ROW) TO CORR_LINE(1:72)
        CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    END-PERFORM
    .

*> Every notice line goes two places: the spool and the archive.
PUT-NOTICE-LINE.
    WRITE NOTICE-LINE
    MOVE 'L' TO CORR_ACTION
    MOVE NOTICE-LINE TO CORR_LINE
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> Retarget WS-BANNER-PROGRAM-NAME from PROC_BANNER_LINK_TARGET if an
*> operator has set it -- see CB_BANNER_LINK.cpy.
RESOLVE_BANNER_LINK_TARGET.
    DISPLAY 'PROC_BANNER_LINK_TARGET' UPON ENVIRONMENT-NAME
    ACCEPT WS-BANNER-LINK-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-BANNER-LINK-ENV-VALUE NOT = SPACES
        MOVE FUNCTION TRIM(WS-BANNER-LINK-ENV-VALUE)
            TO WS-BANNER-PROGRAM-NAME
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LOAN_BILLING' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LOAN_BILLING.
