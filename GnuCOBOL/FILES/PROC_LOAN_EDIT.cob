*> Mission: The installment-loan book's desk. A loan is an account
*> of its own on the customer master -- its balance runs below zero
*> by what is owed, its product neither interest-eligible nor
*> charged a monthly fee, so the accrual run leaves it alone -- whose
*> terms live on the loan book, LOANS.DAT (layout in CB_LOAN.cpy):
*> principal, annual rate, term in months and the day of the month
*> the installments fall due. Maintained here in the same
*> prompt-and-ACCEPT editor mold as PROC_TERM_DEPOSIT_EDIT: every
*> field validated before anything is written, account numbers
*> keyed with their check digit (PROC_ACCOUNT_NUMBER) and proven
*> against the keyed master on the spot.
*>   A)dd       set up a loan on a fresh loan account (balance
*>              zero): the level monthly installment is worked the
*>              usual annuity way --
*>                principal x r / (1 - (1 + r) ** -term),
*>                r = rate% / 1200
*>              -- and shown with the total interest for the
*>              operator to confirm. On confirmation the loan goes
*>              on the book, the money goes out as a posting batch
*>              of its own, LND_<cust-id>.TRN (batch ID
*>              LND-<cust-id>): one X transfer from the loan account
*>              into the customer's current account, for
*>              PROC_CUSTOMER_POST -- the operator is the keyer on
*>              its H record, so somebody else posts it -- and the
*>              full amortization schedule is printed.
*>   S)chedule  print a loan's amortization schedule again
*>   L)ist      the whole book, with what is owed and past due
*> The schedule goes to LNS_<cust-id>.PRN, one line per installment
*> -- due date, installment, interest, principal, balance after --
*> the first installment due on the payment day of the month after
*> the loan is drawn, a short month pulling the day back to its end
*> (PROC_DATE_SERVICE EOM); the last installment takes up whatever
*> the rounding left. Each schedule printed is filed in the
*> customer's correspondence history (PROC_CORRESP_LOG, document
*> type LNSC) with its lines kept in the letter archive.
*> PROC_LOAN_BILLING bills the installments and charges the
*> interest month by month; PROC_CUSTOMER_POST splits each payment
*> into interest and principal.
*> LOAN.CTL, KEY=VALUE lines (same shape as ACCRUAL_RATES.CTL):
*>   INTEREST_TYPE=<TXN_TYPES.DAT code, default INT>
*>   TRANSFER_TYPE=<TXN_TYPES.DAT code posting both ways, default XFR>
*> (this program uses TRANSFER_TYPE for the drawdown).
*> cobc -x -free -I . -I ../BANNER PROC_LOAN_EDIT.cob
*>     PROC_ACCOUNT_NUMBER.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_CORRESP_LOG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LOAN_EDIT.

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
SELECT DRAWDOWN-FILE
    ASSIGN TO DYNAMIC WS-DRAWDOWN-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DRAWDOWN-STATUS.
SELECT SCHEDULE-FILE
    ASSIGN TO DYNAMIC WS-SCHEDULE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SCHEDULE-STATUS.

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

FD DRAWDOWN-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS DRAWDOWN-LINE.
01 DRAWDOWN-LINE PIC X(100).

FD SCHEDULE-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS SCHEDULE-LINE.
01 SCHEDULE-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LOAN-STATUS          PIC XX.
01 WS-CONTROL-STATUS       PIC XX.
01 WS-DRAWDOWN-STATUS      PIC XX.
01 WS-DRAWDOWN-FILE-NAME   PIC X(64).
01 WS-SCHEDULE-STATUS      PIC XX.
01 WS-SCHEDULE-FILE-NAME   PIC X(64).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-ANSWER               PIC X(24).
01 WS-EDITING              PIC X VALUE 'Y'.
    88 DONE-EDITING         VALUE 'N'.
01 WS-RECORD-OK            PIC X.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-TODAY                PIC X(8).
01 WS-SCHEDULES-PRINTED    PIC 9(4) VALUE 0.

*> LOAN.CTL settings.
01 WS-CONTROL-KEY     PIC X(30).
01 WS-CONTROL-VALUE   PIC X(50).
01 WS-TRANSFER-TYPE   PIC X(4) VALUE 'XFR'.

COPY 'CB_LOAN.cpy'.
01 WS-PICKED-SS       PIC 9(4).
01 WS-FIELD-CUST      PIC 9(6).
01 WS-FIELD-PRINCIPAL PIC 9(7)V99.
01 WS-FIELD-RATE      PIC 9(2)V9(4).
01 WS-FIELD-START     PIC X(8).
01 WS-FIELD-TERM      PIC 9(3).
01 WS-FIELD-PAY-DAY   PIC 9(2).
01 WS-FIELD-LINKED    PIC 9(6).
01 WS-KEYED-CUST      PIC 9(6).
01 WS-KEYED-BALANCE   PIC S9(7)V99.

*> Amortization work. WS-GROWTH is (1 + r) ** term, carried to
*> twelve places so the installment comes out to the cent.
01 WS-GROWTH          PIC 9(5)V9(12).
01 WS-INSTALLMENT     PIC 9(7)V99.
01 WS-FIRST-DUE       PIC X(8).
01 WS-SCH-NUMBER      PIC 9(3).
01 WS-SCH-BALANCE     PIC 9(7)V99.
01 WS-SCH-INTEREST    PIC 9(7)V99.
01 WS-SCH-PRINCIPAL   PIC 9(7)V99.
01 WS-SCH-PAYMENT     PIC 9(7)V99.
01 WS-SCH-TOT-PAYMENT  PIC 9(9)V99.
01 WS-SCH-TOT-INTEREST PIC 9(9)V99.
01 WS-SCH-DUE-DATE    PIC X(8).

01 WS-ACCOUNT-SHOW    PIC X(7).
01 WS-LINKED-SHOW     PIC X(7).
01 WS-AMOUNT-EDIT     PIC 9(7).99.
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-BIG-MONEY-EDIT  PIC Z(8)9.99.
01 WS-RATE-SHOW       PIC Z9.9999.
01 WS-COUNT-SHOW      PIC ZZ9.
01 WS-PAST-DUE        PIC S9(7)V99.
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
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-CONTROL-SETTINGS
    PERFORM LOAD-LOAN-BOOK
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  S)chedule  L)ist  Q)uit: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-LOAN
            WHEN 'S' PERFORM REPRINT-SCHEDULE
            WHEN 'L' PERFORM LIST-LOAN-BOOK
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, S, L or Q'
        END-EVALUATE
    END-PERFORM
    IF WS-SCHEDULES-PRINTED > 0
        MOVE 'C' TO CORR_ACTION
        CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    END-IF
    CLOSE CUSTOMER-FILE
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
            WHEN 'TRANSFER_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-TRANSFER-TYPE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

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
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_LOAN_FILE)
            ' HOLDS MORE THAN 500 LOANS -- editing through the'
            ' capped table would delete the rest on the save'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY WS-LOAN-COUNT ' LOAN(S) ON FILE'
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

*> The terms keyed and proven, the installment worked and shown, and
*> nothing written until the operator says yes -- then the book, the
*> drawdown batch and the schedule, in that order.
ADD-LOAN.
    IF WS-LOAN-COUNT >= 500
        DISPLAY 'LOAN BOOK FULL (500)'
    ELSE
        PERFORM ASK-LOAN-FIELDS
        IF WS-RECORD-OK = 'Y'
            PERFORM WORK-INSTALLMENT
            MOVE WS-FIELD-START TO WS-DUE-FROM
            MOVE 1 TO WS-DUE-MONTHS
            MOVE WS-FIELD-PAY-DAY TO WS-DUE-DAY
            PERFORM ADD-MONTHS-TO-DUE-DATE
            MOVE WS-DUE-TO TO WS-FIRST-DUE
            PERFORM SHOW-LOAN-TERMS
            DISPLAY 'Set up this loan? (Y/N): ' WITH NO ADVANCING
            ACCEPT WS-ANSWER
            IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = 'Y'
                PERFORM WRITE-DRAWDOWN-BATCH
                IF WS-DRAWDOWN-STATUS = '00'
                    PERFORM BOOK-NEW-LOAN
                    PERFORM SAVE-LOAN-BOOK
                    PERFORM PRINT-SCHEDULE
                    DISPLAY 'LOAN SET UP -- drawdown batch LND-'
                        WS-FIELD-CUST ' in '
                        FUNCTION TRIM(WS-DRAWDOWN-FILE-NAME)
                        ' for PROC_CUSTOMER_POST, schedule in '
                        FUNCTION TRIM(WS-SCHEDULE-FILE-NAME)
                END-IF
            ELSE
                DISPLAY 'NOT SET UP'
            END-IF
        END-IF
    END-IF
    .

BOOK-NEW-LOAN.
    ADD 1 TO WS-LOAN-COUNT
    SET WS-LOAN-SS TO WS-LOAN-COUNT
    MOVE WS-FIELD-CUST TO WS-LN-CUST-ID(WS-LOAN-SS)
    MOVE WS-FIELD-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LOAN-SS)
    MOVE WS-FIELD-RATE TO WS-LN-RATE(WS-LOAN-SS)
    MOVE WS-FIELD-START TO WS-LN-START(WS-LOAN-SS)
    MOVE WS-FIELD-TERM TO WS-LN-TERM(WS-LOAN-SS)
    MOVE WS-FIELD-PAY-DAY TO WS-LN-PAY-DAY(WS-LOAN-SS)
    MOVE WS-INSTALLMENT TO WS-LN-INSTALLMENT(WS-LOAN-SS)
    MOVE WS-FIRST-DUE TO WS-LN-FIRST-DUE(WS-LOAN-SS)
    MOVE WS-FIELD-LINKED TO WS-LN-LINKED-ID(WS-LOAN-SS)
    MOVE WS-FIELD-PRINCIPAL TO WS-LN-OUTSTANDING(WS-LOAN-SS)
    MOVE 0 TO WS-LN-INTEREST-DUE(WS-LOAN-SS)
        WS-LN-BILLED(WS-LOAN-SS) WS-LN-BILLED-TOTAL(WS-LOAN-SS)
        WS-LN-INTEREST-BILLED(WS-LOAN-SS) WS-LN-PAID-TOTAL(WS-LOAN-SS)
    MOVE 'A' TO WS-LN-STATUS(WS-LOAN-SS)
    MOVE SPACES TO WS-LN-SETTLED(WS-LOAN-SS)
    .

*> The level installment: principal x r / (1 - (1 + r) ** -term),
*> r the monthly rate; at a rate of zero, the principal over the
*> term. Rounded to the cent -- the last installment squares up.
WORK-INSTALLMENT.
    IF WS-FIELD-RATE = 0
        COMPUTE WS-INSTALLMENT ROUNDED =
            WS-FIELD-PRINCIPAL / WS-FIELD-TERM
    ELSE
        COMPUTE WS-GROWTH ROUNDED =
            (1 + WS-FIELD-RATE / 1200) ** WS-FIELD-TERM
        COMPUTE WS-INSTALLMENT ROUNDED =
            WS-FIELD-PRINCIPAL * WS-FIELD-RATE / 1200
            * WS-GROWTH / (WS-GROWTH - 1)
    END-IF
    .

SHOW-LOAN-TERMS.
    PERFORM WALK-SCHEDULE-TOTALS
    MOVE WS-FIELD-PRINCIPAL TO WS-MONEY-EDIT
    DISPLAY 'PRINCIPAL       ' WS-MONEY-EDIT
    MOVE WS-FIELD-RATE TO WS-RATE-SHOW
    DISPLAY 'ANNUAL RATE     ' WS-RATE-SHOW '%'
    DISPLAY 'TERM            ' WS-FIELD-TERM ' MONTHLY INSTALLMENT(S)'
        ' ON DAY ' WS-FIELD-PAY-DAY
    MOVE WS-INSTALLMENT TO WS-MONEY-EDIT
    DISPLAY 'INSTALLMENT     ' WS-MONEY-EDIT
        '  FIRST DUE ' WS-FIRST-DUE
    MOVE WS-SCH-TOT-INTEREST TO WS-BIG-MONEY-EDIT
    DISPLAY 'TOTAL INTEREST' WS-BIG-MONEY-EDIT
    MOVE WS-SCH-TOT-PAYMENT TO WS-BIG-MONEY-EDIT
    DISPLAY 'TOTAL REPAYABLE' WS-BIG-MONEY-EDIT
    DISPLAY 'PAID INTO       ' WS-FIELD-LINKED
    .

*> The schedule's totals without printing it -- for the operator's
*> confirmation before anything is set up.
WALK-SCHEDULE-TOTALS.
    MOVE WS-FIELD-PRINCIPAL TO WS-SCH-BALANCE
    MOVE 0 TO WS-SCH-TOT-PAYMENT WS-SCH-TOT-INTEREST
    PERFORM VARYING WS-SCH-NUMBER FROM 1 BY 1
        UNTIL WS-SCH-NUMBER > WS-FIELD-TERM
        PERFORM WORK-SCHEDULE-ROW
    END-PERFORM
    .

*> One installment of the plan: a month's interest on the balance,
*> the rest of the installment off the principal -- and on the last,
*> whatever principal is left, so the balance ends at zero.
WORK-SCHEDULE-ROW.
    COMPUTE WS-SCH-INTEREST ROUNDED =
        WS-SCH-BALANCE * WS-FIELD-RATE / 1200
    IF WS-SCH-NUMBER = WS-FIELD-TERM
        OR WS-INSTALLMENT - WS-SCH-INTEREST > WS-SCH-BALANCE
        MOVE WS-SCH-BALANCE TO WS-SCH-PRINCIPAL
    ELSE
        COMPUTE WS-SCH-PRINCIPAL = WS-INSTALLMENT - WS-SCH-INTEREST
    END-IF
    COMPUTE WS-SCH-PAYMENT = WS-SCH-PRINCIPAL + WS-SCH-INTEREST
    SUBTRACT WS-SCH-PRINCIPAL FROM WS-SCH-BALANCE
    ADD WS-SCH-PAYMENT TO WS-SCH-TOT-PAYMENT
    ADD WS-SCH-INTEREST TO WS-SCH-TOT-INTEREST
    .

REPRINT-SCHEDULE.
    PERFORM PICK-LOAN
    IF WS-PICKED-SS > 0
        SET WS-LOAN-SS TO WS-PICKED-SS
        MOVE WS-LN-CUST-ID(WS-LOAN-SS) TO WS-FIELD-CUST
        MOVE WS-LN-PRINCIPAL(WS-LOAN-SS) TO WS-FIELD-PRINCIPAL
        MOVE WS-LN-RATE(WS-LOAN-SS) TO WS-FIELD-RATE
        MOVE WS-LN-START(WS-LOAN-SS) TO WS-FIELD-START
        MOVE WS-LN-TERM(WS-LOAN-SS) TO WS-FIELD-TERM
        MOVE WS-LN-PAY-DAY(WS-LOAN-SS) TO WS-FIELD-PAY-DAY
        MOVE WS-LN-LINKED-ID(WS-LOAN-SS) TO WS-FIELD-LINKED
        MOVE WS-LN-INSTALLMENT(WS-LOAN-SS) TO WS-INSTALLMENT
        MOVE WS-LN-FIRST-DUE(WS-LOAN-SS) TO WS-FIRST-DUE
        PERFORM PRINT-SCHEDULE
        DISPLAY 'SCHEDULE IN ' FUNCTION TRIM(WS-SCHEDULE-FILE-NAME)
    END-IF
    .

LIST-LOAN-BOOK.
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
        UNTIL WS-LOAN-SS > WS-LOAN-COUNT
        MOVE WS-LN-PRINCIPAL(WS-LOAN-SS) TO WS-MONEY-EDIT
        MOVE WS-LN-RATE(WS-LOAN-SS) TO WS-RATE-SHOW
        DISPLAY WS-LN-CUST-ID(WS-LOAN-SS)
            ' ' WS-MONEY-EDIT
            ' AT ' WS-RATE-SHOW '%'
            ' FROM ' WS-LN-START(WS-LOAN-SS)
            ' FOR ' WS-LN-TERM(WS-LOAN-SS) ' MO'
            ' DAY ' WS-LN-PAY-DAY(WS-LOAN-SS)
            ' LINKED ' WS-LN-LINKED-ID(WS-LOAN-SS)
            ' STATUS ' WS-LN-STATUS(WS-LOAN-SS)
            ' ' WS-LN-SETTLED(WS-LOAN-SS)
        MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-MONEY-EDIT
        COMPUTE WS-PAST-DUE = WS-LN-BILLED-TOTAL(WS-LOAN-SS)
            - WS-LN-PAID-TOTAL(WS-LOAN-SS)
        IF WS-PAST-DUE < 0
            MOVE 0 TO WS-PAST-DUE
        END-IF
        MOVE WS-PAST-DUE TO WS-AMOUNT-EDIT
        DISPLAY '       OWED ' WS-MONEY-EDIT
            ' BILLED ' WS-LN-BILLED(WS-LOAN-SS)
            ' OF ' WS-LN-TERM(WS-LOAN-SS)
            ' PAST DUE ' WS-AMOUNT-EDIT
    END-PERFORM
    IF WS-LOAN-COUNT = 0
        DISPLAY 'NO LOANS ON FILE'
    END-IF
    .

*> Loans are picked by their account number, check digit and all.
PICK-LOAN.
    MOVE 0 TO WS-PICKED-SS
    DISPLAY 'Loan account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
    ELSE
        PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
            IF WS-LN-CUST-ID(WS-LOAN-SS) = ACCT_CUST_ID
                SET WS-PICKED-SS TO WS-LOAN-SS
            END-IF
        END-PERFORM
        IF WS-PICKED-SS = 0
            DISPLAY 'REJECTED: no loan on ' ACCT_NUMBER
        END-IF
    END-IF
    .

*> Field edits, each refused before anything touches the file -- the
*> loan account must pass its check digit, be active on the keyed
*> master with a zero balance and carry no loan already; the
*> principal positive; the rate zero or more and under 100; the
*> start a real date (blank means today); the term 1 to 360 months;
*> the payment day 1 to 31; the account paid into another active
*> account.
ASK-LOAN-FIELDS.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Loan account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    PERFORM PROVE-KEYED-ACCOUNT
    IF WS-RECORD-OK = 'Y'
        MOVE WS-KEYED-CUST TO WS-FIELD-CUST
        PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
            IF WS-LN-CUST-ID(WS-LOAN-SS) = WS-FIELD-CUST
                AND LN-ACTIVE(WS-LOAN-SS)
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-PERFORM
        IF WS-RECORD-OK = 'N'
            DISPLAY 'REJECTED: that account already carries a'
                ' loan -- one per loan account'
        ELSE
            IF WS-KEYED-BALANCE NOT = 0
                DISPLAY 'REJECTED: a loan account starts at a zero'
                    ' balance'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Principal like 10000.00: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
            AND FUNCTION NUMVAL(WS-ANSWER) > 0
            AND FUNCTION NUMVAL(WS-ANSWER) < 10000000
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-PRINCIPAL
        ELSE
            DISPLAY 'REJECTED: the principal must be a positive'
                ' number'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Annual rate % like 7.50: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
            AND FUNCTION NUMVAL(WS-ANSWER) >= 0
            AND FUNCTION NUMVAL(WS-ANSWER) < 100
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-RATE
        ELSE
            DISPLAY 'REJECTED: the rate must be 0 or more and under'
                ' 100'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Start date (yyyymmdd, blank for today): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER = SPACES
            MOVE WS-TODAY TO WS-FIELD-START
        ELSE
            IF WS-ANSWER(1:8) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-ANSWER(1:8))) = 0
                MOVE WS-ANSWER(1:8) TO WS-FIELD-START
            ELSE
                DISPLAY 'REJECTED: a real date, yyyymmdd'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Term in months (1-360): ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
            AND FUNCTION NUMVAL(WS-ANSWER) >= 1
            AND FUNCTION NUMVAL(WS-ANSWER) <= 360
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-TERM
        ELSE
            DISPLAY 'REJECTED: 1 to 360 months'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Payment day of the month (1-31): ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
            AND FUNCTION NUMVAL(WS-ANSWER) >= 1
            AND FUNCTION NUMVAL(WS-ANSWER) <= 31
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-PAY-DAY
        ELSE
            DISPLAY 'REJECTED: a day 1 to 31'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Pay the loan into account number (7 digits): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        PERFORM PROVE-KEYED-ACCOUNT
        IF WS-RECORD-OK = 'Y'
            IF WS-KEYED-CUST = WS-FIELD-CUST
                DISPLAY 'REJECTED: the loan must be paid into'
                    ' another account'
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-KEYED-CUST TO WS-FIELD-LINKED
            END-IF
        END-IF
    END-IF
    .

*> WS-ANSWER holds a keyed account number: check digit, then an
*> active account on the master. WS-KEYED-CUST and its balance come
*> back.
PROVE-KEYED-ACCOUNT.
    MOVE 0 TO WS-KEYED-CUST WS-KEYED-BALANCE
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-GOOD
        AND ACCT_CUST_ID > 0
        MOVE ACCT_CUST_ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'REJECTED: no customer ' ACCT_NUMBER
                    ' on the master'
                MOVE 'N' TO WS-RECORD-OK
            NOT INVALID KEY
                IF CUST-ACTIVE
                    MOVE ACCT_CUST_ID TO WS-KEYED-CUST
                    MOVE CUST-BALANCE TO WS-KEYED-BALANCE
                ELSE
                    DISPLAY 'REJECTED: account ' ACCT_NUMBER
                        ' is not active'
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
        END-READ
    ELSE
        IF ACCT-NUMBER-BAD
            DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
        ELSE
            DISPLAY 'REJECTED: the ID must be non-zero'
        END-IF
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    .

*> The drawdown: one X detail moving the principal out of the loan
*> account (which goes below zero by it) into the account the loan
*> was paid into. A transfer adds nothing to the algebraic total.
*> The operator goes on the H record as keyer.
WRITE-DRAWDOWN-BATCH.
    MOVE SPACES TO WS-DRAWDOWN-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'LND_' WS-FIELD-CUST '.TRN'
        DELIMITED BY SIZE INTO WS-DRAWDOWN-FILE-NAME
        WITH POINTER WS-LINE-PTR
    OPEN OUTPUT DRAWDOWN-FILE
    IF WS-DRAWDOWN-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-DRAWDOWN-FILE-NAME)
            ', FILE STATUS ' WS-DRAWDOWN-STATUS
            ' -- loan not set up'
    ELSE
        MOVE SPACES TO DRAWDOWN-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'H ' WS-TODAY
            ' 000001 0.00 LND-' WS-FIELD-CUST
            ' ' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO DRAWDOWN-LINE
            WITH POINTER WS-LINE-PTR
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO DRAWDOWN-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE DRAWDOWN-LINE
        MOVE WS-FIELD-PRINCIPAL TO WS-AMOUNT-EDIT
        MOVE SPACES TO DRAWDOWN-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'X ' WS-FIELD-CUST ' ' WS-FIELD-LINKED
            ' ' WS-AMOUNT-EDIT
            ' ' WS-TODAY ' ' FUNCTION TRIM(WS-TRANSFER-TYPE)
            ' LN-DRAWDOWN'
            DELIMITED BY SIZE INTO DRAWDOWN-LINE
            WITH POINTER WS-LINE-PTR
        WRITE DRAWDOWN-LINE
        MOVE 'T 000001 0.00' TO DRAWDOWN-LINE
        WRITE DRAWDOWN-LINE
        CLOSE DRAWDOWN-FILE
    END-IF
    .

*> The full schedule for the loan in the WS-FIELD- terms, one line
*> per installment, to LNS_<cust-id>.PRN -- and into the customer's
*> correspondence history with its lines, for a reprint.
PRINT-SCHEDULE.
    MOVE SPACES TO WS-SCHEDULE-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'LNS_' WS-FIELD-CUST '.PRN'
        DELIMITED BY SIZE INTO WS-SCHEDULE-FILE-NAME
        WITH POINTER WS-LINE-PTR
    OPEN OUTPUT SCHEDULE-FILE
    IF WS-SCHEDULE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-SCHEDULE-FILE-NAME)
            ', FILE STATUS ' WS-SCHEDULE-STATUS
    ELSE
        ADD 1 TO WS-SCHEDULES-PRINTED
        PERFORM RECORD-SCHEDULE-SENT
        PERFORM WRITE-SCHEDULE-HEADING
        MOVE WS-FIELD-PRINCIPAL TO WS-SCH-BALANCE
        MOVE 0 TO WS-SCH-TOT-PAYMENT WS-SCH-TOT-INTEREST
        PERFORM VARYING WS-SCH-NUMBER FROM 1 BY 1
            UNTIL WS-SCH-NUMBER > WS-FIELD-TERM
            PERFORM WORK-SCHEDULE-ROW
            PERFORM WRITE-SCHEDULE-ROW
        END-PERFORM
        MOVE SPACES TO SCHEDULE-LINE
        PERFORM PUT-SCHEDULE-LINE
        MOVE SPACES TO SCHEDULE-LINE
        MOVE 1 TO WS-LINE-PTR
        MOVE WS-SCH-TOT-PAYMENT TO WS-BIG-MONEY-EDIT
        STRING 'TOTAL REPAYABLE ' FUNCTION TRIM(WS-BIG-MONEY-EDIT)
            DELIMITED BY SIZE INTO SCHEDULE-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-SCH-TOT-INTEREST TO WS-BIG-MONEY-EDIT
        STRING '   OF WHICH INTEREST '
            FUNCTION TRIM(WS-BIG-MONEY-EDIT)
            DELIMITED BY SIZE INTO SCHEDULE-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM PUT-SCHEDULE-LINE
        CLOSE SCHEDULE-FILE
    END-IF
    .

WRITE-SCHEDULE-HEADING.
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO SCHEDULE-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO SCHEDULE-LINE
        PERFORM PUT-SCHEDULE-LINE
    END-IF
    MOVE '--- LOAN AMORTIZATION SCHEDULE ---' TO SCHEDULE-LINE
    PERFORM PUT-SCHEDULE-LINE
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-FIELD-CUST TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-ACCOUNT-SHOW
    MOVE WS-FIELD-LINKED TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-LINKED-SHOW
    MOVE SPACES TO CUST-NAME
    MOVE WS-FIELD-CUST TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE 'UNKNOWN CUSTOMER' TO CUST-NAME
    END-READ
    MOVE SPACES TO SCHEDULE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LOAN ACCOUNT ' WS-ACCOUNT-SHOW
        '  ' FUNCTION TRIM(CUST-NAME)
        '   PAID INTO ' WS-LINKED-SHOW
        '   PRINTED ' WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
        WS-TODAY(7:2)
        DELIMITED BY SIZE INTO SCHEDULE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-SCHEDULE-LINE
    MOVE WS-FIELD-PRINCIPAL TO WS-MONEY-EDIT
    MOVE WS-FIELD-RATE TO WS-RATE-SHOW
    MOVE WS-FIELD-TERM TO WS-COUNT-SHOW
    MOVE SPACES TO SCHEDULE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'PRINCIPAL ' FUNCTION TRIM(WS-MONEY-EDIT)
        '  RATE ' FUNCTION TRIM(WS-RATE-SHOW) '% A YEAR'
        '  TERM ' FUNCTION TRIM(WS-COUNT-SHOW) ' MONTH(S)'
        '  DRAWN ' WS-FIELD-START(1:4) '-' WS-FIELD-START(5:2) '-'
        WS-FIELD-START(7:2)
        DELIMITED BY SIZE INTO SCHEDULE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-SCHEDULE-LINE
    MOVE WS-INSTALLMENT TO WS-MONEY-EDIT
    MOVE SPACES TO SCHEDULE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'MONTHLY INSTALLMENT ' FUNCTION TRIM(WS-MONEY-EDIT)
        ' DUE ON DAY ' WS-FIELD-PAY-DAY ' OF EACH MONTH'
        DELIMITED BY SIZE INTO SCHEDULE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-SCHEDULE-LINE
    MOVE SPACES TO SCHEDULE-LINE
    PERFORM PUT-SCHEDULE-LINE
    MOVE '  NO  DUE DATE    INSTALLMENT    INTEREST   PRINCIPAL'
        TO SCHEDULE-LINE
    MOVE '     BALANCE' TO SCHEDULE-LINE(54:12)
    PERFORM PUT-SCHEDULE-LINE
    .

WRITE-SCHEDULE-ROW.
    MOVE WS-FIRST-DUE TO WS-DUE-FROM
    COMPUTE WS-DUE-MONTHS = WS-SCH-NUMBER - 1
    MOVE WS-FIELD-PAY-DAY TO WS-DUE-DAY
    PERFORM ADD-MONTHS-TO-DUE-DATE
    MOVE WS-DUE-TO TO WS-SCH-DUE-DATE
    MOVE SPACES TO SCHEDULE-LINE
    MOVE WS-SCH-NUMBER TO WS-COUNT-SHOW
    MOVE WS-COUNT-SHOW TO SCHEDULE-LINE(2:3)
    STRING WS-SCH-DUE-DATE(1:4) '-' WS-SCH-DUE-DATE(5:2) '-'
        WS-SCH-DUE-DATE(7:2)
        DELIMITED BY SIZE INTO SCHEDULE-LINE(7:10)
    MOVE WS-SCH-PAYMENT TO WS-MONEY-EDIT
    MOVE WS-MONEY-EDIT TO SCHEDULE-LINE(20:10)
    MOVE WS-SCH-INTEREST TO WS-MONEY-EDIT
    MOVE WS-MONEY-EDIT TO SCHEDULE-LINE(32:10)
    MOVE WS-SCH-PRINCIPAL TO WS-MONEY-EDIT
    MOVE WS-MONEY-EDIT TO SCHEDULE-LINE(44:10)
    MOVE WS-SCH-BALANCE TO WS-MONEY-EDIT
    MOVE WS-MONEY-EDIT TO SCHEDULE-LINE(56:10)
    PERFORM PUT-SCHEDULE-LINE
    .

*> The history line, before anything prints, so the schedule's lines
*> file under it.
RECORD-SCHEDULE-SENT.
    MOVE SPACES TO CORR_DOC_KEY
    MOVE 'D' TO CORR_ACTION
    MOVE WS-FIELD-CUST TO CORR_CUST_ID
    MOVE 'LNSC' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-SCHEDULE-FILE-NAME)
        ' TERM ' WS-FIELD-TERM ' FIRST DUE ' WS-FIRST-DUE
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_LOAN_EDIT' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> Every schedule line goes two places: the spool and the archive.
PUT-SCHEDULE-LINE.
    WRITE SCHEDULE-LINE
    MOVE 'L' TO CORR_ACTION
    MOVE SCHEDULE-LINE TO CORR_LINE
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
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

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LOAN_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LOAN_EDIT.
