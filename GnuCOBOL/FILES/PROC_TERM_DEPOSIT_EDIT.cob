*> Mission: The term-deposit book's desk. A fixed-term deposit is an
*> account of its own on the customer master (its product not
*> interest-eligible, so the monthly accrual leaves it alone) whose
*> terms live on the term-deposit book, TERM_DEPOSITS.DAT (layout
*> in CB_TERM_DEPOSIT.cpy) -- principal, annual rate, start date,
*> term in months and what is to happen at maturity: renew, pay to
*> a linked account, or hold. Maintained here in the same
*> prompt-and-ACCEPT editor mold as PROC_STANDING_EDIT: every field
*> validated before anything is written, account numbers keyed with
*> their check digit (PROC_ACCOUNT_NUMBER) and proven against the
*> keyed master on the spot; the book holds the bare CUST-IDs. The
*> maturity date is worked from the start and term, the day pulled
*> back to a short month's end (PROC_DATE_SERVICE EOM). The money
*> itself reaches the deposit account the usual way, a transfer in
*> at the counter; PROC_TERM_MATURITY matures the book each day.
*>   A)dd          a new deposit -- one per deposit account
*>   I)nstruction  change an active deposit's maturity instruction
*>                 and linked account
*>   W)ithdraw     break an active deposit early: the interest
*>                 earned so far (simple, actual days over 365) is
*>                 credited, the penalty -- PENALTY_DAYS days of
*>                 interest at the deposit's rate, never more than
*>                 the deposit holds -- debited, and the rest paid to
*>                 the linked account (or one keyed now), as a
*>                 posting batch of its own, TDW_<cust-id>.TRN
*>                 (batch ID TDW-<cust-id>), for PROC_CUSTOMER_POST.
*>                 The operator is the keyer on its H record, so
*>                 somebody else posts it.
*>   L)ist         the whole book
*> A deposit matured and held is ordinary money in its account by
*> then -- the counter moves it like any other balance.
*> TERM_DEPOSIT.CTL (see PROC_TERM_MATURITY) supplies the posting
*> types and PENALTY_DAYS (default 90).
*> cobc -x -free -I . -I ../BANNER PROC_TERM_DEPOSIT_EDIT.cob
*>     PROC_ACCOUNT_NUMBER.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TERM_DEPOSIT_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT DEPOSIT-FILE
    ASSIGN TO DYNAMIC COMPANY_TERMDEP_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DEPOSIT-STATUS.
SELECT CONTROL-FILE
    ASSIGN TO 'TERM_DEPOSIT.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
SELECT WITHDRAW-FILE
    ASSIGN TO DYNAMIC WS-WITHDRAW-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WITHDRAW-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD DEPOSIT-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS DEPOSIT-LINE.
01 DEPOSIT-LINE PIC X(100).

FD CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CONTROL-LINE.
01 CONTROL-LINE PIC X(80).

FD WITHDRAW-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS WITHDRAW-LINE.
01 WITHDRAW-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-DEPOSIT-STATUS       PIC XX.
01 WS-CONTROL-STATUS       PIC XX.
01 WS-WITHDRAW-STATUS      PIC XX.
01 WS-WITHDRAW-FILE-NAME   PIC X(64).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-ANSWER               PIC X(24).
01 WS-EDITING              PIC X VALUE 'Y'.
    88 DONE-EDITING         VALUE 'N'.
01 WS-RECORD-OK            PIC X.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-TODAY                PIC X(8).

*> TERM_DEPOSIT.CTL settings.
01 WS-CONTROL-KEY     PIC X(30).
01 WS-CONTROL-VALUE   PIC X(50).
01 WS-INTEREST-TYPE   PIC X(4) VALUE 'INT'.
01 WS-TRANSFER-TYPE   PIC X(4) VALUE 'XFR'.
01 WS-PENALTY-TYPE    PIC X(4) VALUE 'FEE'.
01 WS-PENALTY-DAYS    PIC 9(4) VALUE 90.

COPY 'CB_TERM_DEPOSIT.cpy'.
01 WS-PICKED-SS       PIC 9(4).
01 WS-FIELD-CUST      PIC 9(6).
01 WS-FIELD-PRINCIPAL PIC 9(7)V99.
01 WS-FIELD-RATE      PIC 9(2)V9(4).
01 WS-FIELD-START     PIC X(8).
01 WS-FIELD-TERM      PIC 9(3).
01 WS-FIELD-INSTRUCT  PIC X.
01 WS-FIELD-LINKED    PIC 9(6).
01 WS-KEYED-CUST      PIC 9(6).

*> Interest work fields -- actual days between two yyyymmdd dates.
01 WS-INT-FROM        PIC X(8).
01 WS-INT-TO          PIC X(8).
01 WS-INT-DAYS        PIC S9(6).
01 WS-INTEREST        PIC 9(7)V99.

*> Early withdrawal figures.
01 WS-EARNED          PIC 9(7)V99.
01 WS-PENALTY         PIC 9(7)V99.
01 WS-PAYOUT          PIC 9(7)V99.
01 WS-PAYOUT-CUST     PIC 9(6).
01 WS-BATCH-ID        PIC X(12).
01 WS-DETAIL-COUNT    PIC 9(6).
01 WS-DETAIL-TOTAL    PIC S9(9)V99.
01 WS-AMOUNT-EDIT     PIC 9(7).99.
01 WS-TOTAL-EDIT      PIC -(9)9.99.
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-LINE-PTR        PIC 9(4).

*> Term arithmetic: the start plus the term in months, the day
*> clamped to the target month's end (PROC_DATE_SERVICE EOM).
01 WS-TERM-FROM       PIC X(8).
01 WS-TERM-MONTHS     PIC 9(3).
01 WS-TERM-TO         PIC X(8).
01 WS-TERM-DATE       PIC 9(8).
01 WS-TERM-SPLIT      REDEFINES WS-TERM-DATE.
    05 WS-TERM-YYYY   PIC 9(4).
    05 WS-TERM-MM     PIC 9(2).
    05 WS-TERM-DD     PIC 9(2).
01 WS-TERM-X          REDEFINES WS-TERM-DATE PIC X(8).
01 WS-TERM-MONTH-NUM  PIC 9(6).
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

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
    PERFORM LOAD-DEPOSIT-BOOK
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  I)nstruction  W)ithdraw early  L)ist  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-TERM-DEPOSIT
            WHEN 'I' PERFORM CHANGE-INSTRUCTION
            WHEN 'W' PERFORM WITHDRAW-EARLY
            WHEN 'L' PERFORM LIST-DEPOSIT-BOOK
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, I, W, L or Q'
        END-EVALUATE
    END-PERFORM
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
            WHEN 'INTEREST_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-INTEREST-TYPE
            WHEN 'TRANSFER_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-TRANSFER-TYPE
            WHEN 'PENALTY_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-PENALTY-TYPE
            WHEN 'PENALTY_DAYS'
                IF FUNCTION TRIM(WS-CONTROL-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-CONTROL-VALUE)
                        TO WS-PENALTY-DAYS
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

LOAD-DEPOSIT-BOOK.
    MOVE 0 TO WS-DEPOSIT-COUNT
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
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_TERMDEP_FILE)
            ' HOLDS MORE THAN 500 DEPOSITS -- editing through the'
            ' capped table would delete the rest on the save'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY WS-DEPOSIT-COUNT ' TERM DEPOSIT(S) ON FILE'
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

SAVE-DEPOSIT-BOOK.
    OPEN OUTPUT DEPOSIT-FILE
    PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
        UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
        MOVE WS-TD-PRINCIPAL(WS-DEPOSIT-SS) TO WS-TD-PRINCIPAL-EDIT
        MOVE WS-TD-RATE(WS-DEPOSIT-SS) TO WS-TD-RATE-EDIT
        MOVE SPACES TO DEPOSIT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING WS-TD-CUST-ID(WS-DEPOSIT-SS)
            '|' WS-TD-PRINCIPAL-EDIT
            '|' WS-TD-RATE-EDIT
            '|' WS-TD-START(WS-DEPOSIT-SS)
            '|' WS-TD-TERM(WS-DEPOSIT-SS)
            '|' WS-TD-MATURITY(WS-DEPOSIT-SS)
            '|' WS-TD-INSTRUCT(WS-DEPOSIT-SS)
            '|' WS-TD-LINKED-ID(WS-DEPOSIT-SS)
            '|' WS-TD-STATUS(WS-DEPOSIT-SS)
            '|' WS-TD-SETTLED(WS-DEPOSIT-SS)
            DELIMITED BY SIZE INTO DEPOSIT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE DEPOSIT-LINE
    END-PERFORM
    CLOSE DEPOSIT-FILE
    .

ADD-TERM-DEPOSIT.
    IF WS-DEPOSIT-COUNT >= 500
        DISPLAY 'DEPOSIT BOOK FULL (500)'
    ELSE
        PERFORM ASK-DEPOSIT-FIELDS
        IF WS-RECORD-OK = 'Y'
            ADD 1 TO WS-DEPOSIT-COUNT
            SET WS-DEPOSIT-SS TO WS-DEPOSIT-COUNT
            MOVE WS-FIELD-CUST TO WS-TD-CUST-ID(WS-DEPOSIT-SS)
            MOVE WS-FIELD-PRINCIPAL TO WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
            MOVE WS-FIELD-RATE TO WS-TD-RATE(WS-DEPOSIT-SS)
            MOVE WS-FIELD-START TO WS-TD-START(WS-DEPOSIT-SS)
            MOVE WS-FIELD-TERM TO WS-TD-TERM(WS-DEPOSIT-SS)
            MOVE WS-FIELD-START TO WS-TERM-FROM
            MOVE WS-FIELD-TERM TO WS-TERM-MONTHS
            PERFORM ADD-TERM-TO-DATE
            MOVE WS-TERM-TO TO WS-TD-MATURITY(WS-DEPOSIT-SS)
            MOVE WS-FIELD-INSTRUCT TO WS-TD-INSTRUCT(WS-DEPOSIT-SS)
            MOVE WS-FIELD-LINKED TO WS-TD-LINKED-ID(WS-DEPOSIT-SS)
            MOVE 'A' TO WS-TD-STATUS(WS-DEPOSIT-SS)
            MOVE SPACES TO WS-TD-SETTLED(WS-DEPOSIT-SS)
            PERFORM SAVE-DEPOSIT-BOOK
            DISPLAY 'ADDED DEPOSIT ' WS-FIELD-CUST ' MATURING '
                WS-TD-MATURITY(WS-DEPOSIT-SS)
        END-IF
    END-IF
    .

CHANGE-INSTRUCTION.
    PERFORM PICK-ACTIVE-DEPOSIT
    IF WS-PICKED-SS > 0
        SET WS-DEPOSIT-SS TO WS-PICKED-SS
        MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO WS-FIELD-CUST
        MOVE 'Y' TO WS-RECORD-OK
        PERFORM ASK-INSTRUCTION-FIELDS
        IF WS-RECORD-OK = 'Y'
            SET WS-DEPOSIT-SS TO WS-PICKED-SS
            MOVE WS-FIELD-INSTRUCT TO WS-TD-INSTRUCT(WS-DEPOSIT-SS)
            MOVE WS-FIELD-LINKED TO WS-TD-LINKED-ID(WS-DEPOSIT-SS)
            PERFORM SAVE-DEPOSIT-BOOK
            DISPLAY 'CHANGED DEPOSIT ' WS-FIELD-CUST
        END-IF
    END-IF
    .

LIST-DEPOSIT-BOOK.
    PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
        UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
        MOVE WS-TD-PRINCIPAL(WS-DEPOSIT-SS) TO WS-MONEY-EDIT
        MOVE WS-TD-RATE(WS-DEPOSIT-SS) TO WS-TD-RATE-EDIT
        DISPLAY WS-TD-CUST-ID(WS-DEPOSIT-SS)
            ' ' WS-MONEY-EDIT
            ' AT ' WS-TD-RATE-EDIT '%'
            ' FROM ' WS-TD-START(WS-DEPOSIT-SS)
            ' FOR ' WS-TD-TERM(WS-DEPOSIT-SS) ' MO'
            ' MATURES ' WS-TD-MATURITY(WS-DEPOSIT-SS)
            ' INSTR ' WS-TD-INSTRUCT(WS-DEPOSIT-SS)
            ' LINKED ' WS-TD-LINKED-ID(WS-DEPOSIT-SS)
            ' STATUS ' WS-TD-STATUS(WS-DEPOSIT-SS)
            ' ' WS-TD-SETTLED(WS-DEPOSIT-SS)
    END-PERFORM
    IF WS-DEPOSIT-COUNT = 0
        DISPLAY 'NO TERM DEPOSITS ON FILE'
    END-IF
    .

*> Deposits are picked by their account number, check digit and
*> all; only an active one can have its instruction changed or be
*> broken early.
PICK-ACTIVE-DEPOSIT.
    MOVE 0 TO WS-PICKED-SS
    DISPLAY 'Deposit account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
    ELSE
        PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
            UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
            IF WS-TD-CUST-ID(WS-DEPOSIT-SS) = ACCT_CUST_ID
                AND TD-ACTIVE(WS-DEPOSIT-SS)
                SET WS-PICKED-SS TO WS-DEPOSIT-SS
            END-IF
        END-PERFORM
        IF WS-PICKED-SS = 0
            DISPLAY 'REJECTED: no active deposit on ' ACCT_NUMBER
        END-IF
    END-IF
    .

*> Field edits, each refused before anything touches the file -- the
*> deposit account must pass its check digit, be active on the
*> keyed master and not already carry an active or held deposit;
*> the principal positive; the rate above zero and under 100; the
*> start eight digits (blank means today); the term 1 to 120 months.
ASK-DEPOSIT-FIELDS.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Deposit account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    PERFORM PROVE-KEYED-ACCOUNT
    IF WS-RECORD-OK = 'Y'
        MOVE WS-KEYED-CUST TO WS-FIELD-CUST
        PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
            UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
            IF WS-TD-CUST-ID(WS-DEPOSIT-SS) = WS-FIELD-CUST
                AND (TD-ACTIVE(WS-DEPOSIT-SS)
                    OR TD-MATURED-HELD(WS-DEPOSIT-SS))
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-PERFORM
        IF WS-RECORD-OK = 'N'
            DISPLAY 'REJECTED: that account already carries a'
                ' deposit -- one per deposit account'
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
        DISPLAY 'Annual rate % like 4.25: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
            AND FUNCTION NUMVAL(WS-ANSWER) > 0
            AND FUNCTION NUMVAL(WS-ANSWER) < 100
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-RATE
        ELSE
            DISPLAY 'REJECTED: the rate must be above 0 and under'
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
        DISPLAY 'Term in months (1-120): ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
            AND FUNCTION NUMVAL(WS-ANSWER) >= 1
            AND FUNCTION NUMVAL(WS-ANSWER) <= 120
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-TERM
        ELSE
            DISPLAY 'REJECTED: 1 to 120 months'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        PERFORM ASK-INSTRUCTION-FIELDS
    END-IF
    .

*> R, P or H; a linked account is required for P and optional
*> otherwise (it is where an early withdrawal pays by default), and
*> must be a different account, active on the master.
ASK-INSTRUCTION-FIELDS.
    MOVE 0 TO WS-FIELD-LINKED
    DISPLAY 'At maturity R)enew P)ay to linked account H)old: '
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-FIELD-INSTRUCT
    IF WS-FIELD-INSTRUCT NOT = 'R' AND WS-FIELD-INSTRUCT NOT = 'P'
        AND WS-FIELD-INSTRUCT NOT = 'H'
        DISPLAY 'REJECTED: R, P or H'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Linked account number (7 digits'
            WITH NO ADVANCING
        IF WS-FIELD-INSTRUCT = 'P'
            DISPLAY '): ' WITH NO ADVANCING
        ELSE
            DISPLAY ', blank for none): ' WITH NO ADVANCING
        END-IF
        ACCEPT WS-ANSWER
        IF WS-ANSWER = SPACES
            IF WS-FIELD-INSTRUCT = 'P'
                DISPLAY 'REJECTED: paying out needs a linked account'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        ELSE
            PERFORM PROVE-KEYED-ACCOUNT
            IF WS-RECORD-OK = 'Y'
                IF WS-KEYED-CUST = WS-FIELD-CUST
                    DISPLAY 'REJECTED: the linked account must be'
                        ' another account'
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    MOVE WS-KEYED-CUST TO WS-FIELD-LINKED
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> WS-ANSWER holds a keyed account number: check digit, then an
*> active account on the master. WS-KEYED-CUST comes back.
PROVE-KEYED-ACCOUNT.
    MOVE 0 TO WS-KEYED-CUST
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

*> Breaking a deposit early: the interest earned to today, less the
*> penalty, with what is left paid out -- shown to the operator and
*> confirmed before the batch is written and the book changed.
WITHDRAW-EARLY.
    PERFORM PICK-ACTIVE-DEPOSIT
    IF WS-PICKED-SS > 0
        SET WS-DEPOSIT-SS TO WS-PICKED-SS
        MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO WS-FIELD-CUST
        MOVE WS-TD-START(WS-DEPOSIT-SS) TO WS-INT-FROM
        MOVE WS-TODAY TO WS-INT-TO
        PERFORM COMPUTE-INTEREST-BETWEEN
        MOVE WS-INTEREST TO WS-EARNED
        COMPUTE WS-PENALTY ROUNDED =
            WS-TD-PRINCIPAL(WS-DEPOSIT-SS) * WS-TD-RATE(WS-DEPOSIT-SS)
            * WS-PENALTY-DAYS / 36500
        IF WS-PENALTY > WS-TD-PRINCIPAL(WS-DEPOSIT-SS) + WS-EARNED
            COMPUTE WS-PENALTY =
                WS-TD-PRINCIPAL(WS-DEPOSIT-SS) + WS-EARNED
        END-IF
        COMPUTE WS-PAYOUT = WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
            + WS-EARNED - WS-PENALTY
        MOVE 'Y' TO WS-RECORD-OK
        PERFORM ASK-PAYOUT-ACCOUNT
        IF WS-RECORD-OK = 'Y'
            PERFORM SHOW-WITHDRAWAL-FIGURES
            DISPLAY 'Break this deposit? (Y/N): ' WITH NO ADVANCING
            ACCEPT WS-ANSWER
            IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = 'Y'
                SET WS-DEPOSIT-SS TO WS-PICKED-SS
                PERFORM WRITE-WITHDRAWAL-BATCH
                IF WS-WITHDRAW-STATUS = '00'
                    SET WS-DEPOSIT-SS TO WS-PICKED-SS
                    MOVE 'W' TO WS-TD-STATUS(WS-DEPOSIT-SS)
                    MOVE WS-TODAY TO WS-TD-SETTLED(WS-DEPOSIT-SS)
                    PERFORM SAVE-DEPOSIT-BOOK
                    DISPLAY 'WITHDRAWN -- batch '
                        FUNCTION TRIM(WS-BATCH-ID) ' in '
                        FUNCTION TRIM(WS-WITHDRAW-FILE-NAME)
                        ' for PROC_CUSTOMER_POST'
                END-IF
            ELSE
                DISPLAY 'NOT WITHDRAWN'
            END-IF
        END-IF
    END-IF
    .

*> The linked account by default; a deposit with none asks for one.
*> Nothing to pay (the penalty took it all) needs no account.
ASK-PAYOUT-ACCOUNT.
    MOVE WS-TD-LINKED-ID(WS-DEPOSIT-SS) TO WS-PAYOUT-CUST
    IF WS-PAYOUT-CUST = 0 AND WS-PAYOUT > 0
        DISPLAY 'Pay out to account number (7 digits): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        PERFORM PROVE-KEYED-ACCOUNT
        IF WS-RECORD-OK = 'Y'
            IF WS-KEYED-CUST = WS-FIELD-CUST
                DISPLAY 'REJECTED: the payout must go to another'
                    ' account'
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-KEYED-CUST TO WS-PAYOUT-CUST
            END-IF
        END-IF
    END-IF
    .

SHOW-WITHDRAWAL-FIGURES.
    MOVE WS-TD-PRINCIPAL(WS-DEPOSIT-SS) TO WS-MONEY-EDIT
    DISPLAY 'PRINCIPAL      ' WS-MONEY-EDIT
    MOVE WS-EARNED TO WS-MONEY-EDIT
    DISPLAY 'INTEREST EARNED' WS-MONEY-EDIT
        '  (' WS-TD-START(WS-DEPOSIT-SS) ' TO ' WS-TODAY ')'
    MOVE WS-PENALTY TO WS-MONEY-EDIT
    DISPLAY 'PENALTY        ' WS-MONEY-EDIT
        '  (' WS-PENALTY-DAYS ' DAYS INTEREST)'
    MOVE WS-PAYOUT TO WS-MONEY-EDIT
    DISPLAY 'PAID OUT       ' WS-MONEY-EDIT
        '  TO ' WS-PAYOUT-CUST
    .

*> One batch per broken deposit: the interest credit, the penalty
*> debit and the payout transfer, each only when it is not zero.
*> The operator goes on the H record as keyer.
WRITE-WITHDRAWAL-BATCH.
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'TDW-' WS-FIELD-CUST
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-WITHDRAW-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'TDW_' WS-FIELD-CUST '.TRN'
        DELIMITED BY SIZE INTO WS-WITHDRAW-FILE-NAME
        WITH POINTER WS-LINE-PTR
    MOVE 0 TO WS-DETAIL-COUNT
    MOVE 0 TO WS-DETAIL-TOTAL
    IF WS-EARNED > 0
        ADD 1 TO WS-DETAIL-COUNT
        ADD WS-EARNED TO WS-DETAIL-TOTAL
    END-IF
    IF WS-PENALTY > 0
        ADD 1 TO WS-DETAIL-COUNT
        SUBTRACT WS-PENALTY FROM WS-DETAIL-TOTAL
    END-IF
    IF WS-PAYOUT > 0
        ADD 1 TO WS-DETAIL-COUNT
    END-IF
    OPEN OUTPUT WITHDRAW-FILE
    IF WS-WITHDRAW-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-WITHDRAW-FILE-NAME)
            ', FILE STATUS ' WS-WITHDRAW-STATUS
            ' -- deposit not withdrawn'
    ELSE
        MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
        MOVE SPACES TO WITHDRAW-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'H ' WS-TODAY
            ' ' WS-DETAIL-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' ' FUNCTION TRIM(WS-BATCH-ID)
            ' ' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO WITHDRAW-LINE
            WITH POINTER WS-LINE-PTR
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO WITHDRAW-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE WITHDRAW-LINE
        IF WS-EARNED > 0
            MOVE WS-EARNED TO WS-AMOUNT-EDIT
            MOVE SPACES TO WITHDRAW-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'D ' WS-FIELD-CUST ' C ' WS-AMOUNT-EDIT
                ' ' WS-TODAY ' ' FUNCTION TRIM(WS-INTEREST-TYPE)
                ' TD-INTEREST'
                DELIMITED BY SIZE INTO WITHDRAW-LINE
                WITH POINTER WS-LINE-PTR
            WRITE WITHDRAW-LINE
        END-IF
        IF WS-PENALTY > 0
            MOVE WS-PENALTY TO WS-AMOUNT-EDIT
            MOVE SPACES TO WITHDRAW-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'D ' WS-FIELD-CUST ' D ' WS-AMOUNT-EDIT
                ' ' WS-TODAY ' ' FUNCTION TRIM(WS-PENALTY-TYPE)
                ' TD-PENALTY'
                DELIMITED BY SIZE INTO WITHDRAW-LINE
                WITH POINTER WS-LINE-PTR
            WRITE WITHDRAW-LINE
        END-IF
        IF WS-PAYOUT > 0
            MOVE WS-PAYOUT TO WS-AMOUNT-EDIT
            MOVE SPACES TO WITHDRAW-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'X ' WS-FIELD-CUST ' ' WS-PAYOUT-CUST
                ' ' WS-AMOUNT-EDIT
                ' ' WS-TODAY ' ' FUNCTION TRIM(WS-TRANSFER-TYPE)
                ' TD-WITHDRAWAL'
                DELIMITED BY SIZE INTO WITHDRAW-LINE
                WITH POINTER WS-LINE-PTR
            WRITE WITHDRAW-LINE
        END-IF
        MOVE SPACES TO WITHDRAW-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'T ' WS-DETAIL-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO WITHDRAW-LINE
            WITH POINTER WS-LINE-PTR
        WRITE WITHDRAW-LINE
        CLOSE WITHDRAW-FILE
    END-IF
    .

*> Simple interest on the principal, actual days over 365 -- the
*> same sum PROC_TERM_MATURITY works for a full term.
COMPUTE-INTEREST-BETWEEN.
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

*> The start plus the term in months, the day kept where it can be
*> and pulled back to the month's end where the month is shorter.
ADD-TERM-TO-DATE.
    MOVE WS-TERM-FROM TO WS-TERM-X
    COMPUTE WS-TERM-MONTH-NUM = WS-TERM-YYYY * 12 + WS-TERM-MM - 1
        + WS-TERM-MONTHS
    DIVIDE WS-TERM-MONTH-NUM BY 12 GIVING WS-TERM-YYYY
        REMAINDER WS-TERM-MM
    ADD 1 TO WS-TERM-MM
    MOVE 1 TO WS-TERM-DD
    MOVE 'EOM' TO DATE_ACTION
    MOVE WS-TERM-X TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-FAILED
        OR WS-TERM-FROM(7:2) <= DATE_OUT(7:2)
        MOVE WS-TERM-FROM(7:2) TO WS-TERM-X(7:2)
    ELSE
        MOVE DATE_OUT(7:2) TO WS-TERM-X(7:2)
    END-IF
    MOVE WS-TERM-X TO WS-TERM-TO
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_TERM_DEPOSIT_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_TERM_DEPOSIT_EDIT.
