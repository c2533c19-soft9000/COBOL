*> Mission: The daily half of the term-deposit facility. Reads the
*> term-deposit book (TERM_DEPOSITS.DAT, see CB_TERM_DEPOSIT.cpy;
*> maintained by PROC_TERM_DEPOSIT_EDIT) and matures every active
*> deposit whose maturity date has come -- today's, and any that fell
*> on the weekend or holiday since the last processing day, which is
*> why the run only works on a processing day (PROC_DATE_SERVICE
*> TEST) and says so otherwise. For each one it works the interest
*> for the whole term -- simple interest, actual days over 365:
*>   principal x rate% x (maturity - start in days) / 36500
*> -- and applies the deposit's maturity instruction:
*>   R the interest is credited and the deposit starts a fresh term
*>     of the same length at the same rate from its maturity date,
*>     on principal plus interest;
*>   P the interest is credited and principal plus interest move
*>     to the linked account (an X transfer detail) -- the deposit
*>     is finished, status P;
*>   H the interest is credited and the money stays where it is,
*>     status M, earning nothing further until the customer decides.
*> The postings go out as one correctly counted and totalled H/D/X/T
*> transaction file (TERM_MATURITY.TRN, batch ID TDM-<yyyymmdd>) for
*> the normal PROC_CUSTOMER_POST run -- this run never touches a
*> balance itself -- and each deposit gets a letterheaded maturity
*> notice in TERM_MATURITY.PRN, the customer's name as the banner
*> letterhead through the PROC_BANNER machinery the way
*> PROC_DUNNING_RUN heads a letter, filed in the customer's
*> correspondence history (PROC_CORRESP_LOG, document type TDMN)
*> with its lines kept in the letter archive for a reprint.
*> TERM_DEPOSIT.CTL, KEY=VALUE lines (same shape as ACCRUAL_RATES.CTL):
*>   INTEREST_TYPE=<TXN_TYPES.DAT code, default INT>
*>   TRANSFER_TYPE=<TXN_TYPES.DAT code posting both ways, default XFR>
*>   PENALTY_TYPE=<TXN_TYPES.DAT code, default FEE>
*>   PENALTY_DAYS=<days of interest forfeited early, default 90>
*> (the last two are PROC_TERM_DEPOSIT_EDIT's, for early withdrawal).
*> A deposit account's product should not be interest-eligible on
*> PRODUCTS.DAT: the deposit earns its rate here, not in the monthly
*> accrual run.
*> Command line: [run-date-yyyymmdd], default today.
*> cobc -x -j -free -I . -I ../BANNER PROC_TERM_MATURITY.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob ../BANNER/PROC_BANNER9.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_SPOOL_ROTATION.cob
*>     PROC_ACCOUNT_NUMBER.cob PROC_CORRESP_LOG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TERM_MATURITY.

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
SELECT MATURITY-FILE
    ASSIGN TO 'TERM_MATURITY.TRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MATURITY-STATUS.
SELECT NOTICE-FILE
    ASSIGN TO 'TERM_MATURITY.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTICE-STATUS.

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

FD MATURITY-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS MATURITY-LINE.
01 MATURITY-LINE PIC X(100).

FD NOTICE-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS NOTICE-LINE.
01 NOTICE-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-DEPOSIT-STATUS  PIC XX.
01 WS-CONTROL-STATUS  PIC XX.
01 WS-MATURITY-STATUS PIC XX.
01 WS-NOTICE-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X VALUE 'N'.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-RUN-DATE        PIC X(8).
01 WS-CURRENT-DATE    PIC X(21).
01 WS-BATCH-ID        PIC X(12).

*> TERM_DEPOSIT.CTL settings.
01 WS-CONTROL-KEY     PIC X(30).
01 WS-CONTROL-VALUE   PIC X(50).
01 WS-INTEREST-TYPE   PIC X(4) VALUE 'INT'.
01 WS-TRANSFER-TYPE   PIC X(4) VALUE 'XFR'.

COPY 'CB_TERM_DEPOSIT.cpy'.
*> This run's work per deposit, beside the book: the interest,
*> worked on pass one and used again for the details and the
*> notices, and the term that ended as it stood before the book
*> moved on.
01 WS-MATURE-TABLE.
    05 WS-MATURE-ENTRY OCCURS 500 TIMES.
        10 WS-MT-DUE       PIC X.
            88 MT-MATURES   VALUE 'Y'.
        10 WS-MT-INTEREST  PIC 9(7)V99.
        10 WS-MT-PRINCIPAL PIC 9(7)V99.
        10 WS-MT-START     PIC X(8).
        10 WS-MT-MATURITY  PIC X(8).
01 WS-MATURE-COUNT    PIC 9(4) VALUE 0.
01 WS-RENEW-COUNT     PIC 9(4) VALUE 0.
01 WS-PAID-COUNT      PIC 9(4) VALUE 0.
01 WS-HELD-COUNT      PIC 9(4) VALUE 0.

01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
01 WS-DETAIL-TOTAL    PIC S9(9)V99 VALUE 0.
01 WS-PAYOUT          PIC 9(7)V99.
01 WS-AMOUNT-EDIT     PIC 9(7).99.
01 WS-TOTAL-EDIT      PIC -(9)9.99.
01 WS-MONEY-EDIT      PIC Z(6)9.99.
01 WS-RATE-SHOW       PIC Z9.99.
01 WS-TERM-SHOW       PIC ZZ9.
01 WS-LINE-PTR        PIC 9(4).

*> Interest work fields -- actual days between two yyyymmdd dates.
01 WS-INT-FROM        PIC X(8).
01 WS-INT-TO          PIC X(8).
01 WS-INT-DAYS        PIC S9(6).
01 WS-INTEREST        PIC 9(7)V99.

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

*> Notice fields.
01 WS-NOTICE-NAME     PIC X(20).
01 WS-NOTICE-ACCOUNT  PIC X(7).
01 WS-LINKED-ACCOUNT  PIC X(7).
01 WS-OLD-PRINCIPAL   PIC 9(7)V99.
01 WS-OLD-START       PIC X(8).
01 WS-OLD-MATURITY    PIC X(8).
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
*> A deposit due on a Saturday, Sunday or holiday matures on the
*> next processing day with the rest -- so there is nothing to do
*> on a day that is not one.
    MOVE 'TEST' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-FAILED
        DISPLAY 'ERROR: run date ' WS-RUN-DATE ' is not a date'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF DATE_IS_BUSDAY NOT = 'Y'
        DISPLAY 'NOT A PROCESSING DAY: ' WS-RUN-DATE
            ' -- deposits due today mature on the next one'
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'TDM-' WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    PERFORM LOAD-CONTROL-SETTINGS
    PERFORM LOAD-DEPOSIT-BOOK
    IF WS-DEPOSIT-COUNT = 0
        DISPLAY 'NO TERM DEPOSITS ON FILE -- nothing matured'
        STOP RUN
    END-IF
*> Pass one finds what matures and works its interest (the H line
*> leads with the controls); pass two writes the details.
    PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
        UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
        PERFORM TALLY-ONE-DEPOSIT
    END-PERFORM
    IF WS-MATURE-COUNT = 0
        DISPLAY 'NO DEPOSIT MATURES ON OR BEFORE ' WS-RUN-DATE
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
        OPEN OUTPUT MATURITY-FILE
        PERFORM WRITE-CONTROL-HEADER
        PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
            UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
            IF MT-MATURES(WS-DEPOSIT-SS)
                PERFORM WRITE-DEPOSIT-DETAILS
            END-IF
        END-PERFORM
        PERFORM WRITE-CONTROL-TRAILER
        CLOSE MATURITY-FILE
    END-IF
    PERFORM RESOLVE_BANNER_LINK_TARGET
*> Fresh notice package each run -- the banner path always appends,
*> same erase-first idiom as PROC_DUNNING_RUN.
    OPEN OUTPUT NOTICE-FILE
    CLOSE NOTICE-FILE
    MOVE 'TERM_MATURITY.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    PERFORM VARYING WS-DEPOSIT-SS FROM 1 BY 1
        UNTIL WS-DEPOSIT-SS > WS-DEPOSIT-COUNT
        IF MT-MATURES(WS-DEPOSIT-SS)
            PERFORM MATURE-ONE-DEPOSIT
        END-IF
    END-PERFORM
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    CLOSE CUSTOMER-FILE
    PERFORM SAVE-DEPOSIT-BOOK
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'MATURED ' WS-MATURE-COUNT ' DEPOSIT(S): '
        WS-RENEW-COUNT ' RENEWED, ' WS-PAID-COUNT ' PAID OUT, '
        WS-HELD-COUNT ' HELD -- NOTICES IN TERM_MATURITY.PRN'
    IF WS-DETAIL-COUNT > 0
        DISPLAY 'GENERATED ' WS-DETAIL-COUNT ' DETAIL(S), TOTAL '
            FUNCTION TRIM(WS-TOTAL-EDIT)
            ' AS BATCH ' FUNCTION TRIM(WS-BATCH-ID)
            ' -- TERM_MATURITY.TRN'
    ELSE
        DISPLAY 'NOTHING TO POST -- no interest earned and nothing'
            ' paid out'
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
            WHEN 'TRANSFER_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CONTROL-VALUE)) TO
                    WS-TRANSFER-TYPE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

LOAD-DEPOSIT-BOOK.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT DEPOSIT-FILE
    IF WS-DEPOSIT-STATUS NOT = '00'
        DISPLAY 'NO DEPOSIT BOOK AT '
            FUNCTION TRIM(COMPANY_TERMDEP_FILE)
        STOP RUN
    END-IF
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
    IF WS-DEPOSIT-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_TERMDEP_FILE)
            ' HOLDS MORE THAN 500 DEPOSITS -- the book no longer'
            ' fits the table, and maturing from a capped load'
            ' would delete the rest on the save'
        MOVE 1 TO RETURN-CODE
        STOP RUN
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

*> An active deposit at or past its maturity date matures; its
*> interest is worked now and kept for the later passes. A renewal
*> rolls the book forward here, term by term until the maturity is
*> past the run date -- a run missed across a whole short term
*> still leaves the deposit on its proper cycle, with every term's
*> interest in the one credit, and a rerun the same day finds
*> nothing left to mature. A credit detail for the interest (when
*> there is any) and an X detail for a payout each count once;
*> only the credit moves the algebraic total -- the transfer never
*> leaves the book.
TALLY-ONE-DEPOSIT.
    MOVE 'N' TO WS-MT-DUE(WS-DEPOSIT-SS)
    MOVE 0 TO WS-MT-INTEREST(WS-DEPOSIT-SS)
    IF TD-ACTIVE(WS-DEPOSIT-SS)
        AND WS-TD-MATURITY(WS-DEPOSIT-SS) <= WS-RUN-DATE
        MOVE 'Y' TO WS-MT-DUE(WS-DEPOSIT-SS)
        ADD 1 TO WS-MATURE-COUNT
        MOVE WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
            TO WS-MT-PRINCIPAL(WS-DEPOSIT-SS)
        MOVE WS-TD-START(WS-DEPOSIT-SS) TO WS-MT-START(WS-DEPOSIT-SS)
        MOVE WS-TD-MATURITY(WS-DEPOSIT-SS)
            TO WS-MT-MATURITY(WS-DEPOSIT-SS)
        PERFORM EARN-ONE-TERM
        IF TD-RENEW(WS-DEPOSIT-SS)
            PERFORM ROLL-INTO-NEW-TERM
            PERFORM UNTIL WS-TD-MATURITY(WS-DEPOSIT-SS) > WS-RUN-DATE
                PERFORM EARN-ONE-TERM
                PERFORM ROLL-INTO-NEW-TERM
            END-PERFORM
        END-IF
        IF WS-MT-INTEREST(WS-DEPOSIT-SS) > 0
            ADD 1 TO WS-DETAIL-COUNT
            ADD WS-MT-INTEREST(WS-DEPOSIT-SS) TO WS-DETAIL-TOTAL
        END-IF
        IF TD-PAY-LINKED(WS-DEPOSIT-SS)
            ADD 1 TO WS-DETAIL-COUNT
        END-IF
    END-IF
    .

EARN-ONE-TERM.
    MOVE WS-TD-START(WS-DEPOSIT-SS) TO WS-INT-FROM
    MOVE WS-TD-MATURITY(WS-DEPOSIT-SS) TO WS-INT-TO
    PERFORM COMPUTE-TERM-INTEREST
    ADD WS-INTEREST TO WS-MT-INTEREST(WS-DEPOSIT-SS)
    .

*> Principal and interest go into a fresh term of the same length at
*> the same rate, starting the day the last one matured.
ROLL-INTO-NEW-TERM.
    ADD WS-INTEREST TO WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
    MOVE WS-TD-MATURITY(WS-DEPOSIT-SS) TO WS-TD-START(WS-DEPOSIT-SS)
    MOVE WS-TD-MATURITY(WS-DEPOSIT-SS) TO WS-TERM-FROM
    MOVE WS-TD-TERM(WS-DEPOSIT-SS) TO WS-TERM-MONTHS
    PERFORM ADD-TERM-TO-DATE
    MOVE WS-TERM-TO TO WS-TD-MATURITY(WS-DEPOSIT-SS)
    .

*> Simple interest on the principal, actual days over 365. A date
*> that is not a date earns nothing rather than stopping the run.
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

WRITE-DEPOSIT-DETAILS.
    IF WS-MT-INTEREST(WS-DEPOSIT-SS) > 0
        MOVE WS-MT-INTEREST(WS-DEPOSIT-SS) TO WS-AMOUNT-EDIT
        MOVE SPACES TO MATURITY-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'D ' WS-TD-CUST-ID(WS-DEPOSIT-SS)
            ' C ' WS-AMOUNT-EDIT
            ' ' WS-RUN-DATE
            ' ' FUNCTION TRIM(WS-INTEREST-TYPE)
            ' TD-INTEREST'
            DELIMITED BY SIZE INTO MATURITY-LINE
            WITH POINTER WS-LINE-PTR
        WRITE MATURITY-LINE
    END-IF
*> The payout follows its interest credit in the same batch, so the
*> transfer moves principal and interest together.
    IF TD-PAY-LINKED(WS-DEPOSIT-SS)
        COMPUTE WS-PAYOUT = WS-TD-PRINCIPAL(WS-DEPOSIT-SS)
            + WS-MT-INTEREST(WS-DEPOSIT-SS)
        MOVE WS-PAYOUT TO WS-AMOUNT-EDIT
        MOVE SPACES TO MATURITY-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'X ' WS-TD-CUST-ID(WS-DEPOSIT-SS)
            ' ' WS-TD-LINKED-ID(WS-DEPOSIT-SS)
            ' ' WS-AMOUNT-EDIT
            ' ' WS-RUN-DATE
            ' ' FUNCTION TRIM(WS-TRANSFER-TYPE)
            ' TD-MATURITY'
            DELIMITED BY SIZE INTO MATURITY-LINE
            WITH POINTER WS-LINE-PTR
        WRITE MATURITY-LINE
    END-IF
    .

WRITE-CONTROL-HEADER.
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO MATURITY-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-RUN-DATE
        ' ' WS-DETAIL-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO MATURITY-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO MATURITY-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE MATURITY-LINE
    .

WRITE-CONTROL-TRAILER.
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO MATURITY-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-DETAIL-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO MATURITY-LINE
        WITH POINTER WS-LINE-PTR
    WRITE MATURITY-LINE
    .

*> The instruction applied to the book (a renewal has already
*> rolled on pass one), then the notice telling the customer what
*> was done -- the notice quotes the term that ended and, for a
*> renewal, the one that begins.
MATURE-ONE-DEPOSIT.
    MOVE WS-MT-PRINCIPAL(WS-DEPOSIT-SS) TO WS-OLD-PRINCIPAL
    MOVE WS-MT-START(WS-DEPOSIT-SS) TO WS-OLD-START
    MOVE WS-MT-MATURITY(WS-DEPOSIT-SS) TO WS-OLD-MATURITY
    EVALUATE TRUE
        WHEN TD-RENEW(WS-DEPOSIT-SS)
            ADD 1 TO WS-RENEW-COUNT
        WHEN TD-PAY-LINKED(WS-DEPOSIT-SS)
            ADD 1 TO WS-PAID-COUNT
            MOVE 'P' TO WS-TD-STATUS(WS-DEPOSIT-SS)
            MOVE WS-RUN-DATE TO WS-TD-SETTLED(WS-DEPOSIT-SS)
        WHEN OTHER
            ADD 1 TO WS-HELD-COUNT
            MOVE 'M' TO WS-TD-STATUS(WS-DEPOSIT-SS)
            MOVE WS-RUN-DATE TO WS-TD-SETTLED(WS-DEPOSIT-SS)
    END-EVALUATE
    PERFORM PRINT-MATURITY-NOTICE
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

*> The notice: the customer's name through PROC_BANNER as the
*> letterhead, then what matured and what became of it.
PRINT-MATURITY-NOTICE.
    MOVE 'UNKNOWN CUSTOMER' TO WS-NOTICE-NAME
    MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE CUST-NAME TO WS-NOTICE-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE ACCT_NUMBER TO WS-NOTICE-ACCOUNT
    MOVE SPACES TO WS-LINKED-ACCOUNT
    IF WS-TD-LINKED-ID(WS-DEPOSIT-SS) > 0
        MOVE WS-TD-LINKED-ID(WS-DEPOSIT-SS) TO ACCT_CUST_ID
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        MOVE ACCT_NUMBER TO WS-LINKED-ACCOUNT
    END-IF
    PERFORM RECORD-NOTICE-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-NOTICE-NAME TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'TERM_MATURITY.PRN' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_TERM_MATURITY' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    OPEN EXTEND NOTICE-FILE
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNT ' WS-NOTICE-ACCOUNT
        '   DATE ' WS-RUN-DATE(1:4) '-'
        WS-RUN-DATE(5:2) '-' WS-RUN-DATE(7:2)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE 'TERM DEPOSIT MATURITY NOTICE' TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE WS-OLD-PRINCIPAL TO WS-MONEY-EDIT
    MOVE WS-TD-RATE(WS-DEPOSIT-SS) TO WS-RATE-SHOW
    MOVE WS-TD-TERM(WS-DEPOSIT-SS) TO WS-TERM-SHOW
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Your deposit of ' FUNCTION TRIM(WS-MONEY-EDIT)
        ' at ' FUNCTION TRIM(WS-RATE-SHOW) '% a year for '
        FUNCTION TRIM(WS-TERM-SHOW) ' month(s), placed '
        WS-OLD-START(1:4) '-' WS-OLD-START(5:2) '-'
        WS-OLD-START(7:2) ','
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE WS-MT-INTEREST(WS-DEPOSIT-SS) TO WS-MONEY-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'matured on ' WS-OLD-MATURITY(1:4) '-'
        WS-OLD-MATURITY(5:2) '-' WS-OLD-MATURITY(7:2)
        ' and earned interest of ' FUNCTION TRIM(WS-MONEY-EDIT)
        ' for the term.'
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    COMPUTE WS-PAYOUT = WS-OLD-PRINCIPAL
        + WS-MT-INTEREST(WS-DEPOSIT-SS)
    MOVE WS-PAYOUT TO WS-MONEY-EDIT
    EVALUATE TRUE
        WHEN TD-RENEW(WS-DEPOSIT-SS)
            MOVE SPACES TO NOTICE-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'As you instructed, ' FUNCTION TRIM(WS-MONEY-EDIT)
                ' has been placed for a further '
                FUNCTION TRIM(WS-TERM-SHOW) ' month(s) at '
                FUNCTION TRIM(WS-RATE-SHOW) '% a year,'
                DELIMITED BY SIZE INTO NOTICE-LINE
                WITH POINTER WS-LINE-PTR
            PERFORM PUT-NOTICE-LINE
            MOVE SPACES TO NOTICE-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'maturing on '
                WS-TD-MATURITY(WS-DEPOSIT-SS)(1:4) '-'
                WS-TD-MATURITY(WS-DEPOSIT-SS)(5:2) '-'
                WS-TD-MATURITY(WS-DEPOSIT-SS)(7:2) '.'
                DELIMITED BY SIZE INTO NOTICE-LINE
                WITH POINTER WS-LINE-PTR
            PERFORM PUT-NOTICE-LINE
        WHEN TD-PAY-LINKED(WS-DEPOSIT-SS)
            MOVE SPACES TO NOTICE-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'As you instructed, principal and interest of '
                FUNCTION TRIM(WS-MONEY-EDIT)
                ' have been paid to account '
                WS-LINKED-ACCOUNT '.'
                DELIMITED BY SIZE INTO NOTICE-LINE
                WITH POINTER WS-LINE-PTR
            PERFORM PUT-NOTICE-LINE
        WHEN OTHER
            MOVE SPACES TO NOTICE-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'Principal and interest of '
                FUNCTION TRIM(WS-MONEY-EDIT)
                ' are held in this account and earn no further'
                ' interest.'
                DELIMITED BY SIZE INTO NOTICE-LINE
                WITH POINTER WS-LINE-PTR
            PERFORM PUT-NOTICE-LINE
            MOVE 'Please let us know how you would like them placed.'
                TO NOTICE-LINE
            PERFORM PUT-NOTICE-LINE
    END-EVALUATE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    CLOSE NOTICE-FILE
    .

*> The history line, before anything prints, so the notice's lines
*> file under it.
RECORD-NOTICE-SENT.
    MOVE SPACES TO CORR_DOC_KEY
    MOVE 'D' TO CORR_ACTION
    MOVE WS-TD-CUST-ID(WS-DEPOSIT-SS) TO CORR_CUST_ID
    MOVE 'TDMN' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'TERM_MATURITY.PRN MATURED ' WS-OLD-MATURITY
        ' INSTR ' WS-TD-INSTRUCT(WS-DEPOSIT-SS)
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_TERM_MATURITY' TO CORR_PROGRAM
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
    MOVE 'PROC_TERM_MATURITY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_TERM_MATURITY.
