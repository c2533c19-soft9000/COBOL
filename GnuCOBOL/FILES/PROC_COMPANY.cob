*> Mission: One place that decides which company's books a run works
*> on (see CB_COMPANY.cpy for the contract), so a sister company's
*> accounts keep their own customer master, ledger, address store,
*> control figures, posted-batch register, period control, GL
*> extract, term-deposit book, loan book, notification
*> preferences, suspense clearing register, duplicate-hold files,
*> KYC review file, management-information history, statement and
*> letter archives, ledger archive catalog, write-off and escheat
*> registers, maker/checker and maintenance audit stores, address
*> audit and change log, returned mail, promises, households,
*> statement cycles, correspondence history, dispute cases and
*> blocked accounts, and no program can wander from one book into
*> another.
*> The code comes from the COMPANY_CODE environment setting -- the
*> same way PROC_LOAD_CONFIG is pointed at a SYSTEM.CFG section --
*> and must be on COMPANIES.DAT; unset means the home company.
*> The operator signed on to this session must be allowed into the
*> book: the COMPANIES column PROC_OPERATOR_SIGNON carried onto the
*> session line (fifth token) lists the codes, or * for every book.
*> A session with no list -- no master, an operator with the column
*> blank, or no sign-on at all -- works in the home book only.
*> A refusal is appended to OPERATOR_SIGNON.LOG as
*>   yyyy-mm-dd hh:mm:ss AUTHORITY REFUSED <program> COMPANY=<code>
*>       OPR=<operator> ROLE=<role>
*> beside the other gated programs' refusals; the caller shows the
*> reason and stops.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_COMPANY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPANY-LIST-FILE ASSIGN TO 'COMPANIES.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT SESSION-FILE ASSIGN TO 'OPERATOR.SES'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SESSION-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPANY-LIST-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS COMPANY-LIST-LINE.
01 COMPANY-LIST-LINE PIC X(80).

FD SESSION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS SESSION-LINE.
01 SESSION-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-COMPANY-STATUS    PIC XX.
01 WS-SESSION-STATUS    PIC XX.
01 WS-COMPANY-AT-END    PIC X VALUE 'N'.
    88 AT-END-OF-COMPANIES VALUE 'Y'.
01 WS-CODE-WANTED       PIC X(8).
01 WS-LIST-FOUND        PIC X VALUE 'N'.
01 WS-CODE-FOUND        PIC X VALUE 'N'.
01 WS-HOME-MARKED       PIC X VALUE 'N'.
01 WS-HOME-CODE         PIC X(4) VALUE SPACES.
01 WS-HOME-NAME         PIC X(40) VALUE SPACES.
01 WS-FOUND-NAME        PIC X(40) VALUE SPACES.
01 WS-TOK-CODE          PIC X(8).
01 WS-TOK-NAME          PIC X(42).
01 WS-TOK-HOME          PIC X(4).
01 WS-SES-ID            PIC X(10).
01 WS-SES-DATE          PIC X(12).
01 WS-SES-TIME          PIC X(10).
01 WS-SES-ROLE          PIC X(12).
01 WS-SES-COMPANIES     PIC X(32).
01 WS-ALLOWED           PIC X VALUE 'N'.
01 WS-ALLOWED-ONE       PIC X(8).
01 WS-ALLOWED-PTR       PIC 9(4).
01 WS-PREFIX            PIC X(5).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-LOG-PTR           PIC 9(3).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

LINKAGE SECTION.
COPY 'CB_COMPANY.cpy'.

PROCEDURE DIVISION USING COMPANY-PARAMS.
MAIN-PARA.
    MOVE 'S' TO COMPANY_RESULT
    MOVE SPACES TO COMPANY_REASON
    MOVE SPACES TO WS-CODE-WANTED
    DISPLAY 'COMPANY_CODE' UPON ENVIRONMENT-NAME
    ACCEPT WS-CODE-WANTED FROM ENVIRONMENT-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-WANTED))
        TO WS-CODE-WANTED
    PERFORM READ-COMPANY-LIST
    EVALUATE TRUE
        WHEN WS-LIST-FOUND = 'N' AND WS-CODE-WANTED = SPACES
            MOVE SPACES TO COMPANY_CODE
            MOVE SPACES TO COMPANY_NAME
            MOVE 'Y' TO COMPANY_IS_HOME
        WHEN WS-LIST-FOUND = 'N'
            MOVE WS-CODE-WANTED(1:4) TO COMPANY_CODE
            MOVE 'R' TO COMPANY_RESULT
            MOVE 'no COMPANIES.DAT -- this installation keeps one book'
                TO COMPANY_REASON
        WHEN WS-CODE-WANTED = SPACES OR WS-CODE-WANTED = WS-HOME-CODE
            MOVE WS-HOME-CODE TO COMPANY_CODE
            MOVE WS-HOME-NAME TO COMPANY_NAME
            MOVE 'Y' TO COMPANY_IS_HOME
        WHEN WS-CODE-FOUND = 'N'
            MOVE WS-CODE-WANTED(1:4) TO COMPANY_CODE
            MOVE 'R' TO COMPANY_RESULT
            MOVE 'company is not on COMPANIES.DAT' TO COMPANY_REASON
        WHEN OTHER
            MOVE WS-CODE-WANTED(1:4) TO COMPANY_CODE
            MOVE WS-FOUND-NAME TO COMPANY_NAME
            MOVE 'N' TO COMPANY_IS_HOME
    END-EVALUATE
    IF COMPANY-SELECTED AND WS-LIST-FOUND = 'Y'
        PERFORM CHECK-OPERATOR-ACCESS
        IF WS-ALLOWED = 'N'
            MOVE 'R' TO COMPANY_RESULT
            MOVE 'the operator signed on may not work in this book'
                TO COMPANY_REASON
        END-IF
    END-IF
    IF COMPANY-REFUSED
        PERFORM LOG-COMPANY-REFUSAL
    ELSE
        PERFORM SET-BOOK-FILE-NAMES
    END-IF
    GOBACK.

*> Finds the home line and the line for the code asked for. The
*> first line marked HOME is the home company; a list with none
*> marked treats its first company as home.
READ-COMPANY-LIST.
    MOVE 'N' TO WS-LIST-FOUND
    MOVE 'N' TO WS-CODE-FOUND
    MOVE 'N' TO WS-HOME-MARKED
    MOVE 'N' TO WS-COMPANY-AT-END
    MOVE SPACES TO WS-HOME-CODE WS-HOME-NAME WS-FOUND-NAME
    OPEN INPUT COMPANY-LIST-FILE
    IF WS-COMPANY-STATUS = '00'
        PERFORM UNTIL AT-END-OF-COMPANIES
            READ COMPANY-LIST-FILE
                AT END SET AT-END-OF-COMPANIES TO TRUE
                NOT AT END
                    IF COMPANY-LIST-LINE NOT = SPACES
                        AND COMPANY-LIST-LINE(1:1) NOT = '*'
                        PERFORM JUDGE-COMPANY-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COMPANY-LIST-FILE
    END-IF
    .

JUDGE-COMPANY-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-NAME WS-TOK-HOME
    UNSTRING COMPANY-LIST-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-NAME WS-TOK-HOME
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-CODE))
        TO WS-TOK-CODE
    IF WS-TOK-CODE NOT = SPACES
        IF WS-HOME-MARKED = 'N'
            AND (WS-LIST-FOUND = 'N'
                 OR FUNCTION UPPER-CASE(WS-TOK-HOME(1:1)) = 'Y')
            MOVE WS-TOK-CODE(1:4) TO WS-HOME-CODE
            MOVE FUNCTION TRIM(WS-TOK-NAME) TO WS-HOME-NAME
        END-IF
        IF FUNCTION UPPER-CASE(WS-TOK-HOME(1:1)) = 'Y'
            MOVE 'Y' TO WS-HOME-MARKED
        END-IF
        MOVE 'Y' TO WS-LIST-FOUND
        IF WS-TOK-CODE = WS-CODE-WANTED
            MOVE 'Y' TO WS-CODE-FOUND
            MOVE FUNCTION TRIM(WS-TOK-NAME) TO WS-FOUND-NAME
        END-IF
    END-IF
    .

*> The session's company list against the book selected; the home
*> book is open to a session that lists nothing.
CHECK-OPERATOR-ACCESS.
    MOVE 'N' TO WS-ALLOWED
    MOVE SPACES TO WS-SES-COMPANIES
    OPEN INPUT SESSION-FILE
    IF WS-SESSION-STATUS = '00'
        READ SESSION-FILE
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO WS-SES-ID WS-SES-DATE WS-SES-TIME
                    WS-SES-ROLE
                UNSTRING SESSION-LINE DELIMITED BY ALL SPACE
                    INTO WS-SES-ID WS-SES-DATE WS-SES-TIME
                         WS-SES-ROLE WS-SES-COMPANIES
        END-READ
        CLOSE SESSION-FILE
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-SES-COMPANIES) TO WS-SES-COMPANIES
    EVALUATE TRUE
        WHEN WS-SES-COMPANIES = SPACES
            IF COMPANY-HOME
                MOVE 'Y' TO WS-ALLOWED
            END-IF
        WHEN WS-SES-COMPANIES = '*'
            MOVE 'Y' TO WS-ALLOWED
        WHEN OTHER
            MOVE 1 TO WS-ALLOWED-PTR
            PERFORM UNTIL WS-ALLOWED-PTR > 32 OR WS-ALLOWED = 'Y'
                MOVE SPACES TO WS-ALLOWED-ONE
                UNSTRING WS-SES-COMPANIES DELIMITED BY ','
                    INTO WS-ALLOWED-ONE WITH POINTER WS-ALLOWED-PTR
                IF FUNCTION TRIM(WS-ALLOWED-ONE) = COMPANY_CODE
                    AND COMPANY_CODE NOT = SPACES
                    MOVE 'Y' TO WS-ALLOWED
                END-IF
            END-PERFORM
    END-EVALUATE
    .

*> The home book keeps the names the shop has always used; any
*> other book's files carry its code in front.
SET-BOOK-FILE-NAMES.
    IF COMPANY-HOME
        MOVE SPACES TO WS-PREFIX
    ELSE
        MOVE SPACES TO WS-PREFIX
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-PREFIX
    END-IF
    MOVE SPACES TO COMPANY_CUSTOMER_FILE COMPANY_LEDGER_FILE
        COMPANY_ADDRESS_FILE COMPANY_CONTROL_FILE
        COMPANY_BATCHREG_FILE COMPANY_PERIOD_FILE COMPANY_GL_FILE
        COMPANY_FUTURE_FILE COMPANY_NSF_FILE COMPANY_REJECT_FILE
        COMPANY_SUPV_FILE COMPANY_MEMO_FILE COMPANY_INTENT_FILE
        COMPANY_WORK_FILE COMPANY_CKPT_FILE COMPANY_TERMDEP_FILE
        COMPANY_LOAN_FILE COMPANY_NOTIFY_FILE COMPANY_SUSPENSE_FILE
        COMPANY_DUPHOLD_FILE COMPANY_DUPDEC_FILE COMPANY_DUPPEND_FILE
        COMPANY_KYC_FILE COMPANY_MIHIST_FILE COMPANY_STMTARC_FILE
        COMPANY_LGRCAT_FILE COMPANY_WRITEOFF_FILE COMPANY_ESCHEAT_FILE
        COMPANY_MPEND_FILE COMPANY_MAUDIT_FILE COMPANY_ADDRAUD_FILE
        COMPANY_ADDRCHG_FILE COMPANY_RETMAIL_FILE COMPANY_PROMISE_FILE
        COMPANY_HHOLD_FILE COMPANY_STMTCYC_FILE COMPANY_CORRESP_FILE
        COMPANY_LETTER_FILE COMPANY_DISPUTE_FILE COMPANY_BLOCKED_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMERS.DAT'
        DELIMITED BY SIZE INTO COMPANY_CUSTOMER_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_LEDGER.IDX'
        DELIMITED BY SIZE INTO COMPANY_LEDGER_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_ADDR.IDX'
        DELIMITED BY SIZE INTO COMPANY_ADDRESS_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_CONTROL.DAT'
        DELIMITED BY SIZE INTO COMPANY_CONTROL_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'POSTED_BATCHES.REG'
        DELIMITED BY SIZE INTO COMPANY_BATCHREG_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'PERIOD_CONTROL.DAT'
        DELIMITED BY SIZE INTO COMPANY_PERIOD_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'GL_JOURNAL.DAT'
        DELIMITED BY SIZE INTO COMPANY_GL_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_FUTURE.DAT'
        DELIMITED BY SIZE INTO COMPANY_FUTURE_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'NSF_CANDIDATES.DAT'
        DELIMITED BY SIZE INTO COMPANY_NSF_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_REJECTS.DAT'
        DELIMITED BY SIZE INTO COMPANY_REJECT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'REJECTS_SUPERVISOR.DAT'
        DELIMITED BY SIZE INTO COMPANY_SUPV_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'MEMO_POSTINGS.IDX'
        DELIMITED BY SIZE INTO COMPANY_MEMO_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_POST.INT'
        DELIMITED BY SIZE INTO COMPANY_INTENT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_POST.WRK'
        DELIMITED BY SIZE INTO COMPANY_WORK_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUSTOMER_POST.CKPT'
        DELIMITED BY SIZE INTO COMPANY_CKPT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'TERM_DEPOSITS.DAT'
        DELIMITED BY SIZE INTO COMPANY_TERMDEP_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'LOANS.DAT'
        DELIMITED BY SIZE INTO COMPANY_LOAN_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'NOTIFY_PREFS.DAT'
        DELIMITED BY SIZE INTO COMPANY_NOTIFY_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'SUSPENSE_CLEARED.DAT'
        DELIMITED BY SIZE INTO COMPANY_SUSPENSE_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'DUPLICATE_HOLD.DAT'
        DELIMITED BY SIZE INTO COMPANY_DUPHOLD_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'DUPLICATE_DECISIONS.DAT'
        DELIMITED BY SIZE INTO COMPANY_DUPDEC_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'DUPLICATE_PENDING.DAT'
        DELIMITED BY SIZE INTO COMPANY_DUPPEND_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'KYC_REVIEWS.IDX'
        DELIMITED BY SIZE INTO COMPANY_KYC_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'MI_HISTORY.DAT'
        DELIMITED BY SIZE INTO COMPANY_MIHIST_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'STMT_ARCHIVE.IDX'
        DELIMITED BY SIZE INTO COMPANY_STMTARC_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'LEDGER_ARCHIVE.CAT'
        DELIMITED BY SIZE INTO COMPANY_LGRCAT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'WRITEOFF_REGISTER.IDX'
        DELIMITED BY SIZE INTO COMPANY_WRITEOFF_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'ESCHEAT_REGISTER.IDX'
        DELIMITED BY SIZE INTO COMPANY_ESCHEAT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUST_MAINT_PENDING.IDX'
        DELIMITED BY SIZE INTO COMPANY_MPEND_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CUST_MAINT_AUDIT.IDX'
        DELIMITED BY SIZE INTO COMPANY_MAUDIT_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'ADDRESS_AUDIT.IDX'
        DELIMITED BY SIZE INTO COMPANY_ADDRAUD_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'ADDRESS_CHANGES.LOG'
        DELIMITED BY SIZE INTO COMPANY_ADDRCHG_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'RETURNED_MAIL.DAT'
        DELIMITED BY SIZE INTO COMPANY_RETMAIL_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'PROMISES.IDX'
        DELIMITED BY SIZE INTO COMPANY_PROMISE_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'HOUSEHOLDS.IDX'
        DELIMITED BY SIZE INTO COMPANY_HHOLD_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'STMT_CYCLES.IDX'
        DELIMITED BY SIZE INTO COMPANY_STMTCYC_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'CORRESP_HISTORY.IDX'
        DELIMITED BY SIZE INTO COMPANY_CORRESP_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'LETTER_ARCHIVE.IDX'
        DELIMITED BY SIZE INTO COMPANY_LETTER_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'DISPUTE_CASES.IDX'
        DELIMITED BY SIZE INTO COMPANY_DISPUTE_FILE
    STRING WS-PREFIX DELIMITED BY SPACE 'BLOCKED_ACCOUNTS.DAT'
        DELIMITED BY SIZE INTO COMPANY_BLOCKED_FILE
    .

LOG-COMPANY-REFUSAL.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LOG-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' AUTHORITY REFUSED ' FUNCTION TRIM(COMPANY_PROGRAM)
        ' COMPANY=' FUNCTION TRIM(WS-CODE-WANTED)
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LOG-PTR
    MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_COMPANY.
