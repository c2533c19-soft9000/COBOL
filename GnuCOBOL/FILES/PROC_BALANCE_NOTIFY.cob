*> Mission: Tell the customer tonight, not on next month's statement.
*> A PROC_JOBSTREAM step after the posting run: every account the
*> night's POSTING_REGISTER.RPT shows a POSTED line for is checked
*> against the preferences the customer gave us (NOTIFY_PREFS.DAT,
*> kept by PROC_NOTIFY_EDIT, see CB_NOTIFY_PREFS.cpy) --
*>   LOWBAL   the balance was at or over the customer's floor before
*>            tonight's postings and closed under it (one notice on
*>            the way down, not one every night it stays there);
*>   LARGEDR  a single debit posted tonight at or over the customer's
*>            large-debit figure (one notice per such debit).
*> The items come off CUSTOMER_LEDGER.IDX under the posting date,
*> the closing balance off the master. Notices go to the messaging
*> vendor in NOTIFICATIONS.<post-date>.DAT, in the e-statement
*> feed's per-customer shape --
*>   C|<account>|<name>|<channel>|<contact>|<closing balance>
*>   N|LOWBAL|<floor>|<closing balance>
*>   N|LARGEDR|<txn date>|<amount>|<type>|<reference>
*>   E|<account>
*> -- closed by T|<customers>|<notices> for the vendor's receipt to
*> reconcile against. Each notice is also recorded in the customer's
*> correspondence history (PROC_CORRESP_LOG, document type NTFY).
*> Command line: [post-date-yyyymmdd]. Default: the business date
*> the register's *** BUSINESS DATE heading names when the posting
*> cutoff moved it, otherwise today.
*> cobc -x -j -free -I . -I ../BANNER PROC_BALANCE_NOTIFY.cob
*>     PROC_ACCOUNT_NUMBER.cob PROC_CORRESP_LOG.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob PROC_COMPANY.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BALANCE_NOTIFY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT REGISTER-FILE
    ASSIGN TO 'POSTING_REGISTER.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REGISTER-STATUS.
SELECT NOTIFY-FILE
    ASSIGN TO DYNAMIC COMPANY_NOTIFY_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.
SELECT EXTRACT-FILE
    ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD REGISTER-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS REGISTER-LINE.
01 REGISTER-LINE PIC X(200).

FD NOTIFY-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS NOTIFY-LINE.
01 NOTIFY-LINE PIC X(120).

FD EXTRACT-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS EXTRACT-LINE.
01 EXTRACT-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-REGISTER-STATUS      PIC XX.
01 WS-NOTIFY-STATUS        PIC XX.
01 WS-EXTRACT-STATUS       PIC XX.
01 WS-EXTRACT-FILE-NAME    PIC X(60).
01 WS-CMD-LINE             PIC X(255).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).
01 WS-POST-DATE            PIC X(8).
01 WS-DATE-FROM            PIC X(12) VALUE 'TODAY'.

COPY 'CB_NOTIFY_PREFS.cpy'.

*> The accounts tonight's register shows postings to, each once --
*> 5000, house table style; past that an account goes unchecked and
*> the run says so.
01 WS-TOUCHED-TABLE.
    05 WS-TOUCHED-ID OCCURS 5000 TIMES INDEXED BY WS-TOUCHED-SS
                               PIC 9(6).
01 WS-TOUCHED-COUNT        PIC 9(4) VALUE 0.
01 WS-TOUCHED-OVERFLOW     PIC 9(6) VALUE 0.
01 WS-TOUCHED-FOUND        PIC X.
01 WS-REG-CUST-ID          PIC X(6).

*> One account's night.
01 WS-OPENING              PIC S9(7)V99.
01 WS-CLOSING              PIC S9(7)V99.
01 WS-ITEMS-SEEN           PIC 9(4).
01 WS-DEBIT-SIZE           PIC 9(7)V99.
01 WS-HEADER-WRITTEN       PIC X.
01 WS-NOTICE-KIND          PIC X(8).
01 WS-BALANCE-EDIT         PIC -(7)9.99.
01 WS-AMOUNT-EDIT          PIC Z(6)9.99.

*> Run controls.
01 WS-PREF-ACCOUNTS        PIC 9(6) VALUE 0.
01 WS-NOTIFIED-CUSTOMERS   PIC 9(6) VALUE 0.
01 WS-NOTICE-COUNT         PIC 9(6) VALUE 0.
01 WS-LOWBAL-COUNT         PIC 9(6) VALUE 0.
01 WS-LARGEDR-COUNT        PIC 9(6) VALUE 0.
01 WS-MISSING-COUNT        PIC 9(6) VALUE 0.

COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-POST-DATE
    PERFORM LOAD-TOUCHED-ACCOUNTS
    IF WS-CMD-LINE NOT = SPACES
        IF FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE)) = 8
            MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-POST-DATE
            MOVE 'COMMAND LINE' TO WS-DATE-FROM
        ELSE
            DISPLAY 'ERROR: the post date is yyyymmdd, not '
                FUNCTION TRIM(WS-CMD-LINE)
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOAD-NOTIFY-PREFS
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open ' FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ', FILE STATUS ' WS-LEDGER-STATUS
            ' -- no notifications sent'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM BUILD-EXTRACT-NAME
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
            ', FILE STATUS ' WS-EXTRACT-STATUS
        CLOSE CUSTOMER-FILE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-TOUCHED-SS FROM 1 BY 1
        UNTIL WS-TOUCHED-SS > WS-TOUCHED-COUNT
        PERFORM FIND-PREFS-FOR-ACCOUNT
        IF WS-NOTIFY-SS <= WS-NOTIFY-COUNT
            ADD 1 TO WS-PREF-ACCOUNTS
            PERFORM CHECK-ONE-ACCOUNT
        END-IF
    END-PERFORM
    MOVE SPACES TO EXTRACT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T|' WS-NOTIFIED-CUSTOMERS '|' WS-NOTICE-COUNT
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXTRACT-LINE
    CLOSE EXTRACT-FILE
    CLOSE CUSTOMER-FILE
    CLOSE LEDGER-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    IF WS-TOUCHED-OVERFLOW > 0
        DISPLAY 'WARNING: ' WS-TOUCHED-OVERFLOW ' ACCOUNT(S) PAST THE'
            ' 5000 THE RUN HOLDS WERE NOT CHECKED'
    END-IF
    IF WS-MISSING-COUNT > 0
        DISPLAY 'WARNING: ' WS-MISSING-COUNT ' ACCOUNT(S) WITH'
            ' PREFERENCES NOT ON THE MASTER -- skipped'
    END-IF
    DISPLAY 'NOTIFY ' WS-POST-DATE ' (' FUNCTION TRIM(WS-DATE-FROM)
        '): ' WS-TOUCHED-COUNT ' ACCOUNT(S) POSTED, '
        WS-PREF-ACCOUNTS ' WITH PREFERENCES, '
        WS-NOTICE-COUNT ' NOTICE(S) (LOWBAL=' WS-LOWBAL-COUNT
        ' LARGEDR=' WS-LARGEDR-COUNT ') TO '
        WS-NOTIFIED-CUSTOMERS ' CUSTOMER(S) -- '
        FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
    STOP RUN.

*> The register's POSTED lines name the accounts tonight touched; a
*> *** BUSINESS DATE heading (the posting cutoff rolled or held the
*> file) names the date the ledger carries them under. No register
*> means no posting run tonight -- nothing to tell anybody.
LOAD-TOUCHED-ACCOUNTS.
    OPEN INPUT REGISTER-FILE
    IF WS-REGISTER-STATUS NOT = '00'
        DISPLAY 'NOTE: no POSTING_REGISTER.RPT (FILE STATUS '
            WS-REGISTER-STATUS ') -- nothing posted, nothing to send'
        STOP RUN
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ REGISTER-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN REGISTER-LINE(1:7) = 'POSTED '
                        MOVE REGISTER-LINE(8:6) TO WS-REG-CUST-ID
                        IF WS-REG-CUST-ID IS NUMERIC
                            PERFORM TAKE-TOUCHED-ACCOUNT
                        END-IF
                    WHEN REGISTER-LINE(1:18) = '*** BUSINESS DATE '
                        AND REGISTER-LINE(19:8) IS NUMERIC
                        MOVE REGISTER-LINE(19:8) TO WS-POST-DATE
                        MOVE 'REGISTER' TO WS-DATE-FROM
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE REGISTER-FILE
    .

TAKE-TOUCHED-ACCOUNT.
    MOVE 'N' TO WS-TOUCHED-FOUND
    PERFORM VARYING WS-TOUCHED-SS FROM 1 BY 1
        UNTIL WS-TOUCHED-SS > WS-TOUCHED-COUNT
            OR WS-TOUCHED-FOUND = 'Y'
        IF WS-TOUCHED-ID(WS-TOUCHED-SS) = WS-REG-CUST-ID
            MOVE 'Y' TO WS-TOUCHED-FOUND
        END-IF
    END-PERFORM
    IF WS-TOUCHED-FOUND = 'N'
        IF WS-TOUCHED-COUNT < 5000
            ADD 1 TO WS-TOUCHED-COUNT
            MOVE WS-REG-CUST-ID TO WS-TOUCHED-ID(WS-TOUCHED-COUNT)
        ELSE
            ADD 1 TO WS-TOUCHED-OVERFLOW
        END-IF
    END-IF
    .

*> Read-only here, so a file past the table's cap is a warning, not
*> a refusal -- the customers past it go unnotified tonight.
LOAD-NOTIFY-PREFS.
    MOVE 0 TO WS-NOTIFY-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT NOTIFY-FILE
    IF WS-NOTIFY-STATUS NOT = '00'
        DISPLAY 'NOTE: no ' FUNCTION TRIM(COMPANY_NOTIFY_FILE)
            ' -- no customer has asked to be notified'
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-FILE
        READ NOTIFY-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF NOTIFY-LINE NOT = SPACES
                    IF WS-NOTIFY-COUNT < 1000
                        PERFORM TAKE-ONE-NOTIFY-LINE
                    ELSE
                        MOVE 'Y' TO WS-NOTIFY-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-FILE
    IF WS-NOTIFY-OVERFLOW = 'Y'
        DISPLAY 'WARNING: ' FUNCTION TRIM(COMPANY_NOTIFY_FILE)
            ' HOLDS MORE THAN 1000 CUSTOMERS -- the rest are not'
            ' notified'
    END-IF
    .

TAKE-ONE-NOTIFY-LINE.
    MOVE SPACES TO WS-NP-TOK-ID WS-NP-TOK-FLOOR WS-NP-TOK-LARGE
        WS-NP-TOK-CHANNEL WS-NP-TOK-CONTACT
    UNSTRING NOTIFY-LINE DELIMITED BY '|'
        INTO WS-NP-TOK-ID WS-NP-TOK-FLOOR WS-NP-TOK-LARGE
             WS-NP-TOK-CHANNEL WS-NP-TOK-CONTACT
    ADD 1 TO WS-NOTIFY-COUNT
    SET WS-NOTIFY-SS TO WS-NOTIFY-COUNT
    MOVE FUNCTION NUMVAL(WS-NP-TOK-ID) TO WS-NP-CUST-ID(WS-NOTIFY-SS)
    IF WS-NP-TOK-FLOOR = SPACES
        MOVE 'N' TO WS-NP-FLOOR-SET(WS-NOTIFY-SS)
        MOVE 0 TO WS-NP-FLOOR(WS-NOTIFY-SS)
    ELSE
        MOVE 'Y' TO WS-NP-FLOOR-SET(WS-NOTIFY-SS)
        MOVE FUNCTION NUMVAL(WS-NP-TOK-FLOOR)
            TO WS-NP-FLOOR(WS-NOTIFY-SS)
    END-IF
    MOVE 0 TO WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
    IF WS-NP-TOK-LARGE NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NP-TOK-LARGE)
            TO WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
    END-IF
    MOVE WS-NP-TOK-CHANNEL(1:1) TO WS-NP-CHANNEL(WS-NOTIFY-SS)
    MOVE WS-NP-TOK-CONTACT(1:60) TO WS-NP-CONTACT(WS-NOTIFY-SS)
    .

*> The extract is named for the posting date; another company's
*> carries its code in front, as its books do.
BUILD-EXTRACT-NAME.
    MOVE SPACES TO WS-EXTRACT-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING 'NOTIFICATIONS.' WS-POST-DATE '.DAT'
        DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
        WITH POINTER WS-LINE-PTR
    .

*> Leaves WS-NOTIFY-SS on the account's preferences, or past the end
*> of the table when it has none.
FIND-PREFS-FOR-ACCOUNT.
    PERFORM VARYING WS-NOTIFY-SS FROM 1 BY 1
        UNTIL WS-NOTIFY-SS > WS-NOTIFY-COUNT
            OR WS-NP-CUST-ID(WS-NOTIFY-SS)
               = WS-TOUCHED-ID(WS-TOUCHED-SS)
        CONTINUE
    END-PERFORM
    .

*> The opening balance is the first of tonight's postings undone;
*> the large-debit check fires per posting on the same walk.
CHECK-ONE-ACCOUNT.
    MOVE WS-TOUCHED-ID(WS-TOUCHED-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            ADD 1 TO WS-MISSING-COUNT
    END-READ
    IF WS-CUSTOMER-FILE-STATUS = '00'
        MOVE CUST-BALANCE TO WS-CLOSING WS-OPENING
        MOVE 0 TO WS-ITEMS-SEEN
        MOVE 'N' TO WS-HEADER-WRITTEN
        MOVE 'N' TO WS-LGR-AT-END
        MOVE CUST-ID TO LGR-CUST-ID
        MOVE WS-POST-DATE TO LGR-POST-DATE
        MOVE 0 TO LGR-SEQ
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-LEDGER
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-LEDGER TO TRUE
                NOT AT END
                    IF LGR-CUST-ID NOT = CUST-ID
                        OR LGR-POST-DATE NOT = WS-POST-DATE
                        SET AT-END-OF-LEDGER TO TRUE
                    ELSE
                        PERFORM TAKE-ONE-POSTING
                    END-IF
            END-READ
        END-PERFORM
        IF NP-WANTS-LOW-BALANCE(WS-NOTIFY-SS)
            AND WS-ITEMS-SEEN > 0
            AND WS-OPENING >= WS-NP-FLOOR(WS-NOTIFY-SS)
            AND WS-CLOSING < WS-NP-FLOOR(WS-NOTIFY-SS)
            PERFORM WRITE-LOW-BALANCE-NOTICE
        END-IF
        IF WS-HEADER-WRITTEN = 'Y'
            PERFORM MAKE-ACCOUNT-NUMBER
            MOVE SPACES TO EXTRACT-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'E|' ACCT_NUMBER
                DELIMITED BY SIZE INTO EXTRACT-LINE
                WITH POINTER WS-LINE-PTR
            WRITE EXTRACT-LINE
        END-IF
    END-IF
    .

TAKE-ONE-POSTING.
    ADD 1 TO WS-ITEMS-SEEN
    IF WS-ITEMS-SEEN = 1
        COMPUTE WS-OPENING = LGR-BALANCE-AFTER - LGR-AMOUNT
    END-IF
    IF LGR-DC = 'D' AND WS-NP-LARGE-DEBIT(WS-NOTIFY-SS) > 0
        IF LGR-AMOUNT < 0
            COMPUTE WS-DEBIT-SIZE = 0 - LGR-AMOUNT
        ELSE
            MOVE LGR-AMOUNT TO WS-DEBIT-SIZE
        END-IF
        IF WS-DEBIT-SIZE >= WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
            PERFORM WRITE-LARGE-DEBIT-NOTICE
        END-IF
    END-IF
    .

WRITE-LOW-BALANCE-NOTICE.
    PERFORM WRITE-CUSTOMER-HEADER
    MOVE SPACES TO EXTRACT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-NP-FLOOR(WS-NOTIFY-SS) TO WS-BALANCE-EDIT
    STRING 'N|LOWBAL|' FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-CLOSING TO WS-BALANCE-EDIT
    STRING '|' FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXTRACT-LINE
    ADD 1 TO WS-LOWBAL-COUNT
    MOVE 'LOWBAL' TO WS-NOTICE-KIND
    PERFORM RECORD-NOTICE-SENT
    .

WRITE-LARGE-DEBIT-NOTICE.
    PERFORM WRITE-CUSTOMER-HEADER
    MOVE WS-DEBIT-SIZE TO WS-AMOUNT-EDIT
    MOVE SPACES TO EXTRACT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'N|LARGEDR|' LGR-TXN-DATE
        '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
        '|' FUNCTION TRIM(LGR-TYPE-CODE)
        '|' FUNCTION TRIM(LGR-REFERENCE)
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXTRACT-LINE
    ADD 1 TO WS-LARGEDR-COUNT
    MOVE 'LARGEDR' TO WS-NOTICE-KIND
    PERFORM RECORD-NOTICE-SENT
    .

*> The C record goes out ahead of the customer's first notice only,
*> so a customer with nothing to hear about sends the vendor nothing.
WRITE-CUSTOMER-HEADER.
    IF WS-HEADER-WRITTEN = 'N'
        MOVE 'Y' TO WS-HEADER-WRITTEN
        ADD 1 TO WS-NOTIFIED-CUSTOMERS
        PERFORM MAKE-ACCOUNT-NUMBER
        MOVE WS-CLOSING TO WS-BALANCE-EDIT
        MOVE SPACES TO EXTRACT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'C|' ACCT_NUMBER
            '|' FUNCTION TRIM(CUST-NAME)
            '|' WS-NP-CHANNEL(WS-NOTIFY-SS)
            '|' FUNCTION TRIM(WS-NP-CONTACT(WS-NOTIFY-SS))
            '|' FUNCTION TRIM(WS-BALANCE-EDIT)
            DELIMITED BY SIZE INTO EXTRACT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE EXTRACT-LINE
    END-IF
    .

RECORD-NOTICE-SENT.
    ADD 1 TO WS-NOTICE-COUNT
    MOVE 'D' TO CORR_ACTION
    MOVE CUST-ID TO CORR_CUST_ID
    MOVE 'NTFY' TO CORR_DOC_TYPE
    MOVE 'E' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-NOTICE-KIND) ' '
        FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'N' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_BALANCE_NOTIFY' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

MAKE-ACCOUNT-NUMBER.
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_BALANCE_NOTIFY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_BALANCE_NOTIFY.
