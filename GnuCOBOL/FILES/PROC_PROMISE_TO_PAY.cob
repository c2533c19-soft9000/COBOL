*> Mission: Promise-to-pay arrangements on file, so a customer who
*> agreed a payment date with collections stops getting escalating
*> letters while keeping to it. Each promise (PROMISES.IDX, see
*> CB_PROMISE_RECORD.cpy) carries the amount, the promised date and
*> the operator who took it. PROC_DUNNING_RUN holds the letter for
*> an account with a promise in force.
*> The daily CHECK holds every promise in force against the credits
*> CUSTOMER_LEDGER.IDX shows posted to the account since the promise
*> was taken: credits reaching the promised amount close it as kept;
*> the promised date passing short of it breaks it -- the account
*> goes back into the dunning run at its bucket on
*> CUSTOMER_AGING.DAT (run PROC_CUSTOMER_AGING first) and onto
*> PROMISES_BROKEN.RPT for the collector, with the shortfall and
*> who took the promise.
*> Command line (the account by its full 7-digit account number,
*> check digit and all -- see PROC_ACCOUNT_NUMBER):
*>   TAKE <account-number> <amount> <promised yyyymmdd>
*>   WITHDRAW <account-number>
*>   SHOW <account-number>
*>   CHECK [as-of yyyymmdd]   (default today)
*> cobc -x -j -free -I . -I ../BANNER PROC_PROMISE_TO_PAY.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_PROMISE_TO_PAY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_PROMISE_FILE.cpy'.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT AGING-DATA-FILE
    ASSIGN TO 'CUSTOMER_AGING.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AGING-STATUS.
SELECT BROKEN-REPORT
    ASSIGN TO 'PROMISES_BROKEN.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_PROMISE_RECORD.cpy'.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD AGING-DATA-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS AGING-DATA-LINE.
01 AGING-DATA-LINE PIC X(80).

FD BROKEN-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-PROMISE-STATUS       PIC XX.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-LEDGER-AVAILABLE     PIC X VALUE 'N'.
    88 LEDGER-IS-AVAILABLE VALUE 'Y'.
01 WS-AGING-STATUS         PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-MODE-TOKEN      PIC X(10).
01 WS-ARG1            PIC X(20).
01 WS-ARG2            PIC X(20).
01 WS-ARG3            PIC X(20).
01 WS-CURRENT-DATE    PIC X(21).
01 WS-TODAY           PIC X(8).
01 WS-ASOF-DATE       PIC X(8).
01 WS-LINE-PTR        PIC 9(4).
01 WS-AT-END          PIC X.
    88 AT-END-OF-PROMISES VALUE 'Y'.
01 WS-LGR-AT-END      PIC X.
    88 AT-END-OF-LEDGER   VALUE 'Y'.
01 WS-AGING-AT-END    PIC X.
    88 AT-END-OF-AGING    VALUE 'Y'.

*> The account being worked and its promise fields as keyed.
01 WS-CUST-WANTED     PIC 9(6).
01 WS-NEW-AMOUNT      PIC 9(7)V99.
01 WS-NEW-DATE        PIC X(8).
01 WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
    05 WS-ND-YYYY     PIC 9(4).
    05 WS-ND-MM       PIC 9(2).
    05 WS-ND-DD       PIC 9(2).
01 WS-NEXT-NUM        PIC 9(3).
01 WS-IN-FORCE-NUM    PIC 9(3).
01 WS-PROMISE-COUNT   PIC 9(4).
01 WS-STATUS-TEXT     PIC X(9).

*> The daily check's arithmetic and counts.
01 WS-CREDITS-SINCE   PIC S9(9)V99.
01 WS-SHORTFALL       PIC S9(9)V99.
01 WS-CHECKED-COUNT   PIC 9(6) VALUE 0.
01 WS-KEPT-COUNT      PIC 9(6) VALUE 0.
01 WS-BROKEN-COUNT    PIC 9(6) VALUE 0.
01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
01 WS-PAID-EDIT       PIC Z(6)9.99.
01 WS-SHORT-EDIT      PIC Z(6)9.99.

*> CUSTOMER_AGING.DAT, held for the bucket lookup -- 2000 accounts,
*> house table style.
01 WS-AGING-TABLE.
    05 WS-AGING-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AGING-SS.
        10 WS-AGE-CUST-ID PIC 9(6).
        10 WS-AGE-NAME    PIC X(20).
        10 WS-AGE-BUCKET  PIC X(7).
01 WS-AGING-COUNT     PIC 9(4) VALUE 0.
01 WS-AGING-MATCH-SS  PIC 9(4).
01 WS-TOK-ID          PIC X(8).
01 WS-TOK-NAME        PIC X(22).
01 WS-TOK-BALANCE     PIC X(14).
01 WS-TOK-DAYS        PIC X(7).
01 WS-TOK-BUCKET      PIC X(8).

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'TAKE'
            PERFORM TAKE-PROMISE
        WHEN 'WITHDRAW'
            PERFORM WITHDRAW-PROMISE
        WHEN 'SHOW'
            PERFORM SHOW-PROMISES
        WHEN 'CHECK'
            PERFORM CHECK-PROMISES
        WHEN OTHER
            DISPLAY 'USAGE: PROC_PROMISE_TO_PAY TAKE <account-number>'
                ' <amount> <yyyymmdd> | WITHDRAW <account-number>'
                ' | SHOW <account-number> | CHECK [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

*> TAKE: a real account, a positive amount, a promised date from
*> today on, and no other promise already in force for it.
TAKE-PROMISE.
    IF WS-ARG1 = SPACES
        OR FUNCTION TEST-NUMVAL(WS-ARG2) NOT = 0
        OR FUNCTION TRIM(WS-ARG3) IS NOT NUMERIC
        OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG3)) NOT = 8
        DISPLAY 'USAGE: PROC_PROMISE_TO_PAY TAKE <account-number>'
            ' <amount> <promised yyyymmdd>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VERIFY-ACCOUNT-ARGUMENT
    MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-NEW-AMOUNT
    MOVE WS-ARG3(1:8) TO WS-NEW-DATE
    IF WS-NEW-AMOUNT = 0
        DISPLAY 'REFUSED: THE PROMISED AMOUNT MUST BE ABOVE ZERO'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ND-MM < 1 OR WS-ND-MM > 12
        OR WS-ND-DD < 1 OR WS-ND-DD > 31
        DISPLAY 'REFUSED: ' WS-NEW-DATE ' IS NOT A DATE'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-NEW-DATE < WS-TODAY
        DISPLAY 'REFUSED: PROMISED DATE ' WS-NEW-DATE
            ' IS ALREADY PAST'
        MOVE 1 TO RETURN-CODE
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
    MOVE WS-CUST-WANTED TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY 'REFUSED: NO ACCOUNT ' ACCT_NUMBER
                ' ON THE MASTER'
            CLOSE CUSTOMER-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CUSTOMER-FILE
    PERFORM OPEN-PROMISE-FILE
    PERFORM SCAN-ACCOUNT-PROMISES
    IF WS-IN-FORCE-NUM > 0
        DISPLAY 'REFUSED: ACCOUNT ' WS-CUST-WANTED ' ALREADY HAS'
            ' PROMISE ' WS-IN-FORCE-NUM ' IN FORCE -- WITHDRAW it'
            ' first'
        CLOSE PROMISE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-NEXT-NUM = 0
        DISPLAY 'REFUSED: ACCOUNT ' WS-CUST-WANTED ' HAS 999'
            ' PROMISES ON FILE'
        CLOSE PROMISE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO PROMISE-RECORD
    MOVE WS-CUST-WANTED TO PTP-CUST-ID
    MOVE WS-NEXT-NUM TO PTP-PROMISE-NUM
    MOVE WS-NEW-AMOUNT TO PTP-AMOUNT
    MOVE WS-NEW-DATE TO PTP-PROMISED-DATE
    MOVE WS-TODAY TO PTP-TAKEN-DATE
    MOVE OPERATOR_ID TO PTP-OPERATOR
    SET PTP-IN-FORCE TO TRUE
    MOVE 0 TO PTP-PAID
    WRITE PROMISE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: promise could not be written,'
                ' FILE STATUS ' WS-PROMISE-STATUS
            CLOSE PROMISE-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-WRITE
    CLOSE PROMISE-FILE
    MOVE PTP-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY 'PROMISE ' PTP-PROMISE-NUM ' TAKEN: ACCOUNT '
        PTP-CUST-ID ' [' FUNCTION TRIM(CUST-NAME) '] TO PAY '
        FUNCTION TRIM(WS-AMOUNT-EDIT) ' BY ' PTP-PROMISED-DATE
        ' -- dunning held until then'
    .

WITHDRAW-PROMISE.
    PERFORM TAKE-CUST-ARGUMENT
    PERFORM OPEN-PROMISE-FILE
    PERFORM SCAN-ACCOUNT-PROMISES
    IF WS-IN-FORCE-NUM = 0
        DISPLAY 'NO PROMISE IN FORCE FOR ACCOUNT ' WS-CUST-WANTED
        CLOSE PROMISE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-CUST-WANTED TO PTP-CUST-ID
    MOVE WS-IN-FORCE-NUM TO PTP-PROMISE-NUM
    READ PROMISE-FILE
        INVALID KEY CONTINUE
    END-READ
    SET PTP-WITHDRAWN TO TRUE
    MOVE WS-TODAY TO PTP-CLOSED-DATE
    PERFORM REWRITE-PROMISE
    CLOSE PROMISE-FILE
    DISPLAY 'PROMISE ' PTP-PROMISE-NUM ' FOR ACCOUNT ' PTP-CUST-ID
        ' WITHDRAWN -- the account is back in the dunning run'
    .

SHOW-PROMISES.
    PERFORM TAKE-CUST-ARGUMENT
    OPEN INPUT PROMISE-FILE
    IF WS-PROMISE-STATUS NOT = '00'
        DISPLAY 'NO PROMISES ON FILE'
        STOP RUN
    END-IF
    MOVE 0 TO WS-PROMISE-COUNT
    MOVE 'N' TO WS-AT-END
    MOVE WS-CUST-WANTED TO PTP-CUST-ID
    MOVE 0 TO PTP-PROMISE-NUM
    START PROMISE-FILE KEY IS >= PTP-KEY
        INVALID KEY SET AT-END-OF-PROMISES TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-PROMISES
        READ PROMISE-FILE NEXT RECORD
            AT END SET AT-END-OF-PROMISES TO TRUE
            NOT AT END
                IF PTP-CUST-ID NOT = WS-CUST-WANTED
                    SET AT-END-OF-PROMISES TO TRUE
                ELSE
                    ADD 1 TO WS-PROMISE-COUNT
                    PERFORM DESCRIBE-STATUS
                    MOVE PTP-AMOUNT TO WS-AMOUNT-EDIT
                    MOVE PTP-PAID TO WS-PAID-EDIT
                    DISPLAY PTP-PROMISE-NUM ' '
                        WS-STATUS-TEXT ' ' WS-AMOUNT-EDIT
                        ' BY ' PTP-PROMISED-DATE
                        ' TAKEN ' PTP-TAKEN-DATE
                        ' OPR=' FUNCTION TRIM(PTP-OPERATOR)
                        ' PAID ' FUNCTION TRIM(WS-PAID-EDIT)
                        ' ' PTP-CLOSED-DATE ' ' PTP-BUCKET
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROMISE-FILE
    IF WS-PROMISE-COUNT = 0
        DISPLAY 'NO PROMISES FOR ACCOUNT ' WS-CUST-WANTED
    END-IF
    .

TAKE-CUST-ARGUMENT.
    IF WS-ARG1 = SPACES
        DISPLAY 'USAGE: PROC_PROMISE_TO_PAY '
            FUNCTION TRIM(WS-MODE-TOKEN) ' <account-number>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VERIFY-ACCOUNT-ARGUMENT
    .

*> The account is named by its account number, check digit and
*> all -- a mis-keyed digit is refused, not taken for a neighbour.
VERIFY-ACCOUNT-ARGUMENT.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ARG1 TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REFUSED: ' FUNCTION TRIM(ACCT_MESSAGE)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ACCT_CUST_ID TO WS-CUST-WANTED
    .

OPEN-PROMISE-FILE.
    OPEN I-O PROMISE-FILE
    IF WS-PROMISE-STATUS = '35'
        OPEN OUTPUT PROMISE-FILE
        CLOSE PROMISE-FILE
        OPEN I-O PROMISE-FILE
    END-IF
    IF WS-PROMISE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open PROMISES.IDX, FILE STATUS '
            WS-PROMISE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Walk the account's promises: note one in force, and the next
*> free promise number (zero once all 999 are used).
SCAN-ACCOUNT-PROMISES.
    MOVE 0 TO WS-IN-FORCE-NUM
    MOVE 1 TO WS-NEXT-NUM
    MOVE 'N' TO WS-AT-END
    MOVE WS-CUST-WANTED TO PTP-CUST-ID
    MOVE 0 TO PTP-PROMISE-NUM
    START PROMISE-FILE KEY IS >= PTP-KEY
        INVALID KEY SET AT-END-OF-PROMISES TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-PROMISES
        READ PROMISE-FILE NEXT RECORD
            AT END SET AT-END-OF-PROMISES TO TRUE
            NOT AT END
                IF PTP-CUST-ID NOT = WS-CUST-WANTED
                    SET AT-END-OF-PROMISES TO TRUE
                ELSE
                    IF PTP-IN-FORCE
                        MOVE PTP-PROMISE-NUM TO WS-IN-FORCE-NUM
                    END-IF
                    IF PTP-PROMISE-NUM = 999
                        MOVE 0 TO WS-NEXT-NUM
                    ELSE
                        COMPUTE WS-NEXT-NUM = PTP-PROMISE-NUM + 1
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

REWRITE-PROMISE.
    REWRITE PROMISE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: promise ' PTP-CUST-ID '/'
                PTP-PROMISE-NUM ' could not be rewritten,'
                ' FILE STATUS ' WS-PROMISE-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    .

DESCRIBE-STATUS.
    EVALUATE TRUE
        WHEN PTP-IN-FORCE  MOVE 'IN FORCE' TO WS-STATUS-TEXT
        WHEN PTP-KEPT      MOVE 'KEPT' TO WS-STATUS-TEXT
        WHEN PTP-BROKEN    MOVE 'BROKEN' TO WS-STATUS-TEXT
        WHEN PTP-WITHDRAWN MOVE 'WITHDRAWN' TO WS-STATUS-TEXT
        WHEN OTHER         MOVE 'UNKNOWN' TO WS-STATUS-TEXT
    END-EVALUATE
    .

*> The daily check. Every promise in force is held against the
*> ledger credits posted to its account from the day it was taken
*> through the as-of date.
CHECK-PROMISES.
    MOVE WS-TODAY TO WS-ASOF-DATE
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            MOVE WS-ARG1(1:8) TO WS-ASOF-DATE
        ELSE
            DISPLAY 'USAGE: PROC_PROMISE_TO_PAY CHECK [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN I-O PROMISE-FILE
    IF WS-PROMISE-STATUS NOT = '00'
        DISPLAY 'NO PROMISES ON FILE (PROMISES.IDX, FILE STATUS '
            WS-PROMISE-STATUS ')'
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE 'Y' TO WS-LEDGER-AVAILABLE
    ELSE
        DISPLAY 'WARNING: no CUSTOMER_LEDGER.IDX -- no credits'
            ' found, promises past their date break'
    END-IF
    PERFORM LOAD-AGING-BUCKETS
    OPEN OUTPUT BROKEN-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- BROKEN PROMISES TO PAY AS OF ' WS-ASOF-DATE ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CUST-ID  NO. NAME                 PROMISED   BY'
        '           PAID    SHORTFALL TAKEN    OPR      BUCKET'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-PROMISES
        READ PROMISE-FILE NEXT RECORD
            AT END SET AT-END-OF-PROMISES TO TRUE
            NOT AT END
                IF PTP-IN-FORCE
                    PERFORM CHECK-ONE-PROMISE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROMISE-FILE
    IF LEDGER-IS-AVAILABLE
        CLOSE LEDGER-FILE
    END-IF
    IF WS-BROKEN-COUNT = 0
        MOVE '  (no promise broken)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'CHECKED=' WS-CHECKED-COUNT
        ' KEPT=' WS-KEPT-COUNT
        ' BROKEN=' WS-BROKEN-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE BROKEN-REPORT
    DISPLAY 'PROMISES AS OF ' WS-ASOF-DATE ': ' WS-CHECKED-COUNT
        ' CHECKED, ' WS-KEPT-COUNT ' KEPT, ' WS-BROKEN-COUNT
        ' BROKEN -- PROMISES_BROKEN.RPT'
    .

CHECK-ONE-PROMISE.
    ADD 1 TO WS-CHECKED-COUNT
    PERFORM SUM-CREDITS-SINCE-TAKEN
    IF WS-CREDITS-SINCE > 0
        MOVE WS-CREDITS-SINCE TO PTP-PAID
    ELSE
        MOVE 0 TO PTP-PAID
    END-IF
    EVALUATE TRUE
        WHEN WS-CREDITS-SINCE >= PTP-AMOUNT
            ADD 1 TO WS-KEPT-COUNT
            SET PTP-KEPT TO TRUE
            MOVE WS-ASOF-DATE TO PTP-CLOSED-DATE
            PERFORM REWRITE-PROMISE
        WHEN WS-ASOF-DATE > PTP-PROMISED-DATE
            ADD 1 TO WS-BROKEN-COUNT
            SET PTP-BROKEN TO TRUE
            MOVE WS-ASOF-DATE TO PTP-CLOSED-DATE
            PERFORM FIND-AGING-BUCKET
            PERFORM REWRITE-PROMISE
            PERFORM WRITE-BROKEN-LINE
        WHEN OTHER
            PERFORM REWRITE-PROMISE
    END-EVALUATE
    .

SUM-CREDITS-SINCE-TAKEN.
    MOVE 0 TO WS-CREDITS-SINCE
    IF LEDGER-IS-AVAILABLE
        MOVE 'N' TO WS-LGR-AT-END
        MOVE PTP-CUST-ID TO LGR-CUST-ID
        MOVE PTP-TAKEN-DATE TO LGR-POST-DATE
        MOVE 0 TO LGR-SEQ
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-LEDGER
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-LEDGER TO TRUE
                NOT AT END
                    IF LGR-CUST-ID NOT = PTP-CUST-ID
                        OR LGR-POST-DATE > WS-ASOF-DATE
                        SET AT-END-OF-LEDGER TO TRUE
                    ELSE
                        IF LGR-DC = 'C'
                            ADD LGR-AMOUNT TO WS-CREDITS-SINCE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    .

*> CUSTOMER_AGING.DAT lines: <cust-id>|<name>|<balance>|<days>|
*> <bucket>, as PROC_CUSTOMER_AGING writes them.
LOAD-AGING-BUCKETS.
    MOVE 0 TO WS-AGING-COUNT
    MOVE 'N' TO WS-AGING-AT-END
    OPEN INPUT AGING-DATA-FILE
    IF WS-AGING-STATUS = '00'
        PERFORM UNTIL AT-END-OF-AGING
            READ AGING-DATA-FILE
                AT END SET AT-END-OF-AGING TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TOK-ID WS-TOK-NAME
                        WS-TOK-BALANCE WS-TOK-DAYS WS-TOK-BUCKET
                    UNSTRING AGING-DATA-LINE DELIMITED BY '|'
                        INTO WS-TOK-ID WS-TOK-NAME WS-TOK-BALANCE
                             WS-TOK-DAYS WS-TOK-BUCKET
                    IF FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
                        AND WS-TOK-ID NOT = SPACES
                        AND WS-AGING-COUNT < 2000
                        ADD 1 TO WS-AGING-COUNT
                        SET WS-AGING-SS TO WS-AGING-COUNT
                        MOVE FUNCTION NUMVAL(WS-TOK-ID)
                            TO WS-AGE-CUST-ID(WS-AGING-SS)
                        MOVE WS-TOK-NAME(1:20)
                            TO WS-AGE-NAME(WS-AGING-SS)
                        MOVE WS-TOK-BUCKET(1:7)
                            TO WS-AGE-BUCKET(WS-AGING-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AGING-DATA-FILE
    ELSE
        DISPLAY 'WARNING: no CUSTOMER_AGING.DAT -- run'
            ' PROC_CUSTOMER_AGING first; broken promises report'
            ' no bucket'
    END-IF
    .

*> An account no longer on the aging file is not below zero any
*> more -- no letter will go, and the report says so.
FIND-AGING-BUCKET.
    MOVE 0 TO WS-AGING-MATCH-SS
    PERFORM VARYING WS-AGING-SS FROM 1 BY 1
        UNTIL WS-AGING-SS > WS-AGING-COUNT
           OR WS-AGING-MATCH-SS > 0
        IF WS-AGE-CUST-ID(WS-AGING-SS) = PTP-CUST-ID
            SET WS-AGING-MATCH-SS TO WS-AGING-SS
        END-IF
    END-PERFORM
    IF WS-AGING-MATCH-SS > 0
        MOVE WS-AGE-BUCKET(WS-AGING-MATCH-SS) TO PTP-BUCKET
    ELSE
        MOVE 'NONE' TO PTP-BUCKET
    END-IF
    .

WRITE-BROKEN-LINE.
    COMPUTE WS-SHORTFALL = PTP-AMOUNT - PTP-PAID
    MOVE PTP-AMOUNT TO WS-AMOUNT-EDIT
    MOVE PTP-PAID TO WS-PAID-EDIT
    MOVE WS-SHORTFALL TO WS-SHORT-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' PTP-CUST-ID ' ' PTP-PROMISE-NUM ' '
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-AGING-MATCH-SS > 0
        STRING WS-AGE-NAME(WS-AGING-MATCH-SS)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING '(not below zero)    '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING ' ' WS-AMOUNT-EDIT ' ' PTP-PROMISED-DATE
        ' ' WS-PAID-EDIT ' ' WS-SHORT-EDIT
        ' ' PTP-TAKEN-DATE ' ' PTP-OPERATOR
        ' ' PTP-BUCKET
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_PROMISE_TO_PAY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_PROMISE_TO_PAY.
