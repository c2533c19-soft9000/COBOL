*> Mission: A proper way to take bad debt off the book instead of
*> leaving a 90+ account on the aging run for ever.
*> NOMINATE reads CUSTOMER_AGING.DAT (run PROC_CUSTOMER_AGING
*> first) and proposes every 90+ account below zero at least the
*> minimum number of days -- WRITEOFF_NOMINATIONS.RPT for
*> collections to read, WRITEOFF_NOMINATIONS.DAT for the run --
*>   <cust-id>|<name>|<balance>|<days-under>
*> leaving out an account already closed or with a promise to pay
*> in force (PROC_PROMISE_TO_PAY), both listed as held.
*> RUN writes the nominated accounts off. It needs a SUPERVISOR
*> sign-on (PROC_OPERATOR_ROLE); a refusal is logged like the other
*> authority checks. Under the master lock each nominee still below
*> zero and not yet written off is entered on the permanent
*> register WRITEOFF_REGISTER.IDX (CB_WRITEOFF_RECORD.cpy) and
*> closed, and the clearing credits go out as one H/D/T batch,
*> WRITEOFF_<batch>.TRN (batch WO<yymmddhhmm>, type WOF, reference
*> WRITEOFF), for PROC_CUSTOMER_POST. WOF must be on TXN_TYPES.DAT,
*> active, nature C or B. The posting run lets a credit through to
*> a closed account only when the register holds it -- the clearing
*> credit, and any later payment, which it flags as a recovery.
*> RECOVERIES re-adds, for every written-off account, the credits
*> posted to it since the write-off other than the clearing batch,
*> stores the totals back on the register and lists the recoveries
*> posted from the given date on (default every one) in
*> WRITEOFF_RECOVERIES.RPT, so accounting books them as recoveries,
*> not as ordinary payments.
*> Command line:
*>   NOMINATE [minimum-days]   (default 180)
*>   RUN
*>   RECOVERIES [from yyyymmdd]
*> cobc -x -j -free -I . -I ../BANNER PROC_WRITEOFF.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_WRITEOFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_WRITEOFF_FILE.cpy'.
COPY 'CB_PROMISE_FILE.cpy'.
SELECT AGING-DATA-FILE
    ASSIGN TO 'CUSTOMER_AGING.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AGING-STATUS.
SELECT NOMINATION-FILE
    ASSIGN TO 'WRITEOFF_NOMINATIONS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOMINATION-STATUS.
SELECT WRITEOFF-REPORT
    ASSIGN TO DYNAMIC WS-REPORT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT BATCH-FILE
    ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_WRITEOFF_RECORD.cpy'.
COPY 'CB_PROMISE_RECORD.cpy'.

FD AGING-DATA-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS AGING-DATA-LINE.
01 AGING-DATA-LINE PIC X(80).

FD NOMINATION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS NOMINATION-LINE.
01 NOMINATION-LINE PIC X(80).

FD WRITEOFF-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-WRITEOFF-STATUS   PIC XX.
01 WS-PROMISE-STATUS    PIC XX.
01 WS-PROMISES-AVAILABLE PIC X VALUE 'N'.
    88 PROMISES-ARE-AVAILABLE VALUE 'Y'.
01 WS-AGING-STATUS      PIC XX.
01 WS-NOMINATION-STATUS PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-REPORT-NAME       PIC X(64).
01 WS-BATCH-STATUS      PIC XX.
01 WS-BATCH-FILE-NAME   PIC X(64).
01 WS-TYPES-STATUS      PIC XX.
01 WS-CMD-LINE          PIC X(255).
01 WS-MODE-TOKEN        PIC X(12).
01 WS-ARG1              PIC X(20).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-TODAY             PIC X(8).
01 WS-LINE-PTR          PIC 9(4).
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE   VALUE 'Y'.
01 WS-LGR-AT-END        PIC X.
    88 AT-END-OF-LEDGER VALUE 'Y'.
01 WS-SCAN-DONE         PIC X.
01 WS-BALANCE-EDIT      PIC -(7)9.99.
01 WS-AMOUNT-EDIT       PIC 9(7).99.
01 WS-SHOW-AMOUNT       PIC Z(6)9.99.
01 WS-TOTAL-EDIT        PIC -(9)9.99.

*> One aging (or nomination) line's tokens.
01 WS-TOK-ID            PIC X(8).
01 WS-TOK-NAME          PIC X(22).
01 WS-TOK-BALANCE       PIC X(14).
01 WS-TOK-DAYS          PIC X(7).
01 WS-TOK-BUCKET        PIC X(8).
01 WS-LINE-CUST-ID      PIC 9(6).
01 WS-LINE-DAYS         PIC 9(5).

*> NOMINATE.
01 WS-MIN-DAYS          PIC 9(5) VALUE 180.
01 WS-NOMINATED-COUNT   PIC 9(6) VALUE 0.
01 WS-HELD-COUNT        PIC 9(6) VALUE 0.
01 WS-NOMINATED-TOTAL   PIC S9(11)V99 VALUE 0.
01 WS-HELD-REASON       PIC X(30).

*> RUN: the nominees, then the accounts actually written off -- the
*> clearing batch is built from the second table once every account
*> has been closed, so its header counts are known. 1000 accounts,
*> house table style.
01 WS-NOMINEE-TABLE.
    05 WS-NOMINEE-ENTRY OCCURS 1000 TIMES.
        10 WS-NOM-CUST-ID PIC 9(6).
        10 WS-NOM-DAYS    PIC 9(5).
01 WS-NOMINEE-COUNT     PIC 9(4) VALUE 0.
01 WS-NOMINEE-SS        PIC 9(4).
01 WS-CLEARED-TABLE.
    05 WS-CLEARED-ENTRY OCCURS 1000 TIMES.
        10 WS-CLR-CUST-ID PIC 9(6).
        10 WS-CLR-AMOUNT  PIC 9(7)V99.
01 WS-CLEARED-COUNT     PIC 9(4) VALUE 0.
01 WS-CLEARED-SS        PIC 9(4).
01 WS-SKIPPED-COUNT     PIC 9(6) VALUE 0.
01 WS-CLEARED-TOTAL     PIC S9(9)V99 VALUE 0.
01 WS-BATCH-ID          PIC X(12).
01 WS-WOF-TYPE-STATE    PIC X.
    88 WOF-TYPE-USABLE  VALUE 'Y'.
01 WS-TY-TOK-CODE       PIC X(6).
01 WS-TY-TOK-DESC       PIC X(32).
01 WS-TY-TOK-NATURE     PIC X(3).
01 WS-TY-TOK-ACTIVE     PIC X(3).

*> RECOVERIES.
01 WS-FROM-DATE         PIC X(8).
01 WS-ACCOUNT-RECOVERED PIC S9(9)V99.
01 WS-PERIOD-RECOVERED  PIC S9(11)V99 VALUE 0.
01 WS-ALL-RECOVERED     PIC S9(11)V99 VALUE 0.
01 WS-RECOVERY-LINES    PIC 9(6) VALUE 0.
01 WS-REGISTER-COUNT    PIC 9(6) VALUE 0.

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_MASTER_LOCK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'NOMINATE'
            PERFORM NOMINATE-ACCOUNTS
        WHEN 'RUN'
            PERFORM RUN-WRITEOFF
        WHEN 'RECOVERIES'
            PERFORM REPORT-RECOVERIES
        WHEN OTHER
            DISPLAY 'USAGE: PROC_WRITEOFF NOMINATE [minimum-days]'
                ' | RUN | RECOVERIES [from yyyymmdd]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

NOMINATE-ACCOUNTS.
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-ARG1) TO WS-MIN-DAYS
        ELSE
            DISPLAY 'USAGE: PROC_WRITEOFF NOMINATE [minimum-days]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT AGING-DATA-FILE
    IF WS-AGING-STATUS NOT = '00'
        DISPLAY 'ERROR: no CUSTOMER_AGING.DAT -- run'
            ' PROC_CUSTOMER_AGING first'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE AGING-DATA-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PROMISE-FILE
    IF WS-PROMISE-STATUS = '00'
        MOVE 'Y' TO WS-PROMISES-AVAILABLE
    END-IF
    MOVE 'WRITEOFF_NOMINATIONS.RPT' TO WS-REPORT-NAME
    OPEN OUTPUT WRITEOFF-REPORT
    OPEN OUTPUT NOMINATION-FILE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- WRITE-OFF NOMINATIONS: 90+ AT LEAST ' WS-MIN-DAYS
        ' DAY(S) BELOW ZERO, ' WS-TODAY ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ AGING-DATA-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF AGING-DATA-LINE NOT = SPACES
                    PERFORM CONSIDER-ONE-NOMINEE
                END-IF
        END-READ
    END-PERFORM
    CLOSE AGING-DATA-FILE
    CLOSE CUSTOMER-FILE
    IF PROMISES-ARE-AVAILABLE
        CLOSE PROMISE-FILE
    END-IF
    MOVE WS-NOMINATED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'NOMINATED=' WS-NOMINATED-COUNT
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' HELD=' WS-HELD-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE WRITEOFF-REPORT
    CLOSE NOMINATION-FILE
    DISPLAY 'NOMINATED ' WS-NOMINATED-COUNT ' ACCOUNT(S) FOR'
        ' WRITE-OFF, ' WS-HELD-COUNT ' HELD --'
        ' WRITEOFF_NOMINATIONS.RPT (PROC_WRITEOFF RUN to write'
        ' them off)'
    .

CONSIDER-ONE-NOMINEE.
    MOVE SPACES TO WS-TOK-ID WS-TOK-NAME WS-TOK-BALANCE
        WS-TOK-DAYS WS-TOK-BUCKET
    UNSTRING AGING-DATA-LINE DELIMITED BY '|'
        INTO WS-TOK-ID WS-TOK-NAME WS-TOK-BALANCE WS-TOK-DAYS
             WS-TOK-BUCKET
    IF FUNCTION TRIM(WS-TOK-BUCKET) = '90+'
        AND FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
        AND FUNCTION TRIM(WS-TOK-DAYS) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-TOK-ID) TO WS-LINE-CUST-ID
        MOVE FUNCTION NUMVAL(WS-TOK-DAYS) TO WS-LINE-DAYS
        IF WS-LINE-DAYS >= WS-MIN-DAYS
            MOVE SPACES TO WS-HELD-REASON
            MOVE WS-LINE-CUST-ID TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    MOVE 'NOT ON THE MASTER' TO WS-HELD-REASON
                NOT INVALID KEY
                    IF CUST-CLOSED
                        MOVE 'ALREADY CLOSED' TO WS-HELD-REASON
                    END-IF
            END-READ
            IF WS-HELD-REASON = SPACES
                PERFORM CHECK-PROMISE-IN-FORCE
            END-IF
            IF WS-HELD-REASON = SPACES
                PERFORM WRITE-NOMINATION
            ELSE
                ADD 1 TO WS-HELD-COUNT
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO WS-LINE-PTR
                STRING '  HELD ' WS-LINE-CUST-ID
                    ' [' FUNCTION TRIM(WS-TOK-NAME) ']'
                    ' BALANCE ' FUNCTION TRIM(WS-TOK-BALANCE)
                    ' -- ' FUNCTION TRIM(WS-HELD-REASON)
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-PTR
                WRITE REPORT-LINE
            END-IF
        END-IF
    END-IF
    .

*> Collections is still working an account it holds a live promise
*> on -- that is not bad debt yet.
CHECK-PROMISE-IN-FORCE.
    IF PROMISES-ARE-AVAILABLE
        MOVE 'N' TO WS-SCAN-DONE
        MOVE WS-LINE-CUST-ID TO PTP-CUST-ID
        MOVE 0 TO PTP-PROMISE-NUM
        START PROMISE-FILE KEY IS >= PTP-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
        END-START
        PERFORM UNTIL WS-SCAN-DONE = 'Y'
            READ PROMISE-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                    IF PTP-CUST-ID NOT = WS-LINE-CUST-ID
                        MOVE 'Y' TO WS-SCAN-DONE
                    ELSE
                        IF PTP-IN-FORCE
                            AND PTP-PROMISED-DATE >= WS-TODAY
                            MOVE 'PROMISE TO PAY IN FORCE'
                                TO WS-HELD-REASON
                            MOVE 'Y' TO WS-SCAN-DONE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    .

WRITE-NOMINATION.
    ADD 1 TO WS-NOMINATED-COUNT
    ADD CUST-BALANCE TO WS-NOMINATED-TOTAL
    MOVE CUST-BALANCE TO WS-BALANCE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID ' [' CUST-NAME ']'
        ' BALANCE ' WS-BALANCE-EDIT
        ' UNDER ' WS-LINE-DAYS ' DAY(S)'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO NOMINATION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING CUST-ID
        '|' FUNCTION TRIM(CUST-NAME)
        '|' FUNCTION TRIM(WS-BALANCE-EDIT)
        '|' WS-LINE-DAYS
        DELIMITED BY SIZE INTO NOMINATION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE NOMINATION-LINE
    .

RUN-WRITEOFF.
    PERFORM CHECK-RUN-AUTHORITY
    PERFORM CHECK-WOF-TYPE
    PERFORM LOAD-NOMINEES
    IF WS-NOMINEE-COUNT = 0
        DISPLAY 'NOTHING NOMINATED -- run PROC_WRITEOFF NOMINATE'
            ' first'
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'WO' WS-CURRENT-DATE(3:10)
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-BATCH-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'WRITEOFF_' FUNCTION TRIM(WS-BATCH-ID) '.TRN'
        DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
        WITH POINTER WS-LINE-PTR
*> The batch file must be writable before any account is closed.
    OPEN OUTPUT BATCH-FILE
    IF WS-BATCH-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ', FILE STATUS ' WS-BATCH-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BATCH-FILE
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN I-O CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O WRITEOFF-FILE
    IF WS-WRITEOFF-STATUS = '35'
        OPEN OUTPUT WRITEOFF-FILE
        CLOSE WRITEOFF-FILE
        OPEN I-O WRITEOFF-FILE
    END-IF
    IF WS-WRITEOFF-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open WRITEOFF_REGISTER.IDX,'
            ' FILE STATUS ' WS-WRITEOFF-STATUS
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'WRITEOFF_RUN.RPT' TO WS-REPORT-NAME
    OPEN OUTPUT WRITEOFF-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- BAD-DEBT WRITE-OFF RUN ' WS-TODAY
        ' BATCH ' WS-BATCH-ID
        ' OPR=' FUNCTION TRIM(OPERATOR_ID) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM VARYING WS-NOMINEE-SS FROM 1 BY 1
        UNTIL WS-NOMINEE-SS > WS-NOMINEE-COUNT
        PERFORM WRITE-OFF-ONE-ACCOUNT
    END-PERFORM
    CLOSE WRITEOFF-FILE
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    IF WS-CLEARED-COUNT > 0
        PERFORM WRITE-CLEARING-BATCH
    END-IF
    MOVE WS-CLEARED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'WRITTEN-OFF=' WS-CLEARED-COUNT
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' SKIPPED=' WS-SKIPPED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE WRITEOFF-REPORT
*> The nominations are spent -- a second RUN needs a fresh NOMINATE.
    OPEN OUTPUT NOMINATION-FILE
    CLOSE NOMINATION-FILE
    DISPLAY 'WROTE OFF ' WS-CLEARED-COUNT ' ACCOUNT(S), TOTAL '
        FUNCTION TRIM(WS-TOTAL-EDIT) ', ' WS-SKIPPED-COUNT
        ' SKIPPED -- WRITEOFF_RUN.RPT'
    IF WS-CLEARED-COUNT > 0
        DISPLAY '  BATCH ' WS-BATCH-ID ' -- '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ' ready for PROC_CUSTOMER_POST'
    END-IF
    .

*> Writing debt off is a SUPERVISOR decision; the refusal is logged
*> to the sign-on trail like the other authority checks.
CHECK-RUN-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_IS_SUPERVISOR
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            ' AUTHORITY REFUSED PROC_WRITEOFF'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: the write-off run needs a'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

CHECK-WOF-TYPE.
    MOVE 'N' TO WS-WOF-TYPE-STATE
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TYPES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TY-TOK-CODE WS-TY-TOK-DESC
                        WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    UNSTRING TYPES-LINE DELIMITED BY '|'
                        INTO WS-TY-TOK-CODE WS-TY-TOK-DESC
                             WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    IF WS-TY-TOK-CODE = 'WOF'
                        AND (WS-TY-TOK-NATURE(1:1) = 'C'
                          OR WS-TY-TOK-NATURE(1:1) = 'B')
                        AND WS-TY-TOK-ACTIVE(1:1) NOT = 'I'
                        MOVE 'Y' TO WS-WOF-TYPE-STATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    IF NOT WOF-TYPE-USABLE
        DISPLAY 'REFUSED: TXN_TYPES.DAT HAS NO ACTIVE WOF TYPE OF'
            ' NATURE C OR B -- add it with PROC_TXNTYPE_EDIT;'
            ' nothing written off'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

LOAD-NOMINEES.
    MOVE 0 TO WS-NOMINEE-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT NOMINATION-FILE
    IF WS-NOMINATION-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ NOMINATION-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TOK-ID WS-TOK-NAME
                        WS-TOK-BALANCE WS-TOK-DAYS
                    UNSTRING NOMINATION-LINE DELIMITED BY '|'
                        INTO WS-TOK-ID WS-TOK-NAME WS-TOK-BALANCE
                             WS-TOK-DAYS
                    IF FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
                        AND WS-TOK-ID NOT = SPACES
                        AND WS-NOMINEE-COUNT < 1000
                        ADD 1 TO WS-NOMINEE-COUNT
                        MOVE FUNCTION NUMVAL(WS-TOK-ID)
                            TO WS-NOM-CUST-ID(WS-NOMINEE-COUNT)
                        MOVE 0 TO WS-NOM-DAYS(WS-NOMINEE-COUNT)
                        IF FUNCTION TRIM(WS-TOK-DAYS) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-TOK-DAYS)
                                TO WS-NOM-DAYS(WS-NOMINEE-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOMINATION-FILE
    END-IF
    .

*> The nomination may be days old: the account must still be on
*> the master, open and below zero, and not already written off.
WRITE-OFF-ONE-ACCOUNT.
    MOVE SPACES TO WS-HELD-REASON
    MOVE WS-NOM-CUST-ID(WS-NOMINEE-SS) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE 'NOT ON THE MASTER' TO WS-HELD-REASON
    END-READ
    IF WS-HELD-REASON = SPACES AND CUST-CLOSED
        MOVE 'ALREADY CLOSED' TO WS-HELD-REASON
    END-IF
    IF WS-HELD-REASON = SPACES AND CUST-BALANCE NOT < 0
        MOVE 'NO LONGER BELOW ZERO' TO WS-HELD-REASON
    END-IF
    IF WS-HELD-REASON = SPACES
        MOVE CUST-ID TO WOR-CUST-ID
        READ WRITEOFF-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 'ALREADY WRITTEN OFF' TO WS-HELD-REASON
        END-READ
    END-IF
    IF WS-HELD-REASON NOT = SPACES
        ADD 1 TO WS-SKIPPED-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  SKIPPED ' WS-NOM-CUST-ID(WS-NOMINEE-SS)
            ' -- ' FUNCTION TRIM(WS-HELD-REASON)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    ELSE
        MOVE SPACES TO WRITEOFF-RECORD
        MOVE CUST-ID TO WOR-CUST-ID
        MOVE CUST-NAME TO WOR-NAME
        MOVE WS-TODAY TO WOR-DATE
        COMPUTE WOR-AMOUNT = 0 - CUST-BALANCE
        MOVE WS-NOM-DAYS(WS-NOMINEE-SS) TO WOR-DAYS-UNDER
        MOVE WS-BATCH-ID TO WOR-BATCH-ID
        MOVE OPERATOR_ID TO WOR-OPERATOR
        MOVE 0 TO WOR-RECOVERED
        WRITE WRITEOFF-RECORD
            INVALID KEY
                ADD 1 TO WS-SKIPPED-COUNT
                DISPLAY 'ERROR: register entry for ' CUST-ID
                    ' not written, FILE STATUS '
                    WS-WRITEOFF-STATUS ' -- account left open'
                MOVE 1 TO RETURN-CODE
            NOT INVALID KEY
                PERFORM CLOSE-WRITTEN-OFF-ACCOUNT
        END-WRITE
    END-IF
    .

CLOSE-WRITTEN-OFF-ACCOUNT.
    MOVE 'C' TO CUST-STATUS
    MOVE WS-TODAY TO CUST-CLOSED-DATE
    REWRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY 'ERROR: ' CUST-ID ' is on the register but'
                ' could not be closed, FILE STATUS '
                WS-CUSTOMER-FILE-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    ADD 1 TO WS-CLEARED-COUNT
    MOVE CUST-ID TO WS-CLR-CUST-ID(WS-CLEARED-COUNT)
    MOVE WOR-AMOUNT TO WS-CLR-AMOUNT(WS-CLEARED-COUNT)
    ADD WOR-AMOUNT TO WS-CLEARED-TOTAL
    MOVE WOR-AMOUNT TO WS-SHOW-AMOUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  WRITTEN OFF ' CUST-ID ' [' CUST-NAME ']'
        ' AMOUNT ' WS-SHOW-AMOUNT
        ' UNDER ' WOR-DAYS-UNDER ' DAY(S) -- CLOSED'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> One credit per account, bringing each balance back to zero; the
*> algebraic total is the sum of the credits.
WRITE-CLEARING-BATCH.
    MOVE WS-CLEARED-TOTAL TO WS-TOTAL-EDIT
    OPEN OUTPUT BATCH-FILE
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-TODAY
        ' ' WS-CLEARED-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE BATCH-LINE
    PERFORM VARYING WS-CLEARED-SS FROM 1 BY 1
        UNTIL WS-CLEARED-SS > WS-CLEARED-COUNT
        MOVE WS-CLR-AMOUNT(WS-CLEARED-SS) TO WS-AMOUNT-EDIT
        MOVE SPACES TO BATCH-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'D ' WS-CLR-CUST-ID(WS-CLEARED-SS)
            ' C ' WS-AMOUNT-EDIT
            ' ' WS-TODAY
            ' WOF WRITEOFF'
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
        WRITE BATCH-LINE
    END-PERFORM
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-CLEARED-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    CLOSE BATCH-FILE
    .

*> The writer interlock: only one program REWRITEs the master at a
*> time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_WRITEOFF' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    IF LOCK-REFUSED
        DISPLAY '*** MASTER LOCKED BY '
            FUNCTION TRIM(LOCK_HOLDER)
            ' (OPR ' FUNCTION TRIM(LOCK_HOLDER_OPR)
            ') SINCE ' LOCK_SINCE ' ***'
        DISPLAY 'If the holder crashed, clear the claim with'
            ' PROC_LOCK_MANAGER FORCE and rerun'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

RELEASE-MASTER-LOCK.
    MOVE 'R' TO LOCK_ACTION
    MOVE 'PROC_WRITEOFF' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    .

REPORT-RECOVERIES.
    MOVE '00000000' TO WS-FROM-DATE
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            MOVE WS-ARG1(1:8) TO WS-FROM-DATE
        ELSE
            DISPLAY 'USAGE: PROC_WRITEOFF RECOVERIES [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN I-O WRITEOFF-FILE
    IF WS-WRITEOFF-STATUS NOT = '00'
        DISPLAY 'NO WRITE-OFFS ON FILE (WRITEOFF_REGISTER.IDX,'
            ' FILE STATUS ' WS-WRITEOFF-STATUS ')'
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE'
            ' STATUS ' WS-LEDGER-STATUS
        CLOSE WRITEOFF-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'WRITEOFF_RECOVERIES.RPT' TO WS-REPORT-NAME
    OPEN OUTPUT WRITEOFF-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- RECOVERIES ON WRITTEN-OFF ACCOUNTS POSTED FROM '
        WS-FROM-DATE ' (RUN ' WS-TODAY ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ WRITEOFF-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-REGISTER-COUNT
                PERFORM RECOVER-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE
    CLOSE WRITEOFF-FILE
    IF WS-RECOVERY-LINES = 0
        MOVE '  (no recovery posted in the period)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE WS-PERIOD-RECOVERED TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'WRITTEN-OFF ACCOUNTS=' WS-REGISTER-COUNT
        ' RECOVERIES=' WS-RECOVERY-LINES
        ' PERIOD TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-ALL-RECOVERED TO WS-TOTAL-EDIT
    STRING ' ALL-TIME TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE WRITEOFF-REPORT
    MOVE WS-PERIOD-RECOVERED TO WS-TOTAL-EDIT
    DISPLAY 'RECOVERIES FROM ' WS-FROM-DATE ': ' WS-RECOVERY-LINES
        ' POSTING(S), ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' -- WRITEOFF_RECOVERIES.RPT'
    .

*> Every credit since the write-off date except the clearing batch
*> is money recovered; the register's totals are rebuilt from the
*> ledger each time, so rerunning the report never double-counts.
RECOVER-ONE-ACCOUNT.
    MOVE 0 TO WS-ACCOUNT-RECOVERED
    MOVE SPACES TO WOR-LAST-RECOVERY
    MOVE 'N' TO WS-LGR-AT-END
    MOVE WOR-CUST-ID TO LGR-CUST-ID
    MOVE WOR-DATE TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = WOR-CUST-ID
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    IF LGR-DC = 'C'
                        AND LGR-BATCH-ID NOT = WOR-BATCH-ID
                        AND LGR-TYPE-CODE NOT = 'WOF'
                        PERFORM TAKE-ONE-RECOVERY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-ACCOUNT-RECOVERED > 0
        MOVE WS-ACCOUNT-RECOVERED TO WOR-RECOVERED
    ELSE
        MOVE 0 TO WOR-RECOVERED
    END-IF
    REWRITE WRITEOFF-RECORD
        INVALID KEY
            DISPLAY 'ERROR: register entry for ' WOR-CUST-ID
                ' not rewritten, FILE STATUS ' WS-WRITEOFF-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    .

TAKE-ONE-RECOVERY.
    ADD LGR-AMOUNT TO WS-ACCOUNT-RECOVERED
    ADD LGR-AMOUNT TO WS-ALL-RECOVERED
    MOVE LGR-POST-DATE TO WOR-LAST-RECOVERY
    IF LGR-POST-DATE >= WS-FROM-DATE
        ADD 1 TO WS-RECOVERY-LINES
        ADD LGR-AMOUNT TO WS-PERIOD-RECOVERED
        MOVE LGR-AMOUNT TO WS-SHOW-AMOUNT
        MOVE WOR-AMOUNT TO WS-AMOUNT-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  RECOVERY ' WOR-CUST-ID ' [' WOR-NAME ']'
            ' POSTED ' LGR-POST-DATE ' SEQ ' LGR-SEQ
            ' TYPE ' LGR-TYPE-CODE
            ' AMOUNT ' WS-SHOW-AMOUNT
            ' REF ' FUNCTION TRIM(LGR-REFERENCE)
            ' -- WRITTEN OFF ' WOR-DATE
            ' FOR ' FUNCTION TRIM(WS-AMOUNT-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_WRITEOFF' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_WRITEOFF.
