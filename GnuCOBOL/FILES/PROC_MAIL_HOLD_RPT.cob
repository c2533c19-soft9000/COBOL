*> Mission: The weekly mail-hold report -- every account the paper
*> runs are holding for returned mail (PROC_MAIL_HOLD), longest
*> hold first, so the address desk works the stalest ones before
*> the customer notices they have had no statement for a quarter.
*> Each line carries the account, name, branch, the date the first
*> envelope came back, days on hold, how many have come back since
*> and the newest return. Lands in MAIL_HOLD.RPT.
*> Holds open in the order their first return was scanned, so
*> walking RETURNED_MAIL.DAT front to back and listing each account
*> at the return that opened its hold gives the oldest-first order
*> without a sort.
*> Command line: [minimum-days] -- only holds at least that old are
*> listed (default 0, every hold); the totals still count them all.
*> cobc -x -free -I . -I ../BANNER PROC_MAIL_HOLD_RPT.cob
*>     PROC_MAIL_HOLD.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MAIL_HOLD_RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT RETURNED-FILE
    ASSIGN TO DYNAMIC COMPANY_RETMAIL_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETURNED-STATUS.
SELECT HOLD-REPORT
    ASSIGN TO 'MAIL_HOLD.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD RETURNED-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS RETURNED-LINE.
01 RETURNED-LINE PIC X(80).

FD HOLD-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-RETURNED-STATUS PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X.
    88 AT-END-OF-RETURNS VALUE 'Y'.
01 WS-MIN-DAYS        PIC 9(5) VALUE 0.
01 WS-DAYS-HELD       PIC 9(5).
01 WS-TODAY-INT       PIC 9(8).
01 WS-SINCE-INT       PIC 9(8).
01 WS-SINCE-DATE      PIC X(8).
01 WS-HOLD-COUNT      PIC 9(6) VALUE 0.
01 WS-LISTED-COUNT    PIC 9(6) VALUE 0.
01 WS-OVER-30-COUNT   PIC 9(6) VALUE 0.
01 WS-OVER-90-COUNT   PIC 9(6) VALUE 0.
01 WS-CUST-NAME       PIC X(20).
01 WS-CUST-BRANCH     PIC X(3).
01 WS-LINE-PTR        PIC 9(4).
01 WS-CURRENT-DATE    PIC X(21).

*> Accounts already reported, so a second return in the same second
*> as the opening one does not list the account twice -- 2000,
*> the same ceiling the hold service keeps.
01 WS-LISTED-TABLE.
    05 WS-LISTED-ID OCCURS 2000 TIMES INDEXED BY WS-LISTED-SS
        PIC 9(6).
01 WS-LISTED-TOTAL    PIC 9(4) VALUE 0.
01 WS-ALREADY-LISTED  PIC X.

*> Returned-mail hold -- see CB_MAIL_HOLD.cpy.
COPY 'CB_MAIL_HOLD.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CMD-LINE) TO WS-MIN-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) TO WS-TODAY-INT
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT HOLD-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- ACCOUNTS ON RETURNED-MAIL HOLD, LONGEST FIRST ('
        WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CUST-ID NAME                 BR  HELD SINCE  DAYS'
        '  RETURNS  LAST RETURN'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    OPEN INPUT RETURNED-FILE
    IF WS-RETURNED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-RETURNS
            READ RETURNED-FILE
                AT END SET AT-END-OF-RETURNS TO TRUE
                NOT AT END
                    IF RETURNED-LINE(21:6) IS NUMERIC
                        PERFORM CONSIDER-ONE-RETURN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETURNED-FILE
    ELSE
        MOVE '  (no RETURNED_MAIL.DAT -- nothing is on hold)'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE CUSTOMER-FILE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNTS ON HOLD=' WS-HOLD-COUNT
        ' LISTED=' WS-LISTED-COUNT
        ' OVER 30 DAYS=' WS-OVER-30-COUNT
        ' OVER 90 DAYS=' WS-OVER-90-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE HOLD-REPORT
    DISPLAY 'MAIL HOLD: ' WS-HOLD-COUNT ' ACCOUNT(S) ON HOLD, '
        WS-OVER-90-COUNT ' OVER 90 DAYS -- MAIL_HOLD.RPT'
    STOP RUN.

*> A return lists its account only when it is the one that opened
*> a hold still open today.
CONSIDER-ONE-RETURN.
    MOVE RETURNED-LINE(21:6) TO HOLD_CUST_ID
    CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
    IF HOLD-IS-OPEN
        AND HOLD_SINCE = RETURNED-LINE(1:19)
        MOVE 'N' TO WS-ALREADY-LISTED
        PERFORM VARYING WS-LISTED-SS FROM 1 BY 1
            UNTIL WS-LISTED-SS > WS-LISTED-TOTAL
            IF WS-LISTED-ID(WS-LISTED-SS) = HOLD_CUST_ID
                MOVE 'Y' TO WS-ALREADY-LISTED
            END-IF
        END-PERFORM
        IF WS-ALREADY-LISTED = 'N'
            IF WS-LISTED-TOTAL < 2000
                ADD 1 TO WS-LISTED-TOTAL
                MOVE HOLD_CUST_ID TO WS-LISTED-ID(WS-LISTED-TOTAL)
            END-IF
            PERFORM REPORT-ONE-HOLD
        END-IF
    END-IF
    .

REPORT-ONE-HOLD.
    ADD 1 TO WS-HOLD-COUNT
    MOVE HOLD_SINCE(1:4) TO WS-SINCE-DATE(1:4)
    MOVE HOLD_SINCE(6:2) TO WS-SINCE-DATE(5:2)
    MOVE HOLD_SINCE(9:2) TO WS-SINCE-DATE(7:2)
    MOVE 0 TO WS-DAYS-HELD
    IF WS-SINCE-DATE IS NUMERIC
        MOVE FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-SINCE-DATE)) TO WS-SINCE-INT
        IF WS-SINCE-INT > 0 AND WS-SINCE-INT <= WS-TODAY-INT
            COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-SINCE-INT
        END-IF
    END-IF
    IF WS-DAYS-HELD > 30
        ADD 1 TO WS-OVER-30-COUNT
    END-IF
    IF WS-DAYS-HELD > 90
        ADD 1 TO WS-OVER-90-COUNT
    END-IF
    IF WS-DAYS-HELD >= WS-MIN-DAYS
        ADD 1 TO WS-LISTED-COUNT
        MOVE HOLD_CUST_ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE '(not on master)' TO WS-CUST-NAME
                MOVE SPACES TO WS-CUST-BRANCH
            NOT INVALID KEY
                MOVE CUST-NAME TO WS-CUST-NAME
                MOVE CUST-BRANCH TO WS-CUST-BRANCH
        END-READ
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  ' HOLD_CUST_ID '  ' WS-CUST-NAME
            ' ' WS-CUST-BRANCH
            ' ' HOLD_SINCE(1:10)
            ' ' WS-DAYS-HELD
            '  ' HOLD_RETURNS
            '     ' HOLD_LAST_RETURN(1:10)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_MAIL_HOLD_RPT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_MAIL_HOLD_RPT.
