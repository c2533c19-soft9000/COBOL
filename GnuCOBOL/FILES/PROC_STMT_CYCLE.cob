*> Mission: Statement cycle groups, so the month's statements print
*> and mail a quarter at a time instead of all on one night. Every
*> account belongs to one group (STMT_CYCLES.IDX, see
*> CB_STMT_CYCLE_FILE.cpy); each group's statements are cut on its
*> day of the month (CB_STMT_CYCLE_DAYS.cpy), rolled to the next
*> processing day when that day is a weekend or holiday, and the
*> nightly run of PROC_CUSTOMER_STATEMENTS CYCLE=TODAY prints only
*> the group due. New accounts are put in the smallest group as
*> they are added (PROC_CUSTOMER_MAINT through
*> PROC_STMT_CYCLE_ASSIGN). Modes:
*>   REPORT          the group sizes -- accounts per group by status,
*>                   how many print and how many go electronic only,
*>                   the group's next run date -- plus the accounts
*>                   not yet in any group, to STMT_CYCLE.RPT
*>                   (the default when no mode is given)
*>   ASSIGN          every open (active or dormant) account not yet
*>                   in a group goes in the smallest one -- the
*>                   changeover run, and the mop-up after a LOAD
*>   SET acct day    moves one account to the group whose day is
*>                   given (the full account number, check digit
*>                   and all), e.g. to keep a customer's statement
*>                   clear of their pay date
*>   DUE [yyyymmdd]  says which group, if any, is due on the date
*>                   (default today)
*> An account nobody has assigned yet still gets a statement -- the
*> statement run prints it with the first group -- so the groups can
*> be brought in without anyone going a month without one.
*> cobc -x -free -I . -I ../BANNER PROC_STMT_CYCLE.cob
*>     PROC_STMT_CYCLE_ASSIGN.cob PROC_ACCOUNT_NUMBER.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STMT_CYCLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_STMT_CYCLE_FILE.cpy'.
SELECT CYCLE-REPORT
    ASSIGN TO 'STMT_CYCLE.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_STMT_CYCLE_RECORD.cpy'.

FD CYCLE-REPORT
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-STMT-CYCLE-STATUS    PIC XX.
01 WS-CYCLE-AVAILABLE      PIC X VALUE 'N'.
    88 CYCLE-STORE-AVAILABLE VALUE 'Y'.
01 WS-REPORT-STATUS        PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-MODE-TOKEN           PIC X(8).
01 WS-ARG1                 PIC X(20).
01 WS-ARG2                 PIC X(20).
01 WS-AT-END               PIC X.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-TODAY                PIC X(8).
COPY 'CB_STMT_CYCLE_DAYS.cpy'.
COPY 'CB_STMT_CYCLE_ASSIGN.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

*> A group's run date in a given month: its nominal day, rolled to
*> the next processing day when that is not one.
01 WS-RUN-MONTH            PIC 9(6).
01 WS-RUN-MONTH-X REDEFINES WS-RUN-MONTH.
    05 WS-RUN-YYYY         PIC 9(4).
    05 WS-RUN-MM           PIC 9(2).
01 WS-RUN-DAY              PIC 9(2).
01 WS-RUN-DATE             PIC X(8).
01 WS-NEXT-RUN             PIC X(8).

*> REPORT tallies, one row per group in STMT_CYCLE_DAY order and a
*> fifth for the accounts in no group (or in a day no longer on the
*> table).
01 WS-SIZE-TABLE.
    05 WS-SIZE-ENTRY OCCURS 5 TIMES.
        10 WS-SZ-ACTIVE    PIC 9(7).
        10 WS-SZ-DORMANT   PIC 9(7).
        10 WS-SZ-CLOSED    PIC 9(7).
        10 WS-SZ-PRINTS    PIC 9(7).
        10 WS-SZ-ESTMT     PIC 9(7).
01 WS-GROUP-SS             PIC 9.
01 WS-ROW-SS               PIC 9.
01 WS-COUNT-EDIT           PIC Z(6)9.
01 WS-COUNT-EDIT2          PIC Z(6)9.
01 WS-COUNT-EDIT3          PIC Z(6)9.
01 WS-COUNT-EDIT4          PIC Z(6)9.
01 WS-COUNT-EDIT5          PIC Z(6)9.

*> ASSIGN tallies.
01 WS-ASSIGNED-COUNT       PIC 9(7) VALUE 0.
01 WS-ALREADY-COUNT        PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT         PIC 9(7) VALUE 0.

*> SET.
01 WS-WANTED-DAY           PIC 9(2).
01 WS-DAY-OK               PIC X.
01 WS-OLD-DAY              PIC X(4).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN SPACES
        WHEN 'REPORT'
            PERFORM REPORT-GROUP-SIZES
        WHEN 'ASSIGN'
            PERFORM ASSIGN-OPEN-ACCOUNTS
        WHEN 'SET'
            PERFORM SET-ACCOUNT-GROUP
        WHEN 'DUE'
            PERFORM SHOW-DUE-GROUP
        WHEN OTHER
            DISPLAY 'USAGE: PROC_STMT_CYCLE [REPORT | ASSIGN'
                ' | SET account-number day | DUE [yyyymmdd]]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

OPEN-CUSTOMER-MASTER.
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> The master walked in CUST-ID order, each account's group looked
*> up by key. No STMT_CYCLES.IDX yet means every account is still
*> unassigned.
REPORT-GROUP-SIZES.
    PERFORM OPEN-CUSTOMER-MASTER
    OPEN INPUT STMT-CYCLE-FILE
    IF WS-STMT-CYCLE-STATUS = '00'
        MOVE 'Y' TO WS-CYCLE-AVAILABLE
    END-IF
    OPEN OUTPUT CYCLE-REPORT
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open STMT_CYCLE.RPT, FILE STATUS '
            WS-REPORT-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE ZERO TO WS-SIZE-TABLE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END PERFORM COUNT-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    IF CYCLE-STORE-AVAILABLE
        CLOSE STMT-CYCLE-FILE
    END-IF
    PERFORM WRITE-SIZE-REPORT
    CLOSE CYCLE-REPORT
    DISPLAY 'STATEMENT CYCLE GROUP SIZES -- STMT_CYCLE.RPT'
    .

COUNT-ONE-ACCOUNT.
    MOVE 5 TO WS-ROW-SS
    IF CYCLE-STORE-AVAILABLE
        MOVE CUST-ID TO SCYC-CUST-ID
        READ STMT-CYCLE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
                    UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
                    IF STMT_CYCLE_DAY(WS-GROUP-SS) = SCYC-CYCLE-DAY
                        MOVE WS-GROUP-SS TO WS-ROW-SS
                    END-IF
                END-PERFORM
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN CUST-ACTIVE
            ADD 1 TO WS-SZ-ACTIVE(WS-ROW-SS)
            IF CUST-DELIVER-ELECTRONIC
                ADD 1 TO WS-SZ-ESTMT(WS-ROW-SS)
            ELSE
                ADD 1 TO WS-SZ-PRINTS(WS-ROW-SS)
            END-IF
        WHEN CUST-DORMANT
            ADD 1 TO WS-SZ-DORMANT(WS-ROW-SS)
        WHEN OTHER
            ADD 1 TO WS-SZ-CLOSED(WS-ROW-SS)
    END-EVALUATE
    .

WRITE-SIZE-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING 'STATEMENT CYCLE GROUP SIZES AS OF ' WS-TODAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'GROUP  NEXT RUN   ACTIVE   PRINTS  E-ONLY   DORMANT'
        TO REPORT-LINE
    MOVE '  CLOSED' TO REPORT-LINE(52:8)
    WRITE REPORT-LINE
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > 5
        PERFORM WRITE-SIZE-ROW
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-SZ-ACTIVE(5) > 0 OR WS-SZ-DORMANT(5) > 0
        MOVE WS-SZ-ACTIVE(5) TO WS-COUNT-EDIT
        MOVE WS-SZ-DORMANT(5) TO WS-COUNT-EDIT2
        MOVE SPACES TO REPORT-LINE
        STRING 'NOTE: ' FUNCTION TRIM(WS-COUNT-EDIT) ' ACTIVE AND '
            FUNCTION TRIM(WS-COUNT-EDIT2) ' DORMANT ACCOUNT(S) IN NO'
            ' GROUP -- THEY PRINT WITH DAY '
            STMT_CYCLE_DAY(1) ' UNTIL PROC_STMT_CYCLE ASSIGN IS RUN'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

WRITE-SIZE-ROW.
    MOVE SPACES TO REPORT-LINE
    IF WS-ROW-SS > STMT_CYCLE_GROUPS
        MOVE 'NONE' TO REPORT-LINE(1:5)
    ELSE
        MOVE 'DAY' TO REPORT-LINE(1:3)
        MOVE STMT_CYCLE_DAY(WS-ROW-SS) TO REPORT-LINE(5:2)
        MOVE STMT_CYCLE_DAY(WS-ROW-SS) TO WS-RUN-DAY
        PERFORM FIND-NEXT-RUN-DATE
        MOVE WS-NEXT-RUN TO REPORT-LINE(8:8)
    END-IF
    MOVE WS-SZ-ACTIVE(WS-ROW-SS) TO WS-COUNT-EDIT
    MOVE WS-SZ-PRINTS(WS-ROW-SS) TO WS-COUNT-EDIT2
    MOVE WS-SZ-ESTMT(WS-ROW-SS) TO WS-COUNT-EDIT3
    MOVE WS-SZ-DORMANT(WS-ROW-SS) TO WS-COUNT-EDIT4
    MOVE WS-SZ-CLOSED(WS-ROW-SS) TO WS-COUNT-EDIT5
    MOVE WS-COUNT-EDIT TO REPORT-LINE(18:7)
    MOVE WS-COUNT-EDIT2 TO REPORT-LINE(27:7)
    MOVE WS-COUNT-EDIT3 TO REPORT-LINE(35:7)
    MOVE WS-COUNT-EDIT4 TO REPORT-LINE(44:7)
    MOVE WS-COUNT-EDIT5 TO REPORT-LINE(53:7)
    WRITE REPORT-LINE
    .

*> The group's next run on or after today: this month's run date,
*> or next month's once this month's has gone by.
FIND-NEXT-RUN-DATE.
    MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
    PERFORM FIND-GROUP-RUN-DATE
    IF WS-RUN-DATE < WS-TODAY
        IF WS-RUN-MM = 12
            ADD 1 TO WS-RUN-YYYY
            MOVE 1 TO WS-RUN-MM
        ELSE
            ADD 1 TO WS-RUN-MM
        END-IF
        PERFORM FIND-GROUP-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE TO WS-NEXT-RUN
    .

*> WS-RUN-DAY of WS-RUN-MONTH, rolled forward off a non-processing
*> day.
FIND-GROUP-RUN-DATE.
    MOVE WS-RUN-MONTH TO WS-RUN-DATE(1:6)
    MOVE WS-RUN-DAY TO WS-RUN-DATE(7:2)
    MOVE 'TEST' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-OK AND DATE_IS_BUSDAY NOT = 'Y'
        MOVE 'NEXT' TO DATE_ACTION
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        MOVE DATE_OUT TO WS-RUN-DATE
    END-IF
    .

*> Every open account still in no group goes in the smallest one.
*> Closed accounts get no more statements and are left out.
ASSIGN-OPEN-ACCOUNTS.
    PERFORM OPEN-CUSTOMER-MASTER
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                IF CUST-ACTIVE OR CUST-DORMANT
                    PERFORM ASSIGN-ONE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    DISPLAY 'ASSIGNED ' WS-ASSIGNED-COUNT ' ACCOUNT(S) TO A'
        ' STATEMENT CYCLE GROUP, ' WS-ALREADY-COUNT
        ' ALREADY IN ONE, ' WS-FAILED-COUNT ' FAILED'
    IF WS-FAILED-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    .

ASSIGN-ONE-ACCOUNT.
    MOVE CUST-ID TO CYCLE_CUST_ID
    CALL 'PROC_STMT_CYCLE_ASSIGN' USING STMT-CYCLE-ASSIGN-PARAMS
    EVALUATE TRUE
        WHEN CYCLE-NEWLY-ASSIGNED
            ADD 1 TO WS-ASSIGNED-COUNT
        WHEN CYCLE-ALREADY-ASSIGNED
            ADD 1 TO WS-ALREADY-COUNT
        WHEN OTHER
            ADD 1 TO WS-FAILED-COUNT
    END-EVALUATE
    .

*> One account moved by hand. The day must be one of the groups'.
SET-ACCOUNT-GROUP.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ARG1 TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REFUSED: ' FUNCTION TRIM(ACCT_MESSAGE)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-DAY-OK
    IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-WANTED-DAY
        PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
            UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
            IF STMT_CYCLE_DAY(WS-GROUP-SS) = WS-WANTED-DAY
                MOVE 'Y' TO WS-DAY-OK
            END-IF
        END-PERFORM
    END-IF
    IF WS-DAY-OK NOT = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-ARG2)
            ' IS NOT A STATEMENT CYCLE DAY (' STMT_CYCLE_DAY(1)
            ' ' STMT_CYCLE_DAY(2) ' ' STMT_CYCLE_DAY(3)
            ' ' STMT_CYCLE_DAY(4) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-CUSTOMER-MASTER
    MOVE ACCT_CUST_ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY 'REFUSED: NO ACCOUNT ' ACCT_NUMBER
                ' ON THE MASTER'
            CLOSE CUSTOMER-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CUSTOMER-FILE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN I-O STMT-CYCLE-FILE
    IF WS-STMT-CYCLE-STATUS = '35'
        OPEN OUTPUT STMT-CYCLE-FILE
        CLOSE STMT-CYCLE-FILE
        OPEN I-O STMT-CYCLE-FILE
    END-IF
    IF WS-STMT-CYCLE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open STMT_CYCLES.IDX, FILE STATUS '
            WS-STMT-CYCLE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ACCT_CUST_ID TO SCYC-CUST-ID
    READ STMT-CYCLE-FILE
        INVALID KEY
            MOVE 'NONE' TO WS-OLD-DAY
            MOVE SPACES TO STMT-CYCLE-RECORD
            MOVE ACCT_CUST_ID TO SCYC-CUST-ID
            PERFORM STAMP-CYCLE-RECORD
            WRITE STMT-CYCLE-RECORD
        NOT INVALID KEY
            MOVE SCYC-CYCLE-DAY TO WS-OLD-DAY
            PERFORM STAMP-CYCLE-RECORD
            REWRITE STMT-CYCLE-RECORD
    END-READ
    IF WS-STMT-CYCLE-STATUS NOT = '00'
        DISPLAY 'ERROR: STMT_CYCLES.IDX UPDATE FAILED, FILE STATUS '
            WS-STMT-CYCLE-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY 'ACCOUNT ' ACCT_NUMBER ' ' FUNCTION TRIM(CUST-NAME)
            ' MOVED FROM GROUP ' FUNCTION TRIM(WS-OLD-DAY)
            ' TO DAY ' WS-WANTED-DAY
    END-IF
    CLOSE STMT-CYCLE-FILE
    .

STAMP-CYCLE-RECORD.
    MOVE WS-WANTED-DAY TO SCYC-CYCLE-DAY
    MOVE WS-TODAY TO SCYC-ASSIGNED-DATE
    MOVE OPERATOR_ID TO SCYC-OPERATOR
    .

*> Which group runs on the date. A group's roll can carry it into
*> the next month only from late in the month, so last month's run
*> dates are looked at as well as this month's.
SHOW-DUE-GROUP.
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            MOVE FUNCTION TRIM(WS-ARG1) TO WS-TODAY
        ELSE
            DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-ARG1)
                ' IS NOT A yyyymmdd DATE'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE 0 TO WS-ROW-SS
    PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
        UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
        MOVE STMT_CYCLE_DAY(WS-GROUP-SS) TO WS-RUN-DAY
        MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
        PERFORM FIND-GROUP-RUN-DATE
        IF WS-RUN-DATE = WS-TODAY
            MOVE WS-GROUP-SS TO WS-ROW-SS
        END-IF
        IF WS-RUN-MM = 1
            SUBTRACT 1 FROM WS-RUN-YYYY
            MOVE 12 TO WS-RUN-MM
        ELSE
            SUBTRACT 1 FROM WS-RUN-MM
        END-IF
        PERFORM FIND-GROUP-RUN-DATE
        IF WS-RUN-DATE = WS-TODAY
            MOVE WS-GROUP-SS TO WS-ROW-SS
        END-IF
    END-PERFORM
    IF WS-ROW-SS = 0
        DISPLAY 'NO STATEMENT CYCLE GROUP IS DUE ON ' WS-TODAY
    ELSE
        DISPLAY 'STATEMENT CYCLE GROUP DAY ' STMT_CYCLE_DAY(WS-ROW-SS)
            ' IS DUE ON ' WS-TODAY
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_STMT_CYCLE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_STMT_CYCLE.
