*> Mission: The monthly know-your-customer review list. Every open
*> account on the keyed master (closed accounts owe no review) is
*> matched to its KYC review record (KYC_REVIEWS.IDX, kept by
*> PROC_KYC_EDIT) and listed when its review is
*>   OVERDUE    the next due date has passed
*>   DUE        it falls due within the window (30 days unless the
*>              command line says otherwise)
*>   NO REVIEW  there is no record at all, or no usable due date --
*>              never reviewed as far as the book knows, so overdue
*>              by definition
*> -- written to KYC_DUE.RPT grouped by owning branch (CUST-BRANCH,
*> '---' for accounts not yet on an office), each group with its own
*> counts, then the book-wide totals. High-risk accounts are marked,
*> since those are the ones PROC_CUSTOMER_INQUIRY flags and the
*> posting run can hold (KYC_HOLD_DAYS in SYSTEM.CFG).
*> Command line: [yyyymmdd [window-days]] -- the as-of date
*> defaults to today.
*> cobc -x -j -free -I . -I ../BANNER PROC_KYC_DUE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_KYC_DUE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_KYC_FILE.cpy'.
SELECT DUE-REPORT
    ASSIGN TO 'KYC_DUE.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_KYC_RECORD.cpy'.

FD DUE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-KYC-STATUS           PIC XX.
01 WS-KYC-AVAILABLE        PIC X VALUE 'N'.
    88 KYC-REVIEWS-ARE-AVAILABLE VALUE 'Y'.
01 WS-REPORT-STATUS        PIC XX.
01 WS-MASTER-AT-END        PIC X VALUE 'N'.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-CMD-LINE             PIC X(80).
01 WS-CMD-DATE             PIC X(10).
01 WS-CMD-WINDOW           PIC X(6).
01 WS-ASOF-DATE            PIC X(8).
01 WS-ASOF-INT             PIC 9(8).
01 WS-WINDOW-DAYS          PIC 9(4) VALUE 30.
01 WS-DUE-INT              PIC 9(8).
01 WS-DAYS-OFF             PIC S9(6).
01 WS-DAYS-EDIT            PIC -(5)9.
01 WS-ROW-CLASS            PIC X(9).
01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.

*> The accounts that make the list, gathered in master order and
*> printed a branch at a time -- 5000 per run, house table style;
*> past that (or past the office table) the run says how many it
*> could not list. They are still in the counts.
01 WS-ROW-TABLE.
    05 WS-ROW-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ROW-SS.
        10 WS-RW-CUST-ID  PIC 9(6).
        10 WS-RW-NAME     PIC X(20).
        10 WS-RW-BRANCH   PIC X(3).
        10 WS-RW-RISK     PIC X.
        10 WS-RW-LAST     PIC X(8).
        10 WS-RW-DUE      PIC X(8).
        10 WS-RW-DAYS     PIC S9(6).
        10 WS-RW-CLASS    PIC X(9).
01 WS-ROW-COUNT    PIC 9(4) VALUE 0.
01 WS-ROW-DROPPED  PIC 9(6) VALUE 0.

*> Per-branch counts -- 20 offices, house table style, kept in code
*> order as they arrive so the report reads office by office;
*> accounts not yet assigned a branch tally under '---'.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 21 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BRT-CODE     PIC X(3).
        10 WS-BRT-OVERDUE  PIC 9(6).
        10 WS-BRT-DUE      PIC 9(6).
        10 WS-BRT-NONE     PIC 9(6).
        10 WS-BRT-HIGH     PIC 9(6).
01 WS-BRANCH-COUNT    PIC 9(2) VALUE 0.
01 WS-BRANCH-MATCH-SS PIC 9(2).
01 WS-SLIDE-SS        PIC 9(2).
01 WS-SLIDE-DONE      PIC X.
    88 SLIDE-IS-DONE   VALUE 'Y'.
01 WS-BRANCH-WORK     PIC X(3).
01 WS-TOT-OVERDUE     PIC 9(6) VALUE 0.
01 WS-TOT-DUE         PIC 9(6) VALUE 0.
01 WS-TOT-NONE        PIC 9(6) VALUE 0.
01 WS-TOT-HIGH        PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    PERFORM READ-COMMAND-LINE
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT KYC-FILE
    IF WS-KYC-STATUS = '00'
        MOVE 'Y' TO WS-KYC-AVAILABLE
    ELSE
        DISPLAY 'WARNING: no KYC review file ('
            FUNCTION TRIM(COMPANY_KYC_FILE)
            ') -- every open account lists as never reviewed'
    END-IF
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                IF NOT CUST-CLOSED
                    PERFORM CLASSIFY-ONE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    IF KYC-REVIEWS-ARE-AVAILABLE
        CLOSE KYC-FILE
    END-IF
    CLOSE CUSTOMER-FILE
    OPEN OUTPUT DUE-REPORT
    PERFORM WRITE-REPORT-HEADING
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        PERFORM WRITE-BRANCH-GROUP
    END-PERFORM
    PERFORM WRITE-TOTALS-SECTION
    CLOSE DUE-REPORT
    DISPLAY 'KYC REVIEWS AS OF ' WS-ASOF-DATE
        ': OVERDUE=' WS-TOT-OVERDUE ' NO-REVIEW=' WS-TOT-NONE
        ' DUE=' WS-TOT-DUE ' HIGH-RISK=' WS-TOT-HIGH
        ' -- KYC_DUE.RPT'
    IF WS-ROW-DROPPED > 0
        DISPLAY 'WARNING: ' WS-ROW-DROPPED ' accounts counted but'
            ' not listed -- the list holds 5000'
    END-IF
    STOP RUN.

READ-COMMAND-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-ASOF-DATE
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-CMD-DATE WS-CMD-WINDOW
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-CMD-DATE WS-CMD-WINDOW
    IF WS-CMD-DATE NOT = SPACES
        IF WS-CMD-DATE(1:8) IS NUMERIC AND WS-CMD-DATE(9:2) = SPACES
            AND FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-CMD-DATE(1:8))) = 0
            MOVE WS-CMD-DATE(1:8) TO WS-ASOF-DATE
        ELSE
            DISPLAY 'REFUSED: the command line is'
                ' [yyyymmdd [window-days]]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-CMD-WINDOW NOT = SPACES
        IF FUNCTION TRIM(WS-CMD-WINDOW) IS NUMERIC
            AND FUNCTION NUMVAL(WS-CMD-WINDOW) <= 9999
            MOVE FUNCTION NUMVAL(WS-CMD-WINDOW) TO WS-WINDOW-DAYS
        ELSE
            DISPLAY 'REFUSED: the window is a number of days,'
                ' 0 to 9999'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF-DATE))
        TO WS-ASOF-INT
    .

*> Where this account's review stands as of the run date; only the
*> three listed classes go any further.
CLASSIFY-ONE-ACCOUNT.
    ADD 1 TO WS-OPEN-COUNT
    MOVE SPACES TO WS-ROW-CLASS
    MOVE 0 TO WS-DAYS-OFF
    MOVE SPACES TO KYC-RECORD
    IF KYC-REVIEWS-ARE-AVAILABLE
        MOVE CUST-ID TO KYC-CUST-ID
        READ KYC-FILE
            INVALID KEY MOVE SPACES TO KYC-RECORD
        END-READ
    END-IF
    IF KYC-NEXT-DUE IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
            FUNCTION NUMVAL(KYC-NEXT-DUE)) = 0
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(KYC-NEXT-DUE)) TO WS-DUE-INT
            COMPUTE WS-DAYS-OFF = WS-ASOF-INT - WS-DUE-INT
            EVALUATE TRUE
                WHEN WS-DAYS-OFF > 0
                    MOVE 'OVERDUE' TO WS-ROW-CLASS
                WHEN 0 - WS-DAYS-OFF <= WS-WINDOW-DAYS
                    MOVE 'DUE' TO WS-ROW-CLASS
            END-EVALUATE
        ELSE
            MOVE 'NO REVIEW' TO WS-ROW-CLASS
        END-IF
    ELSE
        MOVE 'NO REVIEW' TO WS-ROW-CLASS
    END-IF
    IF WS-ROW-CLASS NOT = SPACES
        PERFORM TALLY-BRANCH
        PERFORM KEEP-ROW
    END-IF
    .

*> Find (or insert, in code order) this account's branch line and
*> count the account on it.
TALLY-BRANCH.
    IF CUST-BRANCH = SPACES
        MOVE '---' TO WS-BRANCH-WORK
    ELSE
        MOVE CUST-BRANCH TO WS-BRANCH-WORK
    END-IF
    MOVE 0 TO WS-BRANCH-MATCH-SS
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BRT-CODE(WS-BRANCH-SS) = WS-BRANCH-WORK
            MOVE WS-BRANCH-SS TO WS-BRANCH-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-BRANCH-MATCH-SS = 0 AND WS-BRANCH-COUNT < 21
        ADD 1 TO WS-BRANCH-COUNT
        MOVE WS-BRANCH-COUNT TO WS-BRANCH-MATCH-SS
        MOVE 'N' TO WS-SLIDE-DONE
        PERFORM UNTIL WS-BRANCH-MATCH-SS < 2 OR SLIDE-IS-DONE
            COMPUTE WS-SLIDE-SS = WS-BRANCH-MATCH-SS - 1
            IF WS-BRT-CODE(WS-SLIDE-SS) < WS-BRANCH-WORK
                MOVE 'Y' TO WS-SLIDE-DONE
            ELSE
                MOVE WS-BRANCH-ENTRY(WS-SLIDE-SS)
                    TO WS-BRANCH-ENTRY(WS-BRANCH-MATCH-SS)
                MOVE WS-SLIDE-SS TO WS-BRANCH-MATCH-SS
            END-IF
        END-PERFORM
        MOVE WS-BRANCH-WORK TO WS-BRT-CODE(WS-BRANCH-MATCH-SS)
        MOVE 0 TO WS-BRT-OVERDUE(WS-BRANCH-MATCH-SS)
            WS-BRT-DUE(WS-BRANCH-MATCH-SS)
            WS-BRT-NONE(WS-BRANCH-MATCH-SS)
            WS-BRT-HIGH(WS-BRANCH-MATCH-SS)
    END-IF
    IF WS-BRANCH-MATCH-SS > 0
        EVALUATE WS-ROW-CLASS
            WHEN 'OVERDUE'
                ADD 1 TO WS-BRT-OVERDUE(WS-BRANCH-MATCH-SS)
                    WS-TOT-OVERDUE
            WHEN 'DUE'
                ADD 1 TO WS-BRT-DUE(WS-BRANCH-MATCH-SS) WS-TOT-DUE
            WHEN OTHER
                ADD 1 TO WS-BRT-NONE(WS-BRANCH-MATCH-SS) WS-TOT-NONE
        END-EVALUATE
        IF KYC-RISK-HIGH AND WS-ROW-CLASS NOT = 'DUE'
            ADD 1 TO WS-BRT-HIGH(WS-BRANCH-MATCH-SS) WS-TOT-HIGH
        END-IF
    END-IF
    .

KEEP-ROW.
    IF WS-ROW-COUNT < 5000 AND WS-BRANCH-MATCH-SS > 0
        ADD 1 TO WS-ROW-COUNT
        SET WS-ROW-SS TO WS-ROW-COUNT
        MOVE CUST-ID TO WS-RW-CUST-ID(WS-ROW-SS)
        MOVE CUST-NAME TO WS-RW-NAME(WS-ROW-SS)
        MOVE WS-BRANCH-WORK TO WS-RW-BRANCH(WS-ROW-SS)
        MOVE KYC-RISK TO WS-RW-RISK(WS-ROW-SS)
        MOVE KYC-LAST-REVIEW TO WS-RW-LAST(WS-ROW-SS)
        MOVE KYC-NEXT-DUE TO WS-RW-DUE(WS-ROW-SS)
        MOVE WS-DAYS-OFF TO WS-RW-DAYS(WS-ROW-SS)
        MOVE WS-ROW-CLASS TO WS-RW-CLASS(WS-ROW-SS)
    ELSE
        ADD 1 TO WS-ROW-DROPPED
    END-IF
    .

WRITE-REPORT-HEADING.
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'KYC REVIEWS DUE AND OVERDUE AS OF ' WS-ASOF-DATE
        ' -- DUE WINDOW ' WS-WINDOW-DAYS ' DAYS'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE '  CUST-ID NAME                 R LAST     NEXT DUE   DAYS'
        TO REPORT-LINE
    WRITE REPORT-LINE
    .

*> One office: its accounts in master order, overdue days shown
*> positive and days to go negative, then the office's counts.
WRITE-BRANCH-GROUP.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '--- BRANCH ' WS-BRT-CODE(WS-BRANCH-SS) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-ROW-COUNT
        IF WS-RW-BRANCH(WS-ROW-SS) = WS-BRT-CODE(WS-BRANCH-SS)
            PERFORM WRITE-ROW-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  BRANCH ' WS-BRT-CODE(WS-BRANCH-SS)
        ' OVERDUE=' WS-BRT-OVERDUE(WS-BRANCH-SS)
        ' NO-REVIEW=' WS-BRT-NONE(WS-BRANCH-SS)
        ' DUE=' WS-BRT-DUE(WS-BRANCH-SS)
        ' HIGH-RISK-OVERDUE=' WS-BRT-HIGH(WS-BRANCH-SS)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-ROW-LINE.
    MOVE WS-RW-DAYS(WS-ROW-SS) TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-RW-CUST-ID(WS-ROW-SS)
        ' ' WS-RW-NAME(WS-ROW-SS)
        ' ' WS-RW-RISK(WS-ROW-SS)
        ' ' WS-RW-LAST(WS-ROW-SS)
        ' ' WS-RW-DUE(WS-ROW-SS)
        ' ' WS-DAYS-EDIT
        ' ' WS-RW-CLASS(WS-ROW-SS)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-RW-RISK(WS-ROW-SS) = 'H'
        AND WS-RW-CLASS(WS-ROW-SS) NOT = 'DUE'
        STRING ' *** HIGH RISK ***'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

WRITE-TOTALS-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- BOOK TOTALS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  OPEN ACCOUNTS=' WS-OPEN-COUNT
        ' OVERDUE=' WS-TOT-OVERDUE
        ' NO-REVIEW=' WS-TOT-NONE
        ' DUE=' WS-TOT-DUE
        ' HIGH-RISK-OVERDUE=' WS-TOT-HIGH
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    IF WS-ROW-DROPPED > 0
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  NOT LISTED (list full)=' WS-ROW-DROPPED
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_KYC_DUE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_KYC_DUE.
