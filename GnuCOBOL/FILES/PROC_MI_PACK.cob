*> Mission: One month-end management pack instead of five loose
*> printouts with nothing to compare them to. Run straight after
*> PROC_PERIOD_CLOSE closes the month, it measures the book as the
*> close left it and prints, letterheaded through the PROC_BANNER
*> machinery the way PROC_PROFITABILITY heads its report, to
*> MI_PACK.RPT:
*>   - book size: open accounts and their balance, active, closed
*>     still on the master, accounts opened (ADDs on
*>     CUST_MAINT_AUDIT.IDX) and accounts closed in the month;
*>   - accounts and balances by CUST-BRANCH and by CUST-PRODUCT;
*>   - the aging buckets off CUSTOMER_AGING.DAT (PROC_CUSTOMER_AGING's
*>     feed -- run it before the pack for month-end figures);
*>   - overdraft exposure: accounts below zero and what they owe, and
*>     accounts through their credit limit and by how much;
*>   - dormant accounts and their balance;
*>   - print cost per department, PROC_CHARGEBACK_RPT's pricing of
*>     PRINT_VOLUME.DAT against PRINT_RATES.CTL (installation-wide
*>     -- the spool does not know one book from another);
*> every figure as this month, last month and the change, and a
*> twelve-month trend of the headline figures.
*> The month's figures are kept in MI_HISTORY.DAT (per company, see
*> CB_COMPANY.cpy), which is where "last month" and the trend come
*> from, one line per figure:
*>   yyyymm|RUN|<stamp>|0|0        (opens each run's lines)
*>   yyyymm|BOOK|<figure>|<count>|<amount>
*>   yyyymm|BRANCH|<code>|<accounts>|<balance>
*>   yyyymm|PRODUCT|<code>|<accounts>|<balance>
*>   yyyymm|AGING|<bucket>|<accounts>|<balance>
*>   yyyymm|DEPT|<department>|<pages>|<cost>
*> Appended, never rewritten: a re-run for the same month adds a new
*> RUN and the last run's lines are the ones read.
*> The month must be closed (older than the open period on
*> PERIOD_CONTROL.DAT).
*> Command line: [yyyymm], default the month the last close closed.
*> cobc -x -j -free -I . -I ../BANNER PROC_MI_PACK.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MI_PACK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
SELECT PERIOD-FILE
    ASSIGN TO DYNAMIC COMPANY_PERIOD_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-STATUS.
SELECT AGING-DATA-FILE
    ASSIGN TO 'CUSTOMER_AGING.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AGING-STATUS.
SELECT VOLUME-FILE
    ASSIGN TO 'PRINT_VOLUME.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-VOLUME-STATUS.
SELECT RATES-FILE
    ASSIGN TO 'PRINT_RATES.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATES-STATUS.
SELECT HISTORY-FILE
    ASSIGN TO DYNAMIC COMPANY_MIHIST_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HISTORY-STATUS.
SELECT PACK-REPORT
    ASSIGN TO 'MI_PACK.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.

FD PERIOD-FILE
    RECORD CONTAINS 6 CHARACTERS
    DATA RECORD IS PERIOD-LINE.
01 PERIOD-LINE PIC X(6).

FD AGING-DATA-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS AGING-DATA-LINE.
01 AGING-DATA-LINE PIC X(80).

FD VOLUME-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS VOLUME-LINE.
01 VOLUME-LINE PIC X(160).

FD RATES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS RATES-LINE.
01 RATES-LINE PIC X(80).

FD HISTORY-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS HISTORY-LINE.
01 HISTORY-LINE PIC X(120).

FD PACK-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-MAINT-AUDIT-STATUS   PIC XX.
01 WS-PERIOD-STATUS     PIC XX.
01 WS-AGING-STATUS      PIC XX.
01 WS-VOLUME-STATUS     PIC XX.
01 WS-RATES-STATUS      PIC XX.
01 WS-HISTORY-STATUS    PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-CMD-LINE          PIC X(255).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-STAMP             PIC X(14).
01 WS-LINE-PTR          PIC 9(4).
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-AGING-FLAG        PIC X VALUE 'N'.
    88 AGING-WAS-READ    VALUE 'Y'.
01 WS-VOLUME-FLAG       PIC X VALUE 'N'.
    88 VOLUME-WAS-READ   VALUE 'Y'.
01 WS-AUDIT-FLAG        PIC X VALUE 'N'.
    88 AUDIT-WAS-READ    VALUE 'Y'.

*> The month packed, the one before it, and the open period the
*> last close left.
01 WS-OPEN-PERIOD       PIC X(6).
01 WS-MONTH             PIC X(6).
01 WS-LAST-MONTH        PIC X(6).
01 WS-STEP-MONTH        PIC X(6).
01 WS-YEAR-NUM          PIC 9(4).
01 WS-MONTH-NUM         PIC 9(2).

*> The headline figures, one slot each, in this order:
*>   1 ACCOUNTS        open accounts          / their balance
*>   2 ACTIVE          active accounts        / their balance
*>   3 CLOSED          closed, still on file  / their balance
*>   4 NEW             opened in the month
*>   5 CLOSED-IN-MONTH closed in the month
*>   6 DORMANT         dormant accounts       / their balance
*>   7 NEGATIVE        accounts below zero    / what they owe
*>   8 OVER-LIMIT      through the credit limit / the excess
*>   9 PRINT           pages printed          / their cost
01 WS-FIGURE-NAMES.
    05 FILLER PIC X(16) VALUE 'ACCOUNTS'.
    05 FILLER PIC X(16) VALUE 'ACTIVE'.
    05 FILLER PIC X(16) VALUE 'CLOSED'.
    05 FILLER PIC X(16) VALUE 'NEW'.
    05 FILLER PIC X(16) VALUE 'CLOSED-IN-MONTH'.
    05 FILLER PIC X(16) VALUE 'DORMANT'.
    05 FILLER PIC X(16) VALUE 'NEGATIVE'.
    05 FILLER PIC X(16) VALUE 'OVER-LIMIT'.
    05 FILLER PIC X(16) VALUE 'PRINT'.
01 WS-FIGURE-NAME REDEFINES WS-FIGURE-NAMES
    OCCURS 9 TIMES PIC X(16).
01 WS-FIGURE-TABLE.
    05 WS-FIGURE OCCURS 9 TIMES.
        10 WS-FG-THIS-COUNT  PIC 9(9).
        10 WS-FG-THIS-AMOUNT PIC S9(11)V99.
        10 WS-FG-LAST-COUNT  PIC 9(9).
        10 WS-FG-LAST-AMOUNT PIC S9(11)V99.
01 WS-FIG-SS            PIC 9(2).
01 WS-LAST-FLAG         PIC X VALUE 'N'.
    88 HAVE-LAST-MONTH   VALUE 'Y'.

*> Branch, product, aging-bucket and department rows, this month and
*> last, met in either -- house table style.
01 WS-GROUP-TABLE.
    05 WS-GROUP-ROW OCCURS 300 TIMES.
        10 WS-GR-SECTION     PIC X(7).
        10 WS-GR-CODE        PIC X(8).
        10 WS-GR-THIS-COUNT  PIC 9(9).
        10 WS-GR-THIS-AMOUNT PIC S9(11)V99.
        10 WS-GR-LAST-COUNT  PIC 9(9).
        10 WS-GR-LAST-AMOUNT PIC S9(11)V99.
01 WS-GROUP-COUNT       PIC 9(4) VALUE 0.
01 WS-GROUP-SECTION     PIC X(7).
01 WS-GROUP-CODE        PIC X(8).
01 WS-ROW-SS            PIC 9(4).
01 WS-MATCH-SS          PIC 9(4).
01 WS-GROUP-DROPPED     PIC 9(6) VALUE 0.

*> Twelve months of headline figures, oldest first; the last row is
*> the month packed.
01 WS-TREND-TABLE.
    05 WS-TREND-ROW OCCURS 12 TIMES.
        10 WS-TR-MONTH       PIC X(6).
        10 WS-TR-FOUND       PIC X.
        10 WS-TR-FIGURE OCCURS 9 TIMES.
            15 WS-TR-COUNT   PIC 9(9).
            15 WS-TR-AMOUNT  PIC S9(11)V99.
01 WS-TREND-SS          PIC 9(2).
01 WS-TREND-AT          PIC 9(2).

*> One history line taken apart.
01 WS-HT-MONTH          PIC X(8).
01 WS-HT-SECTION        PIC X(8).
01 WS-HT-CODE           PIC X(16).
01 WS-HT-COUNT          PIC X(12).
01 WS-HT-AMOUNT         PIC X(20).
01 WS-HT-COUNT-NUM      PIC 9(9).
01 WS-HT-AMOUNT-NUM     PIC S9(11)V99.

*> One aging feed line: <cust-id>|<name>|<balance>|<days>|<bucket>.
01 WS-AG-TOK-ID         PIC X(10).
01 WS-AG-TOK-NAME       PIC X(24).
01 WS-AG-TOK-BALANCE    PIC X(16).
01 WS-AG-TOK-DAYS       PIC X(8).
01 WS-AG-TOK-BUCKET     PIC X(8).

*> The print volume ledger and the rate card, PROC_CHARGEBACK_RPT's
*> way: yyyymmdd|department|program|pages|spool-file, and DEPT|rate
*> with '*' as the default.
01 WS-VOL-TOK-DATE      PIC X(8).
01 WS-VOL-TOK-DEPT      PIC X(8).
01 WS-VOL-TOK-PROGRAM   PIC X(32).
01 WS-VOL-TOK-PAGES     PIC X(9).
01 WS-RATE-TOK-DEPT     PIC X(8).
01 WS-RATE-TOK-RATE     PIC X(12).
01 WS-RATE-CHECK        PIC X(12).
01 WS-DEFAULT-RATE      PIC 9(3)V99 VALUE 0.05.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 50 TIMES.
        10 WS-RT-CODE   PIC X(8).
        10 WS-RT-RATE   PIC 9(3)V99.
01 WS-RATE-COUNT        PIC 9(4) VALUE 0.
01 WS-RATE-SS           PIC 9(4).
01 WS-DEPT-RATE         PIC 9(3)V99.
01 WS-DEPT-COST         PIC S9(11)V99.

*> One figure handed to the line writers.
01 WS-OUT-LABEL         PIC X(30).
01 WS-SECTION-TITLE     PIC X(60).
01 WS-OUT-THIS-COUNT    PIC 9(9).
01 WS-OUT-LAST-COUNT    PIC 9(9).
01 WS-OUT-THIS-AMOUNT   PIC S9(11)V99.
01 WS-OUT-LAST-AMOUNT   PIC S9(11)V99.
01 WS-OUT-CHANGE-COUNT  PIC S9(9).
01 WS-OUT-CHANGE-AMOUNT PIC S9(11)V99.
01 WS-COUNT-EDIT        PIC -(15)9.
01 WS-LAST-COUNT-EDIT   PIC -(15)9.
01 WS-CHANGE-COUNT-EDIT PIC -(15)9.
01 WS-AMOUNT-EDIT       PIC -(12)9.99.
01 WS-LAST-AMOUNT-EDIT  PIC -(12)9.99.
01 WS-CHANGE-AMOUNT-EDIT PIC -(12)9.99.
01 WS-GR-COUNT-EDIT     PIC -(7)9.
01 WS-GR-LAST-EDIT      PIC -(7)9.
01 WS-GR-CHANGE-EDIT    PIC -(7)9.
01 WS-TR-COUNT-EDIT     PIC -(7)9.
01 WS-TR-AMOUNT-EDIT    PIC -(11)9.99.
01 WS-HIST-COUNT-EDIT   PIC 9(9).
01 WS-HIST-AMOUNT-EDIT  PIC -(11)9.99.

*> RASTER-IO lives here, not in LINKAGE SECTION -- this program is
*> the top of the call chain, same as PROC_REPORT_LETTERHEAD.
COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STAMP
    PERFORM LOAD-PERIOD-CONTROL
    PERFORM SET-PACK-MONTHS
    PERFORM RESOLVE_BANNER_LINK_TARGET
    PERFORM CLEAR-THE-FIGURES
    MOVE 'AGING' TO WS-GROUP-SECTION
    MOVE 'CURRENT' TO WS-GROUP-CODE
    PERFORM FIND-GROUP-ROW
    MOVE '30' TO WS-GROUP-CODE
    PERFORM FIND-GROUP-ROW
    MOVE '60' TO WS-GROUP-CODE
    PERFORM FIND-GROUP-ROW
    MOVE '90+' TO WS-GROUP-CODE
    PERFORM FIND-GROUP-ROW
    PERFORM MEASURE-THE-BOOK
    PERFORM COUNT-NEW-ACCOUNTS
    PERFORM TALLY-THE-AGING-FEED
    PERFORM LOAD-THE-RATE-TABLE
    PERFORM TALLY-THE-PRINT-VOLUME
    PERFORM LOAD-THE-HISTORY
    PERFORM TAKE-THIS-MONTH-TREND
    PERFORM WRITE-THE-PACK
    PERFORM RECORD-THE-MONTH
    MOVE WS-FG-THIS-AMOUNT(1) TO WS-AMOUNT-EDIT
    DISPLAY 'MI PACK ' WS-MONTH ': ' WS-FG-THIS-COUNT(1)
        ' OPEN ACCOUNT(S), BOOK ' FUNCTION TRIM(WS-AMOUNT-EDIT)
        ' -- MI_PACK.RPT, ' FUNCTION TRIM(COMPANY_MIHIST_FILE)
    IF NOT HAVE-LAST-MONTH
        DISPLAY 'NOTE: no figures on file for ' WS-LAST-MONTH
            ' -- the changes read against zero'
    END-IF
    STOP RUN.

*> The pack is a closed month's: no period control means no month
*> has ever been closed.
LOAD-PERIOD-CONTROL.
    MOVE SPACES TO WS-OPEN-PERIOD
    OPEN INPUT PERIOD-FILE
    IF WS-PERIOD-STATUS = '00'
        READ PERIOD-FILE
            AT END CONTINUE
            NOT AT END
                IF PERIOD-LINE IS NUMERIC
                    MOVE PERIOD-LINE TO WS-OPEN-PERIOD
                END-IF
        END-READ
        CLOSE PERIOD-FILE
    END-IF
    IF WS-OPEN-PERIOD = SPACES
        DISPLAY 'REFUSED: no period control ('
            FUNCTION TRIM(COMPANY_PERIOD_FILE)
            ') -- the pack runs after PROC_PERIOD_CLOSE'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

SET-PACK-MONTHS.
    IF WS-CMD-LINE NOT = SPACES
        IF FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE)) = 6
            AND FUNCTION TRIM(WS-CMD-LINE)(5:2) >= '01'
            AND FUNCTION TRIM(WS-CMD-LINE)(5:2) <= '12'
            MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-MONTH
        ELSE
            DISPLAY 'REFUSED: the month must be yyyymm'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-MONTH NOT < WS-OPEN-PERIOD
            DISPLAY 'REFUSED: ' WS-MONTH ' is not closed (open'
                ' period ' WS-OPEN-PERIOD
                ') -- run PROC_PERIOD_CLOSE first'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE WS-OPEN-PERIOD TO WS-STEP-MONTH
        PERFORM STEP-BACK-ONE-MONTH
        MOVE WS-STEP-MONTH TO WS-MONTH
    END-IF
    MOVE WS-MONTH TO WS-STEP-MONTH
    PERFORM STEP-BACK-ONE-MONTH
    MOVE WS-STEP-MONTH TO WS-LAST-MONTH
*> The trend's twelve months, stepped back from the month packed.
    MOVE WS-MONTH TO WS-STEP-MONTH
    PERFORM VARYING WS-TREND-SS FROM 12 BY -1 UNTIL WS-TREND-SS < 1
        MOVE WS-STEP-MONTH TO WS-TR-MONTH(WS-TREND-SS)
        MOVE 'N' TO WS-TR-FOUND(WS-TREND-SS)
        PERFORM VARYING WS-FIG-SS FROM 1 BY 1 UNTIL WS-FIG-SS > 9
            MOVE 0 TO WS-TR-COUNT(WS-TREND-SS, WS-FIG-SS)
                WS-TR-AMOUNT(WS-TREND-SS, WS-FIG-SS)
        END-PERFORM
        PERFORM STEP-BACK-ONE-MONTH
    END-PERFORM
    .

STEP-BACK-ONE-MONTH.
    MOVE WS-STEP-MONTH(1:4) TO WS-YEAR-NUM
    MOVE WS-STEP-MONTH(5:2) TO WS-MONTH-NUM
    IF WS-MONTH-NUM = 1
        SUBTRACT 1 FROM WS-YEAR-NUM
        MOVE 12 TO WS-MONTH-NUM
    ELSE
        SUBTRACT 1 FROM WS-MONTH-NUM
    END-IF
    MOVE WS-YEAR-NUM TO WS-STEP-MONTH(1:4)
    MOVE WS-MONTH-NUM TO WS-STEP-MONTH(5:2)
    .

CLEAR-THE-FIGURES.
    PERFORM VARYING WS-FIG-SS FROM 1 BY 1 UNTIL WS-FIG-SS > 9
        MOVE 0 TO WS-FG-THIS-COUNT(WS-FIG-SS)
            WS-FG-THIS-AMOUNT(WS-FIG-SS)
            WS-FG-LAST-COUNT(WS-FIG-SS)
            WS-FG-LAST-AMOUNT(WS-FIG-SS)
    END-PERFORM
    .

*> The row for WS-GROUP-SECTION/WS-GROUP-CODE into WS-MATCH-SS,
*> added when new; zero when the table is full (counted, reported).
FIND-GROUP-ROW.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-GROUP-COUNT OR WS-MATCH-SS > 0
        IF WS-GR-SECTION(WS-ROW-SS) = WS-GROUP-SECTION
            AND WS-GR-CODE(WS-ROW-SS) = WS-GROUP-CODE
            MOVE WS-ROW-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-MATCH-SS = 0
        IF WS-GROUP-COUNT < 300
            ADD 1 TO WS-GROUP-COUNT
            MOVE WS-GROUP-COUNT TO WS-MATCH-SS
            MOVE WS-GROUP-SECTION TO WS-GR-SECTION(WS-MATCH-SS)
            MOVE WS-GROUP-CODE TO WS-GR-CODE(WS-MATCH-SS)
            MOVE 0 TO WS-GR-THIS-COUNT(WS-MATCH-SS)
                WS-GR-THIS-AMOUNT(WS-MATCH-SS)
                WS-GR-LAST-COUNT(WS-MATCH-SS)
                WS-GR-LAST-AMOUNT(WS-MATCH-SS)
        ELSE
            ADD 1 TO WS-GROUP-DROPPED
        END-IF
    END-IF
    .

MEASURE-THE-BOOK.
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END PERFORM MEASURE-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    .

*> A closed account counts once, as closed; everything else is open
*> and lands in its branch and product rows. Exposure is carried
*> positive: what the customer owes, and how far past the floor.
MEASURE-ONE-ACCOUNT.
    IF CUST-CLOSED
        ADD 1 TO WS-FG-THIS-COUNT(3)
        ADD CUST-BALANCE TO WS-FG-THIS-AMOUNT(3)
        IF CUST-CLOSED-DATE(1:6) = WS-MONTH
            ADD 1 TO WS-FG-THIS-COUNT(5)
        END-IF
    ELSE
        ADD 1 TO WS-FG-THIS-COUNT(1)
        ADD CUST-BALANCE TO WS-FG-THIS-AMOUNT(1)
        IF CUST-DORMANT
            ADD 1 TO WS-FG-THIS-COUNT(6)
            ADD CUST-BALANCE TO WS-FG-THIS-AMOUNT(6)
        ELSE
            ADD 1 TO WS-FG-THIS-COUNT(2)
            ADD CUST-BALANCE TO WS-FG-THIS-AMOUNT(2)
        END-IF
        IF CUST-BALANCE < 0
            ADD 1 TO WS-FG-THIS-COUNT(7)
            SUBTRACT CUST-BALANCE FROM WS-FG-THIS-AMOUNT(7)
            IF CUST-BALANCE + CUST-CREDIT-LIMIT < 0
                ADD 1 TO WS-FG-THIS-COUNT(8)
                COMPUTE WS-FG-THIS-AMOUNT(8) = WS-FG-THIS-AMOUNT(8)
                    - CUST-BALANCE - CUST-CREDIT-LIMIT
            END-IF
        END-IF
        MOVE 'BRANCH' TO WS-GROUP-SECTION
        MOVE CUST-BRANCH TO WS-GROUP-CODE
        PERFORM TAKE-ACCOUNT-INTO-GROUP
        MOVE 'PRODUCT' TO WS-GROUP-SECTION
        MOVE CUST-PRODUCT TO WS-GROUP-CODE
        PERFORM TAKE-ACCOUNT-INTO-GROUP
    END-IF
    .

TAKE-ACCOUNT-INTO-GROUP.
    IF WS-GROUP-CODE = SPACES
        MOVE '(none)' TO WS-GROUP-CODE
    END-IF
    PERFORM FIND-GROUP-ROW
    IF WS-MATCH-SS > 0
        ADD 1 TO WS-GR-THIS-COUNT(WS-MATCH-SS)
        ADD CUST-BALANCE TO WS-GR-THIS-AMOUNT(WS-MATCH-SS)
    END-IF
    .

*> Accounts opened in the month are the maintenance ADDs stamped in
*> it. The audit store is the book's own (CB_COMPANY.cpy), so every
*> ADD in it is one of this book's openings.
COUNT-NEW-ACCOUNTS.
    OPEN INPUT MAINT-AUDIT-FILE
    IF WS-MAINT-AUDIT-STATUS NOT = '00'
        DISPLAY 'NOTE: no CUST_MAINT_AUDIT.IDX -- accounts opened'
            ' in the month not counted'
    ELSE
        SET AUDIT-WAS-READ TO TRUE
        MOVE SPACES TO MAUD-KEY-STAMP
        STRING WS-MONTH '01000000'
            DELIMITED BY SIZE INTO MAUD-KEY-STAMP
        MOVE 0 TO MAUD-KEY-SEQ
        MOVE 'N' TO WS-AT-END
        START MAINT-AUDIT-FILE KEY IS >= MAUD-KEY
            INVALID KEY SET AT-END-OF-FILE TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-FILE
            READ MAINT-AUDIT-FILE NEXT RECORD
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF MAUD-KEY-STAMP(1:6) NOT = WS-MONTH
                        SET AT-END-OF-FILE TO TRUE
                    ELSE
                        IF MAUD-ACTION = 'ADD'
                            ADD 1 TO WS-FG-THIS-COUNT(4)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAINT-AUDIT-FILE
    END-IF
    .

*> PROC_CUSTOMER_AGING's feed, bucket by bucket.
TALLY-THE-AGING-FEED.
    OPEN INPUT AGING-DATA-FILE
    IF WS-AGING-STATUS NOT = '00'
        DISPLAY 'NOTE: no CUSTOMER_AGING.DAT -- run'
            ' PROC_CUSTOMER_AGING before the pack for the buckets'
    ELSE
        SET AGING-WAS-READ TO TRUE
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ AGING-DATA-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF AGING-DATA-LINE NOT = SPACES
                        PERFORM TAKE-ONE-AGING-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AGING-DATA-FILE
    END-IF
    .

TAKE-ONE-AGING-LINE.
    MOVE SPACES TO WS-AG-TOK-ID WS-AG-TOK-NAME WS-AG-TOK-BALANCE
        WS-AG-TOK-DAYS WS-AG-TOK-BUCKET
    UNSTRING AGING-DATA-LINE DELIMITED BY '|'
        INTO WS-AG-TOK-ID WS-AG-TOK-NAME WS-AG-TOK-BALANCE
             WS-AG-TOK-DAYS WS-AG-TOK-BUCKET
    IF WS-AG-TOK-BUCKET NOT = SPACES
        AND WS-AG-TOK-BALANCE NOT = SPACES
        MOVE 'AGING' TO WS-GROUP-SECTION
        MOVE WS-AG-TOK-BUCKET TO WS-GROUP-CODE
        PERFORM FIND-GROUP-ROW
        IF WS-MATCH-SS > 0
            ADD 1 TO WS-GR-THIS-COUNT(WS-MATCH-SS)
            ADD FUNCTION NUMVAL(WS-AG-TOK-BALANCE)
                TO WS-GR-THIS-AMOUNT(WS-MATCH-SS)
        END-IF
    END-IF
    .

*> PRINT_RATES.CTL read exactly as PROC_CHARGEBACK_RPT reads it.
LOAD-THE-RATE-TABLE.
    OPEN INPUT RATES-FILE
    IF WS-RATES-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ RATES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF RATES-LINE NOT = SPACES
                        AND RATES-LINE(1:1) NOT = '*'
                        PERFORM TAKE-ONE-RATE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-FILE
    END-IF
    .

TAKE-ONE-RATE-LINE.
    MOVE SPACES TO WS-RATE-TOK-DEPT WS-RATE-TOK-RATE
    UNSTRING RATES-LINE DELIMITED BY '|'
        INTO WS-RATE-TOK-DEPT WS-RATE-TOK-RATE
    MOVE WS-RATE-TOK-RATE TO WS-RATE-CHECK
    INSPECT WS-RATE-CHECK
        CONVERTING '0123456789.' TO '           '
    IF WS-RATE-CHECK = SPACES
        AND WS-RATE-TOK-RATE NOT = SPACES
        IF FUNCTION TRIM(WS-RATE-TOK-DEPT) = '*'
            MOVE FUNCTION NUMVAL(WS-RATE-TOK-RATE)
                TO WS-DEFAULT-RATE
        ELSE
            IF WS-RATE-COUNT < 50
                ADD 1 TO WS-RATE-COUNT
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-RATE-TOK-DEPT))
                    TO WS-RT-CODE(WS-RATE-COUNT)
                MOVE FUNCTION NUMVAL(WS-RATE-TOK-RATE)
                    TO WS-RT-RATE(WS-RATE-COUNT)
            END-IF
        END-IF
    END-IF
    .

*> Pages per department for the month, then priced; the department
*> rows carry pages as their count and the cost as their amount.
TALLY-THE-PRINT-VOLUME.
    OPEN INPUT VOLUME-FILE
    IF WS-VOLUME-STATUS NOT = '00'
        DISPLAY 'NOTE: no PRINT_VOLUME.DAT -- print cost not'
            ' measured'
    ELSE
        SET VOLUME-WAS-READ TO TRUE
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ VOLUME-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TAKE-ONE-VOLUME-LINE
            END-READ
        END-PERFORM
        CLOSE VOLUME-FILE
    END-IF
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-GROUP-COUNT
        IF WS-GR-SECTION(WS-ROW-SS) = 'DEPT'
            PERFORM PRICE-ONE-DEPARTMENT
        END-IF
    END-PERFORM
    .

TAKE-ONE-VOLUME-LINE.
    MOVE SPACES TO WS-VOL-TOK-DATE WS-VOL-TOK-DEPT
        WS-VOL-TOK-PROGRAM WS-VOL-TOK-PAGES
    UNSTRING VOLUME-LINE DELIMITED BY '|'
        INTO WS-VOL-TOK-DATE WS-VOL-TOK-DEPT WS-VOL-TOK-PROGRAM
             WS-VOL-TOK-PAGES
    IF WS-VOL-TOK-DATE(1:6) = WS-MONTH
        AND FUNCTION TRIM(WS-VOL-TOK-PAGES) IS NUMERIC
        IF WS-VOL-TOK-DEPT = SPACES
            MOVE 'NONE' TO WS-VOL-TOK-DEPT
        END-IF
        MOVE 'DEPT' TO WS-GROUP-SECTION
        MOVE WS-VOL-TOK-DEPT TO WS-GROUP-CODE
        PERFORM FIND-GROUP-ROW
        IF WS-MATCH-SS > 0
            ADD FUNCTION NUMVAL(WS-VOL-TOK-PAGES)
                TO WS-GR-THIS-COUNT(WS-MATCH-SS)
        END-IF
    END-IF
    .

PRICE-ONE-DEPARTMENT.
    MOVE WS-DEFAULT-RATE TO WS-DEPT-RATE
    PERFORM VARYING WS-RATE-SS FROM 1 BY 1
        UNTIL WS-RATE-SS > WS-RATE-COUNT
        IF WS-RT-CODE(WS-RATE-SS) = WS-GR-CODE(WS-ROW-SS)
            MOVE WS-RT-RATE(WS-RATE-SS) TO WS-DEPT-RATE
        END-IF
    END-PERFORM
    COMPUTE WS-DEPT-COST ROUNDED =
        WS-GR-THIS-COUNT(WS-ROW-SS) * WS-DEPT-RATE
    MOVE WS-DEPT-COST TO WS-GR-THIS-AMOUNT(WS-ROW-SS)
    ADD WS-GR-THIS-COUNT(WS-ROW-SS) TO WS-FG-THIS-COUNT(9)
    ADD WS-DEPT-COST TO WS-FG-THIS-AMOUNT(9)
    .

*> Last month's figures and the trend months' headlines. A RUN line
*> starts a month over, so only the last run for a month counts.
LOAD-THE-HISTORY.
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ HISTORY-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF HISTORY-LINE NOT = SPACES
                        PERFORM TAKE-ONE-HISTORY-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF
    .

TAKE-ONE-HISTORY-LINE.
    MOVE SPACES TO WS-HT-MONTH WS-HT-SECTION WS-HT-CODE
        WS-HT-COUNT WS-HT-AMOUNT
    UNSTRING HISTORY-LINE DELIMITED BY '|'
        INTO WS-HT-MONTH WS-HT-SECTION WS-HT-CODE
             WS-HT-COUNT WS-HT-AMOUNT
    MOVE 0 TO WS-HT-COUNT-NUM WS-HT-AMOUNT-NUM
    IF FUNCTION TRIM(WS-HT-COUNT) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-HT-COUNT) TO WS-HT-COUNT-NUM
    END-IF
    IF WS-HT-AMOUNT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-HT-AMOUNT) TO WS-HT-AMOUNT-NUM
    END-IF
    IF WS-HT-MONTH(1:6) = WS-LAST-MONTH
        PERFORM TAKE-LAST-MONTH-LINE
    END-IF
    MOVE 0 TO WS-TREND-AT
    PERFORM VARYING WS-TREND-SS FROM 1 BY 1 UNTIL WS-TREND-SS > 11
        IF WS-TR-MONTH(WS-TREND-SS) = WS-HT-MONTH(1:6)
            MOVE WS-TREND-SS TO WS-TREND-AT
        END-IF
    END-PERFORM
    IF WS-TREND-AT > 0
        PERFORM TAKE-TREND-LINE
    END-IF
    .

TAKE-LAST-MONTH-LINE.
    EVALUATE WS-HT-SECTION
        WHEN 'RUN'
            SET HAVE-LAST-MONTH TO TRUE
            PERFORM VARYING WS-FIG-SS FROM 1 BY 1
                UNTIL WS-FIG-SS > 9
                MOVE 0 TO WS-FG-LAST-COUNT(WS-FIG-SS)
                    WS-FG-LAST-AMOUNT(WS-FIG-SS)
            END-PERFORM
            PERFORM VARYING WS-ROW-SS FROM 1 BY 1
                UNTIL WS-ROW-SS > WS-GROUP-COUNT
                MOVE 0 TO WS-GR-LAST-COUNT(WS-ROW-SS)
                    WS-GR-LAST-AMOUNT(WS-ROW-SS)
            END-PERFORM
        WHEN 'BOOK'
            PERFORM VARYING WS-FIG-SS FROM 1 BY 1
                UNTIL WS-FIG-SS > 9
                IF WS-FIGURE-NAME(WS-FIG-SS) = WS-HT-CODE
                    MOVE WS-HT-COUNT-NUM
                        TO WS-FG-LAST-COUNT(WS-FIG-SS)
                    MOVE WS-HT-AMOUNT-NUM
                        TO WS-FG-LAST-AMOUNT(WS-FIG-SS)
                END-IF
            END-PERFORM
        WHEN OTHER
            MOVE WS-HT-SECTION TO WS-GROUP-SECTION
            MOVE WS-HT-CODE TO WS-GROUP-CODE
            PERFORM FIND-GROUP-ROW
            IF WS-MATCH-SS > 0
                MOVE WS-HT-COUNT-NUM TO WS-GR-LAST-COUNT(WS-MATCH-SS)
                MOVE WS-HT-AMOUNT-NUM
                    TO WS-GR-LAST-AMOUNT(WS-MATCH-SS)
            END-IF
    END-EVALUATE
    .

TAKE-TREND-LINE.
    EVALUATE WS-HT-SECTION
        WHEN 'RUN'
            MOVE 'Y' TO WS-TR-FOUND(WS-TREND-AT)
            PERFORM VARYING WS-FIG-SS FROM 1 BY 1
                UNTIL WS-FIG-SS > 9
                MOVE 0 TO WS-TR-COUNT(WS-TREND-AT, WS-FIG-SS)
                    WS-TR-AMOUNT(WS-TREND-AT, WS-FIG-SS)
            END-PERFORM
        WHEN 'BOOK'
            PERFORM VARYING WS-FIG-SS FROM 1 BY 1
                UNTIL WS-FIG-SS > 9
                IF WS-FIGURE-NAME(WS-FIG-SS) = WS-HT-CODE
                    MOVE WS-HT-COUNT-NUM
                        TO WS-TR-COUNT(WS-TREND-AT, WS-FIG-SS)
                    MOVE WS-HT-AMOUNT-NUM
                        TO WS-TR-AMOUNT(WS-TREND-AT, WS-FIG-SS)
                END-IF
            END-PERFORM
    END-EVALUATE
    .

TAKE-THIS-MONTH-TREND.
    MOVE 'Y' TO WS-TR-FOUND(12)
    PERFORM VARYING WS-FIG-SS FROM 1 BY 1 UNTIL WS-FIG-SS > 9
        MOVE WS-FG-THIS-COUNT(WS-FIG-SS) TO WS-TR-COUNT(12, WS-FIG-SS)
        MOVE WS-FG-THIS-AMOUNT(WS-FIG-SS)
            TO WS-TR-AMOUNT(12, WS-FIG-SS)
    END-PERFORM
    .

WRITE-THE-PACK.
*> Fresh report each run -- the banner path always appends, same
*> erase-first idiom as PROC_REPORT_LETTERHEAD.
    OPEN OUTPUT PACK-REPORT
    CLOSE PACK-REPORT
    MOVE 'MI_PACK.RPT' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    MOVE SPACES TO BANNER_FIELD
    MOVE 'MONTH END' TO BANNER_FIELD
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'MI_PACK.RPT' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_MI_PACK' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    OPEN EXTEND PACK-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- MANAGEMENT INFORMATION PACK FOR ' WS-MONTH(1:4)
        '-' WS-MONTH(5:2) ' (COMPARED WITH ' WS-LAST-MONTH(1:4)
        '-' WS-LAST-MONTH(5:2) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    IF NOT HAVE-LAST-MONTH
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'No figures on file for ' WS-LAST-MONTH
            ' -- last month reads as zero throughout'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-BOOK-SECTION
    MOVE 'ACCOUNTS AND BALANCES BY BRANCH' TO WS-SECTION-TITLE
    MOVE 'BRANCH' TO WS-GROUP-SECTION
    PERFORM WRITE-GROUP-SECTION
    MOVE 'ACCOUNTS AND BALANCES BY PRODUCT' TO WS-SECTION-TITLE
    MOVE 'PRODUCT' TO WS-GROUP-SECTION
    PERFORM WRITE-GROUP-SECTION
    MOVE 'AGING BUCKETS (ACCOUNTS BELOW ZERO, BY DAYS UNDER)'
        TO WS-SECTION-TITLE
    MOVE 'AGING' TO WS-GROUP-SECTION
    PERFORM WRITE-GROUP-SECTION
    IF NOT AGING-WAS-READ
        MOVE '  (no CUSTOMER_AGING.DAT this month)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-EXPOSURE-SECTION
    MOVE 'PRINT COST BY DEPARTMENT (INSTALLATION-WIDE)'
        TO WS-SECTION-TITLE
    MOVE 'DEPT' TO WS-GROUP-SECTION
    PERFORM WRITE-GROUP-SECTION
    MOVE 9 TO WS-FIG-SS
    MOVE 'ALL DEPARTMENTS: PAGES' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 'ALL DEPARTMENTS: COST' TO WS-OUT-LABEL
    PERFORM WRITE-AMOUNT-FIGURE
    IF NOT VOLUME-WAS-READ
        MOVE '  (no PRINT_VOLUME.DAT)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-TREND-SECTION
    IF WS-GROUP-DROPPED > 0
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'NOTE: ' WS-GROUP-DROPPED ' figure(s) past the'
            ' 300-row table were left out'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    CLOSE PACK-REPORT
    .

WRITE-BOOK-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'BOOK SIZE AND ACCOUNTS' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-FIGURE-HEADING
    MOVE 1 TO WS-FIG-SS
    MOVE 'Open accounts' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 'Book balance' TO WS-OUT-LABEL
    PERFORM WRITE-AMOUNT-FIGURE
    MOVE 2 TO WS-FIG-SS
    MOVE 'Active accounts' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 3 TO WS-FIG-SS
    MOVE 'Closed accounts still on file' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 4 TO WS-FIG-SS
    MOVE 'Accounts opened in the month' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    IF NOT AUDIT-WAS-READ
        MOVE '  (no CUST_MAINT_AUDIT.IDX -- openings not counted)'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE 5 TO WS-FIG-SS
    MOVE 'Accounts closed in the month' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    .

WRITE-EXPOSURE-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'OVERDRAFT EXPOSURE' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-FIGURE-HEADING
    MOVE 7 TO WS-FIG-SS
    MOVE 'Accounts below zero' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 'Owed on them' TO WS-OUT-LABEL
    PERFORM WRITE-AMOUNT-FIGURE
    MOVE 8 TO WS-FIG-SS
    MOVE 'Accounts over their limit' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 'Amount over the limits' TO WS-OUT-LABEL
    PERFORM WRITE-AMOUNT-FIGURE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'DORMANT ACCOUNTS' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-FIGURE-HEADING
    MOVE 6 TO WS-FIG-SS
    MOVE 'Dormant accounts' TO WS-OUT-LABEL
    PERFORM WRITE-COUNT-FIGURE
    MOVE 'Dormant balance' TO WS-OUT-LABEL
    PERFORM WRITE-AMOUNT-FIGURE
    .

WRITE-FIGURE-HEADING.
    MOVE SPACES TO REPORT-LINE
    STRING '  FIGURE                              '
        '  THIS MONTH      LAST MONTH          CHANGE'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    .

*> Headline slot WS-FIG-SS, its count or its amount.
WRITE-COUNT-FIGURE.
    MOVE WS-FG-THIS-COUNT(WS-FIG-SS) TO WS-COUNT-EDIT
    MOVE WS-FG-LAST-COUNT(WS-FIG-SS) TO WS-LAST-COUNT-EDIT
    COMPUTE WS-OUT-CHANGE-COUNT = WS-FG-THIS-COUNT(WS-FIG-SS)
        - WS-FG-LAST-COUNT(WS-FIG-SS)
    MOVE WS-OUT-CHANGE-COUNT TO WS-CHANGE-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-OUT-LABEL WS-COUNT-EDIT WS-LAST-COUNT-EDIT
        WS-CHANGE-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-AMOUNT-FIGURE.
    MOVE WS-FG-THIS-AMOUNT(WS-FIG-SS) TO WS-AMOUNT-EDIT
    MOVE WS-FG-LAST-AMOUNT(WS-FIG-SS) TO WS-LAST-AMOUNT-EDIT
    COMPUTE WS-OUT-CHANGE-AMOUNT = WS-FG-THIS-AMOUNT(WS-FIG-SS)
        - WS-FG-LAST-AMOUNT(WS-FIG-SS)
    MOVE WS-OUT-CHANGE-AMOUNT TO WS-CHANGE-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-OUT-LABEL WS-AMOUNT-EDIT WS-LAST-AMOUNT-EDIT
        WS-CHANGE-AMOUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> The caller sets WS-SECTION-TITLE and WS-GROUP-SECTION. A row
*> with nothing this month or last is not printed.
WRITE-GROUP-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-SECTION-TITLE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-GROUP-SECTION = 'DEPT'
        STRING '  DEPT         PAGES    LAST  CHANGE'
            '            COST       LAST COST          CHANGE'
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING '  CODE      ACCOUNTS    LAST  CHANGE'
            '         BALANCE    LAST BALANCE          CHANGE'
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-GROUP-COUNT
        IF WS-GR-SECTION(WS-ROW-SS) = WS-GROUP-SECTION
            AND (WS-GR-THIS-COUNT(WS-ROW-SS) > 0
              OR WS-GR-LAST-COUNT(WS-ROW-SS) > 0
              OR WS-GR-THIS-AMOUNT(WS-ROW-SS) NOT = 0
              OR WS-GR-LAST-AMOUNT(WS-ROW-SS) NOT = 0)
            PERFORM WRITE-GROUP-LINE
        END-IF
    END-PERFORM
    .

WRITE-GROUP-LINE.
    MOVE WS-GR-THIS-COUNT(WS-ROW-SS) TO WS-GR-COUNT-EDIT
    MOVE WS-GR-LAST-COUNT(WS-ROW-SS) TO WS-GR-LAST-EDIT
    COMPUTE WS-OUT-CHANGE-COUNT = WS-GR-THIS-COUNT(WS-ROW-SS)
        - WS-GR-LAST-COUNT(WS-ROW-SS)
    MOVE WS-OUT-CHANGE-COUNT TO WS-GR-CHANGE-EDIT
    MOVE WS-GR-THIS-AMOUNT(WS-ROW-SS) TO WS-AMOUNT-EDIT
    MOVE WS-GR-LAST-AMOUNT(WS-ROW-SS) TO WS-LAST-AMOUNT-EDIT
    COMPUTE WS-OUT-CHANGE-AMOUNT = WS-GR-THIS-AMOUNT(WS-ROW-SS)
        - WS-GR-LAST-AMOUNT(WS-ROW-SS)
    MOVE WS-OUT-CHANGE-AMOUNT TO WS-CHANGE-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-GR-CODE(WS-ROW-SS) '  ' WS-GR-COUNT-EDIT
        WS-GR-LAST-EDIT WS-GR-CHANGE-EDIT
        WS-AMOUNT-EDIT WS-LAST-AMOUNT-EDIT WS-CHANGE-AMOUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Twelve months of headlines, oldest first; a month the pack was
*> never run for says so rather than printing zeros.
WRITE-TREND-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TWELVE-MONTH TREND' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  MONTH    ACCOUNTS   BOOK BALANCE     NEW  CLOSED'
        '   OD EXPOSURE DORMANT     PRINT COST'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-TREND-SS FROM 1 BY 1 UNTIL WS-TREND-SS > 12
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  ' WS-TR-MONTH(WS-TREND-SS)(1:4) '-'
            WS-TR-MONTH(WS-TREND-SS)(5:2)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        IF WS-TR-FOUND(WS-TREND-SS) = 'Y'
            PERFORM STRING-TREND-FIGURES
        ELSE
            STRING '  (no pack on file)'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE REPORT-LINE
    END-PERFORM
    .

STRING-TREND-FIGURES.
    MOVE WS-TR-COUNT(WS-TREND-SS, 1) TO WS-TR-COUNT-EDIT
    STRING ' ' WS-TR-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-AMOUNT(WS-TREND-SS, 1) TO WS-TR-AMOUNT-EDIT
    STRING WS-TR-AMOUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-COUNT(WS-TREND-SS, 4) TO WS-TR-COUNT-EDIT
    STRING WS-TR-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-COUNT(WS-TREND-SS, 5) TO WS-TR-COUNT-EDIT
    STRING WS-TR-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-AMOUNT(WS-TREND-SS, 7) TO WS-TR-AMOUNT-EDIT
    STRING WS-TR-AMOUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-COUNT(WS-TREND-SS, 6) TO WS-TR-COUNT-EDIT
    STRING WS-TR-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-TR-AMOUNT(WS-TREND-SS, 9) TO WS-TR-AMOUNT-EDIT
    STRING WS-TR-AMOUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    .

*> This month's lines onto the history, a RUN line first.
RECORD-THE-MONTH.
    MOVE COMPANY_MIHIST_FILE TO APPEND_FILE_NAME
    MOVE SPACES TO APPEND_LINE_TEXT
    STRING WS-MONTH '|RUN|' WS-STAMP '|0|0'
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    PERFORM VARYING WS-FIG-SS FROM 1 BY 1 UNTIL WS-FIG-SS > 9
        MOVE 'BOOK' TO WS-GROUP-SECTION
        MOVE WS-FIGURE-NAME(WS-FIG-SS) TO WS-HT-CODE
        MOVE WS-FG-THIS-COUNT(WS-FIG-SS) TO WS-HIST-COUNT-EDIT
        MOVE WS-FG-THIS-AMOUNT(WS-FIG-SS) TO WS-HIST-AMOUNT-EDIT
        PERFORM APPEND-HISTORY-LINE
    END-PERFORM
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-GROUP-COUNT
        IF WS-GR-THIS-COUNT(WS-ROW-SS) > 0
            OR WS-GR-THIS-AMOUNT(WS-ROW-SS) NOT = 0
            MOVE WS-GR-SECTION(WS-ROW-SS) TO WS-GROUP-SECTION
            MOVE WS-GR-CODE(WS-ROW-SS) TO WS-HT-CODE
            MOVE WS-GR-THIS-COUNT(WS-ROW-SS) TO WS-HIST-COUNT-EDIT
            MOVE WS-GR-THIS-AMOUNT(WS-ROW-SS) TO WS-HIST-AMOUNT-EDIT
            PERFORM APPEND-HISTORY-LINE
        END-IF
    END-PERFORM
    .

APPEND-HISTORY-LINE.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-MONTH
        '|' FUNCTION TRIM(WS-GROUP-SECTION)
        '|' FUNCTION TRIM(WS-HT-CODE)
        '|' WS-HIST-COUNT-EDIT
        '|' FUNCTION TRIM(WS-HIST-AMOUNT-EDIT)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
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
    MOVE 'PROC_MI_PACK' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_MI_PACK.
