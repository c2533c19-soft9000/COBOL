*> Mission: What the book earns, not just what it holds. The
*> monthly profitability run walks every account's postings for the
*> month in CUSTOMER_LEDGER.IDX and sorts each one by the profit
*> class of its LGR-TYPE-CODE on TXN_TYPES.DAT (PROC_TXNTYPE_EDIT):
*>   F fee income         R interest received
*>   I interest paid out  W write-off
*> -- anything else is principal and earns nothing. A line from
*> before the class field reads as principal, except that the house
*> codes keep their obvious class: FEE and NSF fee income, INT
*> interest paid out, WOF write-off. Each class is taken as the
*> bank sees it -- what the customer was charged is income, what
*> the customer was credited is cost -- and the net contribution is
*> fees plus interest received, less interest paid and write-offs.
*> The average balance is day-weighted over the month off the same
*> walk (PROC_LIMIT_REVIEW's method). Every account open during the
*> month is counted -- a closed one only if it moved in the month.
*> The figures roll up per account, then per CUST-PRODUCT and per
*> CUST-BRANCH with account counts, and the ten most and ten least
*> profitable accounts are listed.
*>   PROFITABILITY.RPT  the print report, letterheaded through the
*>                      PROC_BANNER machinery the way
*>                      PROC_REPORT_GEN heads one
*>   PROFITABILITY_<yyyymm>.DAT  the extract for finance, one
*>                      pipe-delimited line per account (A), product
*>                      (P) and branch (B), under a heading line --
*>     <rec>|<cust-id>|<name>|<product>|<branch>|<accounts>
*>         |<avg balance>|<fees>|<interest received>
*>         |<interest paid>|<write-offs>|<net>
*>                      a P or B line leaving the account columns
*>                      empty.
*> Command line: [yyyymm], default last month.
*> cobc -x -j -free -I . -I ../BANNER PROC_PROFITABILITY.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_PROFITABILITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT PROFIT-REPORT
    ASSIGN TO 'PROFITABILITY.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT EXTRACT-FILE
    ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD PROFIT-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD EXTRACT-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS EXTRACT-LINE.
01 EXTRACT-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-TYPES-STATUS      PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-EXTRACT-STATUS    PIC XX.
01 WS-EXTRACT-FILE-NAME PIC X(64).
01 WS-CMD-LINE          PIC X(255).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-MONTH             PIC X(6).
01 WS-MONTH-START       PIC X(8).
01 WS-MONTH-END         PIC X(8).
01 WS-MONTH-START-INT   PIC 9(8).
01 WS-MONTH-END-INT     PIC 9(8).
01 WS-MONTH-DAYS        PIC 9(3).
01 WS-YEAR-NUM          PIC 9(4).
01 WS-MONTH-NUM         PIC 9(2).
01 WS-NEXT-MONTH-START  PIC 9(8).
01 WS-LINE-PTR          PIC 9(4).
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-LGR-AT-END        PIC X.
    88 AT-END-OF-LEDGER  VALUE 'Y'.

*> The type master's profit classes -- 100 types, house table style.
01 WS-TYPE-TABLE.
    05 WS-TYPE-ENTRY OCCURS 100 TIMES.
        10 WS-TT-CODE   PIC X(4).
        10 WS-TT-CLASS  PIC X.
01 WS-TYPE-COUNT        PIC 9(4) VALUE 0.
01 WS-TYPE-SS           PIC 9(4).
01 WS-TOK-CODE          PIC X(6).
01 WS-TOK-DESC          PIC X(32).
01 WS-TOK-NATURE        PIC X(2).
01 WS-TOK-ACTIVE        PIC X(2).
01 WS-TOK-CLASS         PIC X(2).
01 WS-POSTING-CLASS     PIC X.
    88 CLASS-FEE-INCOME   VALUE 'F'.
    88 CLASS-INT-RECEIVED VALUE 'R'.
    88 CLASS-INT-PAID     VALUE 'I'.
    88 CLASS-WRITE-OFF    VALUE 'W'.

*> One account's month.
01 WS-RUN-BALANCE       PIC S9(8)V99.
01 WS-SEGMENT-START     PIC 9(8).
01 WS-SEGMENT-END       PIC 9(8).
01 WS-SEGMENT-DAYS      PIC 9(5).
01 WS-POST-INT          PIC 9(8).
01 WS-BALANCE-DAYS      PIC S9(12)V99.
01 WS-SAW-LEDGER        PIC X.
    88 ACCOUNT-HAS-LEDGER VALUE 'Y'.
01 WS-MOVED-IN-MONTH    PIC X.
    88 ACCOUNT-MOVED      VALUE 'Y'.
01 WS-AC-AVERAGE        PIC S9(8)V99.
01 WS-AC-FEES           PIC S9(8)V99.
01 WS-AC-INT-RECEIVED   PIC S9(8)V99.
01 WS-AC-INT-PAID       PIC S9(8)V99.
01 WS-AC-WRITE-OFFS     PIC S9(8)V99.
01 WS-AC-NET            PIC S9(8)V99.

*> The roll-ups -- one row per product and per branch met on the
*> master, 60 of each; codes past that fold into the last row.
01 WS-GROUP-CODE        PIC X(4).
01 WS-PRODUCT-TABLE.
    05 WS-PRODUCT-ROW OCCURS 60 TIMES.
        10 WS-PR-CODE         PIC X(4).
        10 WS-PR-COUNT        PIC 9(6).
        10 WS-PR-AVERAGE-SUM  PIC S9(11)V99.
        10 WS-PR-FEES         PIC S9(11)V99.
        10 WS-PR-INT-RECEIVED PIC S9(11)V99.
        10 WS-PR-INT-PAID     PIC S9(11)V99.
        10 WS-PR-WRITE-OFFS   PIC S9(11)V99.
        10 WS-PR-NET          PIC S9(11)V99.
01 WS-PRODUCT-COUNT     PIC 9(4) VALUE 0.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ROW OCCURS 60 TIMES.
        10 WS-BR-CODE         PIC X(4).
        10 WS-BR-COUNT        PIC 9(6).
        10 WS-BR-AVERAGE-SUM  PIC S9(11)V99.
        10 WS-BR-FEES         PIC S9(11)V99.
        10 WS-BR-INT-RECEIVED PIC S9(11)V99.
        10 WS-BR-INT-PAID     PIC S9(11)V99.
        10 WS-BR-WRITE-OFFS   PIC S9(11)V99.
        10 WS-BR-NET          PIC S9(11)V99.
01 WS-BRANCH-COUNT      PIC 9(4) VALUE 0.
01 WS-ROW-SS            PIC 9(4).
01 WS-MATCH-SS          PIC 9(4).

*> The book as a whole.
01 WS-BOOK-COUNT        PIC 9(6) VALUE 0.
01 WS-BOOK-AVERAGE-SUM  PIC S9(11)V99 VALUE 0.
01 WS-BOOK-FEES         PIC S9(11)V99 VALUE 0.
01 WS-BOOK-INT-RECEIVED PIC S9(11)V99 VALUE 0.
01 WS-BOOK-INT-PAID     PIC S9(11)V99 VALUE 0.
01 WS-BOOK-WRITE-OFFS   PIC S9(11)V99 VALUE 0.
01 WS-BOOK-NET          PIC S9(11)V99 VALUE 0.

*> The ten most (best first) and ten least (worst first) profitable.
01 WS-RANK-TABLE.
    05 WS-TOP-ROW OCCURS 10 TIMES.
        10 WS-TOP-CUST-ID   PIC 9(6).
        10 WS-TOP-NAME      PIC X(20).
        10 WS-TOP-PRODUCT   PIC X(4).
        10 WS-TOP-BRANCH    PIC X(3).
        10 WS-TOP-NET       PIC S9(8)V99.
    05 WS-LOW-ROW OCCURS 10 TIMES.
        10 WS-LOW-CUST-ID   PIC 9(6).
        10 WS-LOW-NAME      PIC X(20).
        10 WS-LOW-PRODUCT   PIC X(4).
        10 WS-LOW-BRANCH    PIC X(3).
        10 WS-LOW-NET       PIC S9(8)V99.
01 WS-TOP-COUNT         PIC 9(2) VALUE 0.
01 WS-LOW-COUNT         PIC 9(2) VALUE 0.
01 WS-RANK-SS           PIC 9(2).
01 WS-RANK-AT           PIC 9(2).

*> One figure set handed to the line writers.
01 WS-OUT-LABEL         PIC X(24).
01 WS-OUT-COUNT         PIC 9(6).
01 WS-OUT-AVERAGE       PIC S9(11)V99.
01 WS-OUT-FEES          PIC S9(11)V99.
01 WS-OUT-INT-RECEIVED  PIC S9(11)V99.
01 WS-OUT-INT-PAID      PIC S9(11)V99.
01 WS-OUT-WRITE-OFFS    PIC S9(11)V99.
01 WS-OUT-NET           PIC S9(11)V99.
01 WS-AVERAGE-EDIT      PIC -(9)9.99.
01 WS-FEES-EDIT         PIC -(9)9.99.
01 WS-RECEIVED-EDIT     PIC -(9)9.99.
01 WS-PAID-EDIT         PIC -(9)9.99.
01 WS-WRITE-OFF-EDIT    PIC -(9)9.99.
01 WS-NET-EDIT          PIC -(9)9.99.
01 WS-COUNT-EDIT        PIC Z(5)9.

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
    PERFORM SET-REPORT-MONTH
    PERFORM RESOLVE_BANNER_LINK_TARGET
    PERFORM LOAD-TYPE-CLASSES
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX,'
            ' FILE STATUS ' WS-LEDGER-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
            ', FILE STATUS ' WS-EXTRACT-STATUS
        CLOSE CUSTOMER-FILE
        CLOSE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO EXTRACT-LINE
    STRING 'REC|ID|NAME|PRODUCT|BRANCH|ACCOUNTS|AVG_BALANCE|FEES'
        '|INTEREST_RECEIVED|INTEREST_PAID|WRITE_OFFS|NET'
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END PERFORM MEASURE-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE LEDGER-FILE
    PERFORM WRITE-GROUP-EXTRACT
    CLOSE EXTRACT-FILE
    PERFORM WRITE-THE-REPORT
    MOVE WS-BOOK-NET TO WS-NET-EDIT
    DISPLAY 'PROFITABILITY ' WS-MONTH ': ' WS-BOOK-COUNT
        ' ACCOUNT(S), NET ' FUNCTION TRIM(WS-NET-EDIT)
        ' -- PROFITABILITY.RPT, ' FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
    STOP RUN.

SET-REPORT-MONTH.
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
    ELSE
        MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR-NUM
        MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH-NUM
        IF WS-MONTH-NUM = 1
            SUBTRACT 1 FROM WS-YEAR-NUM
            MOVE 12 TO WS-MONTH-NUM
        ELSE
            SUBTRACT 1 FROM WS-MONTH-NUM
        END-IF
        MOVE WS-YEAR-NUM TO WS-MONTH(1:4)
        MOVE WS-MONTH-NUM TO WS-MONTH(5:2)
    END-IF
    MOVE WS-MONTH(1:4) TO WS-YEAR-NUM
    MOVE WS-MONTH(5:2) TO WS-MONTH-NUM
    MOVE SPACES TO WS-MONTH-START
    STRING WS-MONTH '01' DELIMITED BY SIZE INTO WS-MONTH-START
    IF WS-MONTH-NUM = 12
        COMPUTE WS-NEXT-MONTH-START = (WS-YEAR-NUM + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-MONTH-START = WS-YEAR-NUM * 10000
            + (WS-MONTH-NUM + 1) * 100 + 1
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-MONTH-START))
        TO WS-MONTH-START-INT
    COMPUTE WS-MONTH-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT) TO WS-MONTH-END
    COMPUTE WS-MONTH-DAYS = WS-MONTH-END-INT - WS-MONTH-START-INT + 1
    MOVE SPACES TO WS-EXTRACT-FILE-NAME
    STRING 'PROFITABILITY_' WS-MONTH '.DAT'
        DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
    .

*> No type master at all still runs: the house codes carry it.
LOAD-TYPE-CLASSES.
    MOVE 0 TO WS-TYPE-COUNT
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ TYPES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF TYPES-LINE NOT = SPACES
                        AND WS-TYPE-COUNT < 100
                        PERFORM TAKE-ONE-TYPE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    ELSE
        DISPLAY 'NOTE: no TXN_TYPES.DAT -- only the house codes'
            ' INT, FEE, NSF and WOF are classed'
    END-IF
    .

TAKE-ONE-TYPE-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE
        WS-TOK-ACTIVE WS-TOK-CLASS
    UNSTRING TYPES-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE WS-TOK-ACTIVE
            WS-TOK-CLASS
    ADD 1 TO WS-TYPE-COUNT
    MOVE WS-TOK-CODE(1:4) TO WS-TT-CODE(WS-TYPE-COUNT)
    MOVE WS-TOK-CLASS(1:1) TO WS-TT-CLASS(WS-TYPE-COUNT)
    .

*> The class of LGR-TYPE-CODE into WS-POSTING-CLASS.
CLASSIFY-POSTING.
    MOVE SPACE TO WS-POSTING-CLASS
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-TYPE-COUNT
        IF WS-TT-CODE(WS-TYPE-SS) = LGR-TYPE-CODE
            MOVE WS-TT-CLASS(WS-TYPE-SS) TO WS-POSTING-CLASS
        END-IF
    END-PERFORM
    IF WS-POSTING-CLASS = SPACE
        EVALUATE LGR-TYPE-CODE
            WHEN 'FEE'  MOVE 'F' TO WS-POSTING-CLASS
            WHEN 'NSF'  MOVE 'F' TO WS-POSTING-CLASS
            WHEN 'INT'  MOVE 'I' TO WS-POSTING-CLASS
            WHEN 'WOF'  MOVE 'W' TO WS-POSTING-CLASS
            WHEN OTHER  MOVE 'N' TO WS-POSTING-CLASS
        END-EVALUATE
    END-IF
    .

*> The balance standing at the month's start is the landing
*> balance of the account's last posting before it; each posting in
*> the month then closes a level segment, and the last segment runs
*> through the month's end. An account with no ledger at all is
*> taken at today's balance for the month.
MEASURE-ONE-ACCOUNT.
    MOVE 0 TO WS-BALANCE-DAYS WS-RUN-BALANCE
    MOVE 0 TO WS-AC-FEES WS-AC-INT-RECEIVED WS-AC-INT-PAID
        WS-AC-WRITE-OFFS
    MOVE 'N' TO WS-SAW-LEDGER WS-MOVED-IN-MONTH
    MOVE WS-MONTH-START-INT TO WS-SEGMENT-START
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE WS-MONTH-START TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS < LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    IF NOT AT-END-OF-LEDGER
        READ LEDGER-FILE PREVIOUS RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID = CUST-ID
                    MOVE LGR-BALANCE-AFTER TO WS-RUN-BALANCE
                    MOVE 'Y' TO WS-SAW-LEDGER
                END-IF
        END-READ
    END-IF
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE WS-MONTH-START TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    OR LGR-POST-DATE > WS-MONTH-END
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    IF LGR-POST-DATE IS NUMERIC
                        PERFORM TAKE-ONE-POSTING
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF CUST-CLOSED AND NOT ACCOUNT-MOVED
        CONTINUE
    ELSE
        IF NOT ACCOUNT-HAS-LEDGER
            MOVE CUST-BALANCE TO WS-RUN-BALANCE
        END-IF
        COMPUTE WS-SEGMENT-END = WS-MONTH-END-INT + 1
        PERFORM ADD-BALANCE-SEGMENT
        COMPUTE WS-AC-AVERAGE ROUNDED =
            WS-BALANCE-DAYS / WS-MONTH-DAYS
        COMPUTE WS-AC-NET = WS-AC-FEES + WS-AC-INT-RECEIVED
            - WS-AC-INT-PAID - WS-AC-WRITE-OFFS
        PERFORM ROLL-UP-ONE-ACCOUNT
    END-IF
    .

*> Income is what the customer was charged (the negative of a
*> debit's signed amount); cost is what the customer was credited.
TAKE-ONE-POSTING.
    MOVE 'Y' TO WS-MOVED-IN-MONTH
    IF NOT ACCOUNT-HAS-LEDGER
        COMPUTE WS-RUN-BALANCE = LGR-BALANCE-AFTER - LGR-AMOUNT
        MOVE 'Y' TO WS-SAW-LEDGER
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LGR-POST-DATE))
        TO WS-POST-INT
    MOVE WS-POST-INT TO WS-SEGMENT-END
    PERFORM ADD-BALANCE-SEGMENT
    MOVE WS-POST-INT TO WS-SEGMENT-START
    MOVE LGR-BALANCE-AFTER TO WS-RUN-BALANCE
    PERFORM CLASSIFY-POSTING
    EVALUATE TRUE
        WHEN CLASS-FEE-INCOME
            SUBTRACT LGR-AMOUNT FROM WS-AC-FEES
        WHEN CLASS-INT-RECEIVED
            SUBTRACT LGR-AMOUNT FROM WS-AC-INT-RECEIVED
        WHEN CLASS-INT-PAID
            ADD LGR-AMOUNT TO WS-AC-INT-PAID
        WHEN CLASS-WRITE-OFF
            ADD LGR-AMOUNT TO WS-AC-WRITE-OFFS
    END-EVALUATE
    .

ADD-BALANCE-SEGMENT.
    IF WS-SEGMENT-END > WS-SEGMENT-START
        COMPUTE WS-SEGMENT-DAYS = WS-SEGMENT-END - WS-SEGMENT-START
        COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
            + WS-RUN-BALANCE * WS-SEGMENT-DAYS
    END-IF
    .

ROLL-UP-ONE-ACCOUNT.
    ADD 1 TO WS-BOOK-COUNT
    ADD WS-AC-AVERAGE TO WS-BOOK-AVERAGE-SUM
    ADD WS-AC-FEES TO WS-BOOK-FEES
    ADD WS-AC-INT-RECEIVED TO WS-BOOK-INT-RECEIVED
    ADD WS-AC-INT-PAID TO WS-BOOK-INT-PAID
    ADD WS-AC-WRITE-OFFS TO WS-BOOK-WRITE-OFFS
    ADD WS-AC-NET TO WS-BOOK-NET
    MOVE CUST-PRODUCT TO WS-GROUP-CODE
    PERFORM FIND-PRODUCT-ROW
    ADD 1 TO WS-PR-COUNT(WS-MATCH-SS)
    ADD WS-AC-AVERAGE TO WS-PR-AVERAGE-SUM(WS-MATCH-SS)
    ADD WS-AC-FEES TO WS-PR-FEES(WS-MATCH-SS)
    ADD WS-AC-INT-RECEIVED TO WS-PR-INT-RECEIVED(WS-MATCH-SS)
    ADD WS-AC-INT-PAID TO WS-PR-INT-PAID(WS-MATCH-SS)
    ADD WS-AC-WRITE-OFFS TO WS-PR-WRITE-OFFS(WS-MATCH-SS)
    ADD WS-AC-NET TO WS-PR-NET(WS-MATCH-SS)
    MOVE CUST-BRANCH TO WS-GROUP-CODE
    PERFORM FIND-BRANCH-ROW
    ADD 1 TO WS-BR-COUNT(WS-MATCH-SS)
    ADD WS-AC-AVERAGE TO WS-BR-AVERAGE-SUM(WS-MATCH-SS)
    ADD WS-AC-FEES TO WS-BR-FEES(WS-MATCH-SS)
    ADD WS-AC-INT-RECEIVED TO WS-BR-INT-RECEIVED(WS-MATCH-SS)
    ADD WS-AC-INT-PAID TO WS-BR-INT-PAID(WS-MATCH-SS)
    ADD WS-AC-WRITE-OFFS TO WS-BR-WRITE-OFFS(WS-MATCH-SS)
    ADD WS-AC-NET TO WS-BR-NET(WS-MATCH-SS)
    PERFORM RANK-ONE-ACCOUNT
    PERFORM WRITE-ACCOUNT-EXTRACT
    .

FIND-PRODUCT-ROW.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-PRODUCT-COUNT OR WS-MATCH-SS > 0
        IF WS-PR-CODE(WS-ROW-SS) = WS-GROUP-CODE
            MOVE WS-ROW-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-MATCH-SS = 0
        IF WS-PRODUCT-COUNT < 60
            ADD 1 TO WS-PRODUCT-COUNT
            MOVE WS-PRODUCT-COUNT TO WS-MATCH-SS
            PERFORM CLEAR-PRODUCT-ROW
            MOVE WS-GROUP-CODE TO WS-PR-CODE(WS-MATCH-SS)
        ELSE
            MOVE 60 TO WS-MATCH-SS
            MOVE '*OTH' TO WS-PR-CODE(WS-MATCH-SS)
        END-IF
    END-IF
    .

CLEAR-PRODUCT-ROW.
    MOVE 0 TO WS-PR-COUNT(WS-MATCH-SS)
        WS-PR-AVERAGE-SUM(WS-MATCH-SS) WS-PR-FEES(WS-MATCH-SS)
        WS-PR-INT-RECEIVED(WS-MATCH-SS) WS-PR-INT-PAID(WS-MATCH-SS)
        WS-PR-WRITE-OFFS(WS-MATCH-SS) WS-PR-NET(WS-MATCH-SS)
    .

FIND-BRANCH-ROW.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-BRANCH-COUNT OR WS-MATCH-SS > 0
        IF WS-BR-CODE(WS-ROW-SS) = WS-GROUP-CODE
            MOVE WS-ROW-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-MATCH-SS = 0
        IF WS-BRANCH-COUNT < 60
            ADD 1 TO WS-BRANCH-COUNT
            MOVE WS-BRANCH-COUNT TO WS-MATCH-SS
            PERFORM CLEAR-BRANCH-ROW
            MOVE WS-GROUP-CODE TO WS-BR-CODE(WS-MATCH-SS)
        ELSE
            MOVE 60 TO WS-MATCH-SS
            MOVE '*OTH' TO WS-BR-CODE(WS-MATCH-SS)
        END-IF
    END-IF
    .

CLEAR-BRANCH-ROW.
    MOVE 0 TO WS-BR-COUNT(WS-MATCH-SS)
        WS-BR-AVERAGE-SUM(WS-MATCH-SS) WS-BR-FEES(WS-MATCH-SS)
        WS-BR-INT-RECEIVED(WS-MATCH-SS) WS-BR-INT-PAID(WS-MATCH-SS)
        WS-BR-WRITE-OFFS(WS-MATCH-SS) WS-BR-NET(WS-MATCH-SS)
    .

*> Insertion into the two short ranked lists: the account goes in
*> ahead of the first row it beats, and the tenth falls off.
RANK-ONE-ACCOUNT.
    MOVE 0 TO WS-RANK-AT
    PERFORM VARYING WS-RANK-SS FROM 1 BY 1
        UNTIL WS-RANK-SS > WS-TOP-COUNT OR WS-RANK-AT > 0
        IF WS-AC-NET > WS-TOP-NET(WS-RANK-SS)
            MOVE WS-RANK-SS TO WS-RANK-AT
        END-IF
    END-PERFORM
    IF WS-RANK-AT = 0 AND WS-TOP-COUNT < 10
        COMPUTE WS-RANK-AT = WS-TOP-COUNT + 1
    END-IF
    IF WS-RANK-AT > 0
        IF WS-TOP-COUNT < 10
            ADD 1 TO WS-TOP-COUNT
        END-IF
        PERFORM VARYING WS-RANK-SS FROM WS-TOP-COUNT BY -1
            UNTIL WS-RANK-SS <= WS-RANK-AT
            MOVE WS-TOP-ROW(WS-RANK-SS - 1) TO WS-TOP-ROW(WS-RANK-SS)
        END-PERFORM
        MOVE CUST-ID TO WS-TOP-CUST-ID(WS-RANK-AT)
        MOVE CUST-NAME TO WS-TOP-NAME(WS-RANK-AT)
        MOVE CUST-PRODUCT TO WS-TOP-PRODUCT(WS-RANK-AT)
        MOVE CUST-BRANCH TO WS-TOP-BRANCH(WS-RANK-AT)
        MOVE WS-AC-NET TO WS-TOP-NET(WS-RANK-AT)
    END-IF
    MOVE 0 TO WS-RANK-AT
    PERFORM VARYING WS-RANK-SS FROM 1 BY 1
        UNTIL WS-RANK-SS > WS-LOW-COUNT OR WS-RANK-AT > 0
        IF WS-AC-NET < WS-LOW-NET(WS-RANK-SS)
            MOVE WS-RANK-SS TO WS-RANK-AT
        END-IF
    END-PERFORM
    IF WS-RANK-AT = 0 AND WS-LOW-COUNT < 10
        COMPUTE WS-RANK-AT = WS-LOW-COUNT + 1
    END-IF
    IF WS-RANK-AT > 0
        IF WS-LOW-COUNT < 10
            ADD 1 TO WS-LOW-COUNT
        END-IF
        PERFORM VARYING WS-RANK-SS FROM WS-LOW-COUNT BY -1
            UNTIL WS-RANK-SS <= WS-RANK-AT
            MOVE WS-LOW-ROW(WS-RANK-SS - 1) TO WS-LOW-ROW(WS-RANK-SS)
        END-PERFORM
        MOVE CUST-ID TO WS-LOW-CUST-ID(WS-RANK-AT)
        MOVE CUST-NAME TO WS-LOW-NAME(WS-RANK-AT)
        MOVE CUST-PRODUCT TO WS-LOW-PRODUCT(WS-RANK-AT)
        MOVE CUST-BRANCH TO WS-LOW-BRANCH(WS-RANK-AT)
        MOVE WS-AC-NET TO WS-LOW-NET(WS-RANK-AT)
    END-IF
    .

WRITE-ACCOUNT-EXTRACT.
    MOVE WS-AC-AVERAGE TO WS-OUT-AVERAGE
    MOVE WS-AC-FEES TO WS-OUT-FEES
    MOVE WS-AC-INT-RECEIVED TO WS-OUT-INT-RECEIVED
    MOVE WS-AC-INT-PAID TO WS-OUT-INT-PAID
    MOVE WS-AC-WRITE-OFFS TO WS-OUT-WRITE-OFFS
    MOVE WS-AC-NET TO WS-OUT-NET
    PERFORM EDIT-OUT-FIGURES
    MOVE SPACES TO EXTRACT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'A|' CUST-ID
        '|' FUNCTION TRIM(CUST-NAME)
        '|' FUNCTION TRIM(CUST-PRODUCT)
        '|' FUNCTION TRIM(CUST-BRANCH)
        '|1'
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM STRING-OUT-FIGURES
    WRITE EXTRACT-LINE
    .

WRITE-GROUP-EXTRACT.
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-PRODUCT-COUNT
        PERFORM TAKE-PRODUCT-ROW
        MOVE SPACES TO EXTRACT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'P|||' FUNCTION TRIM(WS-PR-CODE(WS-ROW-SS))
            '|'
            DELIMITED BY SIZE INTO EXTRACT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM STRING-GROUP-COUNT
        PERFORM STRING-OUT-FIGURES
        WRITE EXTRACT-LINE
    END-PERFORM
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-BRANCH-COUNT
        PERFORM TAKE-BRANCH-ROW
        MOVE SPACES TO EXTRACT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'B||||' FUNCTION TRIM(WS-BR-CODE(WS-ROW-SS))
            DELIMITED BY SIZE INTO EXTRACT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM STRING-GROUP-COUNT
        PERFORM STRING-OUT-FIGURES
        WRITE EXTRACT-LINE
    END-PERFORM
    .

STRING-GROUP-COUNT.
    MOVE WS-OUT-COUNT TO WS-COUNT-EDIT
    STRING '|' FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    .

STRING-OUT-FIGURES.
    STRING '|' FUNCTION TRIM(WS-AVERAGE-EDIT)
        '|' FUNCTION TRIM(WS-FEES-EDIT)
        '|' FUNCTION TRIM(WS-RECEIVED-EDIT)
        '|' FUNCTION TRIM(WS-PAID-EDIT)
        '|' FUNCTION TRIM(WS-WRITE-OFF-EDIT)
        '|' FUNCTION TRIM(WS-NET-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
        WITH POINTER WS-LINE-PTR
    .

*> A group's average balance is the mean of its accounts' averages.
TAKE-PRODUCT-ROW.
    MOVE WS-PR-CODE(WS-ROW-SS) TO WS-OUT-LABEL
    IF WS-PR-CODE(WS-ROW-SS) = SPACES
        MOVE '(none)' TO WS-OUT-LABEL
    END-IF
    MOVE WS-PR-COUNT(WS-ROW-SS) TO WS-OUT-COUNT
    COMPUTE WS-OUT-AVERAGE ROUNDED =
        WS-PR-AVERAGE-SUM(WS-ROW-SS) / WS-PR-COUNT(WS-ROW-SS)
    MOVE WS-PR-FEES(WS-ROW-SS) TO WS-OUT-FEES
    MOVE WS-PR-INT-RECEIVED(WS-ROW-SS) TO WS-OUT-INT-RECEIVED
    MOVE WS-PR-INT-PAID(WS-ROW-SS) TO WS-OUT-INT-PAID
    MOVE WS-PR-WRITE-OFFS(WS-ROW-SS) TO WS-OUT-WRITE-OFFS
    MOVE WS-PR-NET(WS-ROW-SS) TO WS-OUT-NET
    PERFORM EDIT-OUT-FIGURES
    .

TAKE-BRANCH-ROW.
    MOVE WS-BR-CODE(WS-ROW-SS) TO WS-OUT-LABEL
    IF WS-BR-CODE(WS-ROW-SS) = SPACES
        MOVE '(none)' TO WS-OUT-LABEL
    END-IF
    MOVE WS-BR-COUNT(WS-ROW-SS) TO WS-OUT-COUNT
    COMPUTE WS-OUT-AVERAGE ROUNDED =
        WS-BR-AVERAGE-SUM(WS-ROW-SS) / WS-BR-COUNT(WS-ROW-SS)
    MOVE WS-BR-FEES(WS-ROW-SS) TO WS-OUT-FEES
    MOVE WS-BR-INT-RECEIVED(WS-ROW-SS) TO WS-OUT-INT-RECEIVED
    MOVE WS-BR-INT-PAID(WS-ROW-SS) TO WS-OUT-INT-PAID
    MOVE WS-BR-WRITE-OFFS(WS-ROW-SS) TO WS-OUT-WRITE-OFFS
    MOVE WS-BR-NET(WS-ROW-SS) TO WS-OUT-NET
    PERFORM EDIT-OUT-FIGURES
    .

EDIT-OUT-FIGURES.
    MOVE WS-OUT-AVERAGE TO WS-AVERAGE-EDIT
    MOVE WS-OUT-FEES TO WS-FEES-EDIT
    MOVE WS-OUT-INT-RECEIVED TO WS-RECEIVED-EDIT
    MOVE WS-OUT-INT-PAID TO WS-PAID-EDIT
    MOVE WS-OUT-WRITE-OFFS TO WS-WRITE-OFF-EDIT
    MOVE WS-OUT-NET TO WS-NET-EDIT
    .

WRITE-THE-REPORT.
*> Fresh report each run -- the banner path always appends, same
*> erase-first idiom as PROC_REPORT_LETTERHEAD.
    OPEN OUTPUT PROFIT-REPORT
    CLOSE PROFIT-REPORT
    MOVE 'PROFITABILITY.RPT' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    MOVE SPACES TO BANNER_FIELD
    MOVE 'PROFITABILITY' TO BANNER_FIELD
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'PROFITABILITY.RPT' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_PROFITABILITY' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    OPEN EXTEND PROFIT-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- ACCOUNT PROFITABILITY FOR ' WS-MONTH
        ' (' WS-MONTH-START ' TO ' WS-MONTH-END ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'BY PRODUCT' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-GROUP-HEADING
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-PRODUCT-COUNT
        PERFORM TAKE-PRODUCT-ROW
        PERFORM WRITE-GROUP-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'BY BRANCH' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-GROUP-HEADING
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-BRANCH-COUNT
        PERFORM TAKE-BRANCH-ROW
        PERFORM WRITE-GROUP-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'WHOLE BOOK' TO WS-OUT-LABEL
    MOVE WS-BOOK-COUNT TO WS-OUT-COUNT
    MOVE 0 TO WS-OUT-AVERAGE
    IF WS-BOOK-COUNT > 0
        COMPUTE WS-OUT-AVERAGE ROUNDED =
            WS-BOOK-AVERAGE-SUM / WS-BOOK-COUNT
    END-IF
    MOVE WS-BOOK-FEES TO WS-OUT-FEES
    MOVE WS-BOOK-INT-RECEIVED TO WS-OUT-INT-RECEIVED
    MOVE WS-BOOK-INT-PAID TO WS-OUT-INT-PAID
    MOVE WS-BOOK-WRITE-OFFS TO WS-OUT-WRITE-OFFS
    MOVE WS-BOOK-NET TO WS-OUT-NET
    PERFORM EDIT-OUT-FIGURES
    PERFORM WRITE-GROUP-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TEN MOST PROFITABLE ACCOUNTS' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-RANK-SS FROM 1 BY 1
        UNTIL WS-RANK-SS > WS-TOP-COUNT
        MOVE WS-TOP-NET(WS-RANK-SS) TO WS-NET-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  ' WS-RANK-SS '. ' WS-TOP-CUST-ID(WS-RANK-SS)
            '  ' WS-TOP-NAME(WS-RANK-SS)
            '  PRODUCT ' WS-TOP-PRODUCT(WS-RANK-SS)
            '  BRANCH ' WS-TOP-BRANCH(WS-RANK-SS)
            '  NET ' WS-NET-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TEN LEAST PROFITABLE ACCOUNTS' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-RANK-SS FROM 1 BY 1
        UNTIL WS-RANK-SS > WS-LOW-COUNT
        MOVE WS-LOW-NET(WS-RANK-SS) TO WS-NET-EDIT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  ' WS-RANK-SS '. ' WS-LOW-CUST-ID(WS-RANK-SS)
            '  ' WS-LOW-NAME(WS-RANK-SS)
            '  PRODUCT ' WS-LOW-PRODUCT(WS-RANK-SS)
            '  BRANCH ' WS-LOW-BRANCH(WS-RANK-SS)
            '  NET ' WS-NET-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Per-account figures: ' FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE PROFIT-REPORT
    .

WRITE-GROUP-HEADING.
    MOVE SPACES TO REPORT-LINE
    STRING '  GROUP     ACCOUNTS   AVG BALANCE          FEES'
        '  INT RECEIVED      INT PAID    WRITE-OFFS'
        '           NET'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    .

WRITE-GROUP-LINE.
    MOVE WS-OUT-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-OUT-LABEL(1:10) '  ' WS-COUNT-EDIT
        WS-AVERAGE-EDIT WS-FEES-EDIT WS-RECEIVED-EDIT
        WS-PAID-EDIT WS-WRITE-OFF-EDIT WS-NET-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Retarget WS-BANNER-PROGRAM-NAME from PROC_BANNER_LINK_TARGET if an
*> operator has set it -- see CB_BANNER_LINK.cpy.
RESOLVE_BANNER_LINK_TARGET.
    DISPLAY 'PROC_BANNER_LINK_TARGET' UPON ENVIRONMENT-NAME
    ACCEPT WS-BANNER-LINK-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-BANNER-LINK-ENV-VALUE NOT = SPACES
        MOVE FUNCTION TRIM(WS-BANNER-LINK-ENV-VALUE) TO WS-BANNER-PROGRAM-NAME
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_PROFITABILITY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_PROFITABILITY.
