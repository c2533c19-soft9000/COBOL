*> Mission: The ad-hoc question about postings, without the
*> programming request. PROC_REPORT_GEN answers questions about the
*> customer master; this answers them about the transactions --
*> "every FEE posting over 25.00 last quarter in branch 004",
*> "everything batch SO-20260901 carried". Driven by a control file
*> (LEDGERQUERY.CTL or the name on the command line), KEY=VALUE
*> cards in the REPORTGEN.CTL style:
*>   TITLE=<report title>
*>   FROM=<yyyymmdd>          TO=<yyyymmdd>
*>       (posting-date range, either end open when absent)
*>   TYPE=<type code>         (repeatable -- any one of them)
*>   DC=<D|C>
*>   MINAMOUNT=<amount>       MAXAMOUNT=<amount>
*>       (on the size of the posting, debit or credit alike)
*>   BATCH=<batch ID>         OPERATOR=<operator ID>
*>   ACCOUNT=<cust-id>        BRANCH=<code>        PRODUCT=<code>
*>       (branch and product off the customer master, joined on
*>       LGR-CUST-ID along with the name)
*>   BREAK=<DATE|TYPE|ACCOUNT|BATCH>
*>       (control break -- a heading and a subtotal per group)
*>   OUTPUT=<PRINT|EXTRACT>
*>   LETTERHEAD=Y
*> Every selection card given must hold. A card whose value makes no
*> sense is refused rather than ignored -- a mistaken selection that
*> quietly matched everything would be worse than no report. One
*> pass over CUSTOMER_LEDGER.IDX picks the postings (a START on the
*> key when the card names one account), the table is ordered by the
*> break field, then posting date, account and sequence, and the
*> answer lands in
*>   LEDGERQUERY.RPT  the print report, letterheaded through the
*>                    PROC_BANNER machinery when asked, the way
*>                    PROC_REPORT_GEN heads one, or
*>   LEDGERQUERY.DAT  the pipe-delimited extract, under a heading
*>                    line, one P line per posting --
*>     P|<post date>|<cust-id>|<seq>|<name>|<branch>|<product>
*>       |<txn date>|<D/C>|<type>|<amount>|<balance after>
*>       |<reference>|<batch>|<operator>
*>                    -- an S line per break group and a T line for
*>                    the run --
*>     S|<break field>|<break value>|<postings>|<debits>|<credits>
*>       |<net>
*>     T|ALL||<postings>|<debits>|<credits>|<net>
*> Debits and credits are totalled as sizes, the net as signed.
*> Command line: [control-file], default LEDGERQUERY.CTL.
*> cobc -x -j -free -I . -I ../BANNER PROC_LEDGER_QUERY.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_QUERY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT CONTROL-CARD-FILE
    ASSIGN TO DYNAMIC WS-CONTROL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
SELECT QUERY-REPORT
    ASSIGN TO 'LEDGERQUERY.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT EXTRACT-FILE
    ASSIGN TO 'LEDGERQUERY.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD CONTROL-CARD-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS CONTROL-CARD-LINE.
01 CONTROL-CARD-LINE PIC X(100).

FD QUERY-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD EXTRACT-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS EXTRACT-LINE.
01 EXTRACT-LINE PIC X(200).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS  PIC XX.
01 WS-CONTROL-NAME   PIC X(255) VALUE 'LEDGERQUERY.CTL'.
01 WS-CONTROL-STATUS PIC XX.
01 WS-REPORT-STATUS  PIC XX.
01 WS-EXTRACT-STATUS PIC XX.
01 WS-CMD-LINE       PIC X(255).
01 WS-AT-END         PIC X.
    88 AT-END-OF-FILE VALUE 'Y'.
01 WS-LGR-AT-END     PIC X.
    88 AT-END-OF-LEDGER VALUE 'Y'.

*> The parsed control card.
01 WS-TITLE          PIC X(64) VALUE 'LEDGER QUERY'.
01 WS-CARD-KEY       PIC X(20).
01 WS-CARD-VALUE     PIC X(80).
01 WS-CARD-REFUSED   PIC X VALUE 'N'.
01 WS-SEL-FROM-DATE  PIC X(8) VALUE SPACES.
01 WS-SEL-TO-DATE    PIC X(8) VALUE SPACES.
01 WS-TYPE-LIST.
    05 WS-SEL-TYPE OCCURS 10 TIMES PIC X(4).
01 WS-TYPE-COUNT     PIC 9(2) VALUE 0.
01 WS-TYPE-SS        PIC 9(2).
01 WS-SEL-DC         PIC X VALUE SPACE.
01 WS-SEL-MIN-SET    PIC X VALUE 'N'.
01 WS-SEL-MIN-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-SEL-MAX-SET    PIC X VALUE 'N'.
01 WS-SEL-MAX-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-SEL-BATCH      PIC X(12) VALUE SPACES.
01 WS-SEL-OPERATOR   PIC X(8) VALUE SPACES.
01 WS-SEL-ACCOUNT    PIC 9(6) VALUE 0.
01 WS-SEL-ACCOUNT-SET PIC X VALUE 'N'.
01 WS-SEL-BRANCH     PIC X(3) VALUE SPACES.
01 WS-SEL-PRODUCT    PIC X(4) VALUE SPACES.
01 WS-BREAK-FIELD    PIC X(8) VALUE SPACES.
01 WS-OUTPUT-MODE    PIC X VALUE 'P'.
    88 OUTPUT-PRINT   VALUE 'P'.
    88 OUTPUT-EXTRACT VALUE 'E'.
01 WS-WANT-LETTERHEAD PIC X VALUE 'N'.
01 WS-CARD-TEXT      PIC X(40).

*> The selected postings, held as whole rows -- 2000, house table
*> style; overflow is reported on the verdict line. Each row leads
*> with its sort key, so the ordering is one compare.
01 WS-ROW-TABLE.
    05 WS-ROW-RECORD OCCURS 2000 TIMES PIC X(158).
01 WS-ROW-COUNT      PIC 9(4) VALUE 0.
01 WS-ROW-SS         PIC 9(4).
01 WS-ROW-SS-2       PIC 9(4).
01 WS-ROW-SWAP       PIC X(158).
01 WS-DROPPED-COUNT  PIC 9(6) VALUE 0.
01 WS-SWAPPED        PIC X.
01 WS-ROW-VIEW.
   05 WS-RV-SORT-KEY.
      10 WS-RV-BREAK-VALUE  PIC X(12).
      10 WS-RV-ORDER        PIC X(18).
*> The ledger record's first 101 bytes, field for field.
   05 WS-RV-LEDGER.
      10 WS-RV-CUST-ID       PIC 9(6).
      10 WS-RV-POST-DATE     PIC X(8).
      10 WS-RV-SEQ           PIC 9(4).
      10 WS-RV-TXN-DATE      PIC X(8).
      10 WS-RV-DC            PIC X.
      10 WS-RV-TYPE-CODE     PIC X(4).
      10 WS-RV-AMOUNT        PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      10 WS-RV-BALANCE-AFTER PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      10 WS-RV-REFERENCE     PIC X(20).
      10 WS-RV-BATCH-ID      PIC X(12).
      10 WS-RV-OPERATOR      PIC X(8).
      10 WS-RV-XFER-CUST-ID  PIC 9(6).
      10 WS-RV-XFER-NUM      PIC 9(4).
   05 WS-RV-NAME             PIC X(20).
   05 WS-RV-BRANCH           PIC X(3).
   05 WS-RV-PRODUCT          PIC X(4).

*> The customer joined to the posting in hand -- read once per
*> account, the ledger arriving in account order.
01 WS-JOIN-CUST-ID   PIC 9(6).
01 WS-JOIN-LOADED    PIC X VALUE 'N'.
01 WS-JOIN-NAME      PIC X(20).
01 WS-JOIN-BRANCH    PIC X(3).
01 WS-JOIN-PRODUCT   PIC X(4).

01 WS-ROW-HOLDS      PIC X.
01 WS-POSTING-SIZE   PIC 9(7)V99.
01 WS-SCANNED-COUNT  PIC 9(8) VALUE 0.

*> Control-break totals: the group in hand and the run.
01 WS-GROUP-OPEN     PIC X VALUE 'N'.
01 WS-GROUP-VALUE    PIC X(12).
01 WS-GROUP-COUNT    PIC 9(6).
01 WS-GROUP-DEBITS   PIC 9(11)V99.
01 WS-GROUP-CREDITS  PIC 9(11)V99.
01 WS-GROUP-NET      PIC S9(11)V99.
01 WS-RUN-DEBITS     PIC 9(11)V99 VALUE 0.
01 WS-RUN-CREDITS    PIC 9(11)V99 VALUE 0.
01 WS-RUN-NET        PIC S9(11)V99 VALUE 0.
01 WS-OUT-LABEL      PIC X(30).
01 WS-OUT-COUNT      PIC 9(6).
01 WS-OUT-DEBITS     PIC 9(11)V99.
01 WS-OUT-CREDITS    PIC 9(11)V99.
01 WS-OUT-NET        PIC S9(11)V99.
01 WS-AMOUNT-EDIT    PIC -(7)9.99.
01 WS-BALANCE-EDIT   PIC -(7)9.99.
01 WS-DEBITS-EDIT    PIC Z(10)9.99.
01 WS-CREDITS-EDIT   PIC Z(10)9.99.
01 WS-NET-EDIT       PIC -(11)9.99.
01 WS-COUNT-EDIT     PIC Z(5)9.
01 WS-LINE-PTR       PIC 9(4).

*> RASTER-IO lives here, not in LINKAGE SECTION -- this program is
*> the top of the call chain, same as PROC_REPORT_LETTERHEAD.
COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CONTROL-NAME
    END-IF
    PERFORM RESOLVE_BANNER_LINK_TARGET
    PERFORM READ-CONTROL-CARDS
    IF WS-CARD-REFUSED = 'Y'
        DISPLAY 'REFUSED: control file '
            FUNCTION TRIM(WS-CONTROL-NAME)
            ' has card(s) in error -- no report written'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SELECT-THE-POSTINGS
    PERFORM SORT-THE-ROWS
    IF OUTPUT-EXTRACT
        PERFORM WRITE-THE-EXTRACT
        DISPLAY 'LEDGER QUERY: ' WS-ROW-COUNT ' POSTING(S) OF '
            WS-SCANNED-COUNT ' -- LEDGERQUERY.DAT'
    ELSE
        PERFORM WRITE-THE-REPORT
        DISPLAY 'LEDGER QUERY: ' WS-ROW-COUNT ' POSTING(S) OF '
            WS-SCANNED-COUNT ' -- LEDGERQUERY.RPT'
    END-IF
    IF WS-DROPPED-COUNT > 0
        DISPLAY 'WARNING: ' WS-DROPPED-COUNT ' matching posting(s)'
            ' did not fit the 2000-row table'
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-CONTROL-CARDS.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CONTROL-CARD-FILE
    IF WS-CONTROL-STATUS NOT = '00'
        DISPLAY 'ERROR: OPEN INPUT '
            FUNCTION TRIM(WS-CONTROL-NAME)
            ' FAILED, FILE STATUS ' WS-CONTROL-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-FILE
        READ CONTROL-CARD-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF CONTROL-CARD-LINE NOT = SPACES
                    AND CONTROL-CARD-LINE(1:1) NOT = '*'
                    PERFORM PARSE-ONE-CARD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTROL-CARD-FILE
    IF WS-SEL-FROM-DATE NOT = SPACES
        AND WS-SEL-TO-DATE NOT = SPACES
        AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
        DISPLAY 'ERROR: FROM ' WS-SEL-FROM-DATE
            ' is after TO ' WS-SEL-TO-DATE
        MOVE 'Y' TO WS-CARD-REFUSED
    END-IF
    IF WS-SEL-MIN-SET = 'Y' AND WS-SEL-MAX-SET = 'Y'
        AND WS-SEL-MIN-AMOUNT > WS-SEL-MAX-AMOUNT
        DISPLAY 'ERROR: MINAMOUNT is above MAXAMOUNT'
        MOVE 'Y' TO WS-CARD-REFUSED
    END-IF
    .

PARSE-ONE-CARD.
    MOVE SPACES TO WS-CARD-KEY WS-CARD-VALUE
    UNSTRING CONTROL-CARD-LINE DELIMITED BY '='
        INTO WS-CARD-KEY WS-CARD-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CARD-VALUE))
        TO WS-CARD-TEXT
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CARD-KEY))
        WHEN 'TITLE'
            MOVE WS-CARD-VALUE(1:64) TO WS-TITLE
        WHEN 'FROM'
            IF WS-CARD-TEXT(1:8) IS NUMERIC
                AND WS-CARD-TEXT(9:) = SPACES
                MOVE WS-CARD-TEXT(1:8) TO WS-SEL-FROM-DATE
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'TO'
            IF WS-CARD-TEXT(1:8) IS NUMERIC
                AND WS-CARD-TEXT(9:) = SPACES
                MOVE WS-CARD-TEXT(1:8) TO WS-SEL-TO-DATE
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'TYPE'
            IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(5:) NOT = SPACES
                PERFORM REFUSE-THIS-CARD
            ELSE
                IF WS-TYPE-COUNT < 10
                    ADD 1 TO WS-TYPE-COUNT
                    MOVE WS-CARD-TEXT(1:4)
                        TO WS-SEL-TYPE(WS-TYPE-COUNT)
                ELSE
                    DISPLAY 'ERROR: more than 10 TYPE cards'
                    MOVE 'Y' TO WS-CARD-REFUSED
                END-IF
            END-IF
        WHEN 'DC'
            IF WS-CARD-TEXT = 'D' OR WS-CARD-TEXT = 'C'
                MOVE WS-CARD-TEXT(1:1) TO WS-SEL-DC
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'MINAMOUNT'
            IF WS-CARD-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-CARD-TEXT) = 0
                AND FUNCTION NUMVAL(WS-CARD-TEXT) >= 0
                MOVE FUNCTION NUMVAL(WS-CARD-TEXT)
                    TO WS-SEL-MIN-AMOUNT
                MOVE 'Y' TO WS-SEL-MIN-SET
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'MAXAMOUNT'
            IF WS-CARD-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-CARD-TEXT) = 0
                AND FUNCTION NUMVAL(WS-CARD-TEXT) >= 0
                MOVE FUNCTION NUMVAL(WS-CARD-TEXT)
                    TO WS-SEL-MAX-AMOUNT
                MOVE 'Y' TO WS-SEL-MAX-SET
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'BATCH'
            IF WS-CARD-TEXT = SPACES
                OR WS-CARD-TEXT(13:) NOT = SPACES
                PERFORM REFUSE-THIS-CARD
            ELSE
                MOVE WS-CARD-TEXT(1:12) TO WS-SEL-BATCH
            END-IF
        WHEN 'OPERATOR'
            IF WS-CARD-TEXT = SPACES
                OR WS-CARD-TEXT(9:) NOT = SPACES
                PERFORM REFUSE-THIS-CARD
            ELSE
                MOVE WS-CARD-TEXT(1:8) TO WS-SEL-OPERATOR
            END-IF
        WHEN 'ACCOUNT'
            IF WS-CARD-TEXT(1:6) IS NUMERIC
                AND WS-CARD-TEXT(7:) = SPACES
                MOVE WS-CARD-TEXT(1:6) TO WS-SEL-ACCOUNT
                MOVE 'Y' TO WS-SEL-ACCOUNT-SET
            ELSE
                PERFORM REFUSE-THIS-CARD
            END-IF
        WHEN 'BRANCH'
            IF WS-CARD-TEXT = SPACES
                OR WS-CARD-TEXT(4:) NOT = SPACES
                PERFORM REFUSE-THIS-CARD
            ELSE
                MOVE WS-CARD-TEXT(1:3) TO WS-SEL-BRANCH
            END-IF
        WHEN 'PRODUCT'
            IF WS-CARD-TEXT = SPACES
                OR WS-CARD-TEXT(5:) NOT = SPACES
                PERFORM REFUSE-THIS-CARD
            ELSE
                MOVE WS-CARD-TEXT(1:4) TO WS-SEL-PRODUCT
            END-IF
        WHEN 'BREAK'
            EVALUATE WS-CARD-TEXT
                WHEN 'DATE'
                WHEN 'TYPE'
                WHEN 'ACCOUNT'
                WHEN 'BATCH'
                    MOVE WS-CARD-TEXT(1:8) TO WS-BREAK-FIELD
                WHEN OTHER
                    PERFORM REFUSE-THIS-CARD
            END-EVALUATE
        WHEN 'OUTPUT'
            EVALUATE WS-CARD-TEXT
                WHEN 'PRINT'
                    SET OUTPUT-PRINT TO TRUE
                WHEN 'EXTRACT'
                    SET OUTPUT-EXTRACT TO TRUE
                WHEN OTHER
                    PERFORM REFUSE-THIS-CARD
            END-EVALUATE
        WHEN 'LETTERHEAD'
            IF WS-CARD-TEXT(1:1) = 'Y'
                MOVE 'Y' TO WS-WANT-LETTERHEAD
            END-IF
        WHEN OTHER
            DISPLAY 'NOTE: unknown card ['
                FUNCTION TRIM(CONTROL-CARD-LINE) '] ignored'
    END-EVALUATE
    .

REFUSE-THIS-CARD.
    DISPLAY 'ERROR: card [' FUNCTION TRIM(CONTROL-CARD-LINE)
        '] has a value that cannot be used'
    MOVE 'Y' TO WS-CARD-REFUSED
    .

*> One pass over the ledger in key order -- from the named account's
*> first posting in range when there is an ACCOUNT card, otherwise
*> the whole book.
SELECT-THE-POSTINGS.
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
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ', FILE STATUS ' WS-LEDGER-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-LGR-AT-END
    IF WS-SEL-ACCOUNT-SET = 'Y'
        MOVE WS-SEL-ACCOUNT TO LGR-CUST-ID
        IF WS-SEL-FROM-DATE NOT = SPACES
            MOVE WS-SEL-FROM-DATE TO LGR-POST-DATE
        ELSE
            MOVE LOW-VALUES TO LGR-POST-DATE
        END-IF
        MOVE 0 TO LGR-SEQ
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
    END-IF
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF WS-SEL-ACCOUNT-SET = 'Y'
                    AND LGR-CUST-ID NOT = WS-SEL-ACCOUNT
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    ADD 1 TO WS-SCANNED-COUNT
                    PERFORM JUDGE-ONE-POSTING
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    .

*> The ledger's own fields first, so the master is only read for a
*> posting that could still qualify.
JUDGE-ONE-POSTING.
    MOVE 'Y' TO WS-ROW-HOLDS
    IF WS-SEL-FROM-DATE NOT = SPACES
        AND LGR-POST-DATE < WS-SEL-FROM-DATE
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-SEL-TO-DATE NOT = SPACES
        AND LGR-POST-DATE > WS-SEL-TO-DATE
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-TYPE-COUNT > 0 AND WS-ROW-HOLDS = 'Y'
        MOVE 'N' TO WS-ROW-HOLDS
        PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
            UNTIL WS-TYPE-SS > WS-TYPE-COUNT
            IF LGR-TYPE-CODE = WS-SEL-TYPE(WS-TYPE-SS)
                MOVE 'Y' TO WS-ROW-HOLDS
            END-IF
        END-PERFORM
    END-IF
    IF WS-SEL-DC NOT = SPACE AND LGR-DC NOT = WS-SEL-DC
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF LGR-AMOUNT < 0
        COMPUTE WS-POSTING-SIZE = 0 - LGR-AMOUNT
    ELSE
        MOVE LGR-AMOUNT TO WS-POSTING-SIZE
    END-IF
    IF WS-SEL-MIN-SET = 'Y'
        AND WS-POSTING-SIZE < WS-SEL-MIN-AMOUNT
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-SEL-MAX-SET = 'Y'
        AND WS-POSTING-SIZE > WS-SEL-MAX-AMOUNT
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-SEL-BATCH NOT = SPACES
        AND FUNCTION UPPER-CASE(LGR-BATCH-ID) NOT = WS-SEL-BATCH
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-SEL-OPERATOR NOT = SPACES
        AND FUNCTION UPPER-CASE(LGR-OPERATOR) NOT = WS-SEL-OPERATOR
        MOVE 'N' TO WS-ROW-HOLDS
    END-IF
    IF WS-ROW-HOLDS = 'Y'
        PERFORM JOIN-THE-CUSTOMER
        IF WS-SEL-BRANCH NOT = SPACES
            AND WS-JOIN-BRANCH NOT = WS-SEL-BRANCH
            MOVE 'N' TO WS-ROW-HOLDS
        END-IF
        IF WS-SEL-PRODUCT NOT = SPACES
            AND WS-JOIN-PRODUCT NOT = WS-SEL-PRODUCT
            MOVE 'N' TO WS-ROW-HOLDS
        END-IF
    END-IF
    IF WS-ROW-HOLDS = 'Y'
        IF WS-ROW-COUNT < 2000
            PERFORM TAKE-ONE-ROW
        ELSE
            ADD 1 TO WS-DROPPED-COUNT
        END-IF
    END-IF
    .

*> An account gone from the master (merged away, archived) still
*> shows its postings -- under a name that says so, and with no
*> branch or product to match a BRANCH or PRODUCT card.
JOIN-THE-CUSTOMER.
    IF WS-JOIN-LOADED = 'Y' AND WS-JOIN-CUST-ID = LGR-CUST-ID
        CONTINUE
    ELSE
        MOVE LGR-CUST-ID TO WS-JOIN-CUST-ID
        MOVE 'Y' TO WS-JOIN-LOADED
        MOVE LGR-CUST-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE '(NOT ON MASTER)' TO WS-JOIN-NAME
                MOVE SPACES TO WS-JOIN-BRANCH WS-JOIN-PRODUCT
            NOT INVALID KEY
                MOVE CUST-NAME TO WS-JOIN-NAME
                MOVE CUST-BRANCH TO WS-JOIN-BRANCH
                MOVE CUST-PRODUCT TO WS-JOIN-PRODUCT
        END-READ
    END-IF
    .

TAKE-ONE-ROW.
    MOVE SPACES TO WS-ROW-VIEW
    MOVE LEDGER-RECORD(1:101) TO WS-RV-LEDGER
    MOVE WS-JOIN-NAME TO WS-RV-NAME
    MOVE WS-JOIN-BRANCH TO WS-RV-BRANCH
    MOVE WS-JOIN-PRODUCT TO WS-RV-PRODUCT
    EVALUATE WS-BREAK-FIELD
        WHEN 'DATE'
            MOVE LGR-POST-DATE TO WS-RV-BREAK-VALUE
        WHEN 'TYPE'
            MOVE LGR-TYPE-CODE TO WS-RV-BREAK-VALUE
        WHEN 'ACCOUNT'
            MOVE LGR-CUST-ID TO WS-RV-BREAK-VALUE
        WHEN 'BATCH'
            MOVE LGR-BATCH-ID TO WS-RV-BREAK-VALUE
        WHEN OTHER
            MOVE SPACES TO WS-RV-BREAK-VALUE
    END-EVALUATE
    STRING LGR-POST-DATE LGR-CUST-ID LGR-SEQ
        DELIMITED BY SIZE INTO WS-RV-ORDER
    ADD 1 TO WS-ROW-COUNT
    MOVE WS-ROW-VIEW TO WS-ROW-RECORD(WS-ROW-COUNT)
    .

*> A plain neighbor-swap sort on the leading sort key, stopping at
*> the first pass that moves nothing -- the table tops out at two
*> thousand rows and the run is ad hoc, as in PROC_REPORT_GEN.
SORT-THE-ROWS.
    MOVE 'Y' TO WS-SWAPPED
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS >= WS-ROW-COUNT OR WS-SWAPPED = 'N'
        MOVE 'N' TO WS-SWAPPED
        PERFORM VARYING WS-ROW-SS-2 FROM 1 BY 1
            UNTIL WS-ROW-SS-2 > WS-ROW-COUNT - WS-ROW-SS
            IF WS-ROW-RECORD(WS-ROW-SS-2)(1:30)
                > WS-ROW-RECORD(WS-ROW-SS-2 + 1)(1:30)
                MOVE WS-ROW-RECORD(WS-ROW-SS-2) TO WS-ROW-SWAP
                MOVE WS-ROW-RECORD(WS-ROW-SS-2 + 1)
                    TO WS-ROW-RECORD(WS-ROW-SS-2)
                MOVE WS-ROW-SWAP TO WS-ROW-RECORD(WS-ROW-SS-2 + 1)
                MOVE 'Y' TO WS-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM
    .

WRITE-THE-REPORT.
*> Fresh report each run -- the banner path always appends, same
*> erase-first idiom as PROC_REPORT_LETTERHEAD.
    OPEN OUTPUT QUERY-REPORT
    CLOSE QUERY-REPORT
    IF WS-WANT-LETTERHEAD = 'Y'
        MOVE 'LEDGERQUERY.RPT' TO ROTATION_FILE_NAME
        CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
        MOVE SPACES TO BANNER_FIELD
        MOVE WS-TITLE TO BANNER_FIELD
        MOVE 'Y' TO RASTER_PRINT_REQUEST
        MOVE 'LEDGERQUERY.RPT' TO RASTER_PRINT_FILE
        MOVE 'N' TO RASTER_DISPLAY_REQUEST
        MOVE 1 TO RASTER_PAGE_NUMBER
        MOVE 'PROC_LEDGER_QUERY' TO RASTER_CALLING_PROGRAM
        CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    END-IF
    OPEN EXTEND QUERY-REPORT
    MOVE WS-TITLE TO REPORT-LINE
    WRITE REPORT-LINE
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-SELECTION-LINES
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 'POSTED' TO REPORT-LINE(1:6)
    MOVE 'ACCOUNT' TO REPORT-LINE(10:7)
    MOVE 'NAME' TO REPORT-LINE(18:4)
    MOVE 'TYPE' TO REPORT-LINE(39:4)
    MOVE 'D/C' TO REPORT-LINE(44:3)
    MOVE 'AMOUNT' TO REPORT-LINE(52:6)
    MOVE 'BAL AFTER' TO REPORT-LINE(64:9)
    MOVE 'BATCH' TO REPORT-LINE(74:5)
    MOVE 'OPERATOR' TO REPORT-LINE(87:8)
    MOVE 'REFERENCE' TO REPORT-LINE(106:9)
    WRITE REPORT-LINE
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-ROW-COUNT
        MOVE WS-ROW-RECORD(WS-ROW-SS) TO WS-ROW-VIEW
        IF WS-BREAK-FIELD NOT = SPACES
            IF WS-GROUP-OPEN = 'Y'
                AND WS-RV-BREAK-VALUE NOT = WS-GROUP-VALUE
                PERFORM CLOSE-PRINT-GROUP
            END-IF
            IF WS-GROUP-OPEN = 'N'
                PERFORM OPEN-PRINT-GROUP
            END-IF
        END-IF
        PERFORM WRITE-ONE-POSTING
        PERFORM ADD-TO-TOTALS
    END-PERFORM
    IF WS-GROUP-OPEN = 'Y'
        PERFORM CLOSE-PRINT-GROUP
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TOTAL' TO WS-OUT-LABEL
    MOVE WS-ROW-COUNT TO WS-OUT-COUNT
    MOVE WS-RUN-DEBITS TO WS-OUT-DEBITS
    MOVE WS-RUN-CREDITS TO WS-OUT-CREDITS
    MOVE WS-RUN-NET TO WS-OUT-NET
    PERFORM WRITE-TOTAL-LINE
    IF WS-DROPPED-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING '*** INCOMPLETE: ' WS-DROPPED-COUNT
            ' MATCHING POSTING(S) DID NOT FIT THE 2000-ROW TABLE'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE QUERY-REPORT
    .

*> The cards the answer was selected by, so a printed report
*> carries its own question.
WRITE-SELECTION-LINES.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'POSTED ' DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-SEL-FROM-DATE = SPACES
        STRING '(START)' DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING WS-SEL-FROM-DATE DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING ' TO ' DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-SEL-TO-DATE = SPACES
        STRING '(END)' DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING WS-SEL-TO-DATE DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-TYPE-COUNT > 0
        STRING '  TYPE' DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
            UNTIL WS-TYPE-SS > WS-TYPE-COUNT
            STRING ' ' FUNCTION TRIM(WS-SEL-TYPE(WS-TYPE-SS))
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        END-PERFORM
    END-IF
    IF WS-SEL-DC NOT = SPACE
        STRING '  D/C ' WS-SEL-DC DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-MIN-SET = 'Y'
        MOVE WS-SEL-MIN-AMOUNT TO WS-AMOUNT-EDIT
        STRING '  AMOUNT >= ' FUNCTION TRIM(WS-AMOUNT-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-MAX-SET = 'Y'
        MOVE WS-SEL-MAX-AMOUNT TO WS-AMOUNT-EDIT
        STRING '  AMOUNT <= ' FUNCTION TRIM(WS-AMOUNT-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-SEL-BATCH NOT = SPACES
        STRING 'BATCH ' FUNCTION TRIM(WS-SEL-BATCH) '  '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-OPERATOR NOT = SPACES
        STRING 'OPERATOR ' FUNCTION TRIM(WS-SEL-OPERATOR) '  '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-ACCOUNT-SET = 'Y'
        STRING 'ACCOUNT ' WS-SEL-ACCOUNT '  '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-BRANCH NOT = SPACES
        STRING 'BRANCH ' FUNCTION TRIM(WS-SEL-BRANCH) '  '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-SEL-PRODUCT NOT = SPACES
        STRING 'PRODUCT ' FUNCTION TRIM(WS-SEL-PRODUCT) '  '
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-BREAK-FIELD NOT = SPACES
        STRING 'BY ' FUNCTION TRIM(WS-BREAK-FIELD)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF REPORT-LINE NOT = SPACES
        WRITE REPORT-LINE
    END-IF
    .

OPEN-PRINT-GROUP.
    MOVE 'Y' TO WS-GROUP-OPEN
    MOVE WS-RV-BREAK-VALUE TO WS-GROUP-VALUE
    MOVE 0 TO WS-GROUP-COUNT WS-GROUP-DEBITS WS-GROUP-CREDITS
        WS-GROUP-NET
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '--- ' FUNCTION TRIM(WS-BREAK-FIELD) ' '
        FUNCTION TRIM(WS-GROUP-VALUE)
        DELIMITED BY SIZE INTO REPORT-LINE
    IF WS-BREAK-FIELD = 'ACCOUNT'
        MOVE SPACES TO REPORT-LINE
        STRING '--- ACCOUNT ' FUNCTION TRIM(WS-GROUP-VALUE)
            ' ' FUNCTION TRIM(WS-RV-NAME)
            ' BRANCH ' WS-RV-BRANCH ' PRODUCT ' WS-RV-PRODUCT
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    .

CLOSE-PRINT-GROUP.
    MOVE 'N' TO WS-GROUP-OPEN
    MOVE SPACES TO WS-OUT-LABEL
    STRING 'SUBTOTAL ' FUNCTION TRIM(WS-BREAK-FIELD) ' '
        FUNCTION TRIM(WS-GROUP-VALUE)
        DELIMITED BY SIZE INTO WS-OUT-LABEL
    MOVE WS-GROUP-COUNT TO WS-OUT-COUNT
    MOVE WS-GROUP-DEBITS TO WS-OUT-DEBITS
    MOVE WS-GROUP-CREDITS TO WS-OUT-CREDITS
    MOVE WS-GROUP-NET TO WS-OUT-NET
    PERFORM WRITE-TOTAL-LINE
    .

WRITE-ONE-POSTING.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-RV-AMOUNT TO WS-AMOUNT-EDIT
    MOVE WS-RV-BALANCE-AFTER TO WS-BALANCE-EDIT
    MOVE WS-RV-POST-DATE TO REPORT-LINE(1:8)
    MOVE WS-RV-CUST-ID TO REPORT-LINE(10:6)
    MOVE WS-RV-NAME TO REPORT-LINE(18:20)
    MOVE WS-RV-TYPE-CODE TO REPORT-LINE(39:4)
    MOVE WS-RV-DC TO REPORT-LINE(45:1)
    MOVE WS-AMOUNT-EDIT TO REPORT-LINE(47:11)
    MOVE WS-BALANCE-EDIT TO REPORT-LINE(62:11)
    MOVE WS-RV-BATCH-ID TO REPORT-LINE(74:12)
    MOVE WS-RV-OPERATOR TO REPORT-LINE(87:8)
    MOVE WS-RV-REFERENCE TO REPORT-LINE(106:20)
    WRITE REPORT-LINE
    .

*> SUBTRACT of a negative amount adds its size; the debit columns
*> are carried unsigned.
ADD-TO-TOTALS.
    ADD 1 TO WS-GROUP-COUNT
    ADD WS-RV-AMOUNT TO WS-GROUP-NET WS-RUN-NET
    IF WS-RV-AMOUNT < 0
        SUBTRACT WS-RV-AMOUNT FROM WS-GROUP-DEBITS WS-RUN-DEBITS
    ELSE
        ADD WS-RV-AMOUNT TO WS-GROUP-CREDITS WS-RUN-CREDITS
    END-IF
    .

WRITE-TOTAL-LINE.
    MOVE WS-OUT-COUNT TO WS-COUNT-EDIT
    MOVE WS-OUT-DEBITS TO WS-DEBITS-EDIT
    MOVE WS-OUT-CREDITS TO WS-CREDITS-EDIT
    MOVE WS-OUT-NET TO WS-NET-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-OUT-LABEL ' ' WS-COUNT-EDIT ' POSTING(S)'
        '  DEBITS ' WS-DEBITS-EDIT
        '  CREDITS ' WS-CREDITS-EDIT
        '  NET ' WS-NET-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    .

WRITE-THE-EXTRACT.
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open LEDGERQUERY.DAT,'
            ' FILE STATUS ' WS-EXTRACT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO EXTRACT-LINE
    STRING 'REC|POST_DATE|ID|SEQ|NAME|BRANCH|PRODUCT|TXN_DATE|DC'
        '|TYPE|AMOUNT|BALANCE_AFTER|REFERENCE|BATCH|OPERATOR'
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
    PERFORM VARYING WS-ROW-SS FROM 1 BY 1
        UNTIL WS-ROW-SS > WS-ROW-COUNT
        MOVE WS-ROW-RECORD(WS-ROW-SS) TO WS-ROW-VIEW
        IF WS-BREAK-FIELD NOT = SPACES
            IF WS-GROUP-OPEN = 'Y'
                AND WS-RV-BREAK-VALUE NOT = WS-GROUP-VALUE
                PERFORM CLOSE-EXTRACT-GROUP
            END-IF
            IF WS-GROUP-OPEN = 'N'
                MOVE 'Y' TO WS-GROUP-OPEN
                MOVE WS-RV-BREAK-VALUE TO WS-GROUP-VALUE
                MOVE 0 TO WS-GROUP-COUNT WS-GROUP-DEBITS
                    WS-GROUP-CREDITS WS-GROUP-NET
            END-IF
        END-IF
        PERFORM WRITE-POSTING-EXTRACT
        PERFORM ADD-TO-TOTALS
    END-PERFORM
    IF WS-GROUP-OPEN = 'Y'
        PERFORM CLOSE-EXTRACT-GROUP
    END-IF
    MOVE SPACES TO EXTRACT-LINE
    MOVE WS-RUN-DEBITS TO WS-DEBITS-EDIT
    MOVE WS-RUN-CREDITS TO WS-CREDITS-EDIT
    MOVE WS-RUN-NET TO WS-NET-EDIT
    STRING 'T|ALL||' WS-ROW-COUNT
        '|' FUNCTION TRIM(WS-DEBITS-EDIT)
        '|' FUNCTION TRIM(WS-CREDITS-EDIT)
        '|' FUNCTION TRIM(WS-NET-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
    CLOSE EXTRACT-FILE
    .

WRITE-POSTING-EXTRACT.
    MOVE WS-RV-AMOUNT TO WS-AMOUNT-EDIT
    MOVE WS-RV-BALANCE-AFTER TO WS-BALANCE-EDIT
    MOVE SPACES TO EXTRACT-LINE
    STRING 'P|' WS-RV-POST-DATE
        '|' WS-RV-CUST-ID
        '|' WS-RV-SEQ
        '|' FUNCTION TRIM(WS-RV-NAME)
        '|' FUNCTION TRIM(WS-RV-BRANCH)
        '|' FUNCTION TRIM(WS-RV-PRODUCT)
        '|' WS-RV-TXN-DATE
        '|' WS-RV-DC
        '|' FUNCTION TRIM(WS-RV-TYPE-CODE)
        '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
        '|' FUNCTION TRIM(WS-BALANCE-EDIT)
        '|' FUNCTION TRIM(WS-RV-REFERENCE)
        '|' FUNCTION TRIM(WS-RV-BATCH-ID)
        '|' FUNCTION TRIM(WS-RV-OPERATOR)
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
    .

CLOSE-EXTRACT-GROUP.
    MOVE 'N' TO WS-GROUP-OPEN
    MOVE WS-GROUP-DEBITS TO WS-DEBITS-EDIT
    MOVE WS-GROUP-CREDITS TO WS-CREDITS-EDIT
    MOVE WS-GROUP-NET TO WS-NET-EDIT
    MOVE SPACES TO EXTRACT-LINE
    STRING 'S|' FUNCTION TRIM(WS-BREAK-FIELD)
        '|' FUNCTION TRIM(WS-GROUP-VALUE)
        '|' WS-GROUP-COUNT
        '|' FUNCTION TRIM(WS-DEBITS-EDIT)
        '|' FUNCTION TRIM(WS-CREDITS-EDIT)
        '|' FUNCTION TRIM(WS-NET-EDIT)
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
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
    MOVE 'PROC_LEDGER_QUERY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LEDGER_QUERY.
