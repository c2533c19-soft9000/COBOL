*> Mission: The returned-item fee no longer depends on the reject
*> reviewer remembering it. The posting run appends every debit it
*> rejects over the credit limit to NSF_CANDIDATES.DAT --
*>   <run-date>|<batch-id>|<cust-id>|<amount>|<date>|<type>|<ref>
*> -- and RUN takes that day's lines, in order, and charges each
*> rejected item the returned-item fee of the account's product
*> (PRODUCTS.DAT, PROC_PRODUCT_EDIT). No fee is charged to an
*> account on the fee-waiver list (FEE_WAIVERS.DAT) while its waiver
*> runs, to a product charging nothing, to a closed account, or
*> past the daily cap of fees per account (CAP=, default 3). The
*> fees go out as one H/D/T batch, NSF_FEES_<yyyymmdd>.TRN (batch
*> NSF-<yyyymmdd>, type NSF), for the normal PROC_CUSTOMER_POST run
*> -- post it with LIMIT=FLAG, or a fee on an account already past
*> its limit would only be rejected in turn. Each rejected item of
*> the day is numbered, and its fee carries the number as its
*> reference, RTN-<yyyymmdd>-<nnnn>; NSF_FEES.RPT maps every number
*> to the original batch, amount, type and reference, with what
*> was done about it, so a complaint about a fee traces straight
*> back to the rejected item. NSF must be on TXN_TYPES.DAT, active,
*> nature D or B. Run once a day, after the day's last posting run:
*> the batch ID is the date, so the posting run refuses a second.
*> WAIVE puts an account on the waiver list (until a date, or open
*> ended) and UNWAIVE takes it off -- both need a SENIOR or
*> SUPERVISOR sign-on (PROC_OPERATOR_ROLE), refusals logged like
*> the other authority checks. WAIVERS lists the list.
*>   FEE_WAIVERS.DAT: <cust-id>|<until yyyymmdd or blank>|<operator>
*>       |<granted yyyymmdd>
*> Command line:
*>   RUN [yyyymmdd] [CAP=n]
*>   WAIVE <cust-id> [until-yyyymmdd]
*>   UNWAIVE <cust-id>
*>   WAIVERS
*> cobc -x -j -free -I . -I ../BANNER PROC_NSF_FEES.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_NSF_FEES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT CANDIDATE-FILE
    ASSIGN TO DYNAMIC COMPANY_NSF_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CANDIDATE-STATUS.
SELECT WAIVER-FILE
    ASSIGN TO 'FEE_WAIVERS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WAIVER-STATUS.
SELECT PRODUCTS-FILE
    ASSIGN TO 'PRODUCTS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PRODUCTS-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT FEE-REPORT
    ASSIGN TO 'NSF_FEES.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT BATCH-FILE
    ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD CANDIDATE-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS CANDIDATE-LINE.
01 CANDIDATE-LINE PIC X(100).

FD WAIVER-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS WAIVER-LINE.
01 WAIVER-LINE PIC X(80).

FD PRODUCTS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS PRODUCTS-LINE.
01 PRODUCTS-LINE PIC X(100).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD FEE-REPORT
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(160).

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-CANDIDATE-STATUS  PIC XX.
01 WS-WAIVER-STATUS     PIC XX.
01 WS-PRODUCTS-STATUS   PIC XX.
01 WS-TYPES-STATUS      PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-BATCH-STATUS      PIC XX.
01 WS-BATCH-FILE-NAME   PIC X(64).
01 WS-BATCH-ID          PIC X(12).
01 WS-CMD-LINE          PIC X(255).
01 WS-MODE-TOKEN        PIC X(12).
01 WS-ARG1              PIC X(20).
01 WS-ARG2              PIC X(20).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-TODAY             PIC X(8).
01 WS-RUN-DATE          PIC X(8).
01 WS-LINE-PTR          PIC 9(4).
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE   VALUE 'Y'.
01 WS-DAILY-CAP         PIC 9(3) VALUE 3.
01 WS-CAP-TOKEN         PIC X(20).

*> The product master's returned-item fees -- 50 products, as
*> PROC_PRODUCT_EDIT holds them.
01 WS-PRODUCT-TABLE.
    05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
        10 WS-PD-CODE     PIC X(4).
        10 WS-PD-NSF-FEE  PIC 9(5)V99.
01 WS-PRODUCT-COUNT     PIC 9(2) VALUE 0.
01 WS-PRODUCT-SS        PIC 9(2).
01 WS-PD-TOK-CODE       PIC X(6).
01 WS-PD-TOK-DESC       PIC X(32).
01 WS-PD-TOK-MIN        PIC X(14).
01 WS-PD-TOK-FEE        PIC X(10).
01 WS-PD-TOK-INTEREST   PIC X(2).
01 WS-PD-TOK-SUSPENSE   PIC X(2).
01 WS-PD-TOK-NSF-FEE    PIC X(10).

*> The waiver list in memory -- 500 accounts, house table style.
01 WS-WAIVER-TABLE.
    05 WS-WAIVER-ENTRY OCCURS 500 TIMES.
        10 WS-WV-CUST-ID  PIC 9(6).
        10 WS-WV-UNTIL    PIC X(8).
        10 WS-WV-OPERATOR PIC X(8).
        10 WS-WV-GRANTED  PIC X(8).
01 WS-WAIVER-COUNT      PIC 9(3) VALUE 0.
01 WS-WAIVER-SS         PIC 9(3).
01 WS-WAIVER-MATCH-SS   PIC 9(3).
01 WS-WV-TOK-ID         PIC X(8).
01 WS-WV-TOK-UNTIL      PIC X(10).
01 WS-WV-TOK-OPERATOR   PIC X(10).
01 WS-WV-TOK-GRANTED    PIC X(10).

*> Fees charged per account today, for the cap -- 1000 accounts.
01 WS-CHARGED-TABLE.
    05 WS-CHARGED-ENTRY OCCURS 1000 TIMES.
        10 WS-CH-CUST-ID  PIC 9(6).
        10 WS-CH-COUNT    PIC 9(3).
01 WS-CHARGED-COUNT     PIC 9(4) VALUE 0.
01 WS-CHARGED-SS        PIC 9(4).
01 WS-CHARGED-MATCH-SS  PIC 9(4).

*> The fees, held until the header's count and total are known.
01 WS-FEE-TABLE.
    05 WS-FEE-ENTRY OCCURS 2000 TIMES.
        10 WS-FE-CUST-ID   PIC 9(6).
        10 WS-FE-AMOUNT    PIC 9(5)V99.
        10 WS-FE-REFERENCE PIC X(20).
01 WS-FEE-COUNT         PIC 9(6) VALUE 0.
01 WS-FEE-SS            PIC 9(6).
01 WS-FEE-TOTAL         PIC S9(9)V99 VALUE 0.

*> One candidate line.
01 WS-CD-TOK-DATE       PIC X(10).
01 WS-CD-TOK-BATCH      PIC X(14).
01 WS-CD-TOK-ID         PIC X(8).
01 WS-CD-TOK-AMOUNT     PIC X(14).
01 WS-CD-TOK-TXN-DATE   PIC X(10).
01 WS-CD-TOK-TYPE       PIC X(6).
01 WS-CD-TOK-REF        PIC X(24).
01 WS-ITEM-NUMBER       PIC 9(4) VALUE 0.
01 WS-ITEM-REFERENCE    PIC X(20).
01 WS-DISPOSITION       PIC X(30).
01 WS-ITEM-FEE          PIC 9(5)V99.
01 WS-ITEM-CUST-ID      PIC 9(6).
01 WS-WAIVED-COUNT      PIC 9(6) VALUE 0.
01 WS-CAPPED-COUNT      PIC 9(6) VALUE 0.
01 WS-NO-FEE-COUNT      PIC 9(6) VALUE 0.

01 WS-NSF-TYPE-STATE    PIC X.
    88 NSF-TYPE-USABLE  VALUE 'Y'.
01 WS-TY-TOK-CODE       PIC X(6).
01 WS-TY-TOK-DESC       PIC X(32).
01 WS-TY-TOK-NATURE     PIC X(3).
01 WS-TY-TOK-ACTIVE     PIC X(3).

01 WS-FEE-EDIT          PIC Z(4)9.99.
01 WS-AMOUNT-EDIT       PIC 9(7).99.
01 WS-TOTAL-EDIT        PIC -(9)9.99.
01 WS-WAIVE-CUST-ID     PIC 9(6).
01 WS-WAIVE-UNTIL       PIC X(8).

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'RUN'
            PERFORM RUN-FEE-GENERATION
        WHEN 'WAIVE'
            PERFORM WAIVE-ACCOUNT
        WHEN 'UNWAIVE'
            PERFORM UNWAIVE-ACCOUNT
        WHEN 'WAIVERS'
            PERFORM LIST-WAIVERS
        WHEN OTHER
            DISPLAY 'USAGE: PROC_NSF_FEES RUN [yyyymmdd] [CAP=n]'
                ' | WAIVE <cust-id> [until-yyyymmdd]'
                ' | UNWAIVE <cust-id> | WAIVERS'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

RUN-FEE-GENERATION.
    MOVE WS-TODAY TO WS-RUN-DATE
    MOVE SPACES TO WS-CAP-TOKEN
    IF FUNCTION UPPER-CASE(WS-ARG1(1:4)) = 'CAP='
        MOVE WS-ARG1 TO WS-CAP-TOKEN
    ELSE
        IF WS-ARG1 NOT = SPACES
            IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG1)) = 8
                MOVE WS-ARG1(1:8) TO WS-RUN-DATE
            ELSE
                DISPLAY 'REFUSED: run date must be yyyymmdd'
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        MOVE WS-ARG2 TO WS-CAP-TOKEN
    END-IF
    IF WS-CAP-TOKEN NOT = SPACES
        IF FUNCTION UPPER-CASE(WS-CAP-TOKEN(1:4)) = 'CAP='
            AND FUNCTION TRIM(WS-CAP-TOKEN(5:16)) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-CAP-TOKEN(5:16)) TO WS-DAILY-CAP
        ELSE
            DISPLAY 'REFUSED: the cap is given as CAP=n'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM CHECK-NSF-TYPE
    PERFORM LOAD-PRODUCT-FEES
    PERFORM LOAD-WAIVERS
    OPEN INPUT CANDIDATE-FILE
    IF WS-CANDIDATE-STATUS NOT = '00'
        DISPLAY 'NO RETURNED ITEMS ON FILE (NSF_CANDIDATES.DAT) --'
            ' no fees for ' WS-RUN-DATE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE CANDIDATE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'NSF-' WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-BATCH-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'NSF_FEES_' WS-RUN-DATE '.TRN'
        DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
        WITH POINTER WS-LINE-PTR
    OPEN OUTPUT FEE-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- RETURNED-ITEM FEES FOR ' WS-RUN-DATE
        ' BATCH ' WS-BATCH-ID
        ' DAILY CAP ' WS-DAILY-CAP ' PER ACCOUNT ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CANDIDATE-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF CANDIDATE-LINE(1:8) = WS-RUN-DATE
                    PERFORM CONSIDER-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CANDIDATE-FILE
    CLOSE CUSTOMER-FILE
    IF WS-FEE-COUNT > 0
        PERFORM WRITE-FEE-BATCH
    END-IF
    COMPUTE WS-TOTAL-EDIT = 0 - WS-FEE-TOTAL
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'RETURNED ITEMS=' WS-ITEM-NUMBER
        ' FEES=' WS-FEE-COUNT
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' WAIVED=' WS-WAIVED-COUNT
        ' CAPPED=' WS-CAPPED-COUNT
        ' NO FEE=' WS-NO-FEE-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE FEE-REPORT
    DISPLAY 'RETURNED ITEMS ' WS-ITEM-NUMBER ' FOR ' WS-RUN-DATE
        ': ' WS-FEE-COUNT ' FEE(S), ' WS-WAIVED-COUNT ' WAIVED, '
        WS-CAPPED-COUNT ' CAPPED -- NSF_FEES.RPT'
    IF WS-FEE-COUNT > 0
        DISPLAY '  BATCH ' WS-BATCH-ID ' -- '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ' ready for PROC_CUSTOMER_POST (post with LIMIT=FLAG)'
    END-IF
    .

*> Items are numbered in the order the posting runs rejected them,
*> so the same date always gives the same numbers.
CONSIDER-ONE-ITEM.
    ADD 1 TO WS-ITEM-NUMBER
    MOVE SPACES TO WS-CD-TOK-DATE WS-CD-TOK-BATCH WS-CD-TOK-ID
        WS-CD-TOK-AMOUNT WS-CD-TOK-TXN-DATE WS-CD-TOK-TYPE
        WS-CD-TOK-REF
    UNSTRING CANDIDATE-LINE DELIMITED BY '|'
        INTO WS-CD-TOK-DATE WS-CD-TOK-BATCH WS-CD-TOK-ID
             WS-CD-TOK-AMOUNT WS-CD-TOK-TXN-DATE WS-CD-TOK-TYPE
             WS-CD-TOK-REF
    MOVE SPACES TO WS-ITEM-REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'RTN-' WS-RUN-DATE '-' WS-ITEM-NUMBER
        DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-DISPOSITION
    MOVE 0 TO WS-ITEM-FEE WS-ITEM-CUST-ID
    IF FUNCTION TRIM(WS-CD-TOK-ID) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CD-TOK-ID) TO WS-ITEM-CUST-ID
        MOVE WS-ITEM-CUST-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY MOVE 'NOT ON THE MASTER' TO WS-DISPOSITION
        END-READ
    ELSE
        MOVE 'CUSTOMER-ID NOT NUMERIC' TO WS-DISPOSITION
    END-IF
    IF WS-DISPOSITION = SPACES AND CUST-CLOSED
        MOVE 'ACCOUNT CLOSED' TO WS-DISPOSITION
    END-IF
    IF WS-DISPOSITION = SPACES
        PERFORM FIND-WAIVER
        IF WS-WAIVER-MATCH-SS > 0
            MOVE 'WAIVED' TO WS-DISPOSITION
            ADD 1 TO WS-WAIVED-COUNT
        END-IF
    END-IF
    IF WS-DISPOSITION = SPACES
        PERFORM FIND-PRODUCT-FEE
        IF WS-ITEM-FEE = 0
            MOVE 'NO FEE ON THE PRODUCT' TO WS-DISPOSITION
            ADD 1 TO WS-NO-FEE-COUNT
        END-IF
    END-IF
    IF WS-DISPOSITION = SPACES
        PERFORM FIND-CHARGED-ACCOUNT
        IF WS-CH-COUNT(WS-CHARGED-MATCH-SS) >= WS-DAILY-CAP
            MOVE 'DAILY CAP REACHED' TO WS-DISPOSITION
            ADD 1 TO WS-CAPPED-COUNT
        END-IF
    END-IF
    IF WS-DISPOSITION = SPACES
        IF WS-FEE-COUNT < 2000
            ADD 1 TO WS-CH-COUNT(WS-CHARGED-MATCH-SS)
            ADD 1 TO WS-FEE-COUNT
            MOVE WS-ITEM-CUST-ID TO WS-FE-CUST-ID(WS-FEE-COUNT)
            MOVE WS-ITEM-FEE TO WS-FE-AMOUNT(WS-FEE-COUNT)
            MOVE WS-ITEM-REFERENCE TO WS-FE-REFERENCE(WS-FEE-COUNT)
            ADD WS-ITEM-FEE TO WS-FEE-TOTAL
            MOVE WS-ITEM-FEE TO WS-FEE-EDIT
            MOVE SPACES TO WS-DISPOSITION
            MOVE 1 TO WS-LINE-PTR
            STRING 'FEE ' FUNCTION TRIM(WS-FEE-EDIT)
                DELIMITED BY SIZE INTO WS-DISPOSITION
                WITH POINTER WS-LINE-PTR
        ELSE
            MOVE 'NOT CHARGED - BATCH FULL' TO WS-DISPOSITION
            MOVE 1 TO RETURN-CODE
        END-IF
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' WS-ITEM-REFERENCE
        ' ACCT ' FUNCTION TRIM(WS-CD-TOK-ID)
        ' REJECTED ' FUNCTION TRIM(WS-CD-TOK-AMOUNT)
        ' DATED ' FUNCTION TRIM(WS-CD-TOK-TXN-DATE)
        ' TYPE ' FUNCTION TRIM(WS-CD-TOK-TYPE)
        ' REF ' FUNCTION TRIM(WS-CD-TOK-REF)
        ' BATCH ' FUNCTION TRIM(WS-CD-TOK-BATCH)
        ' -- ' FUNCTION TRIM(WS-DISPOSITION)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> A waiver with no end date runs until UNWAIVE.
FIND-WAIVER.
    MOVE 0 TO WS-WAIVER-MATCH-SS
    PERFORM VARYING WS-WAIVER-SS FROM 1 BY 1
        UNTIL WS-WAIVER-SS > WS-WAIVER-COUNT
        IF WS-WV-CUST-ID(WS-WAIVER-SS) = WS-ITEM-CUST-ID
            AND (WS-WV-UNTIL(WS-WAIVER-SS) = SPACES
              OR WS-WV-UNTIL(WS-WAIVER-SS) >= WS-RUN-DATE)
            MOVE WS-WAIVER-SS TO WS-WAIVER-MATCH-SS
        END-IF
    END-PERFORM
    .

FIND-PRODUCT-FEE.
    MOVE 0 TO WS-ITEM-FEE
    PERFORM VARYING WS-PRODUCT-SS FROM 1 BY 1
        UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
        IF WS-PD-CODE(WS-PRODUCT-SS) = CUST-PRODUCT
            AND CUST-PRODUCT NOT = SPACES
            MOVE WS-PD-NSF-FEE(WS-PRODUCT-SS) TO WS-ITEM-FEE
        END-IF
    END-PERFORM
    .

*> Leaves WS-CHARGED-MATCH-SS on the account's entry, adding one
*> at a zero count the first time the account is seen.
FIND-CHARGED-ACCOUNT.
    MOVE 0 TO WS-CHARGED-MATCH-SS
    PERFORM VARYING WS-CHARGED-SS FROM 1 BY 1
        UNTIL WS-CHARGED-SS > WS-CHARGED-COUNT
        IF WS-CH-CUST-ID(WS-CHARGED-SS) = WS-ITEM-CUST-ID
            MOVE WS-CHARGED-SS TO WS-CHARGED-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-CHARGED-MATCH-SS = 0
        IF WS-CHARGED-COUNT < 1000
            ADD 1 TO WS-CHARGED-COUNT
        END-IF
        MOVE WS-CHARGED-COUNT TO WS-CHARGED-MATCH-SS
        MOVE WS-ITEM-CUST-ID TO WS-CH-CUST-ID(WS-CHARGED-MATCH-SS)
        MOVE 0 TO WS-CH-COUNT(WS-CHARGED-MATCH-SS)
    END-IF
    .

*> Debits only, so the algebraic total is minus the fees.
WRITE-FEE-BATCH.
    OPEN OUTPUT BATCH-FILE
    IF WS-BATCH-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ', FILE STATUS ' WS-BATCH-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-TOTAL-EDIT = 0 - WS-FEE-TOTAL
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-RUN-DATE
        ' ' WS-FEE-COUNT
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
    PERFORM VARYING WS-FEE-SS FROM 1 BY 1
        UNTIL WS-FEE-SS > WS-FEE-COUNT
        MOVE WS-FE-AMOUNT(WS-FEE-SS) TO WS-AMOUNT-EDIT
        MOVE SPACES TO BATCH-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'D ' WS-FE-CUST-ID(WS-FEE-SS)
            ' D ' WS-AMOUNT-EDIT
            ' ' WS-RUN-DATE
            ' NSF ' FUNCTION TRIM(WS-FE-REFERENCE(WS-FEE-SS))
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
        WRITE BATCH-LINE
    END-PERFORM
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-FEE-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    CLOSE BATCH-FILE
    .

CHECK-NSF-TYPE.
    MOVE 'N' TO WS-NSF-TYPE-STATE
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
                    IF WS-TY-TOK-CODE = 'NSF'
                        AND (WS-TY-TOK-NATURE(1:1) = 'D'
                          OR WS-TY-TOK-NATURE(1:1) = 'B')
                        AND WS-TY-TOK-ACTIVE(1:1) NOT = 'I'
                        MOVE 'Y' TO WS-NSF-TYPE-STATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    IF NOT NSF-TYPE-USABLE
        DISPLAY 'REFUSED: TXN_TYPES.DAT HAS NO ACTIVE NSF TYPE OF'
            ' NATURE D OR B -- add it with PROC_TXNTYPE_EDIT;'
            ' no fees generated'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

LOAD-PRODUCT-FEES.
    MOVE 0 TO WS-PRODUCT-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT PRODUCTS-FILE
    IF WS-PRODUCTS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ PRODUCTS-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF PRODUCTS-LINE NOT = SPACES
                        AND WS-PRODUCT-COUNT < 50
                        MOVE SPACES TO WS-PD-TOK-CODE
                            WS-PD-TOK-DESC WS-PD-TOK-MIN
                            WS-PD-TOK-FEE WS-PD-TOK-INTEREST
                            WS-PD-TOK-SUSPENSE WS-PD-TOK-NSF-FEE
                        UNSTRING PRODUCTS-LINE DELIMITED BY '|'
                            INTO WS-PD-TOK-CODE WS-PD-TOK-DESC
                                 WS-PD-TOK-MIN WS-PD-TOK-FEE
                                 WS-PD-TOK-INTEREST
                                 WS-PD-TOK-SUSPENSE
                                 WS-PD-TOK-NSF-FEE
                        ADD 1 TO WS-PRODUCT-COUNT
                        MOVE WS-PD-TOK-CODE(1:4)
                            TO WS-PD-CODE(WS-PRODUCT-COUNT)
                        MOVE 0 TO WS-PD-NSF-FEE(WS-PRODUCT-COUNT)
                        IF WS-PD-TOK-NSF-FEE NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-PD-TOK-NSF-FEE)
                                = 0
                            MOVE FUNCTION NUMVAL(WS-PD-TOK-NSF-FEE)
                                TO WS-PD-NSF-FEE(WS-PRODUCT-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRODUCTS-FILE
    END-IF
    .

LOAD-WAIVERS.
    MOVE 0 TO WS-WAIVER-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT WAIVER-FILE
    IF WS-WAIVER-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ WAIVER-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-WV-TOK-ID WS-WV-TOK-UNTIL
                        WS-WV-TOK-OPERATOR WS-WV-TOK-GRANTED
                    UNSTRING WAIVER-LINE DELIMITED BY '|'
                        INTO WS-WV-TOK-ID WS-WV-TOK-UNTIL
                             WS-WV-TOK-OPERATOR WS-WV-TOK-GRANTED
                    IF WS-WV-TOK-ID NOT = SPACES
                        AND FUNCTION TRIM(WS-WV-TOK-ID) IS NUMERIC
                        AND WS-WAIVER-COUNT < 500
                        ADD 1 TO WS-WAIVER-COUNT
                        MOVE FUNCTION NUMVAL(WS-WV-TOK-ID)
                            TO WS-WV-CUST-ID(WS-WAIVER-COUNT)
                        MOVE WS-WV-TOK-UNTIL(1:8)
                            TO WS-WV-UNTIL(WS-WAIVER-COUNT)
                        MOVE WS-WV-TOK-OPERATOR(1:8)
                            TO WS-WV-OPERATOR(WS-WAIVER-COUNT)
                        MOVE WS-WV-TOK-GRANTED(1:8)
                            TO WS-WV-GRANTED(WS-WAIVER-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WAIVER-FILE
    END-IF
    .

SAVE-WAIVERS.
    OPEN OUTPUT WAIVER-FILE
    PERFORM VARYING WS-WAIVER-SS FROM 1 BY 1
        UNTIL WS-WAIVER-SS > WS-WAIVER-COUNT
        MOVE SPACES TO WAIVER-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING WS-WV-CUST-ID(WS-WAIVER-SS)
            '|' FUNCTION TRIM(WS-WV-UNTIL(WS-WAIVER-SS))
            '|' FUNCTION TRIM(WS-WV-OPERATOR(WS-WAIVER-SS))
            '|' WS-WV-GRANTED(WS-WAIVER-SS)
            DELIMITED BY SIZE INTO WAIVER-LINE
            WITH POINTER WS-LINE-PTR
        WRITE WAIVER-LINE
    END-PERFORM
    CLOSE WAIVER-FILE
    .

*> Granting or lifting a waiver gives money away or takes it back,
*> so it needs a SENIOR or SUPERVISOR sign-on; the refusal is
*> logged to the sign-on trail like the other authority checks.
CHECK-WAIVER-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_SENIOR_OR_ABOVE
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            ' AUTHORITY REFUSED PROC_NSF_FEES'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: a fee waiver needs a SENIOR or'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

TAKE-WAIVE-CUST-ID.
    IF WS-ARG1 = SPACES
        OR FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC
        DISPLAY 'USAGE: PROC_NSF_FEES WAIVE <cust-id>'
            ' [until-yyyymmdd] | UNWAIVE <cust-id>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(WS-ARG1) TO WS-WAIVE-CUST-ID
    .

WAIVE-ACCOUNT.
    PERFORM TAKE-WAIVE-CUST-ID
    MOVE SPACES TO WS-WAIVE-UNTIL
    IF WS-ARG2 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG2)) = 8
            AND WS-ARG2(1:8) >= WS-TODAY
            MOVE WS-ARG2(1:8) TO WS-WAIVE-UNTIL
        ELSE
            DISPLAY 'REFUSED: the waiver end date must be yyyymmdd,'
                ' today or later'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM CHECK-WAIVER-AUTHORITY
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-WAIVE-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY 'REFUSED: no customer ' WS-WAIVE-CUST-ID
                ' on the master'
            CLOSE CUSTOMER-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CUSTOMER-FILE
    PERFORM LOAD-WAIVERS
    MOVE 0 TO WS-WAIVER-MATCH-SS
    PERFORM VARYING WS-WAIVER-SS FROM 1 BY 1
        UNTIL WS-WAIVER-SS > WS-WAIVER-COUNT
        IF WS-WV-CUST-ID(WS-WAIVER-SS) = WS-WAIVE-CUST-ID
            MOVE WS-WAIVER-SS TO WS-WAIVER-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-WAIVER-MATCH-SS = 0
        IF WS-WAIVER-COUNT >= 500
            DISPLAY 'REFUSED: the waiver list is full (500)'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-WAIVER-COUNT
        MOVE WS-WAIVER-COUNT TO WS-WAIVER-MATCH-SS
    END-IF
    MOVE WS-WAIVE-CUST-ID TO WS-WV-CUST-ID(WS-WAIVER-MATCH-SS)
    MOVE WS-WAIVE-UNTIL TO WS-WV-UNTIL(WS-WAIVER-MATCH-SS)
    MOVE OPERATOR_ID TO WS-WV-OPERATOR(WS-WAIVER-MATCH-SS)
    MOVE WS-TODAY TO WS-WV-GRANTED(WS-WAIVER-MATCH-SS)
    PERFORM SAVE-WAIVERS
    IF WS-WAIVE-UNTIL = SPACES
        DISPLAY 'RETURNED-ITEM FEES WAIVED FOR ' WS-WAIVE-CUST-ID
            ' [' FUNCTION TRIM(CUST-NAME) '] UNTIL LIFTED'
    ELSE
        DISPLAY 'RETURNED-ITEM FEES WAIVED FOR ' WS-WAIVE-CUST-ID
            ' [' FUNCTION TRIM(CUST-NAME) '] THROUGH '
            WS-WAIVE-UNTIL
    END-IF
    .

UNWAIVE-ACCOUNT.
    PERFORM TAKE-WAIVE-CUST-ID
    PERFORM CHECK-WAIVER-AUTHORITY
    PERFORM LOAD-WAIVERS
    MOVE 0 TO WS-WAIVER-MATCH-SS
    PERFORM VARYING WS-WAIVER-SS FROM 1 BY 1
        UNTIL WS-WAIVER-SS > WS-WAIVER-COUNT
        IF WS-WV-CUST-ID(WS-WAIVER-SS) = WS-WAIVE-CUST-ID
            MOVE WS-WAIVER-SS TO WS-WAIVER-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-WAIVER-MATCH-SS = 0
        DISPLAY 'NO WAIVER ON FILE FOR ' WS-WAIVE-CUST-ID
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-WAIVER-SS FROM WS-WAIVER-MATCH-SS BY 1
        UNTIL WS-WAIVER-SS >= WS-WAIVER-COUNT
        MOVE WS-WAIVER-ENTRY(WS-WAIVER-SS + 1)
            TO WS-WAIVER-ENTRY(WS-WAIVER-SS)
    END-PERFORM
    SUBTRACT 1 FROM WS-WAIVER-COUNT
    PERFORM SAVE-WAIVERS
    DISPLAY 'WAIVER LIFTED FOR ' WS-WAIVE-CUST-ID
        ' -- returned items are charged again'
    .

LIST-WAIVERS.
    PERFORM LOAD-WAIVERS
    PERFORM VARYING WS-WAIVER-SS FROM 1 BY 1
        UNTIL WS-WAIVER-SS > WS-WAIVER-COUNT
        IF WS-WV-UNTIL(WS-WAIVER-SS) = SPACES
            DISPLAY WS-WV-CUST-ID(WS-WAIVER-SS)
                ' UNTIL LIFTED'
                ' GRANTED ' WS-WV-GRANTED(WS-WAIVER-SS)
                ' BY ' FUNCTION TRIM(WS-WV-OPERATOR(WS-WAIVER-SS))
        ELSE
            IF WS-WV-UNTIL(WS-WAIVER-SS) < WS-TODAY
                DISPLAY WS-WV-CUST-ID(WS-WAIVER-SS)
                    ' EXPIRED ' WS-WV-UNTIL(WS-WAIVER-SS)
                    ' GRANTED ' WS-WV-GRANTED(WS-WAIVER-SS)
                    ' BY '
                    FUNCTION TRIM(WS-WV-OPERATOR(WS-WAIVER-SS))
            ELSE
                DISPLAY WS-WV-CUST-ID(WS-WAIVER-SS)
                    ' THROUGH ' WS-WV-UNTIL(WS-WAIVER-SS)
                    ' GRANTED ' WS-WV-GRANTED(WS-WAIVER-SS)
                    ' BY '
                    FUNCTION TRIM(WS-WV-OPERATOR(WS-WAIVER-SS))
            END-IF
        END-IF
    END-PERFORM
    IF WS-WAIVER-COUNT = 0
        DISPLAY 'NO FEE WAIVERS ON FILE'
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_NSF_FEES' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_NSF_FEES.
