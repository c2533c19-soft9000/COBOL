*> Mission: Customer dispute cases on file instead of in a paper
*> folder. Each case (DISPUTE_CASES.IDX, see CB_DISPUTE_RECORD.cpy)
*> is keyed by case number and names the disputed posting by its
*> CUSTOMER_LEDGER.IDX key -- found on the live ledger or, once
*> PROC_LEDGER_ARCHIVE has moved it, in the archived years -- and
*> carries its status and its two deadlines: provisional credit
*> within 10 business days of opening, resolution within 45
*> calendar days (the regulatory clock).
*> The money moves only through the posting run. Granting the
*> provisional credit (at OPEN ... PROV, or later with CREDIT) and
*> resolving a case for the bank after a provisional credit (taking
*> the credit back) each write a correctly counted and totalled
*> H/D/T file, DISPUTE_<case>_<P|R>.TRN, batch ID DP-<case>-<P|R>,
*> for PROC_CUSTOMER_POST; resolving for the customer without a
*> prior provisional credit writes the final credit the same way.
*> Every dispute posting carries transaction type DSP (nature B on
*> TXN_TYPES.DAT, set up once with PROC_TXNTYPE_EDIT) and the
*> reference DISPUTE-<case>, so a ledger line ties straight back to
*> its case. A case still open past its resolution deadline is
*> listed by the daily OVERDUE report, DISPUTE_OVERDUE.RPT.
*> Command line (OPEN names the account by its full 7-digit account
*> number, check digit and all -- see PROC_ACCOUNT_NUMBER):
*>   OPEN <account-number> <post-date> <seq> [PROV]
*>   CREDIT <case>
*>   RESOLVE <case> CUST|BANK
*>   SHOW <case>
*>   OVERDUE [as-of yyyymmdd]   (default today)
*> cobc -x -j -free -I . -I ../BANNER PROC_DISPUTE_CASE.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_DISPUTE_CASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_DISPUTE_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT BATCH-FILE
    ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT OVERDUE-REPORT
    ASSIGN TO 'DISPUTE_OVERDUE.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_DISPUTE_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD OVERDUE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-DISPUTE-STATUS  PIC XX.
01 WS-LEDGER-STATUS   PIC XX.
01 WS-BATCH-STATUS    PIC XX.
01 WS-TYPES-STATUS    PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-BATCH-FILE-NAME PIC X(64).
01 WS-CMD-LINE        PIC X(255).
01 WS-MODE-TOKEN      PIC X(10).
01 WS-ARG1            PIC X(20).
01 WS-ARG2            PIC X(20).
01 WS-ARG3            PIC X(20).
01 WS-ARG4            PIC X(20).
01 WS-CURRENT-DATE    PIC X(21).
01 WS-TODAY           PIC X(8).
01 WS-LINE-PTR        PIC 9(4).
01 WS-AT-END          PIC X.
    88 AT-END-OF-CASES VALUE 'Y'.
01 WS-TYPES-AT-END    PIC X.
    88 AT-END-OF-TYPES VALUE 'Y'.

*> The disputed posting being looked up for OPEN.
01 WS-WANTED-KEY.
    05 WS-WK-CUST-ID    PIC 9(6).
    05 WS-WK-POST-DATE  PIC X(8).
    05 WS-WK-SEQ        PIC 9(4).
01 WS-POSTING-FOUND   PIC X.
01 WS-FOUND-IN        PIC X(8).
01 WS-DUPLICATE-CASE  PIC 9(6).
01 WS-WANT-PROV       PIC X.
01 WS-CASE-WANTED     PIC 9(6).
01 WS-NEXT-CASE       PIC 9(6).

*> The one detail a case action posts, and its batch.
01 WS-POST-DC         PIC X.
01 WS-POST-KIND       PIC X.
01 WS-BATCH-ID        PIC X(12).
01 WS-DETAIL-TOTAL    PIC S9(9)V99.
01 WS-AMOUNT-EDIT     PIC 9(7).99.
01 WS-TOTAL-EDIT      PIC -(9)9.99.
01 WS-SHOW-AMOUNT     PIC Z(6)9.99.

*> DSP on the type master: present, active, and able to move money
*> both ways -- checked before anything is generated, so a batch
*> the posting run would reject whole is never written.
01 WS-DSP-TYPE-STATE  PIC X.
    88 DSP-TYPE-USABLE   VALUE 'Y'.
01 WS-TY-TOK-CODE     PIC X(6).
01 WS-TY-TOK-DESC     PIC X(32).
01 WS-TY-TOK-NATURE   PIC X(3).
01 WS-TY-TOK-ACTIVE   PIC X(3).

*> Deadlines, and the overdue report's counts.
01 WS-PROV-DAYS       PIC S9(5) VALUE 10.
01 WS-RESOLVE-DAYS    PIC S9(5) VALUE 45.
01 WS-ASOF-DATE       PIC X(8).
01 WS-DAYS-OVER       PIC 9(5).
01 WS-OPEN-COUNT      PIC 9(6) VALUE 0.
01 WS-OVERDUE-COUNT   PIC 9(6) VALUE 0.
01 WS-STATUS-TEXT     PIC X(22).

COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'OPEN'
            PERFORM OPEN-CASE
        WHEN 'CREDIT'
            PERFORM GRANT-PROVISIONAL-CREDIT
        WHEN 'RESOLVE'
            PERFORM RESOLVE-CASE
        WHEN 'SHOW'
            PERFORM SHOW-CASE
        WHEN 'OVERDUE'
            PERFORM REPORT-OVERDUE-CASES
        WHEN OTHER
            DISPLAY 'USAGE: PROC_DISPUTE_CASE OPEN <account-number>'
                ' <post-date> <seq> [PROV] | CREDIT <case>'
                ' | RESOLVE <case> CUST|BANK | SHOW <case>'
                ' | OVERDUE [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

*> OPEN: the posting must exist (live or archived), must be a debit
*> -- a customer disputes money taken -- and must not already have
*> an unresolved case against it.
OPEN-CASE.
    IF FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
        OR FUNCTION TRIM(WS-ARG3) IS NOT NUMERIC
        OR WS-ARG1 = SPACES OR WS-ARG2 = SPACES OR WS-ARG3 = SPACES
        DISPLAY 'USAGE: PROC_DISPUTE_CASE OPEN <account-number>'
            ' <post-date yyyymmdd> <seq> [PROV]'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> The account by its account number, check digit and all -- a
*> mis-keyed digit is refused, not taken for a neighbour.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ARG1 TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REFUSED: ' FUNCTION TRIM(ACCT_MESSAGE)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ACCT_CUST_ID TO WS-WK-CUST-ID
    MOVE WS-ARG2(1:8) TO WS-WK-POST-DATE
    MOVE FUNCTION NUMVAL(WS-ARG3) TO WS-WK-SEQ
    MOVE 'N' TO WS-WANT-PROV
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4)) = 'PROV'
        MOVE 'Y' TO WS-WANT-PROV
    END-IF
    PERFORM FIND-DISPUTED-POSTING
    IF WS-POSTING-FOUND = 'N'
        DISPLAY 'REFUSED: NO LEDGER POSTING ' WS-WK-CUST-ID
            ' ' WS-WK-POST-DATE ' SEQ ' WS-WK-SEQ
            ' (live or archived)'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF LGR-DC NOT = 'D'
        DISPLAY 'REFUSED: POSTING ' WS-WK-CUST-ID ' '
            WS-WK-POST-DATE ' SEQ ' WS-WK-SEQ
            ' IS A CREDIT -- only a debit can be disputed'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-WANT-PROV = 'Y'
        PERFORM CHECK-DSP-TYPE
    END-IF
    PERFORM OPEN-CASE-FILE
    PERFORM FIND-DUPLICATE-CASE
    IF WS-DUPLICATE-CASE > 0
        DISPLAY 'REFUSED: CASE ' WS-DUPLICATE-CASE
            ' IS STILL OPEN AGAINST THIS POSTING'
        CLOSE DISPUTE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ALLOCATE-CASE-NUMBER
    MOVE SPACES TO DISPUTE-RECORD
    MOVE WS-NEXT-CASE TO DSP-CASE-NUM
    MOVE LGR-CUST-ID TO DSP-CUST-ID
    MOVE LGR-POST-DATE TO DSP-LGR-POST-DATE
    MOVE LGR-SEQ TO DSP-LGR-SEQ
    MOVE LGR-TXN-DATE TO DSP-TXN-DATE
    MOVE LGR-TYPE-CODE TO DSP-TYPE-CODE
    IF LGR-AMOUNT < 0
        COMPUTE DSP-AMOUNT = 0 - LGR-AMOUNT
    ELSE
        MOVE LGR-AMOUNT TO DSP-AMOUNT
    END-IF
    SET DSP-OPEN TO TRUE
    MOVE WS-TODAY TO DSP-OPENED-DATE
    MOVE OPERATOR_ID TO DSP-OPERATOR
*> The provisional-credit clock counts processing days, the
*> resolution clock calendar days -- both through the shared date
*> service.
    MOVE 'BADD' TO DATE_ACTION
    MOVE WS-TODAY TO DATE_IN
    MOVE WS-PROV-DAYS TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO DSP-PROV-DUE-DATE
    MOVE 'CADD' TO DATE_ACTION
    MOVE WS-TODAY TO DATE_IN
    MOVE WS-RESOLVE-DAYS TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO DSP-RESOLVE-DUE-DATE
    IF WS-WANT-PROV = 'Y'
        MOVE 'C' TO WS-POST-DC
        MOVE 'P' TO WS-POST-KIND
        PERFORM WRITE-CASE-BATCH
        SET DSP-PROV-CREDITED TO TRUE
        MOVE WS-TODAY TO DSP-PROV-DATE
        MOVE WS-BATCH-ID TO DSP-PROV-BATCH-ID
    END-IF
    WRITE DISPUTE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: case ' WS-NEXT-CASE ' could not be'
                ' written, FILE STATUS ' WS-DISPUTE-STATUS
            CLOSE DISPUTE-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-WRITE
    CLOSE DISPUTE-FILE
    MOVE DSP-AMOUNT TO WS-SHOW-AMOUNT
    DISPLAY 'CASE ' DSP-CASE-NUM ' OPENED: ACCOUNT ' DSP-CUST-ID
        ' POSTING ' DSP-LGR-POST-DATE ' SEQ ' DSP-LGR-SEQ
        ' (' FUNCTION TRIM(WS-FOUND-IN) ') AMOUNT '
        FUNCTION TRIM(WS-SHOW-AMOUNT)
    DISPLAY '  PROVISIONAL CREDIT DUE ' DSP-PROV-DUE-DATE
        ', RESOLUTION DUE ' DSP-RESOLVE-DUE-DATE
    IF DSP-PROV-CREDITED
        PERFORM SAY-BATCH-READY
    END-IF
    .

*> Live ledger first; a posting PROC_LEDGER_ARCHIVE has moved is
*> asked of the archived years with the same key.
FIND-DISPUTED-POSTING.
    MOVE 'N' TO WS-POSTING-FOUND
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE WS-WANTED-KEY TO LGR-KEY
        READ LEDGER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-POSTING-FOUND
                MOVE 'LIVE' TO WS-FOUND-IN
        END-READ
        CLOSE LEDGER-FILE
    END-IF
    IF WS-POSTING-FOUND = 'N'
        MOVE 'F' TO LAR_ACTION
        MOVE WS-WK-CUST-ID TO LAR_CUST_ID
        MOVE WS-WK-POST-DATE TO LAR_FROM_DATE
        MOVE WS-WK-SEQ TO LAR_FROM_SEQ
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
        IF LAR_FOUND AND LAR_RECORD(1:18) = WS-WANTED-KEY
            MOVE LAR_RECORD TO LEDGER-RECORD
            MOVE 'Y' TO WS-POSTING-FOUND
            MOVE 'ARCHIVED' TO WS-FOUND-IN
        END-IF
        MOVE 'C' TO LAR_ACTION
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
    END-IF
    .

OPEN-CASE-FILE.
    OPEN I-O DISPUTE-FILE
    IF WS-DISPUTE-STATUS = '35'
        OPEN OUTPUT DISPUTE-FILE
        CLOSE DISPUTE-FILE
        OPEN I-O DISPUTE-FILE
    END-IF
    IF WS-DISPUTE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open DISPUTE_CASES.IDX,'
            ' FILE STATUS ' WS-DISPUTE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

FIND-DUPLICATE-CASE.
    MOVE 0 TO WS-DUPLICATE-CASE
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO DSP-CASE-NUM
    START DISPUTE-FILE KEY IS >= DSP-CASE-NUM
        INVALID KEY SET AT-END-OF-CASES TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-CASES
        READ DISPUTE-FILE NEXT RECORD
            AT END SET AT-END-OF-CASES TO TRUE
            NOT AT END
                IF DSP-CUST-ID = WS-WK-CUST-ID
                    AND DSP-LGR-POST-DATE = WS-WK-POST-DATE
                    AND DSP-LGR-SEQ = WS-WK-SEQ
                    AND DSP-UNRESOLVED
                    MOVE DSP-CASE-NUM TO WS-DUPLICATE-CASE
                END-IF
        END-READ
    END-PERFORM
    .

*> Next case number: one past the highest on file.
ALLOCATE-CASE-NUMBER.
    MOVE 1 TO WS-NEXT-CASE
    MOVE 999999 TO DSP-CASE-NUM
    START DISPUTE-FILE KEY IS <= DSP-CASE-NUM
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ DISPUTE-FILE PREVIOUS RECORD
                AT END CONTINUE
                NOT AT END
                    COMPUTE WS-NEXT-CASE = DSP-CASE-NUM + 1
            END-READ
    END-START
    .

*> CREDIT: the provisional credit for a case opened without one.
GRANT-PROVISIONAL-CREDIT.
    PERFORM READ-WANTED-CASE
    IF NOT DSP-OPEN
        DISPLAY 'REFUSED: CASE ' DSP-CASE-NUM ' IS '
            FUNCTION TRIM(WS-STATUS-TEXT)
            ' -- provisional credit is only granted on an open case'
        CLOSE DISPUTE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-DSP-TYPE
    MOVE 'C' TO WS-POST-DC
    MOVE 'P' TO WS-POST-KIND
    PERFORM WRITE-CASE-BATCH
    SET DSP-PROV-CREDITED TO TRUE
    MOVE WS-TODAY TO DSP-PROV-DATE
    MOVE WS-BATCH-ID TO DSP-PROV-BATCH-ID
    PERFORM REWRITE-CASE
    IF WS-TODAY > DSP-PROV-DUE-DATE
        DISPLAY 'CASE ' DSP-CASE-NUM ' PROVISIONALLY CREDITED'
            ' -- LATE, WAS DUE ' DSP-PROV-DUE-DATE
    ELSE
        DISPLAY 'CASE ' DSP-CASE-NUM ' PROVISIONALLY CREDITED'
    END-IF
    PERFORM SAY-BATCH-READY
    .

*> RESOLVE: for the customer, a provisional credit simply stands and
*> a case never credited gets its final credit now; for the bank, a
*> provisional credit is taken back and a case never credited
*> closes with nothing to post.
RESOLVE-CASE.
    PERFORM READ-WANTED-CASE
    IF NOT DSP-UNRESOLVED
        DISPLAY 'REFUSED: CASE ' DSP-CASE-NUM ' IS ALREADY '
            FUNCTION TRIM(WS-STATUS-TEXT)
        CLOSE DISPUTE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACE TO WS-POST-DC
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
        WHEN 'CUST'
            IF DSP-OPEN
                MOVE 'C' TO WS-POST-DC
            END-IF
            SET DSP-RESOLVED-CUSTOMER TO TRUE
        WHEN 'BANK'
            IF DSP-PROV-CREDITED
                MOVE 'D' TO WS-POST-DC
            END-IF
            SET DSP-RESOLVED-BANK TO TRUE
        WHEN OTHER
            DISPLAY 'USAGE: PROC_DISPUTE_CASE RESOLVE <case>'
                ' CUST|BANK'
            CLOSE DISPUTE-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-POST-DC NOT = SPACE
        PERFORM CHECK-DSP-TYPE
        MOVE 'R' TO WS-POST-KIND
        PERFORM WRITE-CASE-BATCH
        MOVE WS-BATCH-ID TO DSP-RESOLVE-BATCH-ID
    END-IF
    MOVE WS-TODAY TO DSP-RESOLVED-DATE
    PERFORM REWRITE-CASE
    PERFORM DESCRIBE-STATUS
    DISPLAY 'CASE ' DSP-CASE-NUM ' ' FUNCTION TRIM(WS-STATUS-TEXT)
    IF WS-TODAY > DSP-RESOLVE-DUE-DATE
        DISPLAY '  (resolved after its deadline of '
            DSP-RESOLVE-DUE-DATE ')'
    END-IF
    IF WS-POST-DC = SPACE
        DISPLAY '  nothing to post'
    ELSE
        PERFORM SAY-BATCH-READY
    END-IF
    .

SHOW-CASE.
    PERFORM READ-WANTED-CASE
    CLOSE DISPUTE-FILE
    MOVE DSP-AMOUNT TO WS-SHOW-AMOUNT
    DISPLAY 'CASE ' DSP-CASE-NUM ' ' FUNCTION TRIM(WS-STATUS-TEXT)
        ' -- OPENED ' DSP-OPENED-DATE ' BY '
        FUNCTION TRIM(DSP-OPERATOR)
    DISPLAY '  POSTING ' DSP-CUST-ID ' ' DSP-LGR-POST-DATE
        ' SEQ ' DSP-LGR-SEQ ' TXN ' DSP-TXN-DATE ' TYPE '
        DSP-TYPE-CODE ' AMOUNT ' FUNCTION TRIM(WS-SHOW-AMOUNT)
    DISPLAY '  PROVISIONAL DUE ' DSP-PROV-DUE-DATE
        ' GRANTED ' DSP-PROV-DATE ' ' DSP-PROV-BATCH-ID
    DISPLAY '  RESOLUTION DUE  ' DSP-RESOLVE-DUE-DATE
        ' RESOLVED ' DSP-RESOLVED-DATE ' ' DSP-RESOLVE-BATCH-ID
    .

READ-WANTED-CASE.
    IF FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC OR WS-ARG1 = SPACES
        DISPLAY 'USAGE: PROC_DISPUTE_CASE '
            FUNCTION TRIM(WS-MODE-TOKEN) ' <case>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(WS-ARG1) TO WS-CASE-WANTED
    PERFORM OPEN-CASE-FILE
    MOVE WS-CASE-WANTED TO DSP-CASE-NUM
    READ DISPUTE-FILE
        INVALID KEY
            DISPLAY 'NO CASE ' WS-CASE-WANTED ' ON FILE'
            CLOSE DISPUTE-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ
    PERFORM DESCRIBE-STATUS
    .

REWRITE-CASE.
    REWRITE DISPUTE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: case ' DSP-CASE-NUM ' could not be'
                ' rewritten, FILE STATUS ' WS-DISPUTE-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    CLOSE DISPUTE-FILE
    .

DESCRIBE-STATUS.
    EVALUATE TRUE
        WHEN DSP-OPEN
            MOVE 'OPEN' TO WS-STATUS-TEXT
        WHEN DSP-PROV-CREDITED
            MOVE 'PROVISIONALLY CREDITED' TO WS-STATUS-TEXT
        WHEN DSP-RESOLVED-CUSTOMER
            MOVE 'RESOLVED FOR CUSTOMER' TO WS-STATUS-TEXT
        WHEN DSP-RESOLVED-BANK
            MOVE 'RESOLVED FOR BANK' TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
    END-EVALUATE
    .

CHECK-DSP-TYPE.
    MOVE 'N' TO WS-DSP-TYPE-STATE
    MOVE 'N' TO WS-TYPES-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-TYPES
            READ TYPES-FILE
                AT END SET AT-END-OF-TYPES TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TY-TOK-CODE WS-TY-TOK-DESC
                        WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    UNSTRING TYPES-LINE DELIMITED BY '|'
                        INTO WS-TY-TOK-CODE WS-TY-TOK-DESC
                             WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    IF WS-TY-TOK-CODE = 'DSP'
                        AND WS-TY-TOK-NATURE(1:1) = 'B'
                        AND WS-TY-TOK-ACTIVE(1:1) NOT = 'I'
                        MOVE 'Y' TO WS-DSP-TYPE-STATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    IF NOT DSP-TYPE-USABLE
        DISPLAY 'REFUSED: TXN_TYPES.DAT HAS NO ACTIVE DSP TYPE OF'
            ' NATURE B -- add it with PROC_TXNTYPE_EDIT; nothing'
            ' generated'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> One detail, its own batch: DP-<case>-P for a provisional credit,
*> DP-<case>-R for a resolution posting.
WRITE-CASE-BATCH.
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'DP-' DSP-CASE-NUM '-' WS-POST-KIND
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-BATCH-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'DISPUTE_' DSP-CASE-NUM '_' WS-POST-KIND '.TRN'
        DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
        WITH POINTER WS-LINE-PTR
    IF WS-POST-DC = 'D'
        COMPUTE WS-DETAIL-TOTAL = 0 - DSP-AMOUNT
    ELSE
        MOVE DSP-AMOUNT TO WS-DETAIL-TOTAL
    END-IF
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
    OPEN OUTPUT BATCH-FILE
    IF WS-BATCH-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ', FILE STATUS ' WS-BATCH-STATUS
        CLOSE DISPUTE-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-TODAY
        ' 000001'
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
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D ' DSP-CUST-ID
        ' ' WS-POST-DC
        ' ' WS-AMOUNT-EDIT
        ' ' WS-TODAY
        ' DSP'
        ' DISPUTE-' DSP-CASE-NUM
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T 000001'
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    CLOSE BATCH-FILE
    .

SAY-BATCH-READY.
    DISPLAY '  BATCH ' FUNCTION TRIM(WS-BATCH-ID) ' ('
        FUNCTION TRIM(WS-TOTAL-EDIT) ') -- '
        FUNCTION TRIM(WS-BATCH-FILE-NAME)
        ' ready for PROC_CUSTOMER_POST'
    .

*> The daily list: every unresolved case whose resolution deadline
*> has passed, with how many days over it is.
REPORT-OVERDUE-CASES.
    MOVE WS-TODAY TO WS-ASOF-DATE
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            MOVE WS-ARG1(1:8) TO WS-ASOF-DATE
        ELSE
            DISPLAY 'USAGE: PROC_DISPUTE_CASE OVERDUE [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT DISPUTE-FILE
    IF WS-DISPUTE-STATUS NOT = '00'
        DISPLAY 'NO CASES ON FILE (DISPUTE_CASES.IDX, FILE STATUS '
            WS-DISPUTE-STATUS ')'
        STOP RUN
    END-IF
    OPEN OUTPUT OVERDUE-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- DISPUTE CASES PAST RESOLUTION DEADLINE AS OF '
        WS-ASOF-DATE ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CASE   CUST-ID POSTED   SEQ     AMOUNT STATUS'
        '                 OPENED   DUE      DAYS OVER'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-CASES
        READ DISPUTE-FILE NEXT RECORD
            AT END SET AT-END-OF-CASES TO TRUE
            NOT AT END
                IF DSP-UNRESOLVED
                    ADD 1 TO WS-OPEN-COUNT
                    IF DSP-RESOLVE-DUE-DATE < WS-ASOF-DATE
                        PERFORM WRITE-OVERDUE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DISPUTE-FILE
    IF WS-OVERDUE-COUNT = 0
        MOVE '  (no case is past its resolution deadline)'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'UNRESOLVED CASES=' WS-OPEN-COUNT
        ' PAST DEADLINE=' WS-OVERDUE-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE OVERDUE-REPORT
    DISPLAY 'DISPUTES AS OF ' WS-ASOF-DATE ': ' WS-OPEN-COUNT
        ' UNRESOLVED, ' WS-OVERDUE-COUNT
        ' PAST DEADLINE -- DISPUTE_OVERDUE.RPT'
    .

WRITE-OVERDUE-LINE.
    ADD 1 TO WS-OVERDUE-COUNT
    PERFORM DESCRIBE-STATUS
    COMPUTE WS-DAYS-OVER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF-DATE))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(DSP-RESOLVE-DUE-DATE))
    MOVE DSP-AMOUNT TO WS-SHOW-AMOUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' DSP-CASE-NUM ' ' DSP-CUST-ID
        ' ' DSP-LGR-POST-DATE ' ' DSP-LGR-SEQ
        ' ' WS-SHOW-AMOUNT
        ' ' WS-STATUS-TEXT
        ' ' DSP-OPENED-DATE ' ' DSP-RESOLVE-DUE-DATE
        ' ' WS-DAYS-OVER
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_DISPUTE_CASE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_DISPUTE_CASE.
