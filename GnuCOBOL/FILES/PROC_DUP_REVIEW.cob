*> Mission: Where an operator works the details PROC_DUP_CHECK held
*> back as suspected duplicates. Walks the undecided holds on the
*> book's duplicate-hold file (COMPANY_DUPHOLD_FILE) one at a time --
*> the held detail, the ledger posting or pending batch it matched,
*> and the account's current standing off the keyed master -- and
*> lets the operator
*>   R)elease it -- not a duplicate after all, it is to post;
*>   J) reject it -- a duplicate, it never posts (a reason is
*>      required);
*>   S)kip it for later, or Q)uit.
*> Every verdict is appended to the decisions file
*> (COMPANY_DUPDEC_FILE, DUPLICATE_DECISIONS.DAT) through the
*> serialized append service, stamped with the operator from
*> PROC_OPERATOR_ID --
*>   <hold-id>|<yyyy-mm-dd hh:mm:ss>|RELEASED|OPR=<id>|<batch-id>
*>   <hold-id>|<yyyy-mm-dd hh:mm:ss>|REJECTED|OPR=<id>|<reason>
*> -- and a decided hold is never shown again.
*> The session's releases go back to the posting run as one H/D/T
*> batch of their own, DUP_RELEASE_<batch>.TRN (batch ID
*> DR<yymmddhhmm>), the held lines exactly as they came. The
*> releasing operator is its keyer, so the segregation-of-duties
*> check keeps them from posting it as well, and PROC_DUP_CHECK
*> knows it by its RELEASED lines and does not hold the same details
*> a second time. The decisions are written only once the batch is:
*> a batch that cannot be written leaves the holds undecided.
*> cobc -x -j -free -I . -I ../BANNER PROC_DUP_REVIEW.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_DUP_REVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT HOLD-FILE
    ASSIGN TO DYNAMIC COMPANY_DUPHOLD_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOLD-STATUS.
SELECT DECISION-FILE
    ASSIGN TO DYNAMIC COMPANY_DUPDEC_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DECISION-STATUS.
SELECT RELEASE-FILE
    ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RELEASE-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD HOLD-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS HOLD-LINE.
01 HOLD-LINE PIC X(200).

FD DECISION-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS DECISION-LINE.
01 DECISION-LINE PIC X(160).

FD RELEASE-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS RELEASE-LINE.
01 RELEASE-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-HOLD-STATUS          PIC XX.
01 WS-DECISION-STATUS      PIC XX.
01 WS-RELEASE-STATUS       PIC XX.
01 WS-RELEASE-FILE-NAME    PIC X(64).
01 WS-RELEASE-BATCH-ID     PIC X(12).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-REVIEWING            PIC X VALUE 'Y'.
    88 DONE-REVIEWING       VALUE 'N'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).
01 WS-ANSWER               PIC X(10).
01 WS-REASON               PIC X(80).

*> Hold IDs already decided -- 5000, house table style.
01 WS-DECIDED-TABLE.
    05 WS-DECIDED-ID OCCURS 5000 TIMES INDEXED BY WS-DECIDED-SS
        PIC X(20).
01 WS-DECIDED-COUNT        PIC 9(4) VALUE 0.
01 WS-IS-DECIDED           PIC X.

*> Releases this session, written as one batch at the end -- 500.
01 WS-RELEASE-TABLE.
    05 WS-RELEASE-ENTRY OCCURS 500 TIMES.
        10 WS-RL-HOLD-ID    PIC X(20).
        10 WS-RL-DETAIL     PIC X(100).
01 WS-RELEASE-COUNT        PIC 9(3) VALUE 0.
01 WS-RELEASE-SS           PIC 9(3).
01 WS-RELEASE-TOTAL        PIC S9(9)V99 VALUE 0.
01 WS-TOTAL-EDIT           PIC -(9)9.99.

*> One hold line's fields.
01 WS-TOK-ID               PIC X(22).
01 WS-TOK-BATCH            PIC X(14).
01 WS-TOK-HELD             PIC X(10).
01 WS-TOK-MATCH            PIC X(42).
01 WS-TOK-DETAIL           PIC X(100).
*> The held detail's own tokens.
01 WS-DT-TYPE              PIC X(2).
01 WS-DT-CUST              PIC X(8).
01 WS-DT-DC                PIC X(2).
01 WS-DT-AMOUNT            PIC X(14).
01 WS-BALANCE-EDIT         PIC -(7)9.99.

01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
01 WS-REJECTED-NOW         PIC 9(6) VALUE 0.
01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-DECIDED-HOLDS
    MOVE 'N' TO WS-AT-END
    OPEN INPUT HOLD-FILE
    IF WS-HOLD-STATUS NOT = '00'
        DISPLAY 'NO ' FUNCTION TRIM(COMPANY_DUPHOLD_FILE)
            ' -- nothing held, nothing to review'
        CLOSE CUSTOMER-FILE
        STOP RUN
    END-IF
    PERFORM UNTIL AT-END-OF-FILE OR DONE-REVIEWING
        READ HOLD-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF HOLD-LINE NOT = SPACES
                    PERFORM CONSIDER-ONE-HOLD
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    CLOSE CUSTOMER-FILE
    IF WS-RELEASE-COUNT > 0
        PERFORM WRITE-RELEASE-BATCH
    END-IF
    DISPLAY 'REVIEW DONE: ' WS-OPEN-COUNT ' HELD DETAIL(S) SEEN, '
        WS-RELEASE-COUNT ' RELEASED, ' WS-REJECTED-NOW ' REJECTED, '
        WS-SKIPPED-COUNT ' LEFT HELD'
    STOP RUN.

LOAD-DECIDED-HOLDS.
    MOVE 0 TO WS-DECIDED-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT DECISION-FILE
    IF WS-DECISION-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ DECISION-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF DECISION-LINE NOT = SPACES
                        AND WS-DECIDED-COUNT < 5000
                        MOVE SPACES TO WS-TOK-ID
                        UNSTRING DECISION-LINE DELIMITED BY '|'
                            INTO WS-TOK-ID
                        ADD 1 TO WS-DECIDED-COUNT
                        MOVE WS-TOK-ID(1:20)
                            TO WS-DECIDED-ID(WS-DECIDED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECISION-FILE
    END-IF
    .

CONSIDER-ONE-HOLD.
    MOVE SPACES TO WS-TOK-ID WS-TOK-BATCH WS-TOK-HELD WS-TOK-MATCH
        WS-TOK-DETAIL
    UNSTRING HOLD-LINE DELIMITED BY '|'
        INTO WS-TOK-ID WS-TOK-BATCH WS-TOK-HELD WS-TOK-MATCH
             WS-TOK-DETAIL
    MOVE 'N' TO WS-IS-DECIDED
    PERFORM VARYING WS-DECIDED-SS FROM 1 BY 1
        UNTIL WS-DECIDED-SS > WS-DECIDED-COUNT
           OR WS-IS-DECIDED = 'Y'
        IF WS-DECIDED-ID(WS-DECIDED-SS) = WS-TOK-ID(1:20)
            MOVE 'Y' TO WS-IS-DECIDED
        END-IF
    END-PERFORM
    IF WS-IS-DECIDED = 'N'
        ADD 1 TO WS-OPEN-COUNT
        PERFORM REVIEW-ONE-HOLD
    END-IF
    .

REVIEW-ONE-HOLD.
    MOVE SPACES TO WS-DT-TYPE WS-DT-CUST WS-DT-DC WS-DT-AMOUNT
    UNSTRING WS-TOK-DETAIL DELIMITED BY ALL SPACE
        INTO WS-DT-TYPE WS-DT-CUST WS-DT-DC WS-DT-AMOUNT
    DISPLAY ' '
    DISPLAY 'HOLD ' FUNCTION TRIM(WS-TOK-ID) '  BATCH '
        FUNCTION TRIM(WS-TOK-BATCH) '  HELD '
        FUNCTION TRIM(WS-TOK-HELD)
    DISPLAY '  DETAIL  ' FUNCTION TRIM(WS-TOK-DETAIL)
    DISPLAY '  MATCHES ' FUNCTION TRIM(WS-TOK-MATCH)
    PERFORM SHOW-HOLD-ACCOUNT
    DISPLAY 'R)elease  J) reject  S)kip  Q)uit: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        WHEN 'R' PERFORM RELEASE-THIS-HOLD
        WHEN 'J' PERFORM REJECT-THIS-HOLD
        WHEN 'Q'
            MOVE 'N' TO WS-REVIEWING
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN OTHER
            ADD 1 TO WS-SKIPPED-COUNT
    END-EVALUATE
    .

SHOW-HOLD-ACCOUNT.
    IF FUNCTION TRIM(WS-DT-CUST) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-DT-CUST) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY '  ACCOUNT ' FUNCTION TRIM(WS-DT-CUST)
                    ' -- NOT ON THE MASTER'
            NOT INVALID KEY
                MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                DISPLAY '  ACCOUNT ' CUST-ID ' ' CUST-NAME
                    ' STATUS ' CUST-STATUS
                    ' BRANCH ' CUST-BRANCH
                    ' BALANCE ' FUNCTION TRIM(WS-BALANCE-EDIT)
        END-READ
    END-IF
    .

*> Queued for the session's release batch; the verdict is written
*> with the batch.
RELEASE-THIS-HOLD.
    IF WS-RELEASE-COUNT >= 500
        DISPLAY '  NOT RELEASED -- 500 releases this session; quit'
            ' and run again for the rest'
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        ADD 1 TO WS-RELEASE-COUNT
        MOVE WS-TOK-ID(1:20) TO WS-RL-HOLD-ID(WS-RELEASE-COUNT)
        MOVE WS-TOK-DETAIL TO WS-RL-DETAIL(WS-RELEASE-COUNT)
        EVALUATE TRUE
            WHEN FUNCTION TRIM(WS-DT-TYPE) = 'X'
                CONTINUE
            WHEN FUNCTION TRIM(WS-DT-DC) = 'D'
                SUBTRACT FUNCTION NUMVAL(WS-DT-AMOUNT)
                    FROM WS-RELEASE-TOTAL
            WHEN OTHER
                ADD FUNCTION NUMVAL(WS-DT-AMOUNT) TO WS-RELEASE-TOTAL
        END-EVALUATE
        DISPLAY '  RELEASED -- goes to posting in this session''s'
            ' release batch'
    END-IF
    .

*> No rejection without a reason -- the customer who did pay twice
*> will ask why the second payment never reached the account.
REJECT-THIS-HOLD.
    MOVE SPACES TO WS-REASON
    DISPLAY 'Reason for rejecting: ' WITH NO ADVANCING
    ACCEPT WS-REASON
    IF WS-REASON = SPACES
        DISPLAY '  NOT REJECTED -- a reason is required'
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        PERFORM STAMP-DECISION-TIME
        STRING FUNCTION TRIM(WS-TOK-ID)
            '|' WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
            ':' WS-CURRENT-DATE(13:2)
            '|REJECTED|OPR=' FUNCTION TRIM(OPERATOR_ID)
            '|' FUNCTION TRIM(WS-REASON)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE COMPANY_DUPDEC_FILE TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        IF APPEND_SUCCEEDED
            ADD 1 TO WS-REJECTED-NOW
            DISPLAY '  REJECTED -- it will not post'
        ELSE
            ADD 1 TO WS-SKIPPED-COUNT
            DISPLAY '  NOT REJECTED -- '
                FUNCTION TRIM(COMPANY_DUPDEC_FILE)
                ' could not be written; the detail stays held'
        END-IF
    END-IF
    .

STAMP-DECISION-TIME.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    .

*> Counted and totalled the way the posting run proves a batch: a
*> credit +amount, a debit -amount, a transfer once and for nothing.
WRITE-RELEASE-BATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-RELEASE-BATCH-ID
    STRING 'DR' WS-CURRENT-DATE(3:10)
        DELIMITED BY SIZE INTO WS-RELEASE-BATCH-ID
    MOVE SPACES TO WS-RELEASE-FILE-NAME
    STRING 'DUP_RELEASE_' WS-RELEASE-BATCH-ID '.TRN'
        DELIMITED BY SIZE INTO WS-RELEASE-FILE-NAME
    OPEN OUTPUT RELEASE-FILE
    IF WS-RELEASE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-RELEASE-FILE-NAME)
            ', FILE STATUS ' WS-RELEASE-STATUS
            ' -- nothing released; the details stay held'
        MOVE 0 TO WS-RELEASE-COUNT
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE WS-RELEASE-TOTAL TO WS-TOTAL-EDIT
        MOVE SPACES TO RELEASE-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'H ' WS-CURRENT-DATE(1:8)
            ' ' WS-RELEASE-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' ' WS-RELEASE-BATCH-ID
            DELIMITED BY SIZE INTO RELEASE-LINE
            WITH POINTER WS-LINE-PTR
        IF OPERATOR_ID NOT = SPACES
            STRING ' ' FUNCTION TRIM(OPERATOR_ID)
                DELIMITED BY SIZE INTO RELEASE-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO RELEASE-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE RELEASE-LINE
        PERFORM VARYING WS-RELEASE-SS FROM 1 BY 1
            UNTIL WS-RELEASE-SS > WS-RELEASE-COUNT
            MOVE WS-RL-DETAIL(WS-RELEASE-SS) TO RELEASE-LINE
            WRITE RELEASE-LINE
        END-PERFORM
        MOVE SPACES TO RELEASE-LINE
        STRING 'T ' WS-RELEASE-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO RELEASE-LINE
        WRITE RELEASE-LINE
        CLOSE RELEASE-FILE
        PERFORM VARYING WS-RELEASE-SS FROM 1 BY 1
            UNTIL WS-RELEASE-SS > WS-RELEASE-COUNT
            PERFORM RECORD-ONE-RELEASE
        END-PERFORM
        DISPLAY 'BATCH ' WS-RELEASE-BATCH-ID ': ' WS-RELEASE-COUNT
            ' RELEASED DETAIL(S), TOTAL ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' -- ' FUNCTION TRIM(WS-RELEASE-FILE-NAME)
            ' ready for PROC_CUSTOMER_POST'
    END-IF
    .

RECORD-ONE-RELEASE.
    PERFORM STAMP-DECISION-TIME
    STRING FUNCTION TRIM(WS-RL-HOLD-ID(WS-RELEASE-SS))
        '|' WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        '|RELEASED|OPR=' FUNCTION TRIM(OPERATOR_ID)
        '|' WS-RELEASE-BATCH-ID
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE COMPANY_DUPDEC_FILE TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    IF APPEND_FAILED
        DISPLAY 'WARNING: release of '
            FUNCTION TRIM(WS-RL-HOLD-ID(WS-RELEASE-SS))
            ' not recorded on ' FUNCTION TRIM(COMPANY_DUPDEC_FILE)
            ' -- it will be offered again; reject it then with'
            ' reason "released in ' WS-RELEASE-BATCH-ID '"'
        MOVE 1 TO RETURN-CODE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_DUP_REVIEW' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_DUP_REVIEW.
