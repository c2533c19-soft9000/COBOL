*> Mission: "What's the balance on account 123456?" without watching
*> every record scroll past. Built on the BANNER side's PROC_CLS and
*> PROC_GOTOXY: the operator keys a full account number (digits,
*> CUSTOMER-ID plus check digit -- see PROC_ACCOUNT_NUMBER; a number
*> failing its check digit is refused, not looked up) or a name
*> prefix (anything else), the record is fetched by the primary or
*> the name alternate key, and the CB_BUSINESS_RECORD fields are laid
*> out on a formatted screen -- balance red when negative, green
*> otherwise, the status line flagged red when the account is
*> closed. N and P walk to the adjacent record on whichever key
*> found this one; any new ID/prefix re-anchors; Q quits.
*> An account linked into a household (HOUSEHOLDS.IDX, see
*> PROC_HOUSEHOLD_EDIT) gets a household panel at the foot of the
*> screen: the household's other accounts with their balances and
*> the combined balance of all of them.
*> The balance on file is the ledger balance as of the last posting
*> run. Entries keyed since (PROC_TRANS_ENTRY memo-posts them to
*> MEMO_POSTINGS.IDX) show under it as pending debits and credits
*> with the available balance they leave; M swaps the notes panel
*> for the pending items themselves and back.
*> H opens the customer's correspondence history (CORRESP_HISTORY.IDX,
*> written through PROC_CORRESP_LOG by every run that sends the
*> customer something), newest first and paged with O and N; R and
*> a line number reprints that document through
*> PROC_STATEMENT_REPRINT without leaving the screen.
*> A high-risk account whose KYC review (KYC_REVIEWS.IDX, see
*> PROC_KYC_EDIT) is past its due date is flagged in red under the
*> status line, so the review gets raised while the customer is on
*> the phone.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_INQUIRY.cob
*>     ../BANNER/PROC_CLS.cob ../BANNER/PROC_GOTOXY.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_ACCOUNT_NUMBER.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_INQUIRY.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_HOUSEHOLD_FILE.cpy'.
COPY 'CB_MEMO_FILE.cpy'.
COPY 'CB_CORRESP_FILE.cpy'.
COPY 'CB_KYC_FILE.cpy'.
SELECT BLOCKS-FILE
    ASSIGN TO DYNAMIC COMPANY_BLOCKED_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BLOCKS-STATUS.
*> The call-history notes file: one pipe-delimited line per note --
DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_HOUSEHOLD_RECORD.cpy'.
COPY 'CB_MEMO_RECORD.cpy'.
COPY 'CB_CORRESP_RECORD.cpy'.
COPY 'CB_KYC_RECORD.cpy'.

FD BLOCKS-FILE
    RECORD CONTAINS 60 CHARACTERS
01 NOTES-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ANSWER        PIC X(20).
*> instant before PROC_CLS wiped it.
01 WS-NOT-FOUND     PIC X VALUE 'N'.
    88 LOOKUP-CAME-UP-EMPTY VALUE 'Y'.
    88 LOOKUP-NUMBER-REFUSED VALUE 'C'.
01 WS-REFUSED-TEXT  PIC X(48).
01 WS-RUNNING       PIC X VALUE 'Y'.
    88 DONE-INQUIRING VALUE 'N'.
01 WS-BALANCE-EDIT  PIC -(7)9.99.
01 WS-NT-TOK-TEXT  PIC X(80).
01 WS-NOTE-INPUT   PIC X(60).
01 WS-CURRENT-DATE PIC X(21).

*> The household panel. Fetching the other accounts moves the
*> master's file position, so the record on screen is saved first
*> and the browse put back afterwards on whichever key found it --
*> N and P then still walk from this record. 50 accounts per
*> household, house table style.
01 WS-HOUSEHOLD-STATUS    PIC XX.
01 WS-HOUSEHOLD-AVAILABLE PIC X VALUE 'N'.
    88 HOUSEHOLDS-ARE-AVAILABLE VALUE 'Y'.
01 WS-BROWSE-KEY          PIC X VALUE 'I'.
*> The KYC review file, read per fetch for the overdue flag; a book
*> with no review file yet simply shows no flag.
01 WS-KYC-STATUS          PIC XX.
01 WS-KYC-AVAILABLE       PIC X VALUE 'N'.
    88 KYC-REVIEWS-ARE-AVAILABLE VALUE 'Y'.
    88 BROWSING-BY-NAME   VALUE 'N'.
01 WS-SAVED-CUSTOMER      PIC X(63).
01 WS-SAVED-CUST-ID       PIC 9(6).
01 WS-SAVED-CUST-NAME     PIC X(20).
01 WS-SAVED-PRIMARY       PIC X.
01 WS-HOUSEHOLD-ID        PIC 9(6).
01 WS-HH-SCAN-DONE        PIC X.
01 WS-HH-TABLE.
    05 WS-HH-ENTRY OCCURS 50 TIMES INDEXED BY WS-HH-SS.
        10 WS-HH-CUST-ID  PIC 9(6).
        10 WS-HH-PRIMARY  PIC X.
01 WS-HH-COUNT            PIC 9(2) VALUE 0.
01 WS-HH-SHOWN            PIC 9(2).
01 WS-HH-COMBINED         PIC S9(9)V99.
01 WS-HH-COMBINED-EDIT    PIC -(9)9.99.
01 WS-HH-MORE             PIC 9(2).

*> This account's memo-posted items, gathered per paint like the
*> notes (the file is opened and closed around it, so entries keyed
*> at the counter meanwhile show on the next paint). The totals run
*> over every pending item; the table keeps the first 50 for the
*> panel, which WS-MEMO-OFFSET pages forward.
01 WS-MEMO-STATUS         PIC XX.
01 WS-MEMO-SCAN-DONE      PIC X.
01 WS-MEMO-READABLE       PIC X VALUE 'N'.
    88 MEMOS-WERE-READ    VALUE 'Y'.
01 WS-LOWER-PANEL         PIC X VALUE 'N'.
    88 SHOWING-MEMO-ITEMS VALUE 'M'.
01 WS-MEMO-TABLE.
    05 WS-MEMO-ENTRY OCCURS 50 TIMES INDEXED BY WS-MEMO-SS.
        10 WS-MM-DATE     PIC X(8).
        10 WS-MM-DC       PIC X.
        10 WS-MM-AMOUNT   PIC 9(7)V99.
        10 WS-MM-TYPE     PIC X(4).
        10 WS-MM-REF      PIC X(20).
        10 WS-MM-BATCH    PIC X(12).
        10 WS-MM-ENTERED  PIC X(14).
        10 WS-MM-BY       PIC X(8).
01 WS-MEMO-COUNT          PIC 9(4) VALUE 0.
01 WS-MEMO-OFFSET         PIC 9(4) VALUE 0.
01 WS-MEMO-SHOWN          PIC 9(2).
01 WS-MEMO-PICK           PIC 9(4).
01 WS-PENDING-DR-COUNT    PIC 9(4).
01 WS-PENDING-CR-COUNT    PIC 9(4).
01 WS-PENDING-DR          PIC S9(9)V99.
01 WS-PENDING-CR          PIC S9(9)V99.
01 WS-AVAILABLE           PIC S9(9)V99.
01 WS-PENDING-EDIT        PIC -(9)9.99.
01 WS-MEMO-AMOUNT-EDIT    PIC Z(6)9.99.

*> The correspondence history, gathered newest first when H is
*> keyed and again after a reprint -- 50 per account, house table
*> style. The lines are numbered down the whole table, so R and a
*> number means the same line on any page; WS-HIST-OFFSET pages.
01 WS-CORRESP-STATUS      PIC XX.
01 WS-HIST-SCAN-DONE      PIC X.
01 WS-HISTORY-MODE        PIC X VALUE 'N'.
    88 SHOWING-HISTORY    VALUE 'Y'.
01 WS-HIST-TABLE.
    05 WS-HIST-ENTRY OCCURS 50 TIMES INDEXED BY WS-HIST-SS.
        10 WS-HS-STAMP    PIC X(14).
        10 WS-HS-SEQ      PIC 9(2).
        10 WS-HS-TYPE     PIC X(4).
        10 WS-HS-CHANNEL  PIC X.
        10 WS-HS-COPY     PIC X.
        10 WS-HS-REF      PIC X(40).
01 WS-HIST-COUNT          PIC 9(4) VALUE 0.
01 WS-HIST-OFFSET         PIC 9(4) VALUE 0.
01 WS-HIST-SHOWN          PIC 9(2).
01 WS-HIST-PICK           PIC 9(4).
01 WS-HIST-NO-EDIT        PIC Z9.
01 WS-HIST-MESSAGE        PIC X(72) VALUE SPACES.
01 WS-RUN-COMMAND         PIC X(200).
01 WS-RUN-PTR             PIC 9(4).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CLS.cpy'.
COPY 'CB_GOTOXY.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
        STOP RUN
    END-IF
    PERFORM LOAD-STOP-LIST
    OPEN INPUT HOUSEHOLD-FILE
    IF WS-HOUSEHOLD-STATUS = '00'
        MOVE 'Y' TO WS-HOUSEHOLD-AVAILABLE
    END-IF
    OPEN INPUT KYC-FILE
    IF WS-KYC-STATUS = '00'
        MOVE 'Y' TO WS-KYC-AVAILABLE
    END-IF
    PERFORM UNTIL DONE-INQUIRING
        IF SHOWING-HISTORY
            PERFORM PAINT-HISTORY-SCREEN
            PERFORM READ-HISTORY-COMMAND
        ELSE
            PERFORM PAINT-INQUIRY-SCREEN
            PERFORM READ-OPERATOR-COMMAND
        END-IF
    END-PERFORM
    IF HOUSEHOLDS-ARE-AVAILABLE
        CLOSE HOUSEHOLD-FILE
    END-IF
    IF KYC-REVIEWS-ARE-AVAILABLE
        CLOSE KYC-FILE
    END-IF
    CLOSE CUSTOMER-FILE
    STOP RUN.

    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    IF WS-HAVE-RECORD = 'Y'
        PERFORM LAY-OUT-CUSTOMER
        PERFORM GATHER-MEMO-ITEMS
        PERFORM LAY-OUT-PENDING-LINE
        IF SHOWING-MEMO-ITEMS
            PERFORM LAY-OUT-MEMO-PANEL
        ELSE
            PERFORM GATHER-CUSTOMER-NOTES
            PERFORM LAY-OUT-NOTES-PANEL
        END-IF
        IF HOUSEHOLDS-ARE-AVAILABLE
            PERFORM LAY-OUT-HOUSEHOLD-PANEL
        END-IF
    ELSE
        MOVE 3 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    IF LOOKUP-NUMBER-REFUSED
        MOVE 11 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE WS-REFUSED-TEXT TO TEXT_VALUE
        MOVE 4 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

LAY-OUT-CUSTOMER.
    MOVE 2 TO TEXT_COLUMN
    MOVE SPACES TO WS-FIELD-TEXT
    MOVE 1 TO WS-FIELD-PTR
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    STRING 'CUSTOMER-ID:     ' CUST-ID
        '   ACCOUNT NUMBER: ' ACCT_NUMBER
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    MOVE WS-FIELD-TEXT TO TEXT_VALUE
    MOVE 2 TO TEXT_COLUMN
    MOVE SPACES TO WS-FIELD-TEXT
    MOVE 1 TO WS-FIELD-PTR
    STRING 'LEDGER-BALANCE:  ' FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    MOVE WS-FIELD-TEXT TO TEXT_VALUE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    IF KYC-REVIEWS-ARE-AVAILABLE
        PERFORM LAY-OUT-KYC-FLAG
    END-IF
    .

*> Only the high-risk accounts past due are flagged here; the rest
*> of the review schedule is PROC_KYC_DUE's monthly list.
LAY-OUT-KYC-FLAG.
    MOVE CUST-ID TO KYC-CUST-ID
    READ KYC-FILE
        INVALID KEY MOVE SPACES TO KYC-RECORD
    END-READ
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF KYC-RISK-HIGH AND KYC-NEXT-DUE NOT = SPACES
        AND KYC-NEXT-DUE < WS-CURRENT-DATE(1:8)
        MOVE 10 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE SPACES TO WS-FIELD-TEXT
        MOVE 1 TO WS-FIELD-PTR
        STRING '*** KYC REVIEW OVERDUE: HIGH RISK, DUE '
            KYC-NEXT-DUE ' (LAST ' KYC-LAST-REVIEW ') ***'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
        MOVE WS-FIELD-TEXT TO TEXT_VALUE
        MOVE 4 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

LOAD-STOP-LIST.
READ-OPERATOR-COMMAND.
    MOVE 9 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE 'Acct no / name / N / P / A(dd) / O(lder) / M(emo) /'
        & ' H(ist) / Q(uit): ' TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
            PERFORM ADD-CUSTOMER-NOTE
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'O'
            AND WS-HAVE-RECORD = 'Y'
            IF SHOWING-MEMO-ITEMS
                ADD 3 TO WS-MEMO-OFFSET
            ELSE
                ADD 3 TO WS-NOTE-OFFSET
            END-IF
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'M'
            AND WS-HAVE-RECORD = 'Y'
            IF SHOWING-MEMO-ITEMS
                MOVE 'N' TO WS-LOWER-PANEL
            ELSE
                MOVE 'M' TO WS-LOWER-PANEL
            END-IF
            MOVE 0 TO WS-MEMO-OFFSET
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'H'
            AND WS-HAVE-RECORD = 'Y'
            PERFORM GATHER-CORRESP-HISTORY
            MOVE 0 TO WS-HIST-OFFSET
            MOVE SPACES TO WS-HIST-MESSAGE
            SET SHOWING-HISTORY TO TRUE
        WHEN FUNCTION TRIM(WS-ANSWER) IS NUMERIC
            AND WS-ANSWER NOT = SPACES
            PERFORM FETCH-BY-ID
    END-EVALUATE
    .

*> A number failing its check digit leaves whatever record is on
*> screen where it is -- nothing was looked up.
FETCH-BY-ID.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        SET LOOKUP-NUMBER-REFUSED TO TRUE
        MOVE ACCT_MESSAGE TO WS-REFUSED-TEXT
    ELSE
        PERFORM FETCH-VERIFIED-ID
    END-IF
    .

FETCH-VERIFIED-ID.
    MOVE 'I' TO WS-BROWSE-KEY
    MOVE 0 TO WS-NOTE-OFFSET WS-MEMO-OFFSET
    MOVE ACCT_CUST_ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE 'N' TO WS-HAVE-RECORD
*> name at or past the prefix, then the usual next/previous walk
*> moves through the book in name order.
FETCH-BY-NAME-PREFIX.
    MOVE 'N' TO WS-BROWSE-KEY
    MOVE SPACES TO CUST-NAME
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO CUST-NAME
    .

FETCH-NEXT-RECORD.
    MOVE 0 TO WS-NOTE-OFFSET WS-MEMO-OFFSET
    READ CUSTOMER-FILE NEXT RECORD
        AT END
            MOVE 'N' TO WS-HAVE-RECORD
    .

FETCH-PRIOR-RECORD.
    MOVE 0 TO WS-NOTE-OFFSET WS-MEMO-OFFSET
    READ CUSTOMER-FILE PREVIOUS RECORD
        AT END
            MOVE 'N' TO WS-HAVE-RECORD
    END-PERFORM
    .

*> Every memo item on file for the account, on the alternate key.
*> No memo file simply means nothing is pending.
GATHER-MEMO-ITEMS.
    MOVE 0 TO WS-MEMO-COUNT WS-PENDING-DR-COUNT WS-PENDING-CR-COUNT
    MOVE 0 TO WS-PENDING-DR WS-PENDING-CR
    MOVE 'N' TO WS-MEMO-READABLE
    OPEN INPUT MEMO-FILE
    IF WS-MEMO-STATUS = '00'
        SET MEMOS-WERE-READ TO TRUE
        MOVE 'N' TO WS-MEMO-SCAN-DONE
        MOVE CUST-ID TO MEMO-CUST-ID
        START MEMO-FILE KEY IS = MEMO-CUST-ID
            INVALID KEY MOVE 'Y' TO WS-MEMO-SCAN-DONE
        END-START
        PERFORM UNTIL WS-MEMO-SCAN-DONE = 'Y'
            READ MEMO-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-MEMO-SCAN-DONE
                NOT AT END
                    IF MEMO-CUST-ID NOT = CUST-ID
                        MOVE 'Y' TO WS-MEMO-SCAN-DONE
                    ELSE
                        PERFORM TAKE-MEMO-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MEMO-FILE
    END-IF
    COMPUTE WS-AVAILABLE =
        CUST-BALANCE + WS-PENDING-CR - WS-PENDING-DR
    .

TAKE-MEMO-ITEM.
    IF MEMO-IS-DEBIT
        ADD 1 TO WS-PENDING-DR-COUNT
        ADD MEMO-AMOUNT TO WS-PENDING-DR
    ELSE
        ADD 1 TO WS-PENDING-CR-COUNT
        ADD MEMO-AMOUNT TO WS-PENDING-CR
    END-IF
    IF WS-MEMO-COUNT < 50
        ADD 1 TO WS-MEMO-COUNT
        SET WS-MEMO-SS TO WS-MEMO-COUNT
        MOVE MEMO-TXN-DATE TO WS-MM-DATE(WS-MEMO-SS)
        MOVE MEMO-DC TO WS-MM-DC(WS-MEMO-SS)
        MOVE MEMO-AMOUNT TO WS-MM-AMOUNT(WS-MEMO-SS)
        MOVE MEMO-TYPE TO WS-MM-TYPE(WS-MEMO-SS)
        MOVE MEMO-REFERENCE TO WS-MM-REF(WS-MEMO-SS)
        MOVE MEMO-BATCH-ID TO WS-MM-BATCH(WS-MEMO-SS)
        MOVE MEMO-ENTERED TO WS-MM-ENTERED(WS-MEMO-SS)
        MOVE MEMO-OPERATOR TO WS-MM-BY(WS-MEMO-SS)
    END-IF
    .

*> Under the record: what is pending each way and the available
*> balance it leaves -- red when that goes negative, even if the
*> ledger balance above is still green.
LAY-OUT-PENDING-LINE.
    IF MEMOS-WERE-READ
        MOVE 8 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE SPACES TO WS-FIELD-TEXT
        MOVE 1 TO WS-FIELD-PTR
        MOVE WS-PENDING-DR TO WS-PENDING-EDIT
        STRING 'PENDING DR: ' WS-PENDING-DR-COUNT
            ' ' FUNCTION TRIM(WS-PENDING-EDIT)
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
        MOVE WS-PENDING-CR TO WS-PENDING-EDIT
        STRING '  CR: ' WS-PENDING-CR-COUNT
            ' ' FUNCTION TRIM(WS-PENDING-EDIT)
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
        MOVE WS-AVAILABLE TO WS-PENDING-EDIT
        STRING '  AVAILABLE: ' FUNCTION TRIM(WS-PENDING-EDIT)
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
        MOVE WS-FIELD-TEXT TO TEXT_VALUE
        IF WS-AVAILABLE < 0
            MOVE 4 TO TEXT_COLOR_FORE
        ELSE
            MOVE 2 TO TEXT_COLOR_FORE
        END-IF
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

*> The pending items in the notes panel's place, in the order keyed,
*> each with the hhmm it was keyed and by whom;
*> O pages forward three at a time, M goes back to the notes.
LAY-OUT-MEMO-PANEL.
    MOVE 13 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    IF WS-MEMO-COUNT = 0
        MOVE 'PENDING ITEMS: none (M for notes)' TO TEXT_VALUE
    ELSE
        MOVE 'PENDING ITEMS (O for more, M for notes):' TO TEXT_VALUE
    END-IF
    MOVE 3 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE 0 TO WS-MEMO-SHOWN
    PERFORM UNTIL WS-MEMO-SHOWN >= 3
        COMPUTE WS-MEMO-PICK = WS-MEMO-OFFSET + WS-MEMO-SHOWN + 1
        IF WS-MEMO-PICK > WS-MEMO-COUNT
            MOVE 3 TO WS-MEMO-SHOWN
        ELSE
            SET WS-MEMO-SS TO WS-MEMO-PICK
            MOVE WS-MM-AMOUNT(WS-MEMO-SS) TO WS-MEMO-AMOUNT-EDIT
            COMPUTE TEXT_LINE = 14 + WS-MEMO-SHOWN
            MOVE 2 TO TEXT_COLUMN
            MOVE SPACES TO WS-FIELD-TEXT
            MOVE 1 TO WS-FIELD-PTR
            STRING WS-MM-DATE(WS-MEMO-SS)
                ' ' WS-MM-DC(WS-MEMO-SS)
                ' ' WS-MEMO-AMOUNT-EDIT
                ' ' WS-MM-TYPE(WS-MEMO-SS)
                ' ' WS-MM-ENTERED(WS-MEMO-SS)(9:4)
                ' ' WS-MM-BY(WS-MEMO-SS)
                ' ' WS-MM-BATCH(WS-MEMO-SS)
                ' ' FUNCTION TRIM(WS-MM-REF(WS-MEMO-SS))
                DELIMITED BY SIZE INTO WS-FIELD-TEXT
                WITH POINTER WS-FIELD-PTR
            MOVE WS-FIELD-TEXT TO TEXT_VALUE
            MOVE 7 TO TEXT_COLOR_FORE
            MOVE 'Y' TO TEXT_COLOR_FORE_SET
            CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
            ADD 1 TO WS-MEMO-SHOWN
        END-IF
    END-PERFORM
    .

*> Newest first: position past this customer's last key and read
*> backward until the customer changes. No store yet means no
*> history yet.
GATHER-CORRESP-HISTORY.
    MOVE 0 TO WS-HIST-COUNT
    OPEN INPUT CORRESP-FILE
    IF WS-CORRESP-STATUS = '00'
        MOVE 'N' TO WS-HIST-SCAN-DONE
        MOVE CUST-ID TO COR-CUST-ID
        MOVE HIGH-VALUES TO COR-STAMP
        MOVE 99 TO COR-SEQ
        START CORRESP-FILE KEY IS <= COR-KEY
            INVALID KEY MOVE 'Y' TO WS-HIST-SCAN-DONE
        END-START
        PERFORM UNTIL WS-HIST-SCAN-DONE = 'Y'
            READ CORRESP-FILE PREVIOUS RECORD
                AT END MOVE 'Y' TO WS-HIST-SCAN-DONE
                NOT AT END
                    IF COR-CUST-ID NOT = CUST-ID
                        OR WS-HIST-COUNT >= 50
                        MOVE 'Y' TO WS-HIST-SCAN-DONE
                    ELSE
                        PERFORM TAKE-HISTORY-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CORRESP-FILE
    END-IF
    .

TAKE-HISTORY-LINE.
    ADD 1 TO WS-HIST-COUNT
    SET WS-HIST-SS TO WS-HIST-COUNT
    MOVE COR-STAMP TO WS-HS-STAMP(WS-HIST-SS)
    MOVE COR-SEQ TO WS-HS-SEQ(WS-HIST-SS)
    MOVE COR-DOC-TYPE TO WS-HS-TYPE(WS-HIST-SS)
    MOVE COR-CHANNEL TO WS-HS-CHANNEL(WS-HIST-SS)
    MOVE COR-COPY TO WS-HS-COPY(WS-HIST-SS)
    MOVE COR-REFERENCE TO WS-HS-REF(WS-HIST-SS)
    .

*> Twelve lines a page under the customer, each with its number,
*> when it went, the document type, the channel (P/E) and where the
*> copy is kept (S statement archive, L letter archive, N none).
PAINT-HISTORY-SCREEN.
    MOVE 0 TO SCREEN_HEIGHT SCREEN_WIDTH
    CALL 'PROC_CLS' USING PARAMS-CLS
    MOVE 1 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE 'CORRESPONDENCE HISTORY' TO TEXT_VALUE
    MOVE 3 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    MOVE 0 TO TEXT_LENGTH
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE 3 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE SPACES TO WS-FIELD-TEXT
    MOVE 1 TO WS-FIELD-PTR
    STRING 'CUSTOMER-ID:     ' CUST-ID '   ' CUST-NAME
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    MOVE WS-FIELD-TEXT TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE 4 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    IF WS-HIST-COUNT = 0
        MOVE 'No correspondence on file for this account'
            TO TEXT_VALUE
    ELSE
        MOVE ' # DATE       TIME  DOC  CH CP REFERENCE' TO TEXT_VALUE
    END-IF
    MOVE 3 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE 0 TO WS-HIST-SHOWN
    PERFORM UNTIL WS-HIST-SHOWN >= 12
        COMPUTE WS-HIST-PICK = WS-HIST-OFFSET + WS-HIST-SHOWN + 1
        IF WS-HIST-PICK > WS-HIST-COUNT
            MOVE 12 TO WS-HIST-SHOWN
        ELSE
            SET WS-HIST-SS TO WS-HIST-PICK
            MOVE WS-HIST-PICK TO WS-HIST-NO-EDIT
            COMPUTE TEXT_LINE = 5 + WS-HIST-SHOWN
            MOVE 2 TO TEXT_COLUMN
            MOVE SPACES TO WS-FIELD-TEXT
            MOVE 1 TO WS-FIELD-PTR
            STRING WS-HIST-NO-EDIT
                ' ' WS-HS-STAMP(WS-HIST-SS)(1:4)
                '-' WS-HS-STAMP(WS-HIST-SS)(5:2)
                '-' WS-HS-STAMP(WS-HIST-SS)(7:2)
                ' ' WS-HS-STAMP(WS-HIST-SS)(9:2)
                ':' WS-HS-STAMP(WS-HIST-SS)(11:2)
                ' ' WS-HS-TYPE(WS-HIST-SS)
                ' ' WS-HS-CHANNEL(WS-HIST-SS)
                '  ' WS-HS-COPY(WS-HIST-SS)
                '  ' WS-HS-REF(WS-HIST-SS)
                DELIMITED BY SIZE INTO WS-FIELD-TEXT
                WITH POINTER WS-FIELD-PTR
            MOVE WS-FIELD-TEXT TO TEXT_VALUE
            MOVE 7 TO TEXT_COLOR_FORE
            MOVE 'Y' TO TEXT_COLOR_FORE_SET
            CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
            ADD 1 TO WS-HIST-SHOWN
        END-IF
    END-PERFORM
    IF WS-HIST-MESSAGE NOT = SPACES
        MOVE 18 TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE WS-HIST-MESSAGE TO TEXT_VALUE
        MOVE 4 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

*> Q goes back to the record, not out of the program.
READ-HISTORY-COMMAND.
    MOVE 20 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE 'O(lder) / N(ewer) / R<line no> reprint / Q(uit to record): '
        TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE SPACES TO WS-ANSWER
    ACCEPT WS-ANSWER
    MOVE SPACES TO WS-HIST-MESSAGE
    EVALUATE TRUE
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'Q'
            MOVE 'N' TO WS-HISTORY-MODE
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'O'
            IF WS-HIST-OFFSET + 12 < WS-HIST-COUNT
                ADD 12 TO WS-HIST-OFFSET
            END-IF
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'N'
            IF WS-HIST-OFFSET >= 12
                SUBTRACT 12 FROM WS-HIST-OFFSET
            ELSE
                MOVE 0 TO WS-HIST-OFFSET
            END-IF
        WHEN FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = 'R'
            AND FUNCTION TRIM(WS-ANSWER(2:19)) IS NUMERIC
            AND WS-ANSWER(2:19) NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-ANSWER(2:19)) TO WS-HIST-PICK
            PERFORM REPRINT-HISTORY-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> The reprint runs as its own process, the way PROC_MASTER_MENU
*> launches a tool, and the history is gathered again afterwards so
*> the reprint's own line shows at the top.
REPRINT-HISTORY-LINE.
    IF WS-HIST-PICK < 1 OR WS-HIST-PICK > WS-HIST-COUNT
        MOVE 'NO SUCH LINE -- key R and a number from the list'
            TO WS-HIST-MESSAGE
    ELSE
        SET WS-HIST-SS TO WS-HIST-PICK
        IF WS-HS-COPY(WS-HIST-SS) = 'N'
            MOVE 'NO COPY KEPT OF THAT ONE -- nothing to reprint'
                TO WS-HIST-MESSAGE
        ELSE
            MOVE 0 TO SCREEN_HEIGHT SCREEN_WIDTH
            CALL 'PROC_CLS' USING PARAMS-CLS
            MOVE SPACES TO WS-RUN-COMMAND
            MOVE 1 TO WS-RUN-PTR
            STRING './PROC_STATEMENT_REPRINT DOC ' CUST-ID
                ' ' WS-HS-STAMP(WS-HIST-SS) WS-HS-SEQ(WS-HIST-SS)
                DELIMITED BY SIZE INTO WS-RUN-COMMAND
                WITH POINTER WS-RUN-PTR
            CALL 'SYSTEM' USING WS-RUN-COMMAND
            MOVE 0 TO RETURN-CODE
            DISPLAY ' '
            DISPLAY 'Reprint finished -- ENTER for the history'
            ACCEPT WS-ANSWER
            PERFORM GATHER-CORRESP-HISTORY
            MOVE 0 TO WS-HIST-OFFSET
        END-IF
    END-IF
    .

*> The household's other accounts under the notes: a header with
*> the combined balance (this account included), then up to three
*> of the others, the rest counted.
LAY-OUT-HOUSEHOLD-PANEL.
    MOVE CUST-ID TO HH-CUST-ID
    READ HOUSEHOLD-FILE
        INVALID KEY MOVE 0 TO WS-HOUSEHOLD-ID
        NOT INVALID KEY MOVE HH-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
    END-READ
    IF WS-HOUSEHOLD-ID > 0
        MOVE HH-PRIMARY TO WS-SAVED-PRIMARY
        MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
        MOVE CUST-ID TO WS-SAVED-CUST-ID
        MOVE CUST-NAME TO WS-SAVED-CUST-NAME
        PERFORM GATHER-HOUSEHOLD-ACCOUNTS
        PERFORM PAINT-HOUSEHOLD-ACCOUNTS
        PERFORM RESTORE-BROWSE-POSITION
    END-IF
    .

GATHER-HOUSEHOLD-ACCOUNTS.
    MOVE 0 TO WS-HH-COUNT
    MOVE 'N' TO WS-HH-SCAN-DONE
    MOVE WS-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
    START HOUSEHOLD-FILE KEY IS = HH-HOUSEHOLD-ID
        INVALID KEY MOVE 'Y' TO WS-HH-SCAN-DONE
    END-START
    PERFORM UNTIL WS-HH-SCAN-DONE = 'Y'
        READ HOUSEHOLD-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-HH-SCAN-DONE
            NOT AT END
                IF HH-HOUSEHOLD-ID NOT = WS-HOUSEHOLD-ID
                    MOVE 'Y' TO WS-HH-SCAN-DONE
                ELSE
                    IF HH-CUST-ID NOT = WS-SAVED-CUST-ID
                        AND WS-HH-COUNT < 50
                        ADD 1 TO WS-HH-COUNT
                        SET WS-HH-SS TO WS-HH-COUNT
                        MOVE HH-CUST-ID TO WS-HH-CUST-ID(WS-HH-SS)
                        MOVE HH-PRIMARY TO WS-HH-PRIMARY(WS-HH-SS)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

PAINT-HOUSEHOLD-ACCOUNTS.
    MOVE CUST-BALANCE TO WS-HH-COMBINED
    MOVE 0 TO WS-HH-SHOWN
    PERFORM VARYING WS-HH-SS FROM 1 BY 1
        UNTIL WS-HH-SS > WS-HH-COUNT
        MOVE WS-HH-CUST-ID(WS-HH-SS) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                ADD CUST-BALANCE TO WS-HH-COMBINED
                IF WS-HH-SHOWN < 3
                    ADD 1 TO WS-HH-SHOWN
                    MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                    COMPUTE TEXT_LINE = 20 + WS-HH-SHOWN
                    MOVE 4 TO TEXT_COLUMN
                    MOVE SPACES TO WS-FIELD-TEXT
                    MOVE 1 TO WS-FIELD-PTR
                    STRING CUST-ID ' ' CUST-NAME
                        ' ' WS-BALANCE-EDIT
                        ' ' CUST-STATUS
                        DELIMITED BY SIZE INTO WS-FIELD-TEXT
                        WITH POINTER WS-FIELD-PTR
                    IF WS-HH-PRIMARY(WS-HH-SS) = 'Y'
                        STRING '  PRIMARY'
                            DELIMITED BY SIZE INTO WS-FIELD-TEXT
                            WITH POINTER WS-FIELD-PTR
                    END-IF
                    MOVE WS-FIELD-TEXT TO TEXT_VALUE
                    MOVE 7 TO TEXT_COLOR_FORE
                    MOVE 'Y' TO TEXT_COLOR_FORE_SET
                    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-HH-COMBINED TO WS-HH-COMBINED-EDIT
    MOVE 20 TO TEXT_LINE
    MOVE 2 TO TEXT_COLUMN
    MOVE SPACES TO WS-FIELD-TEXT
    MOVE 1 TO WS-FIELD-PTR
    STRING 'HOUSEHOLD ' WS-HOUSEHOLD-ID
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    IF WS-SAVED-PRIMARY = 'Y'
        STRING ' (THIS IS THE PRIMARY)'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
    END-IF
    STRING ': ' WS-HH-COUNT ' OTHER ACCOUNT(S), COMBINED '
        FUNCTION TRIM(WS-HH-COMBINED-EDIT)
        DELIMITED BY SIZE INTO WS-FIELD-TEXT
        WITH POINTER WS-FIELD-PTR
    IF WS-HH-COUNT > WS-HH-SHOWN
        COMPUTE WS-HH-MORE = WS-HH-COUNT - WS-HH-SHOWN
        STRING ' (+' WS-HH-MORE ' NOT SHOWN)'
            DELIMITED BY SIZE INTO WS-FIELD-TEXT
            WITH POINTER WS-FIELD-PTR
    END-IF
    MOVE WS-FIELD-TEXT TO TEXT_VALUE
    MOVE 3 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    .

*> Back to the record on screen, positioned on the key it was found
*> by: a random READ for the ID browse, a START on the name plus a
*> walk through any namesakes for the name browse.
RESTORE-BROWSE-POSITION.
    IF BROWSING-BY-NAME
        MOVE WS-SAVED-CUST-NAME TO CUST-NAME
        MOVE 'N' TO WS-HH-SCAN-DONE
        START CUSTOMER-FILE KEY IS = CUST-NAME
            INVALID KEY MOVE 'Y' TO WS-HH-SCAN-DONE
        END-START
        PERFORM UNTIL WS-HH-SCAN-DONE = 'Y'
            READ CUSTOMER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-HH-SCAN-DONE
                NOT AT END
                    IF CUST-ID = WS-SAVED-CUST-ID
                        OR CUST-NAME NOT = WS-SAVED-CUST-NAME
                        MOVE 'Y' TO WS-HH-SCAN-DONE
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        MOVE WS-SAVED-CUST-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY CONTINUE
        END-READ
    END-IF
    MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD
    .

*> One line of free text, stamped with the clock and the operator
*> (PROC_OPERATOR_ID) and appended -- the next paint shows it at
*> the top of the panel.
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_INQUIRY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_INQUIRY.
