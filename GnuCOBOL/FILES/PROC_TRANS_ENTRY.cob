*> Mission: Key a transaction batch at the console instead of in a
*> text editor -- which is where the header/trailer mismatches that
*> abort posting come from. Same prompt-and-ACCEPT mold as
*> PROC_CUSTOMER_MAINT: each detail's account number is proven by
*> its check digit (PROC_ACCOUNT_NUMBER) and against the
*> keyed master on the spot (catching unknown-ID rejects before
*> posting instead of after), the type code against TXN_TYPES.DAT,
*> the amount through TEST-NUMVAL; after every entry the running
*> itself. Each entry also prints a short counter receipt through
*> the compact 5-line banner font into RECEIPTS.PRN.
*> The finished batch lands in CUSTOMER_ENTRY.TRN under the batch
*> ID keyed at start, the signed-on operator named after the batch
*> ID on the H record as its keyer -- the posting run will not let
*> that same operator post it.
*> Every accepted detail is also memo-posted to MEMO_POSTINGS.IDX
*> under the batch ID and its place in the batch, so the inquiry
*> screen shows it as pending the same day; the posting run clears
*> the batch's items once it posts. A detail dated past today is
*> not memo-posted -- it waits in the warehouse for its value date
*> and is not available before then. Abandoning the session takes
*> its memo items back off, and a batch ID that still has memo
*> items on file (keyed earlier, not yet posted) is refused at the
*> start so two sessions cannot share it.
*> cobc -x -free -I . -I ../BANNER PROC_TRANS_ENTRY.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_ACCOUNT_NUMBER.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TRANS_ENTRY.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_MEMO_FILE.cpy'.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_MEMO_RECORD.cpy'.

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
01 RECEIPT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-TYPES-STATUS   PIC XX.
01 WS-ENTRY-STATUS   PIC XX.
01 WS-RECEIPT-STATUS PIC XX.
01 WS-MEMO-STATUS    PIC XX.
01 WS-MEMO-AVAILABLE PIC X VALUE 'N'.
    88 MEMOS-ARE-AVAILABLE VALUE 'Y'.
01 WS-MEMO-COUNT     PIC 9(4) VALUE 0.
01 WS-ANSWER         PIC X(30).
01 WS-ENTERING       PIC X VALUE 'Y'.
    88 DONE-ENTERING  VALUE 'N'.

*> One detail's fields while being keyed.
01 WS-FIELD-CUST     PIC 9(6).
01 WS-FIELD-ACCOUNT  PIC X(7).
01 WS-FIELD-NAME     PIC X(20).
01 WS-FIELD-DC       PIC X.
01 WS-FIELD-AMOUNT   PIC 9(7)V99.
*> the top of the call chain, same as PROC_CUSTOMER_STATEMENTS.
COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    PERFORM RESOLVE_BANNER_LINK_TARGET
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
        STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:12)) TO WS-BATCH-ID
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM OPEN-MEMO-FILE
    PERFORM UNTIL DONE-ENTERING
        DISPLAY ' '
        DISPLAY 'D)etail  E)nd-and-write  A)bandon: '
            WHEN 'D' PERFORM KEY-ONE-DETAIL
            WHEN 'E' PERFORM WRITE-BATCH-AND-END
            WHEN 'A'
                PERFORM WITHDRAW-MEMO-ITEMS
                DISPLAY 'ABANDONED -- nothing written'
                MOVE 'N' TO WS-ENTERING
            WHEN OTHER DISPLAY 'D, E or A'
        END-EVALUATE
    END-PERFORM
    IF MEMOS-ARE-AVAILABLE
        CLOSE MEMO-FILE
    END-IF
    CLOSE CUSTOMER-FILE
    STOP RUN.

*> The memo file is created on first use. Without it the session
*> still keys and writes the batch -- the items just won't show as
*> pending until they post. A batch ID already holding memo items
*> is refused outright.
OPEN-MEMO-FILE.
    OPEN I-O MEMO-FILE
    IF WS-MEMO-STATUS = '35'
        OPEN OUTPUT MEMO-FILE
        CLOSE MEMO-FILE
        OPEN I-O MEMO-FILE
    END-IF
    IF WS-MEMO-STATUS = '00'
        SET MEMOS-ARE-AVAILABLE TO TRUE
        MOVE WS-BATCH-ID TO MEMO-BATCH-ID
        MOVE 0 TO MEMO-SEQ
        START MEMO-FILE KEY IS >= MEMO-KEY
            INVALID KEY CONTINUE
            NOT INVALID KEY
                READ MEMO-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        IF MEMO-BATCH-ID = WS-BATCH-ID
                            DISPLAY 'REFUSED: batch '
                                FUNCTION TRIM(WS-BATCH-ID)
                                ' is already keyed and not yet'
                                ' posted -- use another batch ID'
                            CLOSE MEMO-FILE CUSTOMER-FILE
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
        END-START
    ELSE
        DISPLAY 'WARNING: cannot open MEMO_POSTINGS.IDX, FILE STATUS '
            WS-MEMO-STATUS ' -- entries will not show as pending'
    END-IF
    .

LOAD-TYPE-MASTER.
    MOVE 0 TO WS-TYPE-COUNT
    MOVE 'N' TO WS-TYPES-AT-END
            END-IF
            PERFORM SHOW-RUNNING-CONTROLS
            PERFORM PRINT-COUNTER-RECEIPT
            IF MEMOS-ARE-AVAILABLE
                AND WS-FIELD-DATE NOT > WS-RUN-DATE
                PERFORM WRITE-MEMO-ITEM
            END-IF
        END-IF
    END-IF
    .
    .

*> Field edits, each refused before the detail lands in the batch --
*> the account number's check digit must hold and its CUST-ID exist
*> on the master (and the name echoes back so the teller sees WHO
*> they are posting to), the type code must be active on the type
*> master and agree with the direction.
ASK-DETAIL-FIELDS.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
        MOVE 'N' TO WS-RECORD-OK
    ELSE
        IF ACCT_CUST_ID = 0
            DISPLAY 'REJECTED: the ID must be non-zero'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE ACCT_CUST_ID TO WS-FIELD-CUST
        MOVE ACCT_NUMBER TO WS-FIELD-ACCOUNT
        MOVE WS-FIELD-CUST TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
        END-READ
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Debit or credit (D/C): ' WITH NO ADVANCING
    END-EVALUATE
    .

*> The detail's place in the batch is its memo sequence, so the
*> abandon path can find this session's items again.
WRITE-MEMO-ITEM.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MEMO-RECORD
    MOVE WS-BATCH-ID TO MEMO-BATCH-ID
    MOVE WS-ENTRY-COUNT TO MEMO-SEQ
    MOVE WS-FIELD-CUST TO MEMO-CUST-ID
    MOVE WS-FIELD-DC TO MEMO-DC
    MOVE WS-FIELD-AMOUNT TO MEMO-AMOUNT
    MOVE WS-FIELD-DATE TO MEMO-TXN-DATE
    MOVE WS-FIELD-TYPE TO MEMO-TYPE
    MOVE WS-FIELD-REF TO MEMO-REFERENCE
    MOVE WS-CURRENT-DATE(1:14) TO MEMO-ENTERED
    MOVE OPERATOR_ID TO MEMO-OPERATOR
    WRITE MEMO-RECORD
        INVALID KEY
            DISPLAY 'WARNING: MEMO_POSTINGS.IDX WRITE FAILED, FILE'
                ' STATUS ' WS-MEMO-STATUS
                ' -- this entry will not show as pending'
        NOT INVALID KEY
            ADD 1 TO WS-MEMO-COUNT
    END-WRITE
    .

*> Nothing of an abandoned batch reaches posting, so nothing of it
*> may stay pending either.
WITHDRAW-MEMO-ITEMS.
    IF MEMOS-ARE-AVAILABLE AND WS-MEMO-COUNT > 0
        MOVE WS-BATCH-ID TO MEMO-BATCH-ID
        PERFORM VARYING WS-ENTRY-SS FROM 1 BY 1
            UNTIL WS-ENTRY-SS > WS-ENTRY-COUNT
            SET MEMO-SEQ TO WS-ENTRY-SS
            DELETE MEMO-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
        END-PERFORM
        DISPLAY 'MEMO ITEMS WITHDRAWN: ' WS-MEMO-COUNT
    END-IF
    .

*> The counter copy: the full account number as a compact 5-line
*> banner into RECEIPTS.PRN, then the detail in plain text under it.
PRINT-COUNTER-RECEIPT.
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-FIELD-ACCOUNT TO BANNER_FIELD(1:7)
    MOVE 5 TO RASTER_FONT_SIZE
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'RECEIPTS.PRN' TO RASTER_PRINT_FILE
            ' ' WS-ENTRY-COUNT
            ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
            ' ' FUNCTION TRIM(WS-BATCH-ID)
            ' ' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO ENTRY-LINE
            WITH POINTER WS-LINE-PTR
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO ENTRY-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE ENTRY-LINE
        PERFORM VARYING WS-ENTRY-SS FROM 1 BY 1
            UNTIL WS-ENTRY-SS > WS-ENTRY-COUNT
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_TRANS_ENTRY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_TRANS_ENTRY.
