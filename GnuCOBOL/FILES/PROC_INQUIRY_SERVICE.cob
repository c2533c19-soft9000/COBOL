*> Mission: Balance and recent-activity lookups for the phone system
*> (IVR) and the web portal, neither of which can drive a console
*> screen -- the same idea as PROC_BANNER_SERVICE on the banner side:
*> a program the caller runs by name, one lookup per invocation,
*> answer on standard output, outcome in the process exit code.
*> The caller names its channel, the account number (CUST-ID plus
*> check digit, proven through PROC_ACCOUNT_NUMBER the same as any
*> other outside feed) and a verification value -- the postal code on
*> the account's address record (CUSTOMER_ADDR.IDX), compared without
*> regard to case or blanks. A verified account that is on the
*> stop-list (BLOCKED_ACCOUNTS.DAT) is refused; the block reason is
*> not given out. The answer is the fixed-format header and posting
*> lines of CB_INQUIRY_RESPONSE.cpy: status, balance, available
*> balance, and the last postings off CUSTOMER_LEDGER.IDX, newest
*> first (5 unless the caller asks, at most 10).
*> Every lookup, answered or not, is appended to INQUIRY_SERVICE.LOG
*> through PROC_APPEND_LINE for the privacy audit --
*>   yyyy-mm-dd hh:mm:ss LOOKUP <outcome> CHANNEL=<channel>
*>       ACCOUNT=<account> COMPANY=<code> POSTINGS=<n>
*> -- never the verification value itself.
*> Exit code: 0 found, 1 not found, 2 verification failed,
*> 3 blocked, 9 request refused (see CB_INQUIRY_RESPONSE.cpy).
*> Command line: <channel> <account-number> [LAST=nn] <postal code>
*> -- the postal code may run over several words.
*> GnuCOBOL: cobc -x -j -free -I . -I ../BANNER PROC_INQUIRY_SERVICE.cob
*>     PROC_ACCOUNT_NUMBER.cob ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_INQUIRY_SERVICE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_MEMO_FILE.cpy'.
SELECT BLOCKS-FILE
    ASSIGN TO DYNAMIC COMPANY_BLOCKED_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BLOCKS-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_MEMO_RECORD.cpy'.

FD BLOCKS-FILE
    RECORD CONTAINS 60 CHARACTERS
    DATA RECORD IS BLOCKS-LINE.
01 BLOCKS-LINE PIC X(60).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ADDRESS-STATUS  PIC XX.
01 WS-LEDGER-STATUS   PIC XX.
01 WS-MEMO-STATUS     PIC XX.
01 WS-BLOCKS-STATUS   PIC XX.
01 WS-BLOCKS-AT-END   PIC X.
    88 AT-END-OF-BLOCKS VALUE 'Y'.
01 WS-SCAN-DONE       PIC X.
01 WS-CURRENT-DATE    PIC X(21).

*> The request off the command line. Any word after the account
*> number that is not LAST=nn belongs to the verification value.
01 WS-CMD-LINE        PIC X(255).
01 WS-ARG-TABLE.
    05 WS-ARG         PIC X(40) OCCURS 8 TIMES.
01 WS-ARG-SS          PIC 9(2).
01 WS-CHANNEL         PIC X(8).
01 WS-LAST-WANTED     PIC 9(2) VALUE 5.
01 WS-VERIFY-KEYED    PIC X(40).
01 WS-VERIFY-PTR      PIC 9(3).

*> Both postal codes squeezed to upper case with the blanks taken
*> out, so "sw1a 1aa" matches "SW1A1AA".
01 WS-SQUEEZE-IN      PIC X(40).
01 WS-SQUEEZE-OUT     PIC X(40).
01 WS-SQUEEZE-SS      PIC 9(3).
01 WS-SQUEEZE-PTR     PIC 9(3).
01 WS-VERIFY-WANTED   PIC X(40).
01 WS-VERIFY-ON-FILE  PIC X(40).

*> The outcome, as the exit code and the log word.
01 WS-OUTCOME-CODE    PIC 9 VALUE 9.
    88 LOOKUP-FOUND     VALUE 0.
    88 LOOKUP-NOT-FOUND VALUE 1.
    88 LOOKUP-NOT-VERIFIED VALUE 2.
    88 LOOKUP-BLOCKED   VALUE 3.
    88 LOOKUP-REFUSED   VALUE 9.
01 WS-REFUSAL-TEXT    PIC X(60) VALUE SPACES.
01 WS-PENDING-DR      PIC S9(9)V99.
01 WS-PENDING-CR      PIC S9(9)V99.
01 WS-LOG-PTR         PIC 9(3).

COPY 'CB_INQUIRY_RESPONSE.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO INQ-ACCOUNT INQ-NAME INQ-ACCT-STATUS
    MOVE 0 TO INQ-BALANCE INQ-AVAILABLE INQ-POSTING-COUNT
    MOVE WS-CURRENT-DATE(1:14) TO INQ-AS-OF
    PERFORM READ-REQUEST
    IF WS-REFUSAL-TEXT = SPACES
        PERFORM SELECT-COMPANY-BOOK
    END-IF
    IF WS-REFUSAL-TEXT = SPACES
        OPEN INPUT CUSTOMER-FILE
        IF WS-CUSTOMER-FILE-STATUS = '00'
            PERFORM LOOK-UP-ACCOUNT
            CLOSE CUSTOMER-FILE
        ELSE
            MOVE 'customer master cannot be opened'
                TO WS-REFUSAL-TEXT
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN LOOKUP-FOUND        MOVE 'FOUND' TO INQ-STATUS
        WHEN LOOKUP-NOT-FOUND    MOVE 'NOTFOUND' TO INQ-STATUS
        WHEN LOOKUP-NOT-VERIFIED MOVE 'NOVERIFY' TO INQ-STATUS
        WHEN LOOKUP-BLOCKED      MOVE 'BLOCKED' TO INQ-STATUS
        WHEN OTHER               MOVE 'REFUSED' TO INQ-STATUS
    END-EVALUATE
    DISPLAY INQ-RESPONSE-HEADER
    IF LOOKUP-FOUND
        PERFORM ANSWER-RECENT-POSTINGS
    END-IF
    IF WS-REFUSAL-TEXT NOT = SPACES
        DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-REFUSAL-TEXT)
            UPON SYSERR
    END-IF
    PERFORM LOG-LOOKUP
    MOVE WS-OUTCOME-CODE TO RETURN-CODE
    STOP RUN.

*> Channel, account number, then the rest. A channel is required --
*> the privacy log must say who asked.
READ-REQUEST.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG-TABLE WS-VERIFY-KEYED
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG(1) WS-ARG(2) WS-ARG(3) WS-ARG(4)
             WS-ARG(5) WS-ARG(6) WS-ARG(7) WS-ARG(8)
    MOVE FUNCTION UPPER-CASE(WS-ARG(1)) TO WS-CHANNEL
    MOVE WS-ARG(2) TO INQ-ACCOUNT
    MOVE 1 TO WS-VERIFY-PTR
    PERFORM VARYING WS-ARG-SS FROM 3 BY 1 UNTIL WS-ARG-SS > 8
        EVALUATE TRUE
            WHEN WS-ARG(WS-ARG-SS) = SPACES
                CONTINUE
            WHEN FUNCTION UPPER-CASE(WS-ARG(WS-ARG-SS)(1:5))
                    = 'LAST='
                IF FUNCTION TRIM(WS-ARG(WS-ARG-SS)(6:)) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-ARG(WS-ARG-SS)(6:))
                        TO WS-LAST-WANTED
                END-IF
            WHEN OTHER
                STRING FUNCTION TRIM(WS-ARG(WS-ARG-SS))
                    DELIMITED BY SIZE INTO WS-VERIFY-KEYED
                    WITH POINTER WS-VERIFY-PTR
        END-EVALUATE
    END-PERFORM
    IF WS-LAST-WANTED > 10
        MOVE 10 TO WS-LAST-WANTED
    END-IF
    EVALUATE TRUE
        WHEN WS-CHANNEL = SPACES OR WS-ARG(2) = SPACES
            MOVE 'usage: PROC_INQUIRY_SERVICE <channel> <account>'
                & ' [LAST=nn] <postal code>' TO WS-REFUSAL-TEXT
        WHEN WS-VERIFY-KEYED = SPACES
            MOVE 'no verification value given' TO WS-REFUSAL-TEXT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Not on file, then not verified, then blocked -- in that order,
*> so the stop-list answers only a caller who has proven the account.
LOOK-UP-ACCOUNT.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ARG(2) TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        MOVE ACCT_MESSAGE TO WS-REFUSAL-TEXT
    ELSE
        MOVE ACCT_NUMBER TO INQ-ACCOUNT
        MOVE ACCT_CUST_ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY SET LOOKUP-NOT-FOUND TO TRUE
            NOT INVALID KEY PERFORM VERIFY-CALLER
        END-READ
    END-IF
    .

VERIFY-CALLER.
    SET LOOKUP-NOT-VERIFIED TO TRUE
    MOVE SPACES TO WS-VERIFY-ON-FILE
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE CUST-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE ADDR-POSTAL TO WS-SQUEEZE-IN
                PERFORM SQUEEZE-POSTAL-CODE
                MOVE WS-SQUEEZE-OUT TO WS-VERIFY-ON-FILE
        END-READ
        CLOSE ADDRESS-FILE
    END-IF
    MOVE WS-VERIFY-KEYED TO WS-SQUEEZE-IN
    PERFORM SQUEEZE-POSTAL-CODE
    MOVE WS-SQUEEZE-OUT TO WS-VERIFY-WANTED
    IF WS-VERIFY-ON-FILE NOT = SPACES
        AND WS-VERIFY-WANTED = WS-VERIFY-ON-FILE
        PERFORM CHECK-STOP-LIST
        IF NOT LOOKUP-BLOCKED
            SET LOOKUP-FOUND TO TRUE
            PERFORM ANSWER-BALANCES
        END-IF
    END-IF
    .

SQUEEZE-POSTAL-CODE.
    MOVE SPACES TO WS-SQUEEZE-OUT
    MOVE 1 TO WS-SQUEEZE-PTR
    MOVE FUNCTION UPPER-CASE(WS-SQUEEZE-IN) TO WS-SQUEEZE-IN
    PERFORM VARYING WS-SQUEEZE-SS FROM 1 BY 1
        UNTIL WS-SQUEEZE-SS > 40
        IF WS-SQUEEZE-IN(WS-SQUEEZE-SS:1) NOT = SPACE
            AND WS-SQUEEZE-IN(WS-SQUEEZE-SS:1) NOT = '-'
            MOVE WS-SQUEEZE-IN(WS-SQUEEZE-SS:1)
                TO WS-SQUEEZE-OUT(WS-SQUEEZE-PTR:1)
            ADD 1 TO WS-SQUEEZE-PTR
        END-IF
    END-PERFORM
    .

*> The stop-list is read straight through for this one account --
*> a single lookup is not worth loading the table.
CHECK-STOP-LIST.
    MOVE 'N' TO WS-BLOCKS-AT-END
    OPEN INPUT BLOCKS-FILE
    IF WS-BLOCKS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-BLOCKS
            READ BLOCKS-FILE
                AT END SET AT-END-OF-BLOCKS TO TRUE
                NOT AT END
                    IF BLOCKS-LINE(1:6) IS NUMERIC
                        AND BLOCKS-LINE(1:6) = CUST-ID
                        SET LOOKUP-BLOCKED TO TRUE
                        SET AT-END-OF-BLOCKS TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BLOCKS-FILE
    END-IF
    .

*> The balance on file, and the available balance the memo-posted
*> items leave -- no memo file simply means nothing is pending.
ANSWER-BALANCES.
    MOVE CUST-NAME TO INQ-NAME
    MOVE CUST-STATUS TO INQ-ACCT-STATUS
    MOVE CUST-BALANCE TO INQ-BALANCE
    MOVE 0 TO WS-PENDING-DR WS-PENDING-CR
    OPEN INPUT MEMO-FILE
    IF WS-MEMO-STATUS = '00'
        MOVE 'N' TO WS-SCAN-DONE
        MOVE CUST-ID TO MEMO-CUST-ID
        START MEMO-FILE KEY IS = MEMO-CUST-ID
            INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
        END-START
        PERFORM UNTIL WS-SCAN-DONE = 'Y'
            READ MEMO-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                    IF MEMO-CUST-ID NOT = CUST-ID
                        MOVE 'Y' TO WS-SCAN-DONE
                    ELSE
                        IF MEMO-IS-DEBIT
                            ADD MEMO-AMOUNT TO WS-PENDING-DR
                        ELSE
                            ADD MEMO-AMOUNT TO WS-PENDING-CR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MEMO-FILE
    END-IF
    COMPUTE INQ-AVAILABLE =
        CUST-BALANCE + WS-PENDING-CR - WS-PENDING-DR
    .

*> The newest postings first: START at the top of this account's
*> key range and read backward, the way the aging run walks it.
ANSWER-RECENT-POSTINGS.
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE 'N' TO WS-SCAN-DONE
        MOVE CUST-ID TO LGR-CUST-ID
        MOVE '99999999' TO LGR-POST-DATE
        MOVE 9999 TO LGR-SEQ
        START LEDGER-FILE KEY IS <= LGR-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
        END-START
        PERFORM UNTIL WS-SCAN-DONE = 'Y'
                OR INQ-POSTING-COUNT >= WS-LAST-WANTED
            READ LEDGER-FILE PREVIOUS RECORD
                AT END MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                    IF LGR-CUST-ID NOT = CUST-ID
                        MOVE 'Y' TO WS-SCAN-DONE
                    ELSE
                        PERFORM ANSWER-ONE-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER-FILE
    END-IF
    .

ANSWER-ONE-POSTING.
    ADD 1 TO INQ-POSTING-COUNT
    MOVE LGR-POST-DATE TO INQ-PST-POST-DATE
    MOVE LGR-TXN-DATE TO INQ-PST-TXN-DATE
    MOVE LGR-DC TO INQ-PST-DC
    MOVE LGR-TYPE-CODE TO INQ-PST-TYPE
    MOVE LGR-AMOUNT TO INQ-PST-AMOUNT
    MOVE LGR-BALANCE-AFTER TO INQ-PST-BALANCE
    MOVE LGR-REFERENCE TO INQ-PST-REFERENCE
    DISPLAY INQ-RESPONSE-POSTING
    .

LOG-LOOKUP.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LOG-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' LOOKUP ' FUNCTION TRIM(INQ-STATUS)
        ' CHANNEL=' FUNCTION TRIM(WS-CHANNEL)
        ' ACCOUNT=' FUNCTION TRIM(INQ-ACCOUNT)
        ' COMPANY=' FUNCTION TRIM(COMPANY_CODE)
        ' POSTINGS=' INQ-POSTING-COUNT
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LOG-PTR
    MOVE 'INQUIRY_SERVICE.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection. A refusal
*> here is a refused request, not a stopped run -- the caller still
*> gets its answer line and the lookup is still logged.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_INQUIRY_SERVICE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        MOVE SPACES TO WS-REFUSAL-TEXT
        STRING 'company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
            DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
    ELSE
        MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    END-IF
    .

END PROGRAM PROC_INQUIRY_SERVICE.
