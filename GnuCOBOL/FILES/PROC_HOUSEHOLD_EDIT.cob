*> Mission: Somewhere to say that a checking account, a savings
*> account and a business account belong to the same people.
*> Prompt-and-ACCEPT editor for the household relationship file
*> (HOUSEHOLDS.IDX, see CB_HOUSEHOLD_FILE.cpy): L)ink puts an
*> account on the master into an existing household or opens a new
*> one (the next free household number), P)rimary moves the primary
*> flag -- the account a combined statement is addressed to -- U)n-
*> link takes an account out, and S)how lists a household with each
*> account's balance and the combined balance. The first account
*> linked into a household is its primary; unlinking the primary
*> passes the flag to the lowest-numbered account left, so a
*> household with accounts always has exactly one.
*> Every link, unlink and primary change is appended to
*> HOUSEHOLD_CHANGES.LOG with the operator stamp.
*> cobc -x -free -I . -I ../BANNER PROC_HOUSEHOLD_EDIT.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_HOUSEHOLD_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_HOUSEHOLD_FILE.cpy'.
*> The relationship trail, 'yyyy-mm-dd hh:mm:ss nnnnnn ACTION
*> HH=nnnnnn OPR=xx' per line.
SELECT CHANGES-FILE ASSIGN TO 'HOUSEHOLD_CHANGES.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHANGES-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_HOUSEHOLD_RECORD.cpy'.

FD CHANGES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CHANGES-LINE.
01 CHANGES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-HOUSEHOLD-STATUS     PIC XX.
01 WS-ANSWER               PIC X(40).
01 WS-EDITING              PIC X VALUE 'Y'.
    88 DONE-EDITING         VALUE 'N'.
01 WS-RECORD-OK            PIC X.
01 WS-WANTED-ID            PIC 9(6).
01 WS-WANTED-HOUSEHOLD     PIC 9(6).
01 WS-CHANGES-STATUS       PIC XX.
01 WS-CHANGE-ACTION        PIC X(8).
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-SCAN-DONE            PIC X.
01 WS-BALANCE-EDIT         PIC -(7)9.99.
01 WS-COMBINED-EDIT        PIC -(9)9.99.
01 WS-COMBINED-BALANCE     PIC S9(9)V99.

*> One household's accounts, read together off the alternate key --
*> 50 per household, house table style.
01 WS-MEMBER-TABLE.
    05 WS-MEMBER-ENTRY OCCURS 50 TIMES.
        10 WS-MB-CUST-ID  PIC 9(6).
        10 WS-MB-PRIMARY  PIC X.
01 WS-MEMBER-COUNT     PIC 9(2) VALUE 0.
01 WS-MEMBER-SS        PIC 9(2).
01 WS-NEW-PRIMARY-ID   PIC 9(6).
01 WS-WAS-PRIMARY      PIC X.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

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
    PERFORM OPEN-HOUSEHOLD-STORE
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'L)ink  P)rimary  U)nlink  S)how  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'L' PERFORM LINK-ACCOUNT
            WHEN 'P' PERFORM MAKE-PRIMARY
            WHEN 'U' PERFORM UNLINK-ACCOUNT
            WHEN 'S' PERFORM SHOW-HOUSEHOLD
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'L, P, U, S or Q'
        END-EVALUATE
    END-PERFORM
    CLOSE HOUSEHOLD-FILE
    CLOSE CUSTOMER-FILE
    STOP RUN.

OPEN-HOUSEHOLD-STORE.
    OPEN I-O HOUSEHOLD-FILE
    IF WS-HOUSEHOLD-STATUS = '35'
        OPEN OUTPUT HOUSEHOLD-FILE
        CLOSE HOUSEHOLD-FILE
        OPEN I-O HOUSEHOLD-FILE
    END-IF
    IF WS-HOUSEHOLD-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open HOUSEHOLDS.IDX,'
            ' FILE STATUS ' WS-HOUSEHOLD-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Customers are picked by their account number, check digit and
*> all -- a mis-keyed digit is refused, not taken for a neighbour.
ASK-CUSTOMER-ID.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Account number (7 digits): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-ANSWER TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-GOOD
        AND ACCT_CUST_ID > 0
        MOVE ACCT_CUST_ID TO WS-WANTED-ID
        MOVE WS-WANTED-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'REJECTED: no customer ' ACCT_NUMBER
                    ' on the master'
                MOVE 'N' TO WS-RECORD-OK
            NOT INVALID KEY
                DISPLAY '  -> ' FUNCTION TRIM(CUST-NAME)
        END-READ
    ELSE
        IF ACCT-NUMBER-BAD
            DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
        ELSE
            DISPLAY 'REJECTED: the ID must be non-zero'
        END-IF
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    .

*> The account's own relationship record, if it has one.
READ-ACCOUNT-LINK.
    MOVE WS-WANTED-ID TO HH-CUST-ID
    READ HOUSEHOLD-FILE
        INVALID KEY
            DISPLAY 'ACCOUNT ' WS-WANTED-ID
                ' IS NOT IN A HOUSEHOLD'
            MOVE 'N' TO WS-RECORD-OK
    END-READ
    .

*> A blank or N answer opens a new household under the next free
*> number; an existing number must already have accounts in it.
LINK-ACCOUNT.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        MOVE WS-WANTED-ID TO HH-CUST-ID
        READ HOUSEHOLD-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DISPLAY 'REJECTED: ' WS-WANTED-ID
                    ' is already in household ' HH-HOUSEHOLD-ID
                    ' -- unlink it first'
                MOVE 'N' TO WS-RECORD-OK
        END-READ
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Household ID (blank or N = new household): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER = SPACES
            OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'N'
            PERFORM FIND-NEXT-HOUSEHOLD-ID
        ELSE
            IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
                AND FUNCTION NUMVAL(WS-ANSWER) > 0
                MOVE FUNCTION NUMVAL(WS-ANSWER)
                    TO WS-WANTED-HOUSEHOLD
                PERFORM GATHER-HOUSEHOLD-MEMBERS
                IF WS-MEMBER-COUNT = 0
                    DISPLAY 'REJECTED: no household '
                        WS-WANTED-HOUSEHOLD
                        ' -- blank or N opens a new one'
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
            ELSE
                DISPLAY 'REJECTED: the household ID must be'
                    ' numeric and non-zero'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y' AND WS-MEMBER-COUNT >= 50
        DISPLAY 'REJECTED: household ' WS-WANTED-HOUSEHOLD
            ' already holds 50 accounts'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE SPACES TO HOUSEHOLD-RECORD
        MOVE WS-WANTED-ID TO HH-CUST-ID
        MOVE WS-WANTED-HOUSEHOLD TO HH-HOUSEHOLD-ID
        IF WS-MEMBER-COUNT = 0
            MOVE 'Y' TO HH-PRIMARY
        ELSE
            MOVE 'N' TO HH-PRIMARY
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE(1:8) TO HH-LINKED-DATE
        MOVE OPERATOR_ID TO HH-OPERATOR
        WRITE HOUSEHOLD-RECORD
            INVALID KEY
                DISPLAY 'WRITE FAILED, FILE STATUS '
                    WS-HOUSEHOLD-STATUS
            NOT INVALID KEY
                IF HH-IS-PRIMARY
                    DISPLAY 'LINKED ' WS-WANTED-ID
                        ' INTO NEW HOUSEHOLD ' WS-WANTED-HOUSEHOLD
                        ' AS ITS PRIMARY'
                ELSE
                    DISPLAY 'LINKED ' WS-WANTED-ID
                        ' INTO HOUSEHOLD ' WS-WANTED-HOUSEHOLD
                END-IF
                MOVE 'LINKED' TO WS-CHANGE-ACTION
                PERFORM LOG-HOUSEHOLD-CHANGE
        END-WRITE
    END-IF
    .

*> Highest household number on the alternate key, plus one.
FIND-NEXT-HOUSEHOLD-ID.
    MOVE 0 TO WS-WANTED-HOUSEHOLD
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 'N' TO WS-SCAN-DONE
    MOVE 999999 TO HH-HOUSEHOLD-ID
    START HOUSEHOLD-FILE KEY IS <= HH-HOUSEHOLD-ID
        INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
    END-START
    IF WS-SCAN-DONE = 'N'
        READ HOUSEHOLD-FILE PREVIOUS RECORD
            AT END CONTINUE
            NOT AT END
                MOVE HH-HOUSEHOLD-ID TO WS-WANTED-HOUSEHOLD
        END-READ
    END-IF
    ADD 1 TO WS-WANTED-HOUSEHOLD
    .

*> Every account in WS-WANTED-HOUSEHOLD, in key order.
GATHER-HOUSEHOLD-MEMBERS.
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 'N' TO WS-SCAN-DONE
    MOVE WS-WANTED-HOUSEHOLD TO HH-HOUSEHOLD-ID
    START HOUSEHOLD-FILE KEY IS = HH-HOUSEHOLD-ID
        INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
    END-START
    PERFORM UNTIL WS-SCAN-DONE = 'Y'
        READ HOUSEHOLD-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-SCAN-DONE
            NOT AT END
                IF HH-HOUSEHOLD-ID NOT = WS-WANTED-HOUSEHOLD
                    MOVE 'Y' TO WS-SCAN-DONE
                ELSE
                    IF WS-MEMBER-COUNT < 50
                        ADD 1 TO WS-MEMBER-COUNT
                        MOVE HH-CUST-ID
                            TO WS-MB-CUST-ID(WS-MEMBER-COUNT)
                        MOVE HH-PRIMARY
                            TO WS-MB-PRIMARY(WS-MEMBER-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

MAKE-PRIMARY.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        PERFORM READ-ACCOUNT-LINK
    END-IF
    IF WS-RECORD-OK = 'Y' AND HH-IS-PRIMARY
        DISPLAY WS-WANTED-ID ' IS ALREADY THE PRIMARY OF HOUSEHOLD '
            HH-HOUSEHOLD-ID
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE HH-HOUSEHOLD-ID TO WS-WANTED-HOUSEHOLD
        PERFORM GATHER-HOUSEHOLD-MEMBERS
        PERFORM VARYING WS-MEMBER-SS FROM 1 BY 1
            UNTIL WS-MEMBER-SS > WS-MEMBER-COUNT
            IF WS-MB-PRIMARY(WS-MEMBER-SS) = 'Y'
                MOVE WS-MB-CUST-ID(WS-MEMBER-SS) TO HH-CUST-ID
                READ HOUSEHOLD-FILE
                    NOT INVALID KEY
                        MOVE 'N' TO HH-PRIMARY
                        REWRITE HOUSEHOLD-RECORD
                        END-REWRITE
                END-READ
            END-IF
        END-PERFORM
        MOVE WS-WANTED-ID TO HH-CUST-ID
        READ HOUSEHOLD-FILE
            NOT INVALID KEY
                MOVE 'Y' TO HH-PRIMARY
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                MOVE WS-CURRENT-DATE(1:8) TO HH-LINKED-DATE
                MOVE OPERATOR_ID TO HH-OPERATOR
                REWRITE HOUSEHOLD-RECORD
                    INVALID KEY
                        DISPLAY 'REWRITE FAILED, FILE STATUS '
                            WS-HOUSEHOLD-STATUS
                    NOT INVALID KEY
                        DISPLAY WS-WANTED-ID ' IS NOW THE PRIMARY OF'
                            ' HOUSEHOLD ' WS-WANTED-HOUSEHOLD
                        MOVE 'PRIMARY' TO WS-CHANGE-ACTION
                        PERFORM LOG-HOUSEHOLD-CHANGE
                END-REWRITE
        END-READ
    END-IF
    .

*> Unlinking the primary passes the flag on, so a household with
*> accounts is never left without an address to mail to.
UNLINK-ACCOUNT.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        PERFORM READ-ACCOUNT-LINK
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE HH-HOUSEHOLD-ID TO WS-WANTED-HOUSEHOLD
        MOVE HH-PRIMARY TO WS-WAS-PRIMARY
        DELETE HOUSEHOLD-FILE RECORD
            INVALID KEY
                DISPLAY 'DELETE FAILED, FILE STATUS '
                    WS-HOUSEHOLD-STATUS
                MOVE 'N' TO WS-RECORD-OK
        END-DELETE
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'UNLINKED ' WS-WANTED-ID ' FROM HOUSEHOLD '
            WS-WANTED-HOUSEHOLD
        MOVE 'UNLINKED' TO WS-CHANGE-ACTION
        PERFORM LOG-HOUSEHOLD-CHANGE
        IF WS-WAS-PRIMARY = 'Y'
            PERFORM GATHER-HOUSEHOLD-MEMBERS
            IF WS-MEMBER-COUNT > 0
                PERFORM PASS-PRIMARY-ON
            END-IF
        END-IF
    END-IF
    .

PASS-PRIMARY-ON.
    MOVE WS-MB-CUST-ID(1) TO WS-NEW-PRIMARY-ID
    PERFORM VARYING WS-MEMBER-SS FROM 2 BY 1
        UNTIL WS-MEMBER-SS > WS-MEMBER-COUNT
        IF WS-MB-CUST-ID(WS-MEMBER-SS) < WS-NEW-PRIMARY-ID
            MOVE WS-MB-CUST-ID(WS-MEMBER-SS) TO WS-NEW-PRIMARY-ID
        END-IF
    END-PERFORM
    MOVE WS-NEW-PRIMARY-ID TO HH-CUST-ID
    READ HOUSEHOLD-FILE
        NOT INVALID KEY
            MOVE 'Y' TO HH-PRIMARY
            REWRITE HOUSEHOLD-RECORD
            END-REWRITE
            DISPLAY '  ' WS-NEW-PRIMARY-ID ' IS NOW THE PRIMARY OF'
                ' HOUSEHOLD ' WS-WANTED-HOUSEHOLD
            MOVE WS-NEW-PRIMARY-ID TO WS-WANTED-ID
            MOVE 'PRIMARY' TO WS-CHANGE-ACTION
            PERFORM LOG-HOUSEHOLD-CHANGE
    END-READ
    .

SHOW-HOUSEHOLD.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        PERFORM READ-ACCOUNT-LINK
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE HH-HOUSEHOLD-ID TO WS-WANTED-HOUSEHOLD
        PERFORM GATHER-HOUSEHOLD-MEMBERS
        MOVE 0 TO WS-COMBINED-BALANCE
        DISPLAY 'HOUSEHOLD ' WS-WANTED-HOUSEHOLD ': '
            WS-MEMBER-COUNT ' ACCOUNT(S)'
        PERFORM VARYING WS-MEMBER-SS FROM 1 BY 1
            UNTIL WS-MEMBER-SS > WS-MEMBER-COUNT
            MOVE WS-MB-CUST-ID(WS-MEMBER-SS) TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    DISPLAY '  ' WS-MB-CUST-ID(WS-MEMBER-SS)
                        ' *** NO LONGER ON THE MASTER ***'
                NOT INVALID KEY
                    ADD CUST-BALANCE TO WS-COMBINED-BALANCE
                    MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                    IF WS-MB-PRIMARY(WS-MEMBER-SS) = 'Y'
                        DISPLAY '  ' CUST-ID ' ' CUST-NAME
                            ' ' WS-BALANCE-EDIT ' ' CUST-STATUS
                            '  PRIMARY'
                    ELSE
                        DISPLAY '  ' CUST-ID ' ' CUST-NAME
                            ' ' WS-BALANCE-EDIT ' ' CUST-STATUS
                    END-IF
            END-READ
        END-PERFORM
        MOVE WS-COMBINED-BALANCE TO WS-COMBINED-EDIT
        DISPLAY '  COMBINED BALANCE ' FUNCTION TRIM(WS-COMBINED-EDIT)
    END-IF
    .

LOG-HOUSEHOLD-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO CHANGES-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ' WS-WANTED-ID
        ' ' WS-CHANGE-ACTION
        ' HH=' WS-WANTED-HOUSEHOLD
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO CHANGES-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND CHANGES-FILE
    IF WS-CHANGES-STATUS NOT = '00'
        OPEN OUTPUT CHANGES-FILE
    END-IF
    WRITE CHANGES-LINE
    CLOSE CHANGES-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_HOUSEHOLD_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_HOUSEHOLD_EDIT.
