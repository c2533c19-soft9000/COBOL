*> Mission: The customers' notification preferences -- "text me when
*> my balance drops under 100.00, or a debit over 500.00 hits"
*> becomes a line in NOTIFY_PREFS.DAT (see CB_NOTIFY_PREFS.cpy),
*> which PROC_BALANCE_NOTIFY checks every account the night's
*> posting run touched against. S sets a customer's preferences
*> (a new line, or the old one replaced), R removes them, L lists.
*> Each set and removal is stamped with the operator in
*> NOTIFY_PREFS.LOG, since a customer who stops hearing from us will
*> ask who switched it off.
*> cobc -x -free -I . -I ../BANNER PROC_NOTIFY_EDIT.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_NOTIFY_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT NOTIFY-FILE
    ASSIGN TO DYNAMIC COMPANY_NOTIFY_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.
SELECT NOTIFY-LOG-FILE
    ASSIGN TO 'NOTIFY_PREFS.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD NOTIFY-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS NOTIFY-LINE.
01 NOTIFY-LINE PIC X(120).

FD NOTIFY-LOG-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS NOTIFY-LOG-LINE.
01 NOTIFY-LOG-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-NOTIFY-STATUS     PIC XX.
01 WS-NOTIFY-LOG-STATUS PIC XX.
01 WS-AT-END           PIC X.
    88 AT-END-OF-FILE   VALUE 'Y'.
01 WS-ANSWER           PIC X(60).
01 WS-EDITING          PIC X VALUE 'Y'.
    88 DONE-EDITING     VALUE 'N'.
01 WS-RECORD-OK        PIC X.
01 WS-CURRENT-DATE     PIC X(21).

COPY 'CB_NOTIFY_PREFS.cpy'.
01 WS-MATCH-SS         PIC 9(4).
01 WS-WANTED-ID        PIC 9(6).
*> The preferences keyed, held until all of them prove out.
01 WS-FIELD-FLOOR-SET  PIC X.
01 WS-FIELD-FLOOR      PIC S9(7)V99.
01 WS-FIELD-LARGE      PIC 9(7)V99.
01 WS-FIELD-CHANNEL    PIC X.
01 WS-FIELD-CONTACT    PIC X(60).
01 WS-LOG-ACTION       PIC X(8).
01 WS-LINE-PTR         PIC 9(4).
01 WS-PIPE-COUNT       PIC 9(3).
01 WS-AT-SIGN-COUNT    PIC 9(3).
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
    PERFORM LOAD-NOTIFY-PREFS
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'S)et  R)emove  L)ist  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'S' PERFORM SET-PREFERENCES
            WHEN 'R' PERFORM REMOVE-PREFERENCES
            WHEN 'L' PERFORM LIST-PREFERENCES
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'S, R, L or Q'
        END-EVALUATE
    END-PERFORM
    CLOSE CUSTOMER-FILE
    STOP RUN.

LOAD-NOTIFY-PREFS.
    MOVE 0 TO WS-NOTIFY-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT NOTIFY-FILE
    IF WS-NOTIFY-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ NOTIFY-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF NOTIFY-LINE NOT = SPACES
                        IF WS-NOTIFY-COUNT < 1000
                            PERFORM TAKE-ONE-NOTIFY-LINE
                        ELSE
                            MOVE 'Y' TO WS-NOTIFY-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTIFY-FILE
    END-IF
    IF WS-NOTIFY-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_NOTIFY_FILE)
            ' HOLDS MORE THAN 1000 CUSTOMERS -- editing through the'
            ' capped table would delete the rest on the save'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY WS-NOTIFY-COUNT ' CUSTOMER(S) WITH NOTIFICATIONS'
    .

TAKE-ONE-NOTIFY-LINE.
    MOVE SPACES TO WS-NP-TOK-ID WS-NP-TOK-FLOOR WS-NP-TOK-LARGE
        WS-NP-TOK-CHANNEL WS-NP-TOK-CONTACT
    UNSTRING NOTIFY-LINE DELIMITED BY '|'
        INTO WS-NP-TOK-ID WS-NP-TOK-FLOOR WS-NP-TOK-LARGE
             WS-NP-TOK-CHANNEL WS-NP-TOK-CONTACT
    ADD 1 TO WS-NOTIFY-COUNT
    SET WS-NOTIFY-SS TO WS-NOTIFY-COUNT
    MOVE FUNCTION NUMVAL(WS-NP-TOK-ID) TO WS-NP-CUST-ID(WS-NOTIFY-SS)
    IF WS-NP-TOK-FLOOR = SPACES
        MOVE 'N' TO WS-NP-FLOOR-SET(WS-NOTIFY-SS)
        MOVE 0 TO WS-NP-FLOOR(WS-NOTIFY-SS)
    ELSE
        MOVE 'Y' TO WS-NP-FLOOR-SET(WS-NOTIFY-SS)
        MOVE FUNCTION NUMVAL(WS-NP-TOK-FLOOR)
            TO WS-NP-FLOOR(WS-NOTIFY-SS)
    END-IF
    MOVE 0 TO WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
    IF WS-NP-TOK-LARGE NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NP-TOK-LARGE)
            TO WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
    END-IF
    MOVE WS-NP-TOK-CHANNEL(1:1) TO WS-NP-CHANNEL(WS-NOTIFY-SS)
    MOVE WS-NP-TOK-CONTACT(1:60) TO WS-NP-CONTACT(WS-NOTIFY-SS)
    .

SAVE-NOTIFY-PREFS.
    OPEN OUTPUT NOTIFY-FILE
    PERFORM VARYING WS-NOTIFY-SS FROM 1 BY 1
        UNTIL WS-NOTIFY-SS > WS-NOTIFY-COUNT
        MOVE SPACES TO NOTIFY-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING WS-NP-CUST-ID(WS-NOTIFY-SS) '|'
            DELIMITED BY SIZE INTO NOTIFY-LINE
            WITH POINTER WS-LINE-PTR
        IF NP-WANTS-LOW-BALANCE(WS-NOTIFY-SS)
            MOVE WS-NP-FLOOR(WS-NOTIFY-SS) TO WS-NP-FLOOR-EDIT
            STRING FUNCTION TRIM(WS-NP-FLOOR-EDIT)
                DELIMITED BY SIZE INTO NOTIFY-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        STRING '|' DELIMITED BY SIZE INTO NOTIFY-LINE
            WITH POINTER WS-LINE-PTR
        IF WS-NP-LARGE-DEBIT(WS-NOTIFY-SS) > 0
            MOVE WS-NP-LARGE-DEBIT(WS-NOTIFY-SS) TO WS-NP-LARGE-EDIT
            STRING FUNCTION TRIM(WS-NP-LARGE-EDIT)
                DELIMITED BY SIZE INTO NOTIFY-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        STRING '|' WS-NP-CHANNEL(WS-NOTIFY-SS)
            '|' FUNCTION TRIM(WS-NP-CONTACT(WS-NOTIFY-SS))
            DELIMITED BY SIZE INTO NOTIFY-LINE
            WITH POINTER WS-LINE-PTR
        WRITE NOTIFY-LINE
    END-PERFORM
    CLOSE NOTIFY-FILE
    .

FIND-PREFS-BY-ID.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-NOTIFY-SS FROM 1 BY 1
        UNTIL WS-NOTIFY-SS > WS-NOTIFY-COUNT
        IF WS-NP-CUST-ID(WS-NOTIFY-SS) = WS-WANTED-ID
            MOVE WS-NOTIFY-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    .

*> All four answers proven before the table is touched; at least one
*> of the two events must be wanted, or there is nothing to send.
SET-PREFERENCES.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-PREFS-BY-ID
        IF WS-MATCH-SS = 0 AND WS-NOTIFY-COUNT >= 1000
            DISPLAY 'PREFERENCE FILE FULL (1000)'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        PERFORM ASK-PREFERENCE-FIELDS
    END-IF
    IF WS-RECORD-OK = 'Y'
        IF WS-MATCH-SS = 0
            ADD 1 TO WS-NOTIFY-COUNT
            MOVE WS-NOTIFY-COUNT TO WS-MATCH-SS
            MOVE 'ADDED' TO WS-LOG-ACTION
        ELSE
            MOVE 'CHANGED' TO WS-LOG-ACTION
        END-IF
        SET WS-NOTIFY-SS TO WS-MATCH-SS
        MOVE WS-WANTED-ID TO WS-NP-CUST-ID(WS-NOTIFY-SS)
        MOVE WS-FIELD-FLOOR-SET TO WS-NP-FLOOR-SET(WS-NOTIFY-SS)
        MOVE WS-FIELD-FLOOR TO WS-NP-FLOOR(WS-NOTIFY-SS)
        MOVE WS-FIELD-LARGE TO WS-NP-LARGE-DEBIT(WS-NOTIFY-SS)
        MOVE WS-FIELD-CHANNEL TO WS-NP-CHANNEL(WS-NOTIFY-SS)
        MOVE WS-FIELD-CONTACT TO WS-NP-CONTACT(WS-NOTIFY-SS)
        PERFORM SAVE-NOTIFY-PREFS
        PERFORM LOG-PREFERENCE-ACTION
        DISPLAY 'NOTIFICATIONS ' FUNCTION TRIM(WS-LOG-ACTION)
            ' FOR ACCOUNT ' WS-WANTED-ID
    END-IF
    .

ASK-PREFERENCE-FIELDS.
    MOVE 'N' TO WS-FIELD-FLOOR-SET
    MOVE 0 TO WS-FIELD-FLOOR WS-FIELD-LARGE
    DISPLAY 'Low-balance floor (blank = none): ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
            MOVE 'Y' TO WS-FIELD-FLOOR-SET
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-FLOOR
        ELSE
            DISPLAY 'REJECTED: the floor must be an amount'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Large-debit threshold (blank = none): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
                AND FUNCTION NUMVAL(WS-ANSWER) >= 0
                MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FIELD-LARGE
            ELSE
                DISPLAY 'REJECTED: the threshold must be a positive'
                    ' amount'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        AND WS-FIELD-FLOOR-SET = 'N' AND WS-FIELD-LARGE = 0
        DISPLAY 'REJECTED: neither a floor nor a threshold -- use R'
            ' to stop notifications'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Channel E(-mail) or S(MS): ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-FIELD-CHANNEL
        IF WS-FIELD-CHANNEL NOT = 'E' AND WS-FIELD-CHANNEL NOT = 'S'
            DISPLAY 'REJECTED: the channel is E or S'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        IF WS-FIELD-CHANNEL = 'E'
            DISPLAY 'E-mail address: ' WITH NO ADVANCING
        ELSE
            DISPLAY 'Mobile number: ' WITH NO ADVANCING
        END-IF
        ACCEPT WS-ANSWER
        MOVE FUNCTION TRIM(WS-ANSWER) TO WS-FIELD-CONTACT
        MOVE 0 TO WS-PIPE-COUNT WS-AT-SIGN-COUNT
        INSPECT WS-FIELD-CONTACT TALLYING WS-PIPE-COUNT FOR ALL '|'
            WS-AT-SIGN-COUNT FOR ALL '@'
        EVALUATE TRUE
            WHEN WS-FIELD-CONTACT = SPACES
                DISPLAY 'REJECTED: somewhere to send it is required'
                MOVE 'N' TO WS-RECORD-OK
            WHEN WS-PIPE-COUNT > 0
                DISPLAY 'REJECTED: the contact may not contain |'
                MOVE 'N' TO WS-RECORD-OK
            WHEN WS-FIELD-CHANNEL = 'E' AND WS-AT-SIGN-COUNT NOT = 1
                DISPLAY 'REJECTED: that is not an e-mail address'
                MOVE 'N' TO WS-RECORD-OK
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

REMOVE-PREFERENCES.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-PREFS-BY-ID
        IF WS-MATCH-SS = 0
            DISPLAY 'ACCOUNT ' WS-WANTED-ID
                ' HAS NO NOTIFICATIONS SET'
        ELSE
            PERFORM VARYING WS-NOTIFY-SS FROM WS-MATCH-SS BY 1
                UNTIL WS-NOTIFY-SS >= WS-NOTIFY-COUNT
                MOVE WS-NOTIFY-ENTRY(WS-NOTIFY-SS + 1)
                    TO WS-NOTIFY-ENTRY(WS-NOTIFY-SS)
            END-PERFORM
            SUBTRACT 1 FROM WS-NOTIFY-COUNT
            PERFORM SAVE-NOTIFY-PREFS
            MOVE 'REMOVED' TO WS-LOG-ACTION
            PERFORM LOG-PREFERENCE-ACTION
            DISPLAY 'NOTIFICATIONS REMOVED FOR ACCOUNT ' WS-WANTED-ID
        END-IF
    END-IF
    .

LIST-PREFERENCES.
    PERFORM VARYING WS-NOTIFY-SS FROM 1 BY 1
        UNTIL WS-NOTIFY-SS > WS-NOTIFY-COUNT
        IF NP-WANTS-LOW-BALANCE(WS-NOTIFY-SS)
            MOVE WS-NP-FLOOR(WS-NOTIFY-SS) TO WS-NP-FLOOR-EDIT
        ELSE
            MOVE 0 TO WS-NP-FLOOR-EDIT
        END-IF
        MOVE WS-NP-LARGE-DEBIT(WS-NOTIFY-SS) TO WS-NP-LARGE-EDIT
        DISPLAY WS-NP-CUST-ID(WS-NOTIFY-SS)
            ' FLOOR ' WS-NP-FLOOR-SET(WS-NOTIFY-SS) ' '
            WS-NP-FLOOR-EDIT
            ' LARGE DR ' WS-NP-LARGE-EDIT
            ' ' WS-NP-CHANNEL(WS-NOTIFY-SS)
            ' ' FUNCTION TRIM(WS-NP-CONTACT(WS-NOTIFY-SS))
    END-PERFORM
    IF WS-NOTIFY-COUNT = 0
        DISPLAY 'NO CUSTOMER HAS NOTIFICATIONS SET'
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

LOG-PREFERENCE-ACTION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO NOTIFY-LOG-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:8) ' ' WS-CURRENT-DATE(9:6)
        ' NOTIFY ' FUNCTION TRIM(WS-LOG-ACTION)
        ' ' WS-WANTED-ID
        DELIMITED BY SIZE INTO NOTIFY-LOG-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-LOG-ACTION NOT = 'REMOVED'
        MOVE WS-FIELD-FLOOR TO WS-NP-FLOOR-EDIT
        MOVE WS-FIELD-LARGE TO WS-NP-LARGE-EDIT
        STRING ' FLOOR=' WS-FIELD-FLOOR-SET
            ' ' FUNCTION TRIM(WS-NP-FLOOR-EDIT)
            ' LARGE=' FUNCTION TRIM(WS-NP-LARGE-EDIT)
            ' CHANNEL=' WS-FIELD-CHANNEL
            DELIMITED BY SIZE INTO NOTIFY-LOG-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO NOTIFY-LOG-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND NOTIFY-LOG-FILE
    IF WS-NOTIFY-LOG-STATUS NOT = '00'
        OPEN OUTPUT NOTIFY-LOG-FILE
    END-IF
    WRITE NOTIFY-LOG-LINE
    CLOSE NOTIFY-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_NOTIFY_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_NOTIFY_EDIT.
