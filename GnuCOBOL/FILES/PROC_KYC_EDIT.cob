*> Mission: A record of when each customer's identification was last
*> re-reviewed. Add/change editor for the keyed KYC review file
*> (KYC_REVIEWS.IDX, see CB_KYC_FILE.cpy), in the same discipline
*> as PROC_ADDRESS_EDIT: the CUST-ID must exist on the keyed master,
*> and the record is keyed through the PROC_ENTRY_FORM screen
*> service -- risk rating (H/M/L), last review date, reviewer and
*> next due date. The last review may not be in the future; a blank
*> next due date is set from the rating (high risk reviewed yearly,
*> medium every two years, low every three), and one keyed by hand
*> must fall after the last review. S)how answers "where does this
*> account stand" without leaving the editor.
*> Every add and change is appended to KYC_CHANGES.LOG with the
*> operator stamp and the record as it now stands.
*> cobc -x -free -I . -I ../BANNER PROC_KYC_EDIT.cob
*>     ../BANNER/PROC_ENTRY_FORM.cob ../BANNER/PROC_CLS.cob
*>     ../BANNER/PROC_GOTOXY.cob ../BANNER/PROC_DRAW_FRAME.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_KYC_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_KYC_FILE.cpy'.
*> The review-change trail, 'yyyy-mm-dd hh:mm:ss nnnnnn ACTION
*> RISK=x LAST=yyyymmdd NEXT=yyyymmdd BY=xx OPR=xx' per line.
SELECT CHANGES-FILE ASSIGN TO 'KYC_CHANGES.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHANGES-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_KYC_RECORD.cpy'.

FD CHANGES-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS CHANGES-LINE.
01 CHANGES-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-KYC-STATUS           PIC XX.
01 WS-ANSWER               PIC X(40).
01 WS-EDITING              PIC X VALUE 'Y'.
    88 DONE-EDITING         VALUE 'N'.
01 WS-RECORD-OK            PIC X.
01 WS-WANTED-ID            PIC 9(6).
01 WS-FORM-SS              PIC 9(2).
01 WS-CHANGES-STATUS       PIC XX.
01 WS-CHANGE-ACTION        PIC X(8).
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-TODAY                PIC X(8).
*> Review intervals by rating, in days -- the yearly / two-yearly /
*> three-yearly cycle the compliance schedule sets.
01 WS-INTERVAL-HIGH        PIC 9(4) VALUE 365.
01 WS-INTERVAL-MEDIUM      PIC 9(4) VALUE 730.
01 WS-INTERVAL-LOW         PIC 9(4) VALUE 1095.
01 WS-INTERVAL-DAYS        PIC 9(4).
01 WS-DUE-INTEGER          PIC 9(8).
01 WS-DUE-DATE             PIC 9(8).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.
*> The four review fields as a PROC_ENTRY_FORM screen -- see
*> CB_ENTRY_FORM.cpy.
COPY 'CB_ENTRY_FORM.cpy'.

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
    PERFORM OPEN-KYC-STORE
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd/change  S)how  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-OR-CHANGE-REVIEW
            WHEN 'S' PERFORM SHOW-REVIEW
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, S or Q'
        END-EVALUATE
    END-PERFORM
    CLOSE KYC-FILE
    CLOSE CUSTOMER-FILE
    STOP RUN.

*> Same first-use bootstrap as the address store.
OPEN-KYC-STORE.
    OPEN I-O KYC-FILE
    IF WS-KYC-STATUS = '35'
        OPEN OUTPUT KYC-FILE
        CLOSE KYC-FILE
        OPEN I-O KYC-FILE
    END-IF
    IF WS-KYC-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(COMPANY_KYC_FILE)
            ', FILE STATUS ' WS-KYC-STATUS
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
                    '  BRANCH ' CUST-BRANCH
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

*> One record per customer, keyed through the PROC_ENTRY_FORM
*> screen: an existing review pre-fills the form, a new one starts
*> with today's date and this operator as reviewer. The form checks
*> each field on its own; the dates are checked against each other
*> here, and nothing is written unless both pass.
ADD-OR-CHANGE-REVIEW.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
        MOVE SPACES TO KYC-RECORD
        MOVE WS-WANTED-ID TO KYC-CUST-ID
        READ KYC-FILE
            INVALID KEY
                MOVE SPACES TO KYC-RISK KYC-NEXT-DUE
                    KYC-UPDATED KYC-UPDATED-BY
                MOVE WS-TODAY TO KYC-LAST-REVIEW
                MOVE OPERATOR_ID TO KYC-REVIEWER
        END-READ
        MOVE WS-WANTED-ID TO KYC-CUST-ID
        PERFORM BUILD-REVIEW-FORM
        CALL 'PROC_ENTRY_FORM' USING PARAMS-ENTRY-FORM
        IF FORM_ABANDONED
            DISPLAY 'NO CHANGE -- form abandoned'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE FORM_VALUE(1)(1:1) TO KYC-RISK
        MOVE FORM_VALUE(2)(1:8) TO KYC-LAST-REVIEW
        MOVE FORM_VALUE(3)(1:8) TO KYC-REVIEWER
        MOVE FORM_VALUE(4)(1:8) TO KYC-NEXT-DUE
        PERFORM CHECK-REVIEW-DATES
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE WS-TODAY TO KYC-UPDATED
        MOVE OPERATOR_ID TO KYC-UPDATED-BY
        WRITE KYC-RECORD
            INVALID KEY
                REWRITE KYC-RECORD
                    INVALID KEY
                        DISPLAY 'REWRITE FAILED, FILE STATUS '
                            WS-KYC-STATUS
                    NOT INVALID KEY
                        DISPLAY 'CHANGED REVIEW FOR ' WS-WANTED-ID
                            ' -- NEXT DUE ' KYC-NEXT-DUE
                        MOVE 'CHANGED' TO WS-CHANGE-ACTION
                        PERFORM LOG-REVIEW-CHANGE
                END-REWRITE
            NOT INVALID KEY
                DISPLAY 'ADDED REVIEW FOR ' WS-WANTED-ID
                    ' -- NEXT DUE ' KYC-NEXT-DUE
                MOVE 'ADDED' TO WS-CHANGE-ACTION
                PERFORM LOG-REVIEW-CHANGE
        END-WRITE
    END-IF
    .

*> A review cannot have happened tomorrow, and the next one cannot
*> fall due before it. A blank next due date takes the rating's
*> interval from the last review.
CHECK-REVIEW-DATES.
    IF KYC-LAST-REVIEW > WS-TODAY
        DISPLAY 'REJECTED: last review ' KYC-LAST-REVIEW
            ' is after today -- nothing written'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y' AND KYC-NEXT-DUE = SPACES
        EVALUATE TRUE
            WHEN KYC-RISK-HIGH
                MOVE WS-INTERVAL-HIGH TO WS-INTERVAL-DAYS
            WHEN KYC-RISK-MEDIUM
                MOVE WS-INTERVAL-MEDIUM TO WS-INTERVAL-DAYS
            WHEN OTHER
                MOVE WS-INTERVAL-LOW TO WS-INTERVAL-DAYS
        END-EVALUATE
        COMPUTE WS-DUE-INTEGER = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(KYC-LAST-REVIEW)) + WS-INTERVAL-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
            TO WS-DUE-DATE
        MOVE WS-DUE-DATE TO KYC-NEXT-DUE
    END-IF
    IF WS-RECORD-OK = 'Y' AND KYC-NEXT-DUE NOT > KYC-LAST-REVIEW
        DISPLAY 'REJECTED: next due ' KYC-NEXT-DUE
            ' must fall after the last review ' KYC-LAST-REVIEW
            ' -- nothing written'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    .

*> The form description: one line per record field, lengths off
*> CB_KYC_RECORD.cpy, the rating and reviewer upshifted on entry.
BUILD-REVIEW-FORM.
    MOVE 'KYC PERIODIC REVIEW' TO FORM_TITLE
    MOVE 4 TO FORM_FIELD_COUNT
    PERFORM VARYING WS-FORM-SS FROM 1 BY 1 UNTIL WS-FORM-SS > 4
        MOVE 0 TO FORM_LINE(WS-FORM-SS)
        MOVE 'X' TO FORM_TYPE(WS-FORM-SS)
        MOVE 'Y' TO FORM_REQUIRED(WS-FORM-SS)
        MOVE 'N' TO FORM_UPSHIFT(WS-FORM-SS)
        MOVE SPACES TO FORM_CODES(WS-FORM-SS)
        MOVE SPACES TO FORM_VALUE(WS-FORM-SS)
    END-PERFORM
    MOVE 'Risk rating (H/M/L)'  TO FORM_LABEL(1)
    MOVE 1 TO FORM_LENGTH(1)
    MOVE 'C' TO FORM_TYPE(1)
    MOVE 'HML' TO FORM_CODES(1)
    MOVE 'Y' TO FORM_UPSHIFT(1)
    MOVE KYC-RISK TO FORM_VALUE(1)
    MOVE 'Last review yyyymmdd' TO FORM_LABEL(2)
    MOVE 8 TO FORM_LENGTH(2)
    MOVE 'D' TO FORM_TYPE(2)
    MOVE KYC-LAST-REVIEW TO FORM_VALUE(2)
    MOVE 'Reviewer'             TO FORM_LABEL(3)
    MOVE 8 TO FORM_LENGTH(3)
    MOVE 'Y' TO FORM_UPSHIFT(3)
    MOVE KYC-REVIEWER TO FORM_VALUE(3)
    MOVE 'Next due (blank=auto)' TO FORM_LABEL(4)
    MOVE 8 TO FORM_LENGTH(4)
    MOVE 'D' TO FORM_TYPE(4)
    MOVE 'N' TO FORM_REQUIRED(4)
    MOVE KYC-NEXT-DUE TO FORM_VALUE(4)
    .

SHOW-REVIEW.
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-WANTED-ID TO KYC-CUST-ID
        READ KYC-FILE
            INVALID KEY
                DISPLAY 'NO KYC REVIEW ON FILE FOR ' WS-WANTED-ID
                    ' -- PROC_KYC_DUE lists it as never reviewed'
            NOT INVALID KEY
                DISPLAY '  RISK ' KYC-RISK
                    '  LAST REVIEW ' KYC-LAST-REVIEW
                    ' BY ' FUNCTION TRIM(KYC-REVIEWER)
                DISPLAY '  NEXT DUE ' KYC-NEXT-DUE
                    '  (UPDATED ' KYC-UPDATED
                    ' BY ' FUNCTION TRIM(KYC-UPDATED-BY) ')'
                IF KYC-NEXT-DUE < WS-CURRENT-DATE(1:8)
                    DISPLAY '  *** REVIEW OVERDUE ***'
                END-IF
        END-READ
    END-IF
    .

LOG-REVIEW-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO CHANGES-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ' WS-WANTED-ID
        ' ' WS-CHANGE-ACTION
        ' RISK=' KYC-RISK
        ' LAST=' KYC-LAST-REVIEW
        ' NEXT=' KYC-NEXT-DUE
        ' BY=' FUNCTION TRIM(KYC-REVIEWER)
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
    MOVE 'PROC_KYC_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_KYC_EDIT.
