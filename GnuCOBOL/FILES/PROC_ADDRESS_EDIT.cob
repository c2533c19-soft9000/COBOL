*> without leaving the editor; X) drops an address outright (the
*> statement run then exception-lists the account again, which is
*> the honest state).
*> Every add, change and drop is appended to ADDRESS_CHANGES.LOG
*> with the operator stamp; a new or changed address there is what
*> releases an account from returned-mail hold (see PROC_MAIL_HOLD).
*> The same operation also lands in the keyed ADDRESS_AUDIT.IDX with
*> the address as it stood before and after -- the old address the
*> nightly PROC_CHANGE_CONFIRM run writes to.
*> Every address saved is checked against the postal reference
*> (PROC_POSTAL_CHECK, POSTAL_REF.IDX): a postal code that is not on
*> it, a state that is not the code's, or a city the post office
*> does not know under the code is refused and nothing is written;
*> an address that passes is saved in standard form (the city as
*> the postal service spells it, the state filled in from the code,
*> the code as nnnnn or nnnnn-nnnn) and the operator shown what
*> changed. With no reference loaded yet the address is saved as
*> keyed, with a warning.
*> cobc -x -free -I . -I ../BANNER PROC_ADDRESS_EDIT.cob
*>     ../BANNER/PROC_ENTRY_FORM.cob ../BANNER/PROC_CLS.cob
*>     ../BANNER/PROC_GOTOXY.cob ../BANNER/PROC_DRAW_FRAME.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_POSTAL_CHECK.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_ADDRESS_EDIT.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_ADDRESS_AUDIT_FILE.cpy'.
*> The address-change trail, 'yyyy-mm-dd hh:mm:ss nnnnnn ACTION
*> OPR=xx' per line -- read by PROC_MAIL_HOLD.
SELECT CHANGES-FILE ASSIGN TO DYNAMIC COMPANY_ADDRCHG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHANGES-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_ADDRESS_AUDIT_RECORD.cpy'.

FD CHANGES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CHANGES-LINE.
01 CHANGES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-RECORD-OK            PIC X.
01 WS-WANTED-ID            PIC 9(6).
01 WS-FORM-SS              PIC 9(2).
01 WS-CHANGES-STATUS       PIC XX.
01 WS-CHANGE-ACTION        PIC X(8).
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-ADDRESS-AUDIT-STATUS PIC XX.
01 WS-AAUD-DONE            PIC X.
    88 ADDRESS-AUDIT-STORED VALUE 'Y'.
01 WS-ADDR-BEFORE-IMAGE    PIC X(112).
01 WS-ADDR-AFTER-IMAGE     PIC X(112).
COPY 'CB_OPERATOR_ID.cpy'.
*> The six address fields as a PROC_ENTRY_FORM screen -- see
*> CB_ENTRY_FORM.cpy.
COPY 'CB_ENTRY_FORM.cpy'.
COPY 'CB_POSTAL_CHECK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
        STOP RUN
    END-IF
    PERFORM OPEN-ADDRESS-STORE
    PERFORM OPEN-ADDRESS-AUDIT-STORE
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd/change  S)how  X)drop  Q)uit: '
            WHEN OTHER DISPLAY 'A, S, X or Q'
        END-EVALUATE
    END-PERFORM
    MOVE 'X' TO POSTAL_REQUEST
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    CLOSE ADDRESS-AUDIT-FILE
    CLOSE ADDRESS-FILE
    CLOSE CUSTOMER-FILE
    STOP RUN.
    END-IF
    .

*> Same first-use bootstrap as the address store itself.
OPEN-ADDRESS-AUDIT-STORE.
    OPEN I-O ADDRESS-AUDIT-FILE
    IF WS-ADDRESS-AUDIT-STATUS = '35'
        OPEN OUTPUT ADDRESS-AUDIT-FILE
        CLOSE ADDRESS-AUDIT-FILE
        OPEN I-O ADDRESS-AUDIT-FILE
    END-IF
    IF WS-ADDRESS-AUDIT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open ADDRESS_AUDIT.IDX,'
            ' FILE STATUS ' WS-ADDRESS-AUDIT-STATUS
        CLOSE ADDRESS-FILE
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

ASK-CUSTOMER-ID.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Customer ID (6 digits): ' WITH NO ADVANCING
    PERFORM ASK-CUSTOMER-ID
    IF WS-RECORD-OK = 'Y'
        MOVE SPACES TO ADDRESS-RECORD
        MOVE SPACES TO WS-ADDR-BEFORE-IMAGE
        MOVE WS-WANTED-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY
                MOVE SPACES TO ADDR-LINE-1 ADDR-LINE-2
                    ADDR-CITY ADDR-STATE ADDR-POSTAL ADDR-PHONE
            NOT INVALID KEY
                MOVE ADDRESS-RECORD TO WS-ADDR-BEFORE-IMAGE
        END-READ
        MOVE WS-WANTED-ID TO ADDR-CUST-ID
        PERFORM BUILD-ADDRESS-FORM
        MOVE FORM_VALUE(4)(1:2)  TO ADDR-STATE
        MOVE FORM_VALUE(5)(1:10) TO ADDR-POSTAL
        MOVE FORM_VALUE(6)(1:14) TO ADDR-PHONE
        PERFORM CHECK-POSTAL-REFERENCE
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE ADDRESS-RECORD TO WS-ADDR-AFTER-IMAGE
        WRITE ADDRESS-RECORD
            INVALID KEY
                REWRITE ADDRESS-RECORD
                            WS-ADDRESS-STATUS
                    NOT INVALID KEY
                        DISPLAY 'CHANGED ADDRESS FOR ' WS-WANTED-ID
                        MOVE 'CHANGED' TO WS-CHANGE-ACTION
                        PERFORM LOG-ADDRESS-CHANGE
                END-REWRITE
            NOT INVALID KEY
                DISPLAY 'ADDED ADDRESS FOR ' WS-WANTED-ID
                MOVE 'ADDED' TO WS-CHANGE-ACTION
                PERFORM LOG-ADDRESS-CHANGE
        END-WRITE
    END-IF
    .

*> Postal code, state and city against the postal reference; a
*> standardized address replaces what was keyed before it is saved.
CHECK-POSTAL-REFERENCE.
    MOVE 'C' TO POSTAL_REQUEST
    MOVE ADDR-POSTAL TO POSTAL_CODE_IN
    MOVE ADDR-STATE TO POSTAL_STATE_IN
    MOVE ADDR-CITY TO POSTAL_CITY_IN
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    EVALUATE TRUE
        WHEN POSTAL-INVALID
            DISPLAY 'REJECTED: ' FUNCTION TRIM(POSTAL_REASON)
                ' -- nothing written'
            MOVE 'N' TO WS-RECORD-OK
        WHEN POSTAL-NO-REFERENCE
            DISPLAY 'WARNING: ' FUNCTION TRIM(POSTAL_REASON)
                ' -- address saved unchecked'
        WHEN POSTAL-STANDARDIZED
            DISPLAY 'STANDARDIZED: ' FUNCTION TRIM(POSTAL_CITY_OUT)
                ', ' POSTAL_STATE_OUT ' ' FUNCTION TRIM(POSTAL_CODE_OUT)
            MOVE POSTAL_CITY_OUT TO ADDR-CITY
            MOVE POSTAL_STATE_OUT TO ADDR-STATE
            MOVE POSTAL_CODE_OUT TO ADDR-POSTAL
    END-EVALUATE
    .

*> The form description: one line per record field, lengths off
*> CB_ADDRESS_RECORD.cpy, the state upshifted on entry.
BUILD-ADDRESS-FORM.
            INVALID KEY
                DISPLAY 'NO ADDRESS ON FILE FOR ' WS-WANTED-ID
            NOT INVALID KEY
                MOVE ADDRESS-RECORD TO WS-ADDR-BEFORE-IMAGE
                MOVE SPACES TO WS-ADDR-AFTER-IMAGE
                DELETE ADDRESS-FILE RECORD
                END-DELETE
                DISPLAY 'DROPPED ADDRESS FOR ' WS-WANTED-ID
                MOVE 'DROPPED' TO WS-CHANGE-ACTION
                PERFORM LOG-ADDRESS-CHANGE
        END-READ
    END-IF
    .

LOG-ADDRESS-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO CHANGES-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ' WS-WANTED-ID
        ' ' WS-CHANGE-ACTION
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO CHANGES-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND CHANGES-FILE
    IF WS-CHANGES-STATUS NOT = '00'
        OPEN OUTPUT CHANGES-FILE
    END-IF
    WRITE CHANGES-LINE
    CLOSE CHANGES-FILE
    PERFORM WRITE-ADDRESS-AUDIT
    .

*> One audit record per successful operation: who, when, what the
*> address said before and what it says now. AAUD-KEY-SEQ bumps past
*> duplicate-key rejections, same idiom as the maintenance audit.
WRITE-ADDRESS-AUDIT.
    MOVE SPACES TO ADDRESS-AUDIT-RECORD
    MOVE WS-CURRENT-DATE(1:14) TO AAUD-KEY-STAMP
    MOVE 1 TO AAUD-KEY-SEQ
    MOVE WS-CHANGE-ACTION TO AAUD-ACTION
    MOVE OPERATOR_ID TO AAUD-OPERATOR
    MOVE WS-WANTED-ID TO AAUD-CUST-ID
    MOVE WS-ADDR-BEFORE-IMAGE TO AAUD-BEFORE-IMAGE
    MOVE WS-ADDR-AFTER-IMAGE TO AAUD-AFTER-IMAGE
    MOVE 'N' TO WS-AAUD-DONE
    PERFORM UNTIL ADDRESS-AUDIT-STORED OR AAUD-KEY-SEQ >= 9999
        WRITE ADDRESS-AUDIT-RECORD
            INVALID KEY ADD 1 TO AAUD-KEY-SEQ
            NOT INVALID KEY MOVE 'Y' TO WS-AAUD-DONE
        END-WRITE
    END-PERFORM
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_ADDRESS_EDIT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_ADDRESS_EDIT.
