*> Mission: The addresses already on file, held to the same postal
*> reference the editor checks new ones against. One pass over
*> the keyed address satellite (CUSTOMER_ADDR.IDX, see
*> CB_ADDRESS_FILE.cpy), each address put through PROC_POSTAL_CHECK
*> and listed on ADDRESS_STANDARD.RPT in the house detail shape
*> (two blanks and the CUST-ID) when it is
*>   INVALID   the postal code is malformed or not on the reference,
*>             the state is not the code's, or the city is not one
*>             the post office knows under the code -- nothing is
*>             guessed; these are PROC_ADDRESS_EDIT's to fix
*>   STANDARD  valid, but not as the postal service writes it --
*>             the line shows the city/state/code as held and as
*>             they would stand
*> with the counts at the foot. Addresses already standard are only
*> counted.
*> APPLY on the command line rewrites every STANDARD address in its
*> standard form. Each rewrite is logged the way an editor change
*> is: a STANDARD line on ADDRESS_CHANGES.LOG with the operator
*> stamp, and an ADDRESS_AUDIT.IDX record with the address before
*> and after. STANDARD is its own action -- the returned-mail hold
*> (PROC_MAIL_HOLD) and the change-confirmation letters
*> (PROC_CHANGE_CONFIRM) only answer ADDED and CHANGED, and a
*> respelled city is not a customer moving house.
*> With no postal reference loaded (PROC_POSTAL_LOAD) the run says
*> so and stops before reading an address.
*> Command line: [APPLY].
*> cobc -x -free -I . -I ../BANNER PROC_ADDRESS_STANDARDIZE.cob
*>     PROC_POSTAL_CHECK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_ADDRESS_STANDARDIZE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_ADDRESS_AUDIT_FILE.cpy'.
*> The address-change trail PROC_ADDRESS_EDIT writes, same layout.
SELECT CHANGES-FILE ASSIGN TO DYNAMIC COMPANY_ADDRCHG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHANGES-STATUS.
SELECT STANDARD-REPORT
    ASSIGN TO 'ADDRESS_STANDARD.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_ADDRESS_AUDIT_RECORD.cpy'.

FD CHANGES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CHANGES-LINE.
01 CHANGES-LINE PIC X(80).

FD STANDARD-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-ADDRESS-AUDIT-STATUS PIC XX.
01 WS-CHANGES-STATUS       PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-ADDRESS-AT-END       PIC X VALUE 'N'.
    88 AT-END-OF-ADDRESSES  VALUE 'Y'.
01 WS-CMD-LINE             PIC X(80).
01 WS-RUN-MODE             PIC X VALUE 'R'.
    88 RUN-MODE-REPORT      VALUE 'R'.
    88 RUN-MODE-APPLY       VALUE 'A'.
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-AAUD-DONE            PIC X.
    88 ADDRESS-AUDIT-STORED VALUE 'Y'.
01 WS-ADDR-BEFORE-IMAGE    PIC X(112).
01 WS-ADDR-AFTER-IMAGE     PIC X(112).
01 WS-READ-COUNT           PIC 9(6) VALUE 0.
01 WS-VALID-COUNT          PIC 9(6) VALUE 0.
01 WS-STANDARD-COUNT       PIC 9(6) VALUE 0.
01 WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
01 WS-INVALID-COUNT        PIC 9(6) VALUE 0.
01 WS-APPLY-FAILED         PIC 9(6) VALUE 0.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_POSTAL_CHECK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-LINE))
        WHEN SPACES
            MOVE 'R' TO WS-RUN-MODE
        WHEN 'APPLY'
            MOVE 'A' TO WS-RUN-MODE
        WHEN OTHER
            DISPLAY 'REFUSED: the command line is [APPLY]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM PROBE-POSTAL-REFERENCE
    IF RUN-MODE-APPLY
        OPEN I-O ADDRESS-FILE
    ELSE
        OPEN INPUT ADDRESS-FILE
    END-IF
    IF WS-ADDRESS-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(COMPANY_ADDRESS_FILE)
            ', FILE STATUS ' WS-ADDRESS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RUN-MODE-APPLY
        PERFORM OPEN-ADDRESS-AUDIT-STORE
    END-IF
    OPEN OUTPUT STANDARD-REPORT
    PERFORM WRITE-REPORT-HEADING
    PERFORM UNTIL AT-END-OF-ADDRESSES
        READ ADDRESS-FILE NEXT RECORD
            AT END SET AT-END-OF-ADDRESSES TO TRUE
            NOT AT END PERFORM CHECK-ONE-ADDRESS
        END-READ
    END-PERFORM
    PERFORM WRITE-REPORT-TOTALS
    CLOSE STANDARD-REPORT
    IF RUN-MODE-APPLY
        CLOSE ADDRESS-AUDIT-FILE
    END-IF
    CLOSE ADDRESS-FILE
    MOVE 'X' TO POSTAL_REQUEST
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    DISPLAY 'ADDRESSES READ ' WS-READ-COUNT
        ': VALID ' WS-VALID-COUNT
        ' STANDARD ' WS-STANDARD-COUNT
        ' APPLIED ' WS-APPLIED-COUNT
        ' INVALID ' WS-INVALID-COUNT
        ' -- ADDRESS_STANDARD.RPT'
    IF WS-INVALID-COUNT > 0 OR WS-APPLY-FAILED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> One throwaway check before the store is touched: 'U' means there
*> is no reference, and every address would come back unjudged.
PROBE-POSTAL-REFERENCE.
    MOVE 'C' TO POSTAL_REQUEST
    MOVE '00000' TO POSTAL_CODE_IN
    MOVE SPACES TO POSTAL_STATE_IN POSTAL_CITY_IN
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    IF POSTAL-NO-REFERENCE
        DISPLAY 'ERROR: ' FUNCTION TRIM(POSTAL_REASON)
            ' -- no address checked'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Same first-use bootstrap as PROC_ADDRESS_EDIT's.
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
            ' -- nothing standardized'
        CLOSE ADDRESS-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

WRITE-REPORT-HEADING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ADDRESS STANDARDIZATION ' WS-CURRENT-DATE(1:8)
        ' BY ' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF RUN-MODE-APPLY
        STRING ' -- APPLIED' DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING ' -- REPORT ONLY, NOTHING CHANGED'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- ADDRESSES NOT STANDARD ---' TO REPORT-LINE
    WRITE REPORT-LINE
    .

CHECK-ONE-ADDRESS.
    ADD 1 TO WS-READ-COUNT
    MOVE 'C' TO POSTAL_REQUEST
    MOVE ADDR-POSTAL TO POSTAL_CODE_IN
    MOVE ADDR-STATE TO POSTAL_STATE_IN
    MOVE ADDR-CITY TO POSTAL_CITY_IN
    CALL 'PROC_POSTAL_CHECK' USING POSTAL-CHECK-PARAMS
    EVALUATE TRUE
        WHEN POSTAL-VALID
            ADD 1 TO WS-VALID-COUNT
        WHEN POSTAL-STANDARDIZED
            ADD 1 TO WS-STANDARD-COUNT
            PERFORM REPORT-STANDARD-ADDRESS
            IF RUN-MODE-APPLY
                PERFORM APPLY-STANDARD-ADDRESS
            END-IF
        WHEN OTHER
            ADD 1 TO WS-INVALID-COUNT
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING '  ' ADDR-CUST-ID ' INVALID  '
                FUNCTION TRIM(ADDR-CITY) ', ' ADDR-STATE ' '
                FUNCTION TRIM(ADDR-POSTAL)
                ' -- ' FUNCTION TRIM(POSTAL_REASON)
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
            WRITE REPORT-LINE
    END-EVALUATE
    .

REPORT-STANDARD-ADDRESS.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' ADDR-CUST-ID ' STANDARD '
        FUNCTION TRIM(ADDR-CITY) ', ' ADDR-STATE ' '
        FUNCTION TRIM(ADDR-POSTAL)
        ' -> ' FUNCTION TRIM(POSTAL_CITY_OUT) ', ' POSTAL_STATE_OUT
        ' ' FUNCTION TRIM(POSTAL_CODE_OUT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> The record just read is rewritten in place; the before and after
*> images go to the audit store exactly as an editor change would.
APPLY-STANDARD-ADDRESS.
    MOVE ADDRESS-RECORD TO WS-ADDR-BEFORE-IMAGE
    MOVE POSTAL_CITY_OUT TO ADDR-CITY
    MOVE POSTAL_STATE_OUT TO ADDR-STATE
    MOVE POSTAL_CODE_OUT TO ADDR-POSTAL
    MOVE ADDRESS-RECORD TO WS-ADDR-AFTER-IMAGE
    REWRITE ADDRESS-RECORD
        INVALID KEY
            PERFORM REPORT-REWRITE-FAILURE
        NOT INVALID KEY
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM LOG-STANDARD-CHANGE
    END-REWRITE
    .

REPORT-REWRITE-FAILURE.
    ADD 1 TO WS-APPLY-FAILED
    MOVE SPACES TO REPORT-LINE
    STRING '  ' ADDR-CUST-ID ' REWRITE FAILED, FILE STATUS '
        WS-ADDRESS-STATUS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    .

LOG-STANDARD-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO CHANGES-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ' ADDR-CUST-ID
        ' STANDARD'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO CHANGES-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND CHANGES-FILE
    IF WS-CHANGES-STATUS NOT = '00'
        OPEN OUTPUT CHANGES-FILE
    END-IF
    WRITE CHANGES-LINE
    CLOSE CHANGES-FILE
    MOVE SPACES TO ADDRESS-AUDIT-RECORD
    MOVE WS-CURRENT-DATE(1:14) TO AAUD-KEY-STAMP
    MOVE 1 TO AAUD-KEY-SEQ
    MOVE 'STANDARD' TO AAUD-ACTION
    MOVE OPERATOR_ID TO AAUD-OPERATOR
    MOVE ADDR-CUST-ID TO AAUD-CUST-ID
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

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '--- TOTALS ---' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  READ=' WS-READ-COUNT
        ' VALID=' WS-VALID-COUNT
        ' STANDARD=' WS-STANDARD-COUNT
        ' APPLIED=' WS-APPLIED-COUNT
        ' INVALID=' WS-INVALID-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-APPLY-FAILED > 0
        STRING ' REWRITE-FAILED=' WS-APPLY-FAILED
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_ADDRESS_STANDARDIZE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_ADDRESS_STANDARDIZE.
