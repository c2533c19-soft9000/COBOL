*> Mission: Give QA production-shaped data without production
*> people in it. Copies the selected company's customer master
*> (CUSTOMERS.DAT), address store (CUSTOMER_ADDR.IDX), ledger
*> (CUSTOMER_LEDGER.IDX) and the call-history notes
*> (CUSTOMER_NOTES.DAT) into a test directory under the same file
*> names, masking on the way:
*>   - the customer name becomes a made-up FIRST I LAST;
*>   - address lines become a made-up street and apartment (a blank
*>     second line stays blank; city, state and postal code are kept
*>     so postal checks and statement routing behave the same);
*>   - every digit of the phone is replaced, punctuation kept;
*>   - note text becomes a masked line naming the made-up customer
*>     (the merge tool's MERGED INTO / ABSORBED cross-references are
*>     kept -- they carry account numbers, not people).
*> Every fake value is worked out from the CUST-ID alone, cycled
*> tables at co-prime strides the way DEMO_GENERATE_BUSINESS_DATA
*> varies its names, so a customer gets the same fake name in every
*> file and on every rerun. IDs, balances, limits, statuses, dates,
*> type codes, branch and product codes are copied as they are, and
*> the ledger is copied whole -- its chain hashes still prove and the
*> posting and statement runs behave in the test area as they do
*> here. Notes belonging to another company's book are left behind.
*> The run proves itself -- records read equal records written equal
*> records read back from each test copy -- and every extract lands
*> in MASK_EXTRACT.LOG with the counts and who ran it. Production
*> data leaving for a test area is a SUPERVISOR decision
*> (PROC_OPERATOR_ROLE, refusals logged to OPERATOR_SIGNON.LOG).
*> Command line: <test-directory> (must exist; never '.').
*> GnuCOBOL: cobc -x -free -I . -I ../BANNER PROC_MASK_EXTRACT.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MASK_EXTRACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT NOTES-FILE
    ASSIGN TO 'CUSTOMER_NOTES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTES-STATUS.
*> The test-area copies: the same layouts and keys as the production
*> stores, so every program opens them unchanged.
SELECT TEST-CUSTOMER-FILE
    ASSIGN TO DYNAMIC WS-TEST-CUSTOMER-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TC-CUST-ID
    ALTERNATE RECORD KEY IS TC-NAME WITH DUPLICATES
    FILE STATUS IS WS-TEST-STATUS.
SELECT TEST-ADDRESS-FILE
    ASSIGN TO DYNAMIC WS-TEST-ADDRESS-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TA-CUST-ID
    FILE STATUS IS WS-TEST-STATUS.
SELECT TEST-LEDGER-FILE
    ASSIGN TO DYNAMIC WS-TEST-LEDGER-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TL-KEY
    FILE STATUS IS WS-TEST-STATUS.
SELECT TEST-NOTES-FILE
    ASSIGN TO DYNAMIC WS-TEST-NOTES-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TEST-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD NOTES-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS NOTES-LINE.
01 NOTES-LINE PIC X(160).

FD TEST-CUSTOMER-FILE
    RECORD CONTAINS 63 CHARACTERS
    DATA RECORD IS TEST-CUSTOMER-RECORD.
01 TEST-CUSTOMER-RECORD.
   05 TC-CUST-ID  PIC 9(6).
   05 TC-NAME     PIC X(20).
   05 FILLER      PIC X(37).

FD TEST-ADDRESS-FILE
    RECORD CONTAINS 112 CHARACTERS
    DATA RECORD IS TEST-ADDRESS-RECORD.
01 TEST-ADDRESS-RECORD.
   05 TA-CUST-ID  PIC 9(6).
   05 TA-LINE-1   PIC X(30).
   05 TA-LINE-2   PIC X(30).
   05 FILLER      PIC X(32).
   05 TA-PHONE    PIC X(14).

FD TEST-LEDGER-FILE
    RECORD CONTAINS 137 CHARACTERS
    DATA RECORD IS TEST-LEDGER-RECORD.
01 TEST-LEDGER-RECORD.
   05 TL-KEY      PIC X(18).
   05 FILLER      PIC X(119).

FD TEST-NOTES-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS TEST-NOTES-LINE.
01 TEST-NOTES-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-NOTES-STATUS         PIC XX.
01 WS-TEST-STATUS          PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-TARGET-DIR           PIC X(128).
01 WS-TEST-CUSTOMER-NAME   PIC X(255).
01 WS-TEST-ADDRESS-NAME    PIC X(255).
01 WS-TEST-LEDGER-NAME     PIC X(255).
01 WS-TEST-NOTES-NAME      PIC X(255).
01 WS-FAILED-NAME          PIC X(255).
01 WS-AT-END               PIC X.
    88 AT-END-OF-STORE      VALUE 'Y'.
01 WS-SOURCE-FLAG          PIC X.
    88 SOURCE-IS-OPEN       VALUE 'Y'.
01 WS-PROOF-FLAG           PIC X VALUE 'Y'.
    88 EXTRACT-PROVEN       VALUE 'Y'.
01 WS-LINE-PTR             PIC 9(4).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-STAMP                PIC X(19).
01 WS-COMPANY-LABEL        PIC X(4).

*> Per store: read from production, written to the test copy, and
*> read back from the test copy. Notes also count the lines left
*> behind (another book's account, or no account number at all).
01 WS-CUST-READ            PIC 9(7) VALUE 0.
01 WS-CUST-WRITTEN         PIC 9(7) VALUE 0.
01 WS-CUST-BACK            PIC 9(7) VALUE 0.
01 WS-ADDR-READ            PIC 9(7) VALUE 0.
01 WS-ADDR-WRITTEN         PIC 9(7) VALUE 0.
01 WS-ADDR-BACK            PIC 9(7) VALUE 0.
01 WS-LGR-READ             PIC 9(7) VALUE 0.
01 WS-LGR-WRITTEN          PIC 9(7) VALUE 0.
01 WS-LGR-BACK             PIC 9(7) VALUE 0.
01 WS-NOTE-READ            PIC 9(7) VALUE 0.
01 WS-NOTE-WRITTEN         PIC 9(7) VALUE 0.
01 WS-NOTE-LEFT            PIC 9(7) VALUE 0.
01 WS-NOTE-BACK            PIC 9(7) VALUE 0.

*> One notes line taken apart (<cust-id>|<when>|<operator>|<text>).
01 WS-NT-TOK-ID            PIC X(10).
01 WS-NT-TOK-WHEN          PIC X(20).
01 WS-NT-TOK-BY            PIC X(10).
01 WS-NT-TOK-TEXT          PIC X(160).
01 WS-NOTE-TEXT            PIC X(80).

*> The made-up values, all a function of WS-MASK-ID. First names,
*> initials, last names and streets cycle at 11, 23, 13 and 9 -- no
*> two share a factor, so the pattern only repeats after 29,601
*> accounts.
01 WS-MASK-ID              PIC 9(6).
01 WS-FIRST-NAMES.
    05 FILLER PIC X(8) VALUE 'ALMA'.
    05 FILLER PIC X(8) VALUE 'BORIS'.
    05 FILLER PIC X(8) VALUE 'CARLA'.
    05 FILLER PIC X(8) VALUE 'DEXTER'.
    05 FILLER PIC X(8) VALUE 'EDITH'.
    05 FILLER PIC X(8) VALUE 'FRANK'.
    05 FILLER PIC X(8) VALUE 'GRETA'.
    05 FILLER PIC X(8) VALUE 'HUGO'.
    05 FILLER PIC X(8) VALUE 'IRMA'.
    05 FILLER PIC X(8) VALUE 'JASPER'.
    05 FILLER PIC X(8) VALUE 'KAREN'.
01 WS-FIRST-NAME REDEFINES WS-FIRST-NAMES
    OCCURS 11 TIMES PIC X(8).
01 WS-INITIALS             PIC X(23)
    VALUE 'ABCDEFGHIJKLMNOPQRSTUVW'.
01 WS-LAST-NAMES.
    05 FILLER PIC X(9) VALUE 'ANDERSON'.
    05 FILLER PIC X(9) VALUE 'BAXTER'.
    05 FILLER PIC X(9) VALUE 'CRUZ'.
    05 FILLER PIC X(9) VALUE 'DUFFY'.
    05 FILLER PIC X(9) VALUE 'EVANS'.
    05 FILLER PIC X(9) VALUE 'FLETCHER'.
    05 FILLER PIC X(9) VALUE 'GRAHAM'.
    05 FILLER PIC X(9) VALUE 'HOLLOWAY'.
    05 FILLER PIC X(9) VALUE 'INGRAM'.
    05 FILLER PIC X(9) VALUE 'JENNINGS'.
    05 FILLER PIC X(9) VALUE 'KOWALSKI'.
    05 FILLER PIC X(9) VALUE 'LARSEN'.
    05 FILLER PIC X(9) VALUE 'MORROW'.
01 WS-LAST-NAME REDEFINES WS-LAST-NAMES
    OCCURS 13 TIMES PIC X(9).
01 WS-STREETS.
    05 FILLER PIC X(14) VALUE 'MAPLE ST'.
    05 FILLER PIC X(14) VALUE 'OAK AVE'.
    05 FILLER PIC X(14) VALUE 'CEDAR LN'.
    05 FILLER PIC X(14) VALUE 'PINE RD'.
    05 FILLER PIC X(14) VALUE 'ELM ST'.
    05 FILLER PIC X(14) VALUE 'BIRCH DR'.
    05 FILLER PIC X(14) VALUE 'WALNUT CT'.
    05 FILLER PIC X(14) VALUE 'SPRUCE WAY'.
    05 FILLER PIC X(14) VALUE 'CHESTNUT BLVD'.
01 WS-STREET REDEFINES WS-STREETS
    OCCURS 9 TIMES PIC X(14).
01 WS-PICK-SS              PIC 9(4).
01 WS-NAME-PTR             PIC 9(4).
01 WS-FAKE-NAME            PIC X(20).
01 WS-FAKE-LINE-1          PIC X(30).
01 WS-FAKE-LINE-2          PIC X(30).
01 WS-HOUSE-NUMBER         PIC 9(4).
01 WS-HOUSE-EDIT           PIC Z(3)9.
01 WS-APT-NUMBER           PIC 9(3).
01 WS-APT-EDIT             PIC ZZ9.
*> Phone digits: 555-0 and the account number -- the 555 exchange is
*> never a working line.
01 WS-FAKE-DIGITS.
    05 FILLER              PIC X(4) VALUE '5550'.
    05 WS-FD-ID            PIC 9(6).
01 WS-CHAR-SS              PIC 9(4).
01 WS-DIGIT-SS             PIC 9(4).

COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-TARGET-DIR
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-TARGET-DIR
    IF WS-TARGET-DIR = SPACES
        DISPLAY 'USAGE: PROC_MASK_EXTRACT <test-directory>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> The copies carry the production file names -- written here they
*> would BE production.
    IF WS-TARGET-DIR = '.' OR WS-TARGET-DIR = './'
        DISPLAY 'REFUSED: the test directory cannot be the'
            ' production directory'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO WS-STAMP
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM CHECK-RUN-AUTHORITY
    PERFORM NAME-TEST-COPIES
    PERFORM EXTRACT-CUSTOMERS
    PERFORM EXTRACT-ADDRESSES
    PERFORM EXTRACT-LEDGER
    PERFORM EXTRACT-NOTES
    PERFORM READ-BACK-TEST-COPIES
    PERFORM PROVE-EXTRACT-COUNTS
    PERFORM LOG-EXTRACT-RUN
    DISPLAY 'CUSTOMERS  READ ' WS-CUST-READ ' WRITTEN '
        WS-CUST-WRITTEN ' READ BACK ' WS-CUST-BACK
    DISPLAY 'ADDRESSES  READ ' WS-ADDR-READ ' WRITTEN '
        WS-ADDR-WRITTEN ' READ BACK ' WS-ADDR-BACK
    DISPLAY 'LEDGER     READ ' WS-LGR-READ ' WRITTEN '
        WS-LGR-WRITTEN ' READ BACK ' WS-LGR-BACK
    DISPLAY 'NOTES      READ ' WS-NOTE-READ ' WRITTEN '
        WS-NOTE-WRITTEN ' READ BACK ' WS-NOTE-BACK
        ' (' WS-NOTE-LEFT ' left behind)'
    IF EXTRACT-PROVEN
        DISPLAY 'EXTRACT PROVEN: masked copies in '
            FUNCTION TRIM(WS-TARGET-DIR) ' -- MASK_EXTRACT.LOG'
    ELSE
        DISPLAY 'EXTRACT COUNT MISMATCH: the copies in '
            FUNCTION TRIM(WS-TARGET-DIR)
            ' are incomplete -- do not hand them over'
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*> Copying production data out is a SUPERVISOR decision; the refusal
*> is logged to the sign-on trail like the other authority checks.
CHECK-RUN-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_IS_SUPERVISOR
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-STAMP
            ' AUTHORITY REFUSED PROC_MASK_EXTRACT'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: a masked extract needs a'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Each copy goes under the test directory with the name the
*> company book gives it here.
NAME-TEST-COPIES.
    MOVE SPACES TO WS-TEST-CUSTOMER-NAME WS-TEST-ADDRESS-NAME
        WS-TEST-LEDGER-NAME WS-TEST-NOTES-NAME
    STRING FUNCTION TRIM(WS-TARGET-DIR) '/'
        FUNCTION TRIM(COMPANY_CUSTOMER_FILE)
        DELIMITED BY SIZE INTO WS-TEST-CUSTOMER-NAME
    STRING FUNCTION TRIM(WS-TARGET-DIR) '/'
        FUNCTION TRIM(COMPANY_ADDRESS_FILE)
        DELIMITED BY SIZE INTO WS-TEST-ADDRESS-NAME
    STRING FUNCTION TRIM(WS-TARGET-DIR) '/'
        FUNCTION TRIM(COMPANY_LEDGER_FILE)
        DELIMITED BY SIZE INTO WS-TEST-LEDGER-NAME
    STRING FUNCTION TRIM(WS-TARGET-DIR) '/CUSTOMER_NOTES.DAT'
        DELIMITED BY SIZE INTO WS-TEST-NOTES-NAME
    .

EXTRACT-CUSTOMERS.
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TEST-CUSTOMER-FILE
    IF WS-TEST-STATUS NOT = '00'
        MOVE WS-TEST-CUSTOMER-NAME TO WS-FAILED-NAME
        CLOSE CUSTOMER-FILE
        PERFORM REPORT-TEST-OPEN-FAILURE
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-STORE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                ADD 1 TO WS-CUST-READ
                PERFORM COPY-ONE-CUSTOMER
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE TEST-CUSTOMER-FILE
    .

COPY-ONE-CUSTOMER.
    MOVE CUSTOMER-RECORD TO TEST-CUSTOMER-RECORD
    MOVE CUST-ID TO WS-MASK-ID
    PERFORM MAKE-FAKE-NAME
    MOVE WS-FAKE-NAME TO TC-NAME
    WRITE TEST-CUSTOMER-RECORD
        INVALID KEY
            DISPLAY 'ERROR: customer ' CUST-ID
                ' not written, FILE STATUS ' WS-TEST-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-CUST-WRITTEN
    END-WRITE
    .

*> A book with no address store yet gets an empty test copy, so the
*> statement run in the test area behaves as it does here.
EXTRACT-ADDRESSES.
    MOVE 'N' TO WS-SOURCE-FLAG
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        SET SOURCE-IS-OPEN TO TRUE
    END-IF
    OPEN OUTPUT TEST-ADDRESS-FILE
    IF WS-TEST-STATUS NOT = '00'
        MOVE WS-TEST-ADDRESS-NAME TO WS-FAILED-NAME
        IF SOURCE-IS-OPEN
            CLOSE ADDRESS-FILE
        END-IF
        PERFORM REPORT-TEST-OPEN-FAILURE
    END-IF
    IF SOURCE-IS-OPEN
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ ADDRESS-FILE NEXT RECORD
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END
                    ADD 1 TO WS-ADDR-READ
                    PERFORM COPY-ONE-ADDRESS
            END-READ
        END-PERFORM
        CLOSE ADDRESS-FILE
    ELSE
        DISPLAY 'NOTE: no address store ('
            FUNCTION TRIM(COMPANY_ADDRESS_FILE)
            ', FILE STATUS ' WS-ADDRESS-STATUS
            ') -- test copy left empty'
    END-IF
    CLOSE TEST-ADDRESS-FILE
    .

COPY-ONE-ADDRESS.
    MOVE ADDRESS-RECORD TO TEST-ADDRESS-RECORD
    MOVE ADDR-CUST-ID TO WS-MASK-ID
    PERFORM MAKE-FAKE-ADDRESS
    MOVE WS-FAKE-LINE-1 TO TA-LINE-1
    IF ADDR-LINE-2 = SPACES
        MOVE SPACES TO TA-LINE-2
    ELSE
        MOVE WS-FAKE-LINE-2 TO TA-LINE-2
    END-IF
    PERFORM MASK-PHONE-DIGITS
    WRITE TEST-ADDRESS-RECORD
        INVALID KEY
            DISPLAY 'ERROR: address ' ADDR-CUST-ID
                ' not written, FILE STATUS ' WS-TEST-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-ADDR-WRITTEN
    END-WRITE
    .

*> The ledger carries no names -- it is copied record for record so
*> balances, batch IDs, transfer legs and chain hashes all agree
*> with the masked master.
EXTRACT-LEDGER.
    MOVE 'N' TO WS-SOURCE-FLAG
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        SET SOURCE-IS-OPEN TO TRUE
    END-IF
    OPEN OUTPUT TEST-LEDGER-FILE
    IF WS-TEST-STATUS NOT = '00'
        MOVE WS-TEST-LEDGER-NAME TO WS-FAILED-NAME
        IF SOURCE-IS-OPEN
            CLOSE LEDGER-FILE
        END-IF
        PERFORM REPORT-TEST-OPEN-FAILURE
    END-IF
    IF SOURCE-IS-OPEN
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGR-READ
                    PERFORM COPY-ONE-LEDGER-RECORD
            END-READ
        END-PERFORM
        CLOSE LEDGER-FILE
    ELSE
        DISPLAY 'NOTE: no ledger ('
            FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ', FILE STATUS ' WS-LEDGER-STATUS
            ') -- test copy left empty'
    END-IF
    CLOSE TEST-LEDGER-FILE
    .

COPY-ONE-LEDGER-RECORD.
    MOVE LEDGER-RECORD TO TEST-LEDGER-RECORD
    WRITE TEST-LEDGER-RECORD
        INVALID KEY
            DISPLAY 'ERROR: ledger ' LGR-KEY
                ' not written, FILE STATUS ' WS-TEST-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-LGR-WRITTEN
    END-WRITE
    .

*> The notes file is shared by every book; only lines whose account
*> is on this book's master travel, each proven by a keyed READ.
EXTRACT-NOTES.
    MOVE 'N' TO WS-SOURCE-FLAG
    OPEN INPUT NOTES-FILE
    IF WS-NOTES-STATUS = '00'
        SET SOURCE-IS-OPEN TO TRUE
    END-IF
    OPEN OUTPUT TEST-NOTES-FILE
    IF WS-TEST-STATUS NOT = '00'
        MOVE WS-TEST-NOTES-NAME TO WS-FAILED-NAME
        IF SOURCE-IS-OPEN
            CLOSE NOTES-FILE
        END-IF
        PERFORM REPORT-TEST-OPEN-FAILURE
    END-IF
    IF SOURCE-IS-OPEN
        OPEN INPUT CUSTOMER-FILE
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ NOTES-FILE
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END
                    ADD 1 TO WS-NOTE-READ
                    PERFORM TAKE-ONE-NOTE
            END-READ
        END-PERFORM
        CLOSE NOTES-FILE CUSTOMER-FILE
    END-IF
    CLOSE TEST-NOTES-FILE
    .

TAKE-ONE-NOTE.
    MOVE SPACES TO WS-NT-TOK-ID WS-NT-TOK-WHEN WS-NT-TOK-BY
        WS-NT-TOK-TEXT
    UNSTRING NOTES-LINE DELIMITED BY '|'
        INTO WS-NT-TOK-ID WS-NT-TOK-WHEN WS-NT-TOK-BY
             WS-NT-TOK-TEXT
    IF WS-NT-TOK-ID = SPACES
        OR FUNCTION TRIM(WS-NT-TOK-ID) IS NOT NUMERIC
        ADD 1 TO WS-NOTE-LEFT
    ELSE
        MOVE FUNCTION NUMVAL(WS-NT-TOK-ID) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                ADD 1 TO WS-NOTE-LEFT
            NOT INVALID KEY
                PERFORM WRITE-MASKED-NOTE
        END-READ
    END-IF
    .

WRITE-MASKED-NOTE.
    IF WS-NT-TOK-TEXT(1:12) = 'MERGED INTO '
        OR WS-NT-TOK-TEXT(1:9) = 'ABSORBED '
        MOVE WS-NT-TOK-TEXT TO WS-NOTE-TEXT
    ELSE
        MOVE CUST-ID TO WS-MASK-ID
        PERFORM MAKE-FAKE-NAME
        MOVE SPACES TO WS-NOTE-TEXT
        STRING 'CALL NOTE MASKED -- '
            FUNCTION TRIM(WS-FAKE-NAME)
            DELIMITED BY SIZE INTO WS-NOTE-TEXT
    END-IF
    MOVE SPACES TO TEST-NOTES-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING CUST-ID
        '|' FUNCTION TRIM(WS-NT-TOK-WHEN)
        '|' FUNCTION TRIM(WS-NT-TOK-BY)
        '|' FUNCTION TRIM(WS-NOTE-TEXT)
        DELIMITED BY SIZE INTO TEST-NOTES-LINE
        WITH POINTER WS-LINE-PTR
    WRITE TEST-NOTES-LINE
    IF WS-TEST-STATUS = '00'
        ADD 1 TO WS-NOTE-WRITTEN
    ELSE
        DISPLAY 'ERROR: note for ' CUST-ID
            ' not written, FILE STATUS ' WS-TEST-STATUS
    END-IF
    .

*> FIRST I LAST, picked by the account number.
MAKE-FAKE-NAME.
    MOVE SPACES TO WS-FAKE-NAME
    MOVE 1 TO WS-NAME-PTR
    COMPUTE WS-PICK-SS = FUNCTION MOD(WS-MASK-ID, 11) + 1
    STRING FUNCTION TRIM(WS-FIRST-NAME(WS-PICK-SS)) ' '
        DELIMITED BY SIZE INTO WS-FAKE-NAME
        WITH POINTER WS-NAME-PTR
    COMPUTE WS-PICK-SS = FUNCTION MOD(WS-MASK-ID, 23) + 1
    STRING WS-INITIALS(WS-PICK-SS:1) ' '
        DELIMITED BY SIZE INTO WS-FAKE-NAME
        WITH POINTER WS-NAME-PTR
    COMPUTE WS-PICK-SS = FUNCTION MOD(WS-MASK-ID, 13) + 1
    STRING FUNCTION TRIM(WS-LAST-NAME(WS-PICK-SS))
        DELIMITED BY SIZE INTO WS-FAKE-NAME
        WITH POINTER WS-NAME-PTR
    .

*> nnnn STREET on line 1, APT nnn on line 2.
MAKE-FAKE-ADDRESS.
    COMPUTE WS-HOUSE-NUMBER =
        FUNCTION MOD(WS-MASK-ID * 37, 9900) + 100
    MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT
    COMPUTE WS-PICK-SS = FUNCTION MOD(WS-MASK-ID, 9) + 1
    MOVE SPACES TO WS-FAKE-LINE-1 WS-FAKE-LINE-2
    STRING FUNCTION TRIM(WS-HOUSE-EDIT) ' '
        FUNCTION TRIM(WS-STREET(WS-PICK-SS))
        DELIMITED BY SIZE INTO WS-FAKE-LINE-1
    COMPUTE WS-APT-NUMBER = FUNCTION MOD(WS-MASK-ID, 300) + 1
    MOVE WS-APT-NUMBER TO WS-APT-EDIT
    STRING 'APT ' FUNCTION TRIM(WS-APT-EDIT)
        DELIMITED BY SIZE INTO WS-FAKE-LINE-2
    .

*> Digit for digit, so (614) 555-1234 and 614.555.1234 keep their
*> punctuation and length; a blank phone stays blank.
MASK-PHONE-DIGITS.
    MOVE WS-MASK-ID TO WS-FD-ID
    MOVE 1 TO WS-DIGIT-SS
    PERFORM VARYING WS-CHAR-SS FROM 1 BY 1 UNTIL WS-CHAR-SS > 14
        IF TA-PHONE(WS-CHAR-SS:1) IS NUMERIC
            MOVE WS-FAKE-DIGITS(WS-DIGIT-SS:1)
                TO TA-PHONE(WS-CHAR-SS:1)
            ADD 1 TO WS-DIGIT-SS
            IF WS-DIGIT-SS > 10
                MOVE 1 TO WS-DIGIT-SS
            END-IF
        END-IF
    END-PERFORM
    .

*> The proof reads each test copy back from its first record to its
*> last -- a copy that lost records on the way shows here.
READ-BACK-TEST-COPIES.
    OPEN INPUT TEST-CUSTOMER-FILE
    IF WS-TEST-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ TEST-CUSTOMER-FILE NEXT RECORD
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END ADD 1 TO WS-CUST-BACK
            END-READ
        END-PERFORM
        CLOSE TEST-CUSTOMER-FILE
    END-IF
    OPEN INPUT TEST-ADDRESS-FILE
    IF WS-TEST-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ TEST-ADDRESS-FILE NEXT RECORD
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END ADD 1 TO WS-ADDR-BACK
            END-READ
        END-PERFORM
        CLOSE TEST-ADDRESS-FILE
    END-IF
    OPEN INPUT TEST-LEDGER-FILE
    IF WS-TEST-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ TEST-LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END ADD 1 TO WS-LGR-BACK
            END-READ
        END-PERFORM
        CLOSE TEST-LEDGER-FILE
    END-IF
    OPEN INPUT TEST-NOTES-FILE
    IF WS-TEST-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-STORE
            READ TEST-NOTES-FILE
                AT END SET AT-END-OF-STORE TO TRUE
                NOT AT END ADD 1 TO WS-NOTE-BACK
            END-READ
        END-PERFORM
        CLOSE TEST-NOTES-FILE
    END-IF
    .

PROVE-EXTRACT-COUNTS.
    IF WS-CUST-READ NOT = WS-CUST-WRITTEN
        OR WS-CUST-WRITTEN NOT = WS-CUST-BACK
        OR WS-ADDR-READ NOT = WS-ADDR-WRITTEN
        OR WS-ADDR-WRITTEN NOT = WS-ADDR-BACK
        OR WS-LGR-READ NOT = WS-LGR-WRITTEN
        OR WS-LGR-WRITTEN NOT = WS-LGR-BACK
        OR WS-NOTE-READ NOT = WS-NOTE-WRITTEN + WS-NOTE-LEFT
        OR WS-NOTE-WRITTEN NOT = WS-NOTE-BACK
        MOVE 'N' TO WS-PROOF-FLAG
    END-IF
    .

LOG-EXTRACT-RUN.
    IF COMPANY_CODE = SPACES
        MOVE 'HOME' TO WS-COMPANY-LABEL
    ELSE
        MOVE COMPANY_CODE TO WS-COMPANY-LABEL
    END-IF
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-STAMP
        ' EXTRACT COMPANY=' FUNCTION TRIM(WS-COMPANY-LABEL)
        ' TO=' FUNCTION TRIM(WS-TARGET-DIR)
        ' CUSTOMERS=' WS-CUST-WRITTEN '/' WS-CUST-READ
        ' ADDRESSES=' WS-ADDR-WRITTEN '/' WS-ADDR-READ
        ' LEDGER=' WS-LGR-WRITTEN '/' WS-LGR-READ
        ' NOTES=' WS-NOTE-WRITTEN '/' WS-NOTE-READ
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF EXTRACT-PROVEN
        STRING ' PROVEN'
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING ' COUNT MISMATCH'
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    MOVE 'MASK_EXTRACT.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> A test copy that cannot be created stops the run -- most often the
*> test directory does not exist. What was copied so far is logged.
REPORT-TEST-OPEN-FAILURE.
    DISPLAY 'ERROR: cannot create ' FUNCTION TRIM(WS-FAILED-NAME)
        ', FILE STATUS ' WS-TEST-STATUS
        ' (does the test directory exist?)'
    MOVE 'N' TO WS-PROOF-FLAG
    PERFORM LOG-EXTRACT-RUN
    MOVE 1 TO RETURN-CODE
    STOP RUN
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_MASK_EXTRACT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_MASK_EXTRACT.
