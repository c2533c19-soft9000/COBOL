*> Mission: Rebuild one batch's general-ledger journal from the
*> ledger. The posting run publishes GL_JOURNAL.DAT as it commits,
*> but when a posted type has no chart-of-accounts mapping it stops
*> the extract and leaves the file empty rather than send accounting
*> a lopsided journal. Once the mapping is in GL_MAP.DAT
*> (PROC_GLMAP_EDIT), this run reads every CUSTOMER_LEDGER.IDX
*> record carrying the batch ID, maps each posting's type and the
*> account's product exactly as PROC_CUSTOMER_POST does (see
*> CB_GL_JOURNAL_RECORD.cpy), and rewrites GL_JOURNAL.DAT with the
*> balanced double-entry lines and TOTAL lines for that batch.
*> A batch with no ledger records, or a posting still unmapped,
*> writes nothing and ends with return code 1.
*> Command line: <batch-id>.
*> cobc -x -j -free -I . -I ../BANNER PROC_GL_JOURNAL.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_GL_JOURNAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_GL_JOURNAL_FILE.cpy'.
SELECT GLMAP-FILE
    ASSIGN TO 'GL_MAP.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-GLMAP-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_GL_JOURNAL_RECORD.cpy'.

FD GLMAP-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS GLMAP-LINE.
01 GLMAP-LINE PIC X(80).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-GL-STATUS            PIC XX.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CMD-LINE             PIC X(80).
01 WS-BATCH-ID             PIC X(12).
01 WS-JOURNAL-DATE         PIC X(8) VALUE SPACES.
01 WS-LEDGER-RECORDS       PIC 9(9) VALUE 0.
01 WS-AP-TYPE              PIC X(4).
01 WS-AP-DC                PIC X.
01 WS-AP-SIGNED            PIC S9(9)V99.

*> The type master, for each type's nature.
01 WS-TYPES-STATUS PIC XX.
01 WS-TYPES-AT-END PIC X.
    88 AT-END-OF-TYPES VALUE 'Y'.
01 WS-TYPE-TABLE.
    05 WS-TYPE-ENTRY OCCURS 100 TIMES INDEXED BY WS-TYPE-SS.
        10 WS-TT-CODE   PIC X(4).
        10 WS-TT-NATURE PIC X.
01 WS-TYPE-COUNT     PIC 9(4) VALUE 0.
01 WS-TYPE-MATCH-SS  PIC 9(4).
01 WS-WANTED-TYPE    PIC X(4).
01 WS-TY-TOK-CODE    PIC X(6).
01 WS-TY-TOK-DESC    PIC X(32).
01 WS-TY-TOK-NATURE  PIC X(2).

*> Per-account tallies for the journal.
01 WS-GL-TABLE.
    05 WS-GL-ENTRY OCCURS 100 TIMES INDEXED BY WS-GL-SS.
        10 WS-GL-ENT-ACCOUNT PIC X(10).
        10 WS-GL-ENT-DC      PIC X.
        10 WS-GL-ENT-COUNT   PIC 9(6).
        10 WS-GL-ENT-AMOUNT  PIC 9(9)V99.
01 WS-GL-COUNT        PIC 9(4) VALUE 0.
01 WS-GL-MATCH-SS     PIC 9(4).
01 WS-GL-OVERFLOW     PIC X VALUE 'N'.
01 WS-GL-POST-COUNT   PIC 9(6) VALUE 0.
01 WS-GL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-GL-WORK-AMOUNT  PIC 9(9)V99.
01 WS-GL-WANT-ACCOUNT PIC X(10).
01 WS-GL-WANT-DC      PIC X.
01 WS-GL-DEBIT-ACCT   PIC X(10).
01 WS-GL-CREDIT-ACCT  PIC X(10).
01 WS-GL-NATURAL-DC   PIC X.
01 WS-GL-TOTAL-EDIT   PIC Z(8)9.99.

*> The chart-of-accounts mapping (GL_MAP.DAT), house table style.
01 WS-GLMAP-STATUS PIC XX.
01 WS-GLMAP-AT-END PIC X.
    88 AT-END-OF-GLMAP VALUE 'Y'.
01 WS-GLMAP-TABLE.
    05 WS-GLMAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-GLMAP-SS.
        10 WS-GM-TYPE    PIC X(4).
        10 WS-GM-PRODUCT PIC X(4).
        10 WS-GM-DEBIT   PIC X(10).
        10 WS-GM-CREDIT  PIC X(10).
01 WS-GLMAP-COUNT    PIC 9(4) VALUE 0.
01 WS-GLMAP-MATCH-SS PIC 9(4).
01 WS-GM-TOK-TYPE    PIC X(6).
01 WS-GM-TOK-PRODUCT PIC X(6).
01 WS-GM-TOK-DEBIT   PIC X(12).
01 WS-GM-TOK-CREDIT  PIC X(12).
01 WS-GL-MISSING-TABLE.
    05 WS-GL-MISSING-ENTRY OCCURS 20 TIMES INDEXED BY WS-GL-MISS-SS.
        10 WS-GL-MISS-TYPE    PIC X(4).
        10 WS-GL-MISS-PRODUCT PIC X(4).
01 WS-GL-MISSING-COUNT PIC 9(4) VALUE 0.
01 WS-GL-MISS-MATCH-SS PIC 9(4).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-BATCH-ID
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE INTO WS-BATCH-ID
    IF WS-BATCH-ID = SPACES
        DISPLAY 'USAGE: PROC_GL_JOURNAL <batch-id>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-TYPE-MASTER
    PERFORM LOAD-GL-MAP
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE STATUS '
            WS-LEDGER-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-LGR-AT-END
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-BATCH-ID = WS-BATCH-ID
                    PERFORM TAKE-ONE-LEDGER-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    EVALUATE TRUE
        WHEN WS-LEDGER-RECORDS = 0
            DISPLAY 'REFUSED: no ledger records carry batch '
                FUNCTION TRIM(WS-BATCH-ID) ' -- GL_JOURNAL.DAT left'
                ' as it was'
            MOVE 1 TO RETURN-CODE
        WHEN WS-GL-MISSING-COUNT > 0 OR WS-GL-OVERFLOW = 'Y'
            PERFORM REPORT-MISSING-MAPPINGS
            MOVE 1 TO RETURN-CODE
        WHEN OTHER
            PERFORM WRITE-GL-EXTRACT
            MOVE WS-GL-DEBIT-TOTAL TO WS-GL-TOTAL-EDIT
            DISPLAY 'GL JOURNAL REBUILT: BATCH '
                FUNCTION TRIM(WS-BATCH-ID) ', ' WS-GL-POST-COUNT
                ' POSTING(S), DEBITS = CREDITS = '
                FUNCTION TRIM(WS-GL-TOTAL-EDIT) ' -- GL_JOURNAL.DAT'
    END-EVALUATE
    STOP RUN.

*> One posting, oriented and mapped the same way the posting run
*> does it at commit.
TAKE-ONE-LEDGER-RECORD.
    ADD 1 TO WS-LEDGER-RECORDS
    IF WS-JOURNAL-DATE = SPACES
        MOVE LGR-POST-DATE TO WS-JOURNAL-DATE
    END-IF
    MOVE LGR-TYPE-CODE TO WS-AP-TYPE
    MOVE LGR-DC TO WS-AP-DC
    MOVE LGR-AMOUNT TO WS-AP-SIGNED
    MOVE LGR-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE SPACES TO CUST-PRODUCT
        NOT INVALID KEY CONTINUE
    END-READ
    PERFORM TALLY-GL-MOVEMENT
    .

TALLY-GL-MOVEMENT.
    PERFORM RESOLVE-GL-MAPPING
    IF WS-GLMAP-MATCH-SS = 0
        PERFORM NOTE-MISSING-GL-MAPPING
    ELSE
        SET WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
        MOVE WS-AP-TYPE TO WS-WANTED-TYPE
        PERFORM FIND-TYPE-BY-CODE
        MOVE 'C' TO WS-GL-NATURAL-DC
        IF WS-TYPE-MATCH-SS > 0
            SET WS-TYPE-SS TO WS-TYPE-MATCH-SS
            IF WS-TT-NATURE(WS-TYPE-SS) = 'D'
                MOVE 'D' TO WS-GL-NATURAL-DC
            END-IF
        END-IF
        IF WS-AP-DC = WS-GL-NATURAL-DC
            MOVE WS-GM-DEBIT(WS-GLMAP-SS) TO WS-GL-DEBIT-ACCT
            MOVE WS-GM-CREDIT(WS-GLMAP-SS) TO WS-GL-CREDIT-ACCT
        ELSE
            MOVE WS-GM-CREDIT(WS-GLMAP-SS) TO WS-GL-DEBIT-ACCT
            MOVE WS-GM-DEBIT(WS-GLMAP-SS) TO WS-GL-CREDIT-ACCT
        END-IF
        IF WS-AP-SIGNED < 0
            COMPUTE WS-GL-WORK-AMOUNT = 0 - WS-AP-SIGNED
        ELSE
            MOVE WS-AP-SIGNED TO WS-GL-WORK-AMOUNT
        END-IF
        MOVE WS-GL-DEBIT-ACCT TO WS-GL-WANT-ACCOUNT
        MOVE 'D' TO WS-GL-WANT-DC
        PERFORM TALLY-GL-ACCOUNT-LINE
        MOVE WS-GL-CREDIT-ACCT TO WS-GL-WANT-ACCOUNT
        MOVE 'C' TO WS-GL-WANT-DC
        PERFORM TALLY-GL-ACCOUNT-LINE
        ADD 1 TO WS-GL-POST-COUNT
        ADD WS-GL-WORK-AMOUNT TO WS-GL-DEBIT-TOTAL
        ADD WS-GL-WORK-AMOUNT TO WS-GL-CREDIT-TOTAL
    END-IF
    .

TALLY-GL-ACCOUNT-LINE.
    MOVE 0 TO WS-GL-MATCH-SS
    PERFORM VARYING WS-GL-SS FROM 1 BY 1
        UNTIL WS-GL-SS > WS-GL-COUNT
        IF WS-GL-ENT-ACCOUNT(WS-GL-SS) = WS-GL-WANT-ACCOUNT
            AND WS-GL-ENT-DC(WS-GL-SS) = WS-GL-WANT-DC
            MOVE WS-GL-SS TO WS-GL-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GL-MATCH-SS = 0
        IF WS-GL-COUNT < 100
            ADD 1 TO WS-GL-COUNT
            MOVE WS-GL-COUNT TO WS-GL-MATCH-SS
            SET WS-GL-SS TO WS-GL-MATCH-SS
            MOVE WS-GL-WANT-ACCOUNT TO WS-GL-ENT-ACCOUNT(WS-GL-SS)
            MOVE WS-GL-WANT-DC TO WS-GL-ENT-DC(WS-GL-SS)
            MOVE 0 TO WS-GL-ENT-COUNT(WS-GL-SS)
            MOVE 0 TO WS-GL-ENT-AMOUNT(WS-GL-SS)
        ELSE
            MOVE 'Y' TO WS-GL-OVERFLOW
        END-IF
    END-IF
    IF WS-GL-MATCH-SS > 0
        ADD 1 TO WS-GL-ENT-COUNT(WS-GL-MATCH-SS)
        ADD WS-GL-WORK-AMOUNT TO WS-GL-ENT-AMOUNT(WS-GL-MATCH-SS)
    END-IF
    .

*> The customer's own product line first, then the type's * line.
RESOLVE-GL-MAPPING.
    MOVE 0 TO WS-GLMAP-MATCH-SS
    PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
        UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
        IF WS-GM-TYPE(WS-GLMAP-SS) = WS-AP-TYPE
            AND WS-GM-PRODUCT(WS-GLMAP-SS) = CUST-PRODUCT
            AND CUST-PRODUCT NOT = SPACES
            MOVE WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GLMAP-MATCH-SS = 0
        PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
            UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
            IF WS-GM-TYPE(WS-GLMAP-SS) = WS-AP-TYPE
                AND WS-GM-PRODUCT(WS-GLMAP-SS) = '*'
                MOVE WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
            END-IF
        END-PERFORM
    END-IF
    .

NOTE-MISSING-GL-MAPPING.
    MOVE 0 TO WS-GL-MISS-MATCH-SS
    PERFORM VARYING WS-GL-MISS-SS FROM 1 BY 1
        UNTIL WS-GL-MISS-SS > WS-GL-MISSING-COUNT
           OR WS-GL-MISS-SS > 20
        IF WS-GL-MISS-TYPE(WS-GL-MISS-SS) = WS-AP-TYPE
            AND WS-GL-MISS-PRODUCT(WS-GL-MISS-SS) = CUST-PRODUCT
            MOVE WS-GL-MISS-SS TO WS-GL-MISS-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GL-MISS-MATCH-SS = 0
        ADD 1 TO WS-GL-MISSING-COUNT
        IF WS-GL-MISSING-COUNT <= 20
            SET WS-GL-MISS-SS TO WS-GL-MISSING-COUNT
            MOVE WS-AP-TYPE TO WS-GL-MISS-TYPE(WS-GL-MISS-SS)
            MOVE CUST-PRODUCT TO WS-GL-MISS-PRODUCT(WS-GL-MISS-SS)
        END-IF
    END-IF
    .

REPORT-MISSING-MAPPINGS.
    PERFORM VARYING WS-GL-MISS-SS FROM 1 BY 1
        UNTIL WS-GL-MISS-SS > WS-GL-MISSING-COUNT
           OR WS-GL-MISS-SS > 20
        DISPLAY 'GL JOURNAL STOPPED: type '
            WS-GL-MISS-TYPE(WS-GL-MISS-SS) ' on product '
            WS-GL-MISS-PRODUCT(WS-GL-MISS-SS)
            ' has no GL_MAP.DAT mapping'
    END-PERFORM
    IF WS-GL-OVERFLOW = 'Y'
        DISPLAY 'GL JOURNAL STOPPED: more than 100 GL account lines'
            ' in one batch'
    END-IF
    DISPLAY 'NOTHING WRITTEN -- map the type(s) with PROC_GLMAP_EDIT'
        ' and run again'
    .

WRITE-GL-EXTRACT.
    OPEN OUTPUT GL-EXTRACT-FILE
    PERFORM VARYING WS-GL-SS FROM 1 BY 1
        UNTIL WS-GL-SS > WS-GL-COUNT
        MOVE SPACES TO GL-EXTRACT-LINE
        MOVE WS-JOURNAL-DATE TO GL-DATE
        MOVE WS-BATCH-ID TO GL-BATCH-ID
        MOVE WS-GL-ENT-ACCOUNT(WS-GL-SS) TO GL-ACCOUNT
        MOVE WS-GL-ENT-DC(WS-GL-SS) TO GL-DC
        MOVE WS-GL-ENT-COUNT(WS-GL-SS) TO GL-COUNT
        MOVE WS-GL-ENT-AMOUNT(WS-GL-SS) TO GL-AMOUNT
        WRITE GL-EXTRACT-LINE
    END-PERFORM
    MOVE SPACES TO GL-EXTRACT-LINE
    MOVE WS-JOURNAL-DATE TO GL-DATE
    MOVE WS-BATCH-ID TO GL-BATCH-ID
    MOVE 'TOTAL' TO GL-ACCOUNT
    MOVE 'D' TO GL-DC
    MOVE WS-GL-POST-COUNT TO GL-COUNT
    MOVE WS-GL-DEBIT-TOTAL TO GL-AMOUNT
    WRITE GL-EXTRACT-LINE
    MOVE 'C' TO GL-DC
    MOVE WS-GL-CREDIT-TOTAL TO GL-AMOUNT
    WRITE GL-EXTRACT-LINE
    CLOSE GL-EXTRACT-FILE
    .

LOAD-TYPE-MASTER.
    MOVE 0 TO WS-TYPE-COUNT
    MOVE 'N' TO WS-TYPES-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-TYPES
            READ TYPES-FILE
                AT END SET AT-END-OF-TYPES TO TRUE
                NOT AT END
                    IF TYPES-LINE NOT = SPACES
                        AND WS-TYPE-COUNT < 100
                        MOVE SPACES TO WS-TY-TOK-CODE
                            WS-TY-TOK-DESC WS-TY-TOK-NATURE
                        UNSTRING TYPES-LINE DELIMITED BY '|'
                            INTO WS-TY-TOK-CODE WS-TY-TOK-DESC
                                 WS-TY-TOK-NATURE
                        ADD 1 TO WS-TYPE-COUNT
                        SET WS-TYPE-SS TO WS-TYPE-COUNT
                        MOVE WS-TY-TOK-CODE(1:4)
                            TO WS-TT-CODE(WS-TYPE-SS)
                        MOVE WS-TY-TOK-NATURE(1:1)
                            TO WS-TT-NATURE(WS-TYPE-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    .

FIND-TYPE-BY-CODE.
    MOVE 0 TO WS-TYPE-MATCH-SS
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-TYPE-COUNT
        IF WS-TT-CODE(WS-TYPE-SS) = WS-WANTED-TYPE
            MOVE WS-TYPE-SS TO WS-TYPE-MATCH-SS
        END-IF
    END-PERFORM
    .

LOAD-GL-MAP.
    MOVE 0 TO WS-GLMAP-COUNT
    MOVE 'N' TO WS-GLMAP-AT-END
    OPEN INPUT GLMAP-FILE
    IF WS-GLMAP-STATUS = '00'
        PERFORM UNTIL AT-END-OF-GLMAP
            READ GLMAP-FILE
                AT END SET AT-END-OF-GLMAP TO TRUE
                NOT AT END
                    IF GLMAP-LINE NOT = SPACES
                        AND WS-GLMAP-COUNT < 200
                        MOVE SPACES TO WS-GM-TOK-TYPE
                            WS-GM-TOK-PRODUCT WS-GM-TOK-DEBIT
                            WS-GM-TOK-CREDIT
                        UNSTRING GLMAP-LINE DELIMITED BY '|'
                            INTO WS-GM-TOK-TYPE WS-GM-TOK-PRODUCT
                                 WS-GM-TOK-DEBIT WS-GM-TOK-CREDIT
                        ADD 1 TO WS-GLMAP-COUNT
                        SET WS-GLMAP-SS TO WS-GLMAP-COUNT
                        MOVE WS-GM-TOK-TYPE(1:4)
                            TO WS-GM-TYPE(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-PRODUCT(1:4)
                            TO WS-GM-PRODUCT(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-DEBIT(1:10)
                            TO WS-GM-DEBIT(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-CREDIT(1:10)
                            TO WS-GM-CREDIT(WS-GLMAP-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLMAP-FILE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_GL_JOURNAL' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_GL_JOURNAL.
