*> Mission: Prove each account, not just the book. CUSTOMER_CONTROL.DAT
*> proves the grand total, but two accounts wrong by equal and
*> opposite amounts pass that check. This run reads every record on
*> the keyed master and walks that account's whole history on
*> CUSTOMER_LEDGER.IDX, oldest posting first:
*>   CHAIN   each record's LGR-BALANCE-AFTER must be the previous
*>           record's balance plus this record's signed amount. The
*>           first posting is taken as its own opening (balance-after
*>           less amount) -- whatever the account held before the
*>           ledger began is not the ledger's to prove.
*>   MASTER  CUST-BALANCE must equal the balance-after on the newest
*>           record.
*> Every break is listed in LEDGER_PROOF.RPT with the account, the
*> expected and the actual figure, and the ledger key (posting date
*> and sequence) where it broke; the chain then carries on from the
*> actual figure so one bad record is one finding, not a cascade.
*> Accounts with no ledger history are counted, not judged.
*> A gating PROC_JOBSTREAM step: return code 0 when every account
*> proves, 1 when anything broke (or the files cannot be read), so
*> the steps after it do not run on a book that does not add up.
*> cobc -x -j -free -I . -I ../BANNER PROC_LEDGER_PROOF.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_PROOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT PROOF-REPORT
    ASSIGN TO 'LEDGER_PROOF.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD PROOF-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-AT-END               PIC X.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).

*> One account's walk.
01 WS-RECORD-COUNT         PIC 9(6).
01 WS-RUNNING-BALANCE      PIC S9(9)V99.
01 WS-EXPECTED             PIC S9(9)V99.
01 WS-ACTUAL               PIC S9(9)V99.
01 WS-WORK-AMOUNT          PIC S9(7)V99.
01 WS-ACCOUNT-BROKE        PIC X.
01 WS-BREAK-KIND           PIC X(6).
01 WS-BREAK-KEY            PIC X(20).
01 WS-EXPECTED-EDIT        PIC -(9)9.99.
01 WS-ACTUAL-EDIT          PIC -(9)9.99.

*> Run controls.
01 WS-ACCOUNT-COUNT        PIC 9(6) VALUE 0.
01 WS-NO-HISTORY-COUNT     PIC 9(6) VALUE 0.
01 WS-PROVEN-COUNT         PIC 9(6) VALUE 0.
01 WS-BROKEN-COUNT         PIC 9(6) VALUE 0.
01 WS-CHAIN-BREAKS         PIC 9(6) VALUE 0.
01 WS-MASTER-BREAKS        PIC 9(6) VALUE 0.
01 WS-LEDGER-RECORDS       PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
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
            WS-LEDGER-STATUS ' -- nothing to prove against'
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT PROOF-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- PER-ACCOUNT LEDGER PROOF ('
        WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CUST-ID NAME                 BREAK  AT LEDGER KEY'
        '              EXPECTED         ACTUAL'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                ADD 1 TO WS-ACCOUNT-COUNT
                PERFORM PROVE-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE LEDGER-FILE
    IF WS-BROKEN-COUNT = 0
        MOVE '  (no breaks -- every account proves)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNTS=' WS-ACCOUNT-COUNT
        ' PROVEN=' WS-PROVEN-COUNT
        ' BROKEN=' WS-BROKEN-COUNT
        ' NO HISTORY=' WS-NO-HISTORY-COUNT
        ' LEDGER RECORDS=' WS-LEDGER-RECORDS
        ' CHAIN BREAKS=' WS-CHAIN-BREAKS
        ' MASTER BREAKS=' WS-MASTER-BREAKS
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE PROOF-REPORT
    DISPLAY 'LEDGER PROOF: ' WS-ACCOUNT-COUNT ' ACCOUNT(S), '
        WS-PROVEN-COUNT ' PROVEN, ' WS-BROKEN-COUNT ' BROKEN, '
        WS-NO-HISTORY-COUNT ' WITH NO HISTORY -- LEDGER_PROOF.RPT'
    IF WS-BROKEN-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

*> The whole history from the account's first key: START at (this
*> CUST-ID, lowest date) and walk until the key leaves the account.
PROVE-ONE-ACCOUNT.
    MOVE 0 TO WS-RECORD-COUNT WS-RUNNING-BALANCE
    MOVE 'N' TO WS-ACCOUNT-BROKE
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE LOW-VALUES TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    PERFORM CHAIN-ONE-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-RECORD-COUNT = 0
        ADD 1 TO WS-NO-HISTORY-COUNT
    ELSE
        IF CUST-BALANCE NOT = WS-RUNNING-BALANCE
            ADD 1 TO WS-MASTER-BREAKS
            MOVE 'MASTER' TO WS-BREAK-KIND
            MOVE WS-RUNNING-BALANCE TO WS-EXPECTED
            MOVE CUST-BALANCE TO WS-ACTUAL
            PERFORM REPORT-ONE-BREAK
        END-IF
        IF WS-ACCOUNT-BROKE = 'Y'
            ADD 1 TO WS-BROKEN-COUNT
        ELSE
            ADD 1 TO WS-PROVEN-COUNT
        END-IF
    END-IF
    .

CHAIN-ONE-RECORD.
    ADD 1 TO WS-LEDGER-RECORDS
    ADD 1 TO WS-RECORD-COUNT
    MOVE LGR-AMOUNT TO WS-WORK-AMOUNT
    MOVE SPACES TO WS-BREAK-KEY
    STRING LGR-POST-DATE ' SEQ ' LGR-SEQ
        DELIMITED BY SIZE INTO WS-BREAK-KEY
    IF WS-RECORD-COUNT = 1
        MOVE LGR-BALANCE-AFTER TO WS-RUNNING-BALANCE
    ELSE
        COMPUTE WS-EXPECTED = WS-RUNNING-BALANCE + WS-WORK-AMOUNT
        MOVE LGR-BALANCE-AFTER TO WS-ACTUAL
        IF WS-ACTUAL NOT = WS-EXPECTED
            ADD 1 TO WS-CHAIN-BREAKS
            MOVE 'CHAIN' TO WS-BREAK-KIND
            PERFORM REPORT-ONE-BREAK
        END-IF
        MOVE WS-ACTUAL TO WS-RUNNING-BALANCE
    END-IF
    .

*> A master break is reported against the newest ledger key -- the
*> record the master should agree with.
REPORT-ONE-BREAK.
    MOVE 'Y' TO WS-ACCOUNT-BROKE
    MOVE WS-EXPECTED TO WS-EXPECTED-EDIT
    MOVE WS-ACTUAL TO WS-ACTUAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID ' ' CUST-NAME
        ' ' WS-BREAK-KIND
        ' ' WS-BREAK-KEY
        ' ' WS-EXPECTED-EDIT
        ' ' WS-ACTUAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LEDGER_PROOF' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LEDGER_PROOF.
