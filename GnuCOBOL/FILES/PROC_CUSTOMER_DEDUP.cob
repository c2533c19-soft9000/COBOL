*> to CUSTOMER_MERGE.LOG -- reversible on paper even though the
*> file only moves forward. The book's grand total and record count
*> are unchanged by a merge, so the control figures stay proven.
*> Moving history re-keys it, and repointing a transfer's other leg
*> changes that record, so the merge reseals the ledger chain
*> (CB_LEDGER_RECORD.cpy) of the survivor and of every account
*> whose leg it repointed; the merge log line says how many, so an
*> auditor can tell these sanctioned reseals from a break
*> PROC_LEDGER_CHAIN reports. Run that check before a merge when an
*> account's history is in any doubt -- a reseal cannot tell.
*> Command line: REPORT | MERGE <survivor-id> <duplicate-id>.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_DEDUP.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob PROC_LEDGER_HASH.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_DEDUP.

01 NOTES-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS    PIC XX.
01 WS-MOVE-COUNT PIC 9(4) VALUE 0.
01 WS-MOVE-SS    PIC 9(4).
01 WS-BALANCE-EDIT PIC -(7)9.99.
*> The accounts whose chain the merge reseals -- the survivor first,
*> then each account a repointed transfer leg sits on.
01 WS-RESEAL-TABLE.
    05 WS-RESEAL-ID OCCURS 100 TIMES PIC 9(6).
01 WS-RESEAL-COUNT   PIC 9(3) VALUE 0.
01 WS-RESEAL-SS      PIC 9(3).
01 WS-RESEAL-FOUND   PIC X.
01 WS-RESEAL-MISSED  PIC 9(6) VALUE 0.
01 WS-RESEAL-RECORDS PIC 9(6) VALUE 0.
01 WS-CHAIN-PRIOR    PIC 9(18).
01 WS-CHAIN-CUST-ID  PIC 9(6).
COPY 'CB_LEDGER_HASH.cpy'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_MASTER_LOCK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        STOP RUN
    END-IF
    OPEN OUTPUT DEDUP-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE '--- SUSPECTED DUPLICATE PAIRS (REVIEW BY HAND) ---'
        TO REPORT-LINE
    WRITE REPORT-LINE
                    ADD 1 TO WS-MOVED-RECORDS
            END-READ
        END-PERFORM
        MOVE 1 TO WS-RESEAL-COUNT
        MOVE WS-SURVIVOR-ID TO WS-RESEAL-ID(1)
        PERFORM REPOINT-TRANSFER-LEGS
        PERFORM VARYING WS-RESEAL-SS FROM 1 BY 1
            UNTIL WS-RESEAL-SS > WS-RESEAL-COUNT
            PERFORM RESEAL-ACCOUNT-CHAIN
        END-PERFORM
        CLOSE LEDGER-FILE
        MOVE 'C' TO LAR_ACTION
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
        IF WS-RESEAL-MISSED > 0
            DISPLAY 'WARNING: ' WS-RESEAL-MISSED ' REPOINTED'
                ' ACCOUNT(S) PAST THE 100 THE RUN HOLDS NOT RESEALED'
                ' -- PROC_LEDGER_CHAIN will report them'
        END-IF
    END-IF
    .

*> One account's chain rebuilt oldest record first: the first live
*> record hangs from the newest archived one (or from zero), each
*> after it from the one before.
RESEAL-ACCOUNT-CHAIN.
    MOVE WS-RESEAL-ID(WS-RESEAL-SS) TO WS-CHAIN-CUST-ID
    MOVE 0 TO WS-CHAIN-PRIOR
    MOVE 'B' TO LAR_ACTION
    MOVE WS-CHAIN-CUST-ID TO LAR_CUST_ID
    MOVE '99999999' TO LAR_FROM_DATE
    MOVE 9999 TO LAR_FROM_SEQ
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF LAR_FOUND
        MOVE LAR_RECORD TO LEDGER-RECORD
        MOVE LGR-CHAIN-HASH TO WS-CHAIN-PRIOR
    END-IF
    MOVE 'N' TO WS-LGR-AT-END
    MOVE WS-CHAIN-CUST-ID TO LGR-CUST-ID
    MOVE LOW-VALUES TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = WS-CHAIN-CUST-ID
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    MOVE WS-CHAIN-PRIOR TO LGR-PRIOR-HASH
                    MOVE WS-CHAIN-PRIOR TO LHASH_PRIOR
                    MOVE LEDGER-RECORD(1:101) TO LHASH_DATA
                    CALL 'PROC_LEDGER_HASH' USING LEDGER-HASH-PARAMS
                    MOVE LHASH_RESULT TO LGR-CHAIN-HASH
                    REWRITE LEDGER-RECORD
                    END-REWRITE
                    MOVE LGR-CHAIN-HASH TO WS-CHAIN-PRIOR
                    ADD 1 TO WS-RESEAL-RECORDS
                END-IF
        END-READ
    END-PERFORM
    .

NOTE-RESEAL-ACCOUNT.
    MOVE 'N' TO WS-RESEAL-FOUND
    PERFORM VARYING WS-RESEAL-SS FROM 1 BY 1
        UNTIL WS-RESEAL-SS > WS-RESEAL-COUNT
        IF WS-RESEAL-ID(WS-RESEAL-SS) = LGR-CUST-ID
            MOVE 'Y' TO WS-RESEAL-FOUND
        END-IF
    END-PERFORM
    IF WS-RESEAL-FOUND = 'N'
        IF WS-RESEAL-COUNT < 100
            ADD 1 TO WS-RESEAL-COUNT
            MOVE LGR-CUST-ID TO WS-RESEAL-ID(WS-RESEAL-COUNT)
        ELSE
            ADD 1 TO WS-RESEAL-MISSED
        END-IF
    END-IF
    .

*> The other leg of any transfer the duplicate took part in still
*> names the duplicate as its counterpart -- point it at the
*> survivor, where that history now lives.
REPOINT-TRANSFER-LEGS.
    MOVE 'N' TO WS-LGR-AT-END
    MOVE LOW-VALUES TO LGR-KEY
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-XFER-CUST-ID IS NUMERIC
                    AND LGR-XFER-CUST-ID = WS-DUPLICATE-ID
                    MOVE WS-SURVIVOR-ID TO LGR-XFER-CUST-ID
                    REWRITE LEDGER-RECORD
                    END-REWRITE
                    PERFORM NOTE-RESEAL-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    .

*> The cross-reference lives where operators actually look: a note
*> on each account, shown by the inquiry screen's notes panel.
WRITE-CROSS-REFERENCE-NOTES.
        ' [' FUNCTION TRIM(WS-SURVIVOR-NAME) ']'
        ' BALANCE MOVED ' FUNCTION TRIM(WS-BALANCE-EDIT)
        ' LEDGER RECORDS MOVED ' WS-MOVED-RECORDS
        ' CHAIN RESEALED ' WS-RESEAL-COUNT ' ACCOUNT(S) '
        WS-RESEAL-RECORDS ' RECORD(S)'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO MERGE-LOG-LINE
        WITH POINTER WS-LINE-PTR
    CLOSE MERGE-LOG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_DEDUP' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_DEDUP.
