*> themselves: warehoused before = released + still waiting.
*> Command line: [release-date-yyyymmdd], default today -- so a
*> missed day can be caught up explicitly.
*> cobc -x -j -free -I . -I ../BANNER PROC_TRANS_RELEASE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TRANS_RELEASE.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FUTURE-FILE
    ASSIGN TO DYNAMIC COMPANY_FUTURE_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FUTURE-STATUS.
SELECT RELEASE-FILE
01 KEEP-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-FUTURE-STATUS  PIC XX.
01 WS-RELEASE-STATUS PIC XX.
01 WS-KEEP-STATUS    PIC XX.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RELEASE-DATE
                        ADD 1 TO WS-DUE-COUNT
                        MOVE FUNCTION NUMVAL(WS-TOK-4)
                            TO WS-TXN-AMOUNT
*> A warehoused transfer (X) counts once and nets to nothing, the
*> way the posting run's controls count it.
                        EVALUATE TRUE
                            WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'X'
                                CONTINUE
                            WHEN FUNCTION TRIM(WS-TOK-3) = 'D'
                                SUBTRACT WS-TXN-AMOUNT
                                    FROM WS-DUE-TOTAL
                            WHEN OTHER
                                ADD WS-TXN-AMOUNT TO WS-DUE-TOTAL
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO RELEASE-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO RELEASE-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE RELEASE-LINE
    .

    CLOSE FUTURE-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_TRANS_RELEASE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_TRANS_RELEASE.
