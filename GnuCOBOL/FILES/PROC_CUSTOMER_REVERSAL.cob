*> normal posting run -- this program never touches a balance
*> itself. A batch already marked REVERSED-BY is refused, so the
*> backout cannot itself be run twice.
*> A transfer's two legs (cross-referenced in the ledger) come back
*> as ONE reversing X detail moving the money home again, so the
*> backout of a transfer is itself both-legs-or-neither.
*> Segregation of duties: whoever keyed the original batch, or
*> posted it, may not back it out (keyer and poster off its
*> POSTED_BATCHES.REG line; a line from before they were recorded
*> is not judged). The refusal is logged to SOD_EXCEPTIONS.LOG
*> through PROC_SOD_CHECK; a SUPERVISOR may take the reversal
*> anyway with SOD=OVERRIDE, and that is logged too. The R- batch
*> carries the reversing operator as its keyer, so the posting run
*> in turn keeps them from posting their own backout.
*> Command line: <batch-id> [SOD=OVERRIDE].
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_REVERSAL.cob
*>     PROC_SOD_CHECK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_REVERSAL.

FILE-CONTROL.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT BATCH-REG-FILE
    ASSIGN TO DYNAMIC COMPANY_BATCHREG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCHREG-STATUS.
SELECT REVERSAL-FILE
01 TYPES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-LEDGER-STATUS   PIC XX.
01 WS-BATCHREG-STATUS PIC XX.
01 WS-REVERSAL-STATUS PIC XX.
01 WS-BR-COUNT-TOKEN  PIC X(10).
01 WS-BR-REJ-TOKEN    PIC X(10).
01 WS-BR-STATUS-TOKEN PIC X(40).
01 WS-BR-KEYER-TOKEN  PIC X(8).
01 WS-BR-POSTER-TOKEN PIC X(8).
*> Who keyed and who posted the original, off its POSTED line.
01 WS-ORIG-KEYER      PIC X(8) VALUE SPACES.
01 WS-ORIG-POSTER     PIC X(8) VALUE SPACES.
01 WS-OPTION-ARG      PIC X(40).
01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
01 WS-DETAIL-TOTAL    PIC S9(9)V99 VALUE 0.
01 WS-FLIP-DC         PIC X.
01 WS-TYPE-FOR-LINE   PIC X(4).
01 WS-LEG-KIND        PIC X.
    88 LEG-IS-ORDINARY  VALUE 'O'.
    88 LEG-IS-XFER-DEBIT  VALUE 'D'.
    88 LEG-IS-XFER-CREDIT VALUE 'C'.
*> Each type code's nature off TXN_TYPES.DAT, in memory for the
*> keep-or-ADJ decision below.
01 WS-TYPES-STATUS    PIC XX.
01 WS-LINE-PTR        PIC 9(4).
01 WS-CURRENT-DATE    PIC X(21).
01 WS-RUN-DATE        PIC X(8).
*> Original keyer/poster against the reversing operator -- see
*> CB_SOD_CHECK.cpy.
COPY 'CB_SOD_CHECK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE = SPACES
        DISPLAY 'USAGE: PROC_CUSTOMER_REVERSAL <batch-id>'
            ' [SOD=OVERRIDE]'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BATCH-ID WS-OPTION-ARG
    UNSTRING FUNCTION TRIM(WS-CMD-LINE) DELIMITED BY ALL SPACE
        INTO WS-BATCH-ID WS-OPTION-ARG
    MOVE 'N' TO SOD_OVERRIDE_ASKED
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPTION-ARG))
            = 'SOD=OVERRIDE'
        MOVE 'Y' TO SOD_OVERRIDE_ASKED
    END-IF
    MOVE SPACES TO WS-REVERSAL-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'R-' FUNCTION TRIM(WS-BATCH-ID)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-DUTY-SEGREGATION
    PERFORM LOAD-TYPE-NATURES
    PERFORM GENERATE-OFFSETTING-FILE
    IF WS-DETAIL-COUNT = 0
            NOT AT END
                MOVE SPACES TO WS-BR-ID-TOKEN WS-BR-DATE-TOKEN
                    WS-BR-COUNT-TOKEN WS-BR-REJ-TOKEN
                    WS-BR-STATUS-TOKEN WS-BR-KEYER-TOKEN
                    WS-BR-POSTER-TOKEN
                UNSTRING BATCH-REG-LINE DELIMITED BY '|'
                    INTO WS-BR-ID-TOKEN WS-BR-DATE-TOKEN
                         WS-BR-COUNT-TOKEN WS-BR-REJ-TOKEN
                         WS-BR-STATUS-TOKEN WS-BR-KEYER-TOKEN
                         WS-BR-POSTER-TOKEN
                IF WS-BR-ID-TOKEN = WS-BATCH-ID
                    IF WS-BR-STATUS-TOKEN(1:6) = 'POSTED'
                        MOVE 'Y' TO WS-BATCH-FOUND
                        MOVE WS-BR-KEYER-TOKEN TO WS-ORIG-KEYER
                        MOVE WS-BR-POSTER-TOKEN TO WS-ORIG-POSTER
                    END-IF
                    IF WS-BR-STATUS-TOKEN(1:11) = 'REVERSED-BY'
                        MOVE 'Y' TO WS-ALREADY-REVERSED
    CLOSE BATCH-REG-FILE
    .

*> Neither the original's keyer nor its poster backs it out. The
*> keyer is tried first; the poster only when the keyer check
*> passed clean, so one override is logged once, not twice.
CHECK-DUTY-SEGREGATION.
    MOVE 'PROC_CUSTOMER_REVERSAL' TO SOD_PROGRAM
    MOVE WS-BATCH-ID TO SOD_REFERENCE
    MOVE WS-ORIG-KEYER TO SOD_CREATED_BY
    CALL 'PROC_SOD_CHECK' USING SOD-CHECK-PARAMS
    IF SOD-CLEAR AND WS-ORIG-POSTER NOT = WS-ORIG-KEYER
        MOVE WS-ORIG-POSTER TO SOD_CREATED_BY
        CALL 'PROC_SOD_CHECK' USING SOD-CHECK-PARAMS
    END-IF
    EVALUATE TRUE
        WHEN SOD-REFUSED
            DISPLAY 'REFUSED: BATCH ' FUNCTION TRIM(WS-BATCH-ID)
                ' WAS KEYED OR POSTED BY '
                FUNCTION TRIM(SOD_OPERATOR)
                ' -- another operator must reverse it'
            DISPLAY 'A SUPERVISOR may rerun with SOD=OVERRIDE'
                ' (logged)'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        WHEN SOD-OVERRIDDEN
            DISPLAY 'WARNING: SUPERVISOR OVERRIDE -- '
                FUNCTION TRIM(SOD_OPERATOR) ' reversing batch '
                FUNCTION TRIM(WS-BATCH-ID)
                ' (SOD_EXCEPTIONS.LOG)'
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> One pass over the whole ledger: every record stamped with the
*> batch flips direction and lands as an offsetting D line, totalled
*> for the H/T controls the posting run will verify.
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-BATCH-ID = WS-BATCH-ID
                    PERFORM JUDGE-LEG-KIND
                    EVALUATE TRUE
                        WHEN LEG-IS-XFER-DEBIT
                            PERFORM WRITE-OFFSETTING-TRANSFER
                        WHEN LEG-IS-XFER-CREDIT
                            CONTINUE
                        WHEN OTHER
                            PERFORM WRITE-OFFSETTING-DETAIL
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-BATCH-ID = WS-BATCH-ID
                    PERFORM JUDGE-LEG-KIND
                    EVALUATE TRUE
                        WHEN LEG-IS-XFER-DEBIT
                            ADD 1 TO WS-DETAIL-COUNT
                        WHEN LEG-IS-XFER-CREDIT
                            CONTINUE
                        WHEN OTHER
                            ADD 1 TO WS-DETAIL-COUNT
                            SUBTRACT LGR-AMOUNT FROM WS-DETAIL-TOTAL
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
        ' ' WS-DETAIL-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-REVERSAL-ID)
        ' ' FUNCTION TRIM(SOD_OPERATOR)
        DELIMITED BY SIZE INTO REVERSAL-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO REVERSAL-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REVERSAL-LINE
    .

    WRITE REVERSAL-LINE
    .

*> A ledger record carrying a transfer cross-reference is one leg of
*> an X detail: the debit leg stands for the whole transfer, the
*> credit leg is covered by it.
JUDGE-LEG-KIND.
    SET LEG-IS-ORDINARY TO TRUE
    IF LGR-XFER-CUST-ID IS NUMERIC
        AND LGR-XFER-CUST-ID > 0
        IF LGR-DC = 'D'
            SET LEG-IS-XFER-DEBIT TO TRUE
        ELSE
            SET LEG-IS-XFER-CREDIT TO TRUE
        END-IF
    END-IF
    .

*> The reversing transfer runs the other way -- from the account
*> that was credited back to the one that was debited -- and, like
*> the original, adds nothing to the algebraic total.
WRITE-OFFSETTING-TRANSFER.
    ADD 1 TO WS-DETAIL-COUNT
    IF LGR-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - LGR-AMOUNT
    ELSE
        MOVE LGR-AMOUNT TO WS-ABS-AMOUNT
    END-IF
    MOVE WS-ABS-AMOUNT TO WS-AMOUNT-EDIT
    PERFORM FIND-TYPE-NATURE
    IF WS-TYPE-MATCH-SS > 0
        AND WS-TT-NATURE(WS-TYPE-MATCH-SS) = 'B'
        MOVE LGR-TYPE-CODE TO WS-TYPE-FOR-LINE
    ELSE
        MOVE 'ADJ' TO WS-TYPE-FOR-LINE
    END-IF
    MOVE SPACES TO REVERSAL-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'X ' LGR-XFER-CUST-ID
        ' ' LGR-CUST-ID
        ' ' WS-AMOUNT-EDIT
        ' ' WS-RUN-DATE
        ' ' FUNCTION TRIM(WS-TYPE-FOR-LINE)
        ' RVSL-' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO REVERSAL-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REVERSAL-LINE
    .

WRITE-CONTROL-TRAILER.
    MOVE WS-DETAIL-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REVERSAL-LINE
    CLOSE BATCH-REG-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_REVERSAL' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_CUSTOMER_REVERSAL.
