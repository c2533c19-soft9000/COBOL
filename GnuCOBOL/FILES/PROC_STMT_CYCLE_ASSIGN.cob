*> Mission: One place that decides which statement cycle group an
*> account goes in (see CB_STMT_CYCLE_ASSIGN.cpy for the contract),
*> so the maintenance add and the batch ASSIGN of the existing book
*> balance the groups the same way. The group sizes are counted off
*> STMT_CYCLES.IDX on the first call and kept for the rest of the
*> run, each assignment made here added in -- a batch ASSIGN over
*> the whole master reads the store once, not once per account.
*> The store is opened and closed around each call so the caller
*> never holds it; the first call on a shop with no STMT_CYCLES.IDX
*> creates it. An account already in a group is left where it is.
*> The store is the book's the run selected (CB_COMPANY.cpy) --
*> asked of PROC_COMPANY on the first call, the same answer the
*> calling program was given.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_STMT_CYCLE_ASSIGN.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STMT_CYCLE_ASSIGN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_STMT_CYCLE_FILE.cpy'.

DATA DIVISION.
FILE SECTION.
COPY 'CB_STMT_CYCLE_RECORD.cpy'.

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-STMT-CYCLE-STATUS PIC XX.
01 WS-AT-END            PIC X.
    88 AT-END-OF-CYCLES  VALUE 'Y'.
01 WS-LOAD-STATE        PIC X VALUE 'N'.
    88 SIZES-LOADED      VALUE 'Y'.
01 WS-CURRENT-DATE      PIC X(21).
01 WS-BOOK-STATE        PIC X VALUE 'N'.
    88 BOOK-NOT-ASKED    VALUE 'N'.
    88 BOOK-SELECTED     VALUE 'Y'.
COPY 'CB_STMT_CYCLE_DAYS.cpy'.
*> Accounts per group, in STMT_CYCLE_DAY order.
01 WS-GROUP-SIZE-TABLE.
    05 WS-GROUP-SIZE PIC 9(7) OCCURS 4 TIMES.
01 WS-GROUP-SS          PIC 9.
01 WS-SMALLEST-SS       PIC 9.
COPY 'CB_OPERATOR_ID.cpy'.

LINKAGE SECTION.
COPY 'CB_STMT_CYCLE_ASSIGN.cpy'.

PROCEDURE DIVISION USING STMT-CYCLE-ASSIGN-PARAMS.
MAIN-PARA.
    MOVE 'N' TO CYCLE_RESULT
    MOVE 0 TO CYCLE_DAY
    IF BOOK-NOT-ASKED
        PERFORM SELECT-COMPANY-BOOK
    END-IF
    IF BOOK-SELECTED
        PERFORM ASSIGN-ONE-ACCOUNT
    END-IF
    GOBACK.

*> The calling program has already been let into its book, so this
*> is the same answer; a refusal here assigns nothing rather than
*> write into another book's store.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_STMT_CYCLE_ASSIGN' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        MOVE 'R' TO WS-BOOK-STATE
        DISPLAY 'ERROR: PROC_STMT_CYCLE_ASSIGN refused company '
            FUNCTION TRIM(COMPANY_CODE) ' -- '
            FUNCTION TRIM(COMPANY_REASON)
    ELSE
        SET BOOK-SELECTED TO TRUE
    END-IF
    .

ASSIGN-ONE-ACCOUNT.
    OPEN I-O STMT-CYCLE-FILE
    IF WS-STMT-CYCLE-STATUS = '35'
        OPEN OUTPUT STMT-CYCLE-FILE
        CLOSE STMT-CYCLE-FILE
        OPEN I-O STMT-CYCLE-FILE
    END-IF
    IF WS-STMT-CYCLE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(COMPANY_STMTCYC_FILE) ', FILE STATUS '
            WS-STMT-CYCLE-STATUS
    ELSE
        IF NOT SIZES-LOADED
            PERFORM LOAD-GROUP-SIZES
            CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
            SET SIZES-LOADED TO TRUE
        END-IF
        MOVE CYCLE_CUST_ID TO SCYC-CUST-ID
        READ STMT-CYCLE-FILE
            INVALID KEY
                PERFORM ASSIGN-SMALLEST-GROUP
            NOT INVALID KEY
                MOVE SCYC-CYCLE-DAY TO CYCLE_DAY
                MOVE 'E' TO CYCLE_RESULT
        END-READ
        CLOSE STMT-CYCLE-FILE
    END-IF
    .

*> Every assignment on file counted into its group. A record whose
*> day is no longer one of the groups (the table was changed under
*> it) counts nowhere -- PROC_STMT_CYCLE reports it.
LOAD-GROUP-SIZES.
    MOVE ZERO TO WS-GROUP-SIZE-TABLE
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO SCYC-CUST-ID
    START STMT-CYCLE-FILE KEY IS >= SCYC-CUST-ID
        INVALID KEY SET AT-END-OF-CYCLES TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-CYCLES
        READ STMT-CYCLE-FILE NEXT RECORD
            AT END SET AT-END-OF-CYCLES TO TRUE
            NOT AT END
                PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
                    UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
                    IF STMT_CYCLE_DAY(WS-GROUP-SS) = SCYC-CYCLE-DAY
                        ADD 1 TO WS-GROUP-SIZE(WS-GROUP-SS)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    .

*> The fewest accounts wins; a tie goes to the earlier day.
ASSIGN-SMALLEST-GROUP.
    MOVE 1 TO WS-SMALLEST-SS
    PERFORM VARYING WS-GROUP-SS FROM 2 BY 1
        UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
        IF WS-GROUP-SIZE(WS-GROUP-SS)
                < WS-GROUP-SIZE(WS-SMALLEST-SS)
            MOVE WS-GROUP-SS TO WS-SMALLEST-SS
        END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO STMT-CYCLE-RECORD
    MOVE CYCLE_CUST_ID TO SCYC-CUST-ID
    MOVE STMT_CYCLE_DAY(WS-SMALLEST-SS) TO SCYC-CYCLE-DAY
    MOVE WS-CURRENT-DATE(1:8) TO SCYC-ASSIGNED-DATE
    MOVE OPERATOR_ID TO SCYC-OPERATOR
    WRITE STMT-CYCLE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: STMT_CYCLES.IDX WRITE FAILED FOR '
                CYCLE_CUST_ID ', FILE STATUS ' WS-STMT-CYCLE-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-GROUP-SIZE(WS-SMALLEST-SS)
            MOVE SCYC-CYCLE-DAY TO CYCLE_DAY
            MOVE 'A' TO CYCLE_RESULT
    END-WRITE
    .

END PROGRAM PROC_STMT_CYCLE_ASSIGN.
