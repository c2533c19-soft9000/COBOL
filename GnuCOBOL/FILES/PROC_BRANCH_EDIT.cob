*> Mission: The branch office master. PROC_CUSTOMER_MAINT proves
*> every CUST-BRANCH against BRANCHES.DAT, and this is the editor
*> that keeps that file honest -- one pipe-delimited line per office:
*>   <code>|<name>|<region>|<manager>|<O|C status>
*> The first two columns are the shape PROC_CUSTOMER_MAINT always
*> read, so a two-column master from before this editor loads here
*> as open offices with no region or manager yet and saves back in
*> the full shape. Each office keys through the PROC_ENTRY_FORM
*> screen service, same as PROC_ADDRESS_EDIT. Marking an office
*> C(losed) stops new accounts landing on it; the accounts already
*> there move to a surviving office with PROC_BRANCH_TRANSFER.
*> cobc -x -free -I . -I ../BANNER PROC_BRANCH_EDIT.cob
*>     ../BANNER/PROC_ENTRY_FORM.cob ../BANNER/PROC_CLS.cob
*>     ../BANNER/PROC_GOTOXY.cob ../BANNER/PROC_DRAW_FRAME.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BRANCH_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT BRANCHES-FILE
    ASSIGN TO 'BRANCHES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BRANCHES-STATUS.

DATA DIVISION.
FILE SECTION.
FD BRANCHES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS BRANCHES-LINE.
01 BRANCHES-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BRANCHES-STATUS PIC XX.
01 WS-AT-END          PIC X.
    88 AT-END-OF-BRANCHES VALUE 'Y'.
01 WS-ANSWER          PIC X(40).
01 WS-EDITING         PIC X VALUE 'Y'.
    88 DONE-EDITING    VALUE 'N'.
01 WS-RECORD-OK       PIC X.

*> The whole branch master in memory -- 20 offices, the same cap
*> PROC_CUSTOMER_MAINT's lookup table carries.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BR-CODE    PIC X(3).
        10 WS-BR-NAME    PIC X(20).
        10 WS-BR-REGION  PIC X(12).
        10 WS-BR-MANAGER PIC X(20).
        10 WS-BR-STATUS  PIC X.
            88 BRANCH-OPEN   VALUE 'O'.
            88 BRANCH-CLOSED VALUE 'C'.
01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
*> Set when the file outgrows the in-memory table -- the run then
*> refuses, because saving the capped table back over the file
*> would silently delete everything past the cap.
01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
01 WS-MATCH-SS      PIC 9(2).
01 WS-FIELD-CODE    PIC X(3).
01 WS-TOK-CODE      PIC X(5).
01 WS-TOK-NAME      PIC X(22).
01 WS-TOK-REGION    PIC X(14).
01 WS-TOK-MANAGER   PIC X(22).
01 WS-TOK-STATUS    PIC X(2).
01 WS-STATUS-WORD   PIC X(6).
01 WS-LINE-PTR      PIC 9(4).
01 WS-FORM-SS       PIC 9(2).
*> The four office fields as a PROC_ENTRY_FORM screen -- see
*> CB_ENTRY_FORM.cpy.
COPY 'CB_ENTRY_FORM.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-BRANCH-MASTER
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  C)hange  L)ist  Q)uit: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-BRANCH
            WHEN 'C' PERFORM CHANGE-BRANCH
            WHEN 'L' PERFORM LIST-BRANCHES
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, C, L or Q'
        END-EVALUATE
    END-PERFORM
    STOP RUN.

LOAD-BRANCH-MASTER.
    MOVE 0 TO WS-BRANCH-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BRANCHES-FILE
    IF WS-BRANCHES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-BRANCHES
            READ BRANCHES-FILE
                AT END SET AT-END-OF-BRANCHES TO TRUE
                NOT AT END
                    IF BRANCHES-LINE NOT = SPACES
                        IF WS-BRANCH-COUNT < 20
                            PERFORM TAKE-ONE-BRANCH-LINE
                        ELSE
                            MOVE 'Y' TO WS-LOAD-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCHES-FILE
    END-IF
    IF WS-LOAD-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: BRANCHES.DAT HOLDS MORE THAN 20'
            ' OFFICES -- the master no longer fits the table,'
            ' and the save would delete the rest'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY WS-BRANCH-COUNT ' BRANCH(ES) ON FILE'
    .

*> A line from before the region/manager/status columns existed is
*> an open office -- that is what every branch on it was.
TAKE-ONE-BRANCH-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-NAME WS-TOK-REGION
        WS-TOK-MANAGER WS-TOK-STATUS
    UNSTRING BRANCHES-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-NAME WS-TOK-REGION
             WS-TOK-MANAGER WS-TOK-STATUS
    ADD 1 TO WS-BRANCH-COUNT
    SET WS-BRANCH-SS TO WS-BRANCH-COUNT
    MOVE WS-TOK-CODE(1:3) TO WS-BR-CODE(WS-BRANCH-SS)
    MOVE WS-TOK-NAME(1:20) TO WS-BR-NAME(WS-BRANCH-SS)
    MOVE WS-TOK-REGION(1:12) TO WS-BR-REGION(WS-BRANCH-SS)
    MOVE WS-TOK-MANAGER(1:20) TO WS-BR-MANAGER(WS-BRANCH-SS)
    IF WS-TOK-STATUS(1:1) = 'C'
        MOVE 'C' TO WS-BR-STATUS(WS-BRANCH-SS)
    ELSE
        MOVE 'O' TO WS-BR-STATUS(WS-BRANCH-SS)
    END-IF
    .

SAVE-BRANCH-MASTER.
    OPEN OUTPUT BRANCHES-FILE
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        MOVE SPACES TO BRANCHES-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-BR-CODE(WS-BRANCH-SS))
            '|' FUNCTION TRIM(WS-BR-NAME(WS-BRANCH-SS))
            '|' FUNCTION TRIM(WS-BR-REGION(WS-BRANCH-SS))
            '|' FUNCTION TRIM(WS-BR-MANAGER(WS-BRANCH-SS))
            '|' WS-BR-STATUS(WS-BRANCH-SS)
            DELIMITED BY SIZE INTO BRANCHES-LINE
            WITH POINTER WS-LINE-PTR
        WRITE BRANCHES-LINE
    END-PERFORM
    CLOSE BRANCHES-FILE
    .

FIND-BRANCH-BY-CODE.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BR-CODE(WS-BRANCH-SS) = WS-FIELD-CODE
            MOVE WS-BRANCH-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    .

ADD-BRANCH.
    PERFORM ASK-BRANCH-CODE
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-BRANCH-BY-CODE
        IF WS-MATCH-SS > 0
            DISPLAY 'BRANCH ' WS-FIELD-CODE ' ALREADY EXISTS --'
                ' use C to change it'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y' AND WS-BRANCH-COUNT >= 20
        DISPLAY 'BRANCH MASTER FULL (20)'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        ADD 1 TO WS-BRANCH-COUNT
        MOVE WS-BRANCH-COUNT TO WS-MATCH-SS
        SET WS-BRANCH-SS TO WS-MATCH-SS
        MOVE WS-FIELD-CODE TO WS-BR-CODE(WS-BRANCH-SS)
        MOVE SPACES TO WS-BR-NAME(WS-BRANCH-SS)
            WS-BR-REGION(WS-BRANCH-SS)
            WS-BR-MANAGER(WS-BRANCH-SS)
        MOVE 'O' TO WS-BR-STATUS(WS-BRANCH-SS)
        PERFORM KEY-BRANCH-FORM
        IF WS-RECORD-OK = 'Y'
            PERFORM SAVE-BRANCH-MASTER
            DISPLAY 'ADDED BRANCH ' WS-FIELD-CODE
        ELSE
            SUBTRACT 1 FROM WS-BRANCH-COUNT
        END-IF
    END-IF
    .

*> Closing an office here only stops new accounts landing on it --
*> the accounts it already holds stay until PROC_BRANCH_TRANSFER
*> moves them, and the operator is told so.
CHANGE-BRANCH.
    PERFORM ASK-BRANCH-CODE
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-BRANCH-BY-CODE
        IF WS-MATCH-SS = 0
            DISPLAY 'NO BRANCH ' WS-FIELD-CODE ' ON FILE'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        SET WS-BRANCH-SS TO WS-MATCH-SS
        PERFORM KEY-BRANCH-FORM
        IF WS-RECORD-OK = 'Y'
            PERFORM SAVE-BRANCH-MASTER
            DISPLAY 'CHANGED BRANCH ' WS-FIELD-CODE
            SET WS-BRANCH-SS TO WS-MATCH-SS
            IF BRANCH-CLOSED(WS-BRANCH-SS)
                DISPLAY 'NOTE: branch ' WS-FIELD-CODE ' is CLOSED --'
                    ' move its accounts with PROC_BRANCH_TRANSFER'
            END-IF
        END-IF
    END-IF
    .

*> The office through the PROC_ENTRY_FORM screen: the current
*> values pre-fill the form, nothing changes in the table unless
*> the operator saves.
KEY-BRANCH-FORM.
    PERFORM BUILD-BRANCH-FORM
    CALL 'PROC_ENTRY_FORM' USING PARAMS-ENTRY-FORM
    IF FORM_ABANDONED
        DISPLAY 'NO CHANGE -- form abandoned'
        MOVE 'N' TO WS-RECORD-OK
    ELSE
        MOVE FORM_VALUE(1)(1:20) TO WS-BR-NAME(WS-BRANCH-SS)
        MOVE FORM_VALUE(2)(1:12) TO WS-BR-REGION(WS-BRANCH-SS)
        MOVE FORM_VALUE(3)(1:20) TO WS-BR-MANAGER(WS-BRANCH-SS)
        MOVE FORM_VALUE(4)(1:1) TO WS-BR-STATUS(WS-BRANCH-SS)
    END-IF
    .

*> The form description: lengths off the table above, the region
*> and status upshifted on entry, status one of O or C.
BUILD-BRANCH-FORM.
    MOVE SPACES TO FORM_TITLE
    STRING 'BRANCH OFFICE ' WS-FIELD-CODE
        DELIMITED BY SIZE INTO FORM_TITLE
    MOVE 4 TO FORM_FIELD_COUNT
    PERFORM VARYING WS-FORM-SS FROM 1 BY 1 UNTIL WS-FORM-SS > 4
        MOVE 0 TO FORM_LINE(WS-FORM-SS)
        MOVE 'X' TO FORM_TYPE(WS-FORM-SS)
        MOVE 'Y' TO FORM_REQUIRED(WS-FORM-SS)
        MOVE 'N' TO FORM_UPSHIFT(WS-FORM-SS)
        MOVE SPACES TO FORM_CODES(WS-FORM-SS)
        MOVE SPACES TO FORM_VALUE(WS-FORM-SS)
    END-PERFORM
    MOVE 'Branch name'        TO FORM_LABEL(1)
    MOVE 20 TO FORM_LENGTH(1)
    MOVE WS-BR-NAME(WS-BRANCH-SS) TO FORM_VALUE(1)
    MOVE 'Region'             TO FORM_LABEL(2)
    MOVE 12 TO FORM_LENGTH(2)
    MOVE 'Y' TO FORM_UPSHIFT(2)
    MOVE WS-BR-REGION(WS-BRANCH-SS) TO FORM_VALUE(2)
    MOVE 'Manager'            TO FORM_LABEL(3)
    MOVE 20 TO FORM_LENGTH(3)
    MOVE WS-BR-MANAGER(WS-BRANCH-SS) TO FORM_VALUE(3)
    MOVE 'Status (O/C)'       TO FORM_LABEL(4)
    MOVE 1 TO FORM_LENGTH(4)
    MOVE 'C' TO FORM_TYPE(4)
    MOVE 'OC' TO FORM_CODES(4)
    MOVE 'Y' TO FORM_UPSHIFT(4)
    MOVE WS-BR-STATUS(WS-BRANCH-SS) TO FORM_VALUE(4)
    .

LIST-BRANCHES.
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF BRANCH-CLOSED(WS-BRANCH-SS)
            MOVE 'CLOSED' TO WS-STATUS-WORD
        ELSE
            MOVE 'OPEN' TO WS-STATUS-WORD
        END-IF
        DISPLAY WS-BR-CODE(WS-BRANCH-SS)
            ' [' FUNCTION TRIM(WS-BR-NAME(WS-BRANCH-SS)) ']'
            ' REGION ' FUNCTION TRIM(WS-BR-REGION(WS-BRANCH-SS))
            ' MGR ' FUNCTION TRIM(WS-BR-MANAGER(WS-BRANCH-SS))
            ' ' WS-STATUS-WORD
    END-PERFORM
    IF WS-BRANCH-COUNT = 0
        DISPLAY 'NO BRANCHES ON FILE'
    END-IF
    .

ASK-BRANCH-CODE.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Branch code (up to 3 characters): '
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER = SPACES
        DISPLAY 'REJECTED: a code is required'
        MOVE 'N' TO WS-RECORD-OK
    ELSE
        MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:3)) TO WS-FIELD-CODE
    END-IF
    .

END PROGRAM PROC_BRANCH_EDIT.
