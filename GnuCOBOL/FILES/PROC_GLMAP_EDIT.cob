*> Mission: The chart-of-accounts mapping behind the GL journal.
*> Accounting used to re-map the journal's type codes to their GL
*> accounts in a spreadsheet every morning; GL_MAP.DAT now carries
*> the mapping the posting run applies itself, one pipe-delimited
*> line per type and product --
*>   <type>|<product or *>|<debit GL account>|<credit GL account>
*> -- where * is the type's line for every product without one of
*> its own (fees on savings and on checking can hit different income
*> lines). The pair is the entry for a posting that moves money the
*> type's own way; see CB_GL_JOURNAL_RECORD.cpy. A type must be on
*> TXN_TYPES.DAT and a product on PRODUCTS.DAT before it can be
*> mapped. Same prompt-and-ACCEPT editor mold as PROC_TXNTYPE_EDIT;
*> a mapping can be dropped outright, since the journal already
*> published keeps the accounts it went out with.
*> cobc -x -free PROC_GLMAP_EDIT.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_GLMAP_EDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT GLMAP-FILE
    ASSIGN TO 'GL_MAP.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-GLMAP-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT PRODUCTS-FILE
    ASSIGN TO 'PRODUCTS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PRODUCTS-STATUS.

DATA DIVISION.
FILE SECTION.
FD GLMAP-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS GLMAP-LINE.
01 GLMAP-LINE PIC X(80).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD PRODUCTS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS PRODUCTS-LINE.
01 PRODUCTS-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-GLMAP-STATUS    PIC XX.
01 WS-TYPES-STATUS    PIC XX.
01 WS-PRODUCTS-STATUS PIC XX.
01 WS-AT-END          PIC X.
    88 AT-END-OF-FILE VALUE 'Y'.
01 WS-ANSWER          PIC X(40).
01 WS-EDITING         PIC X VALUE 'Y'.
    88 DONE-EDITING VALUE 'N'.
01 WS-RECORD-OK       PIC X.

*> The whole mapping in memory -- 200 lines, house table style.
01 WS-GLMAP-TABLE.
    05 WS-GLMAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-GLMAP-SS.
        10 WS-GM-TYPE    PIC X(4).
        10 WS-GM-PRODUCT PIC X(4).
        10 WS-GM-DEBIT   PIC X(10).
        10 WS-GM-CREDIT  PIC X(10).
01 WS-GLMAP-COUNT     PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- the run then
*> refuses, because saving the capped table back over the file
*> would silently delete everything past the cap.
01 WS-LOAD-OVERFLOW   PIC X VALUE 'N'.
01 WS-MATCH-SS        PIC 9(4).
01 WS-MOVE-SS         PIC 9(4).

*> The type and product codes a mapping may name.
01 WS-CODE-TABLE.
    05 WS-TYPE-CODE OCCURS 100 TIMES INDEXED BY WS-TYPE-SS
        PIC X(4).
    05 WS-PRODUCT-CODE OCCURS 50 TIMES INDEXED BY WS-PRODUCT-SS
        PIC X(4).
01 WS-TYPE-COUNT      PIC 9(4) VALUE 0.
01 WS-PRODUCT-COUNT   PIC 9(4) VALUE 0.
01 WS-CODE-FOUND      PIC X.

01 WS-FIELD-TYPE      PIC X(4).
01 WS-FIELD-PRODUCT   PIC X(4).
01 WS-FIELD-DEBIT     PIC X(10).
01 WS-FIELD-CREDIT    PIC X(10).
01 WS-TOK-TYPE        PIC X(6).
01 WS-TOK-PRODUCT     PIC X(6).
01 WS-TOK-DEBIT       PIC X(12).
01 WS-TOK-CREDIT      PIC X(12).
01 WS-LINE-PTR        PIC 9(4).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-CODE-MASTERS
    PERFORM LOAD-GL-MAP
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  C)hange  D)elete  L)ist  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A' PERFORM ADD-MAPPING
            WHEN 'C' PERFORM CHANGE-MAPPING
            WHEN 'D' PERFORM DELETE-MAPPING
            WHEN 'L' PERFORM LIST-MAPPINGS
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'A, C, D, L or Q'
        END-EVALUATE
    END-PERFORM
    STOP RUN.

LOAD-CODE-MASTERS.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TYPES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF TYPES-LINE NOT = SPACES
                        AND WS-TYPE-COUNT < 100
                        ADD 1 TO WS-TYPE-COUNT
                        SET WS-TYPE-SS TO WS-TYPE-COUNT
                        MOVE SPACES TO WS-TOK-TYPE
                        UNSTRING TYPES-LINE DELIMITED BY '|'
                            INTO WS-TOK-TYPE
                        MOVE WS-TOK-TYPE(1:4)
                            TO WS-TYPE-CODE(WS-TYPE-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    OPEN INPUT PRODUCTS-FILE
    IF WS-PRODUCTS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ PRODUCTS-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF PRODUCTS-LINE NOT = SPACES
                        AND WS-PRODUCT-COUNT < 50
                        ADD 1 TO WS-PRODUCT-COUNT
                        SET WS-PRODUCT-SS TO WS-PRODUCT-COUNT
                        MOVE SPACES TO WS-TOK-PRODUCT
                        UNSTRING PRODUCTS-LINE DELIMITED BY '|'
                            INTO WS-TOK-PRODUCT
                        MOVE WS-TOK-PRODUCT(1:4)
                            TO WS-PRODUCT-CODE(WS-PRODUCT-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRODUCTS-FILE
    END-IF
    .

LOAD-GL-MAP.
    MOVE 0 TO WS-GLMAP-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT GLMAP-FILE
    IF WS-GLMAP-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ GLMAP-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF GLMAP-LINE NOT = SPACES
                        IF WS-GLMAP-COUNT < 200
                            PERFORM TAKE-ONE-MAP-LINE
                        ELSE
                            MOVE 'Y' TO WS-LOAD-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLMAP-FILE
    END-IF
    IF WS-LOAD-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: GL_MAP.DAT HOLDS MORE THAN 200'
            ' MAPPINGS -- the file no longer fits the table, and'
            ' the save would delete the rest'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY WS-GLMAP-COUNT ' GL MAPPING(S) ON FILE'
    .

TAKE-ONE-MAP-LINE.
    MOVE SPACES TO WS-TOK-TYPE WS-TOK-PRODUCT WS-TOK-DEBIT
        WS-TOK-CREDIT
    UNSTRING GLMAP-LINE DELIMITED BY '|'
        INTO WS-TOK-TYPE WS-TOK-PRODUCT WS-TOK-DEBIT WS-TOK-CREDIT
    ADD 1 TO WS-GLMAP-COUNT
    SET WS-GLMAP-SS TO WS-GLMAP-COUNT
    MOVE WS-TOK-TYPE(1:4) TO WS-GM-TYPE(WS-GLMAP-SS)
    MOVE WS-TOK-PRODUCT(1:4) TO WS-GM-PRODUCT(WS-GLMAP-SS)
    MOVE WS-TOK-DEBIT(1:10) TO WS-GM-DEBIT(WS-GLMAP-SS)
    MOVE WS-TOK-CREDIT(1:10) TO WS-GM-CREDIT(WS-GLMAP-SS)
    .

SAVE-GL-MAP.
    OPEN OUTPUT GLMAP-FILE
    PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
        UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
        MOVE SPACES TO GLMAP-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-GM-TYPE(WS-GLMAP-SS))
            '|' FUNCTION TRIM(WS-GM-PRODUCT(WS-GLMAP-SS))
            '|' FUNCTION TRIM(WS-GM-DEBIT(WS-GLMAP-SS))
            '|' FUNCTION TRIM(WS-GM-CREDIT(WS-GLMAP-SS))
            DELIMITED BY SIZE INTO GLMAP-LINE
            WITH POINTER WS-LINE-PTR
        WRITE GLMAP-LINE
    END-PERFORM
    CLOSE GLMAP-FILE
    .

FIND-MAPPING.
    MOVE 0 TO WS-MATCH-SS
    PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
        UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
        IF WS-GM-TYPE(WS-GLMAP-SS) = WS-FIELD-TYPE
            AND WS-GM-PRODUCT(WS-GLMAP-SS) = WS-FIELD-PRODUCT
            MOVE WS-GLMAP-SS TO WS-MATCH-SS
        END-IF
    END-PERFORM
    .

ADD-MAPPING.
    PERFORM ASK-MAPPING-KEY
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-MAPPING
        IF WS-MATCH-SS > 0
            DISPLAY 'TYPE ' WS-FIELD-TYPE ' PRODUCT ' WS-FIELD-PRODUCT
                ' IS ALREADY MAPPED -- use C to change it'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y' AND WS-GLMAP-COUNT >= 200
        DISPLAY 'GL MAPPING FULL (200)'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        PERFORM ASK-GL-ACCOUNTS
    END-IF
    IF WS-RECORD-OK = 'Y'
        ADD 1 TO WS-GLMAP-COUNT
        SET WS-GLMAP-SS TO WS-GLMAP-COUNT
        MOVE WS-FIELD-TYPE TO WS-GM-TYPE(WS-GLMAP-SS)
        MOVE WS-FIELD-PRODUCT TO WS-GM-PRODUCT(WS-GLMAP-SS)
        MOVE WS-FIELD-DEBIT TO WS-GM-DEBIT(WS-GLMAP-SS)
        MOVE WS-FIELD-CREDIT TO WS-GM-CREDIT(WS-GLMAP-SS)
        PERFORM SAVE-GL-MAP
        DISPLAY 'MAPPED TYPE ' WS-FIELD-TYPE ' PRODUCT '
            WS-FIELD-PRODUCT
    END-IF
    .

CHANGE-MAPPING.
    PERFORM ASK-MAPPING-KEY
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-MAPPING
        IF WS-MATCH-SS = 0
            DISPLAY 'NO MAPPING FOR TYPE ' WS-FIELD-TYPE ' PRODUCT '
                WS-FIELD-PRODUCT
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        PERFORM ASK-GL-ACCOUNTS
    END-IF
    IF WS-RECORD-OK = 'Y'
        SET WS-GLMAP-SS TO WS-MATCH-SS
        MOVE WS-FIELD-DEBIT TO WS-GM-DEBIT(WS-GLMAP-SS)
        MOVE WS-FIELD-CREDIT TO WS-GM-CREDIT(WS-GLMAP-SS)
        PERFORM SAVE-GL-MAP
        DISPLAY 'CHANGED TYPE ' WS-FIELD-TYPE ' PRODUCT '
            WS-FIELD-PRODUCT
    END-IF
    .

*> Close the gap over the dropped line and save.
DELETE-MAPPING.
    PERFORM ASK-MAPPING-KEY
    IF WS-RECORD-OK = 'Y'
        PERFORM FIND-MAPPING
        IF WS-MATCH-SS = 0
            DISPLAY 'NO MAPPING FOR TYPE ' WS-FIELD-TYPE ' PRODUCT '
                WS-FIELD-PRODUCT
        ELSE
            PERFORM VARYING WS-MOVE-SS FROM WS-MATCH-SS BY 1
                UNTIL WS-MOVE-SS >= WS-GLMAP-COUNT
                MOVE WS-GLMAP-ENTRY(WS-MOVE-SS + 1)
                    TO WS-GLMAP-ENTRY(WS-MOVE-SS)
            END-PERFORM
            SUBTRACT 1 FROM WS-GLMAP-COUNT
            PERFORM SAVE-GL-MAP
            DISPLAY 'DELETED TYPE ' WS-FIELD-TYPE ' PRODUCT '
                WS-FIELD-PRODUCT ' -- a posting it covered now'
                ' stops the GL extract'
        END-IF
    END-IF
    .

LIST-MAPPINGS.
    PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
        UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
        DISPLAY WS-GM-TYPE(WS-GLMAP-SS)
            ' ' WS-GM-PRODUCT(WS-GLMAP-SS)
            ' DEBIT ' WS-GM-DEBIT(WS-GLMAP-SS)
            ' CREDIT ' WS-GM-CREDIT(WS-GLMAP-SS)
    END-PERFORM
    IF WS-GLMAP-COUNT = 0
        DISPLAY 'NO GL MAPPINGS ON FILE'
    END-IF
    .

ASK-MAPPING-KEY.
    MOVE 'Y' TO WS-RECORD-OK
    DISPLAY 'Type code: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:4)) TO WS-FIELD-TYPE
    MOVE 'N' TO WS-CODE-FOUND
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-TYPE-COUNT
        IF WS-TYPE-CODE(WS-TYPE-SS) = WS-FIELD-TYPE
            MOVE 'Y' TO WS-CODE-FOUND
        END-IF
    END-PERFORM
    IF WS-FIELD-TYPE = SPACES OR WS-CODE-FOUND = 'N'
        DISPLAY 'REJECTED: not a type on TXN_TYPES.DAT'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Product code (* for every product): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:4)) TO WS-FIELD-PRODUCT
        MOVE 'N' TO WS-CODE-FOUND
        IF WS-FIELD-PRODUCT = '*'
            MOVE 'Y' TO WS-CODE-FOUND
        END-IF
        PERFORM VARYING WS-PRODUCT-SS FROM 1 BY 1
            UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
            IF WS-PRODUCT-CODE(WS-PRODUCT-SS) = WS-FIELD-PRODUCT
                MOVE 'Y' TO WS-CODE-FOUND
            END-IF
        END-PERFORM
        IF WS-FIELD-PRODUCT = SPACES OR WS-CODE-FOUND = 'N'
            DISPLAY 'REJECTED: * or a product on PRODUCTS.DAT'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    .

ASK-GL-ACCOUNTS.
    DISPLAY 'Debit GL account: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:10)) TO WS-FIELD-DEBIT
    DISPLAY 'Credit GL account: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:10)) TO WS-FIELD-CREDIT
    EVALUATE TRUE
        WHEN WS-FIELD-DEBIT = SPACES OR WS-FIELD-CREDIT = SPACES
            DISPLAY 'REJECTED: both GL accounts are required'
            MOVE 'N' TO WS-RECORD-OK
        WHEN WS-FIELD-DEBIT = WS-FIELD-CREDIT
            DISPLAY 'REJECTED: debit and credit are the same account'
            MOVE 'N' TO WS-RECORD-OK
    END-EVALUATE
    .

END PROGRAM PROC_GLMAP_EDIT.
