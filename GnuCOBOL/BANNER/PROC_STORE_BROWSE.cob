*> Mission: A read-only look inside the keyed stores that have no
*> inquiry screen of their own. When something looks wrong in
*> CUSTOMER_LEDGER.IDX or BANNER_AUDIT.IDX, support used to have a
*> hex dump and a copybook; this browser opens the store INPUT only,
*> STARTs on the primary key and shows one record per screen decoded
*> field by field -- name, offset, length, type and value -- through
*> PROC_CLS and PROC_GOTOXY, the same screen idiom as
*> PROC_SPOOL_VIEW. Stores it knows:
*>     CUSTOMERS.DAT  CUSTOMER_LEDGER.IDX  CUSTOMER_ADDR.IDX
*>     STMT_ARCHIVE.IDX  CUST_MAINT_AUDIT.IDX  BANNER_AUDIT.IDX
*>     BIG_CHARS.DAT
*> The customer stores are the home company's book (the
*> CB_COMPANY.cpy names).
*> The field names and offsets are not compiled in: they come from
*> STORE_LAYOUTS.CTL, one line per field transcribed from the
*> store's CB_*_RECORD.cpy ('*' in column one for comments):
*>     store|field-name|offset|length|type
*> type X (text), 9 (unsigned digits) or S (the shop's signed money
*> picture, S9(7)V99 SIGN IS TRAILING SEPARATE -- ten bytes). A
*> store with no layout lines is still browsable, as one raw RECORD
*> field, so a missing layout never leaves support blind.
*> Commands at the prompt: N(ext), P(revious), K <key> (START at or
*> after the key; K alone goes to the top), F <field> <value> (search
*> forward from the record shown: text fields match on a leading
*> value, case-blind, 9 and S fields on numeric value), Q(uit).
*> Every browse is appended to STORE_BROWSE.LOG through
*> PROC_APPEND_LINE with the operator stamp -- opening the store,
*> every K and F, and the record count at quit:
*>   yyyy-mm-dd hh:mm:ss BROWSE OPEN|START|FIND|QUIT <store> ...
*>       OPR=<operator>
*> Command line: <store> [key].
*> GnuCOBOL: cobc -x -j -free -I . -I ../FILES PROC_STORE_BROWSE.cob
*>     PROC_CLS.cob PROC_GOTOXY.cob PROC_LOAD_CONFIG.cob
*>     PROC_OPERATOR_ID.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STORE_BROWSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_STMT_ARCHIVE_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
COPY 'CB_AUDIT_KEYED_FILE.cpy'.
COPY 'CB_GLYPH_FILE.cpy'.
    SELECT LAYOUT-FILE ASSIGN TO 'STORE_LAYOUTS.CTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAYOUT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_STMT_ARCHIVE_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.
COPY 'CB_AUDIT_KEYED_RECORD.cpy'.
COPY 'CB_GLYPH_RECORD.cpy'.

FD LAYOUT-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS LAYOUT-LINE.
01 LAYOUT-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-STMT-ARCHIVE-STATUS  PIC XX.
01 WS-MAINT-AUDIT-STATUS   PIC XX.
01 AUDIT-KEYED-STATUS      PIC XX.
01 GLYPH-FILE-STATUS       PIC XX.
01 WS-LAYOUT-STATUS        PIC XX.
01 WS-IO-STATUS            PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-AT-END               PIC X.
    88 AT-END-OF-LAYOUT     VALUE 'Y'.

*> The stores this program has a SELECT for: file name, record
*> length and primary-key length (every primary key here starts at
*> byte one), in the order the EVALUATEs below dispatch on.
01 WS-STORE-CONSTANTS.
    05 FILLER PIC X(30) VALUE 'CUSTOMERS.DAT|063|06'.
    05 FILLER PIC X(30) VALUE 'CUSTOMER_LEDGER.IDX|137|18'.
    05 FILLER PIC X(30) VALUE 'CUSTOMER_ADDR.IDX|112|06'.
    05 FILLER PIC X(30) VALUE 'STMT_ARCHIVE.IDX|150|18'.
    05 FILLER PIC X(30) VALUE 'CUST_MAINT_AUDIT.IDX|174|18'.
    05 FILLER PIC X(30) VALUE 'BANNER_AUDIT.IDX|214|18'.
    05 FILLER PIC X(30) VALUE 'BIG_CHARS.DAT|082|01'.
01 WS-STORE-TABLE REDEFINES WS-STORE-CONSTANTS.
    05 WS-STORE-ENTRY OCCURS 7 TIMES PIC X(30).
01 WS-STORE-COUNT    PIC 9(4) VALUE 7.
01 WS-STORE-SS       PIC 9(4).
01 WS-STORE-NAME     PIC X(24).
01 WS-RECORD-LEN     PIC 9(4).
01 WS-KEY-LEN        PIC 9(4).
01 WS-TOK-STORE      PIC X(24).
01 WS-TOK-RECLEN     PIC X(4).
01 WS-TOK-KEYLEN     PIC X(4).

*> The store's fields as STORE_LAYOUTS.CTL describes them.
01 WS-FIELD-TABLE.
    05 WS-FIELD-ENTRY OCCURS 40 TIMES.
        10 WS-FLD-NAME   PIC X(22).
        10 WS-FLD-OFFSET PIC 9(4).
        10 WS-FLD-LENGTH PIC 9(4).
        10 WS-FLD-TYPE   PIC X.
01 WS-FIELD-COUNT    PIC 9(4) VALUE 0.
01 WS-FIELD-SS       PIC 9(4).
01 WS-LAYOUT-SKIPPED PIC 9(4) VALUE 0.
01 WS-TOK-LAYOUT-STORE PIC X(24).
01 WS-TOK-FIELD      PIC X(22).
01 WS-TOK-OFFSET     PIC X(6).
01 WS-TOK-LENGTH     PIC X(6).
01 WS-TOK-TYPE       PIC X(2).

*> The record on the screen, whichever store it came from.
01 WS-RECORD-IMAGE   PIC X(256).
01 WS-SAVED-IMAGE    PIC X(256).
01 WS-HAVE-RECORD    PIC X VALUE 'N'.
    88 RECORD-ON-SCREEN VALUE 'Y'.
01 WS-START-KEY      PIC X(18).
01 WS-START-FOUND    PIC X.
    88 START-FAILED   VALUE 'N'.
01 WS-READ-FOUND     PIC X.
    88 READ-FAILED    VALUE 'N'.
01 WS-RECORDS-SHOWN  PIC 9(9) VALUE 0.
01 WS-RECORDS-SCANNED PIC 9(9).

*> One field decoded for the screen or the search.
01 WS-FIELD-TEXT     PIC X(256).
01 WS-FIELD-TEXT-LEN PIC 9(4).
01 WS-AMOUNT-BYTES   PIC X(10).
01 WS-SIGNED-AMOUNT REDEFINES WS-AMOUNT-BYTES
                     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
01 WS-AMOUNT-EDIT    PIC -(7)9.99.
01 WS-CHUNK-START    PIC 9(4).
01 WS-CHUNK-LEN      PIC 9(4).
01 WS-OFFSET-EDIT    PIC ZZ9.
01 WS-LENGTH-EDIT    PIC ZZ9.

*> The search: field, wanted value, and whether this record matches.
01 WS-FIND-FIELD     PIC X(22).
01 WS-FIND-SS        PIC 9(4).
01 WS-FIND-VALUE     PIC X(60).
01 WS-FIND-LEN       PIC 9(4).
01 WS-FIND-MATCHED   PIC X.
    88 FIND-MATCHED   VALUE 'Y'.
01 WS-FIND-DONE      PIC X.
    88 FIND-DONE      VALUE 'Y'.

01 WS-SCREEN-ROW     PIC 9(4).
01 WS-ANSWER         PIC X(72).
01 WS-VERB           PIC X(8).
01 WS-ANSWER-PTR     PIC 9(4).
01 WS-VIEWING        PIC X VALUE 'Y'.
    88 DONE-VIEWING   VALUE 'N'.
01 WS-HEADER-TEXT    PIC X(72).
01 WS-HEADER-PTR     PIC 9(4).
01 WS-ROW-TEXT       PIC X(72).
01 WS-MESSAGE        PIC X(72) VALUE SPACES.

01 WS-CURRENT-DATE   PIC X(21).
01 WS-LOG-ACTION     PIC X(8).
01 WS-LOG-DETAIL     PIC X(120).
01 WS-LOG-PTR        PIC 9(4).

COPY 'CB_CLS.cpy'.
COPY 'CB_GOTOXY.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-TOK-STORE WS-START-KEY
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-TOK-STORE WS-START-KEY
    PERFORM FIND-THE-STORE
    IF WS-STORE-SS = 0
        DISPLAY 'USAGE: PROC_STORE_BROWSE <store> [key]'
        DISPLAY '  stores: CUSTOMERS.DAT CUSTOMER_LEDGER.IDX'
            ' CUSTOMER_ADDR.IDX STMT_ARCHIVE.IDX'
        DISPLAY '          CUST_MAINT_AUDIT.IDX BANNER_AUDIT.IDX'
            ' BIG_CHARS.DAT'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-STORE-LAYOUT
    PERFORM OPEN-THE-STORE
    IF WS-IO-STATUS NOT = '00'
        DISPLAY 'ERROR: OPEN INPUT ' FUNCTION TRIM(WS-STORE-NAME)
            ' FAILED, FILE STATUS ' WS-IO-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE 'OPEN' TO WS-LOG-ACTION
    MOVE SPACES TO WS-LOG-DETAIL
    PERFORM LOG-BROWSE-LINE
    PERFORM START-AT-WANTED-KEY
    IF NOT RECORD-ON-SCREEN AND WS-MESSAGE = SPACES
        MOVE 'STORE IS EMPTY' TO WS-MESSAGE
    END-IF
    PERFORM UNTIL DONE-VIEWING
        PERFORM SHOW-CURRENT-RECORD
        PERFORM READ-OPERATOR-COMMAND
    END-PERFORM
    PERFORM CLOSE-THE-STORE
    MOVE 'QUIT' TO WS-LOG-ACTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING 'RECORDS=' WS-RECORDS-SHOWN
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BROWSE-LINE
    MOVE 0 TO SCREEN_HEIGHT SCREEN_WIDTH
    CALL 'PROC_CLS' USING PARAMS-CLS
    STOP RUN.

*> The command-line store name against the table, case-blind.
FIND-THE-STORE.
    MOVE 0 TO WS-STORE-SS
    MOVE FUNCTION UPPER-CASE(WS-TOK-STORE) TO WS-TOK-STORE
    PERFORM VARYING WS-FIELD-SS FROM 1 BY 1
        UNTIL WS-FIELD-SS > WS-STORE-COUNT OR WS-STORE-SS > 0
        MOVE SPACES TO WS-STORE-NAME WS-TOK-RECLEN WS-TOK-KEYLEN
        UNSTRING WS-STORE-ENTRY(WS-FIELD-SS) DELIMITED BY '|'
            INTO WS-STORE-NAME WS-TOK-RECLEN WS-TOK-KEYLEN
        IF WS-TOK-STORE NOT = SPACES
            AND WS-STORE-NAME = WS-TOK-STORE
            MOVE WS-FIELD-SS TO WS-STORE-SS
            MOVE WS-TOK-RECLEN(1:3) TO WS-RECORD-LEN
            MOVE WS-TOK-KEYLEN(1:2) TO WS-KEY-LEN
        END-IF
    END-PERFORM
    .

*> This store's FIELD lines out of STORE_LAYOUTS.CTL. A field that
*> runs past the record, or an S field that is not ten bytes, is a
*> layout typo -- skipped and counted, never trusted. No lines at
*> all (or no file) leaves one raw RECORD field.
LOAD-STORE-LAYOUT.
    MOVE 0 TO WS-FIELD-COUNT WS-LAYOUT-SKIPPED
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LAYOUT-FILE
    IF WS-LAYOUT-STATUS = '00'
        PERFORM UNTIL AT-END-OF-LAYOUT
            READ LAYOUT-FILE
                AT END SET AT-END-OF-LAYOUT TO TRUE
                NOT AT END PERFORM TAKE-LAYOUT-LINE
            END-READ
        END-PERFORM
        CLOSE LAYOUT-FILE
    END-IF
    IF WS-FIELD-COUNT = 0
        MOVE 1 TO WS-FIELD-COUNT
        MOVE 'RECORD' TO WS-FLD-NAME(1)
        MOVE 1 TO WS-FLD-OFFSET(1)
        MOVE WS-RECORD-LEN TO WS-FLD-LENGTH(1)
        MOVE 'X' TO WS-FLD-TYPE(1)
        MOVE 'WARNING: no layout in STORE_LAYOUTS.CTL -- raw record'
            TO WS-MESSAGE
    END-IF
    IF WS-LAYOUT-SKIPPED > 0
        MOVE SPACES TO WS-MESSAGE
        STRING 'WARNING: ' WS-LAYOUT-SKIPPED
            ' layout line(s) do not fit this store -- skipped'
            DELIMITED BY SIZE INTO WS-MESSAGE
    END-IF
    .

TAKE-LAYOUT-LINE.
    IF LAYOUT-LINE(1:1) NOT = '*' AND LAYOUT-LINE NOT = SPACES
        MOVE SPACES TO WS-TOK-LAYOUT-STORE WS-TOK-FIELD WS-TOK-OFFSET
            WS-TOK-LENGTH WS-TOK-TYPE
        UNSTRING LAYOUT-LINE DELIMITED BY '|'
            INTO WS-TOK-LAYOUT-STORE WS-TOK-FIELD WS-TOK-OFFSET
                WS-TOK-LENGTH WS-TOK-TYPE
        IF FUNCTION UPPER-CASE(WS-TOK-LAYOUT-STORE) = WS-STORE-NAME
            PERFORM TAKE-LAYOUT-FIELD
        END-IF
    END-IF
    .

TAKE-LAYOUT-FIELD.
    MOVE FUNCTION UPPER-CASE(WS-TOK-TYPE) TO WS-TOK-TYPE
    IF FUNCTION TRIM(WS-TOK-OFFSET) IS NOT NUMERIC
        OR FUNCTION TRIM(WS-TOK-LENGTH) IS NOT NUMERIC
        OR WS-FIELD-COUNT >= 40
        ADD 1 TO WS-LAYOUT-SKIPPED
    ELSE
        IF FUNCTION NUMVAL(WS-TOK-OFFSET) < 1
            OR FUNCTION NUMVAL(WS-TOK-LENGTH) < 1
            OR FUNCTION NUMVAL(WS-TOK-OFFSET)
                + FUNCTION NUMVAL(WS-TOK-LENGTH) - 1 > WS-RECORD-LEN
            OR (WS-TOK-TYPE NOT = 'X' AND WS-TOK-TYPE NOT = '9'
                AND WS-TOK-TYPE NOT = 'S')
            OR (WS-TOK-TYPE = 'S'
                AND FUNCTION NUMVAL(WS-TOK-LENGTH) NOT = 10)
            ADD 1 TO WS-LAYOUT-SKIPPED
        ELSE
            ADD 1 TO WS-FIELD-COUNT
            MOVE FUNCTION UPPER-CASE(WS-TOK-FIELD)
                TO WS-FLD-NAME(WS-FIELD-COUNT)
            MOVE FUNCTION NUMVAL(WS-TOK-OFFSET)
                TO WS-FLD-OFFSET(WS-FIELD-COUNT)
            MOVE FUNCTION NUMVAL(WS-TOK-LENGTH)
                TO WS-FLD-LENGTH(WS-FIELD-COUNT)
            MOVE WS-TOK-TYPE TO WS-FLD-TYPE(WS-FIELD-COUNT)
        END-IF
    END-IF
    .

*> Read-only by construction: every store is opened INPUT.
OPEN-THE-STORE.
    EVALUATE WS-STORE-SS
        WHEN 1
            OPEN INPUT CUSTOMER-FILE
            MOVE WS-CUSTOMER-FILE-STATUS TO WS-IO-STATUS
        WHEN 2
            OPEN INPUT LEDGER-FILE
            MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
        WHEN 3
            OPEN INPUT ADDRESS-FILE
            MOVE WS-ADDRESS-STATUS TO WS-IO-STATUS
        WHEN 4
            OPEN INPUT STMT-ARCHIVE-FILE
            MOVE WS-STMT-ARCHIVE-STATUS TO WS-IO-STATUS
        WHEN 5
            OPEN INPUT MAINT-AUDIT-FILE
            MOVE WS-MAINT-AUDIT-STATUS TO WS-IO-STATUS
        WHEN 6
            OPEN INPUT AUDIT-KEYED-FILE
            MOVE AUDIT-KEYED-STATUS TO WS-IO-STATUS
        WHEN 7
            OPEN INPUT GLYPH-FILE
            MOVE GLYPH-FILE-STATUS TO WS-IO-STATUS
    END-EVALUATE
    .

CLOSE-THE-STORE.
    EVALUATE WS-STORE-SS
        WHEN 1 CLOSE CUSTOMER-FILE
        WHEN 2 CLOSE LEDGER-FILE
        WHEN 3 CLOSE ADDRESS-FILE
        WHEN 4 CLOSE STMT-ARCHIVE-FILE
        WHEN 5 CLOSE MAINT-AUDIT-FILE
        WHEN 6 CLOSE AUDIT-KEYED-FILE
        WHEN 7 CLOSE GLYPH-FILE
    END-EVALUATE
    .

*> K <key>: START at or after the key typed (blank = top of the
*> store), then the first record there. A numeric key shorter than
*> a numeric leading key field (a customer number typed as 42) is
*> zero-filled on the left, so it lands on that customer rather
*> than after every six-digit one.
START-AT-WANTED-KEY.
    IF WS-START-KEY = SPACES
        MOVE LOW-VALUES TO WS-START-KEY
    ELSE
        IF WS-FLD-TYPE(1) = '9' AND WS-FLD-OFFSET(1) = 1
            AND FUNCTION TRIM(WS-START-KEY) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-START-KEY))
                < WS-FLD-LENGTH(1)
            MOVE FUNCTION TRIM(WS-START-KEY) TO WS-FIELD-TEXT
            MOVE SPACES TO WS-START-KEY
            MOVE ALL '0' TO WS-START-KEY(1:WS-FLD-LENGTH(1))
            COMPUTE WS-CHUNK-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-TEXT))
            COMPUTE WS-CHUNK-START =
                WS-FLD-LENGTH(1) - WS-CHUNK-LEN + 1
            MOVE WS-FIELD-TEXT(1:WS-CHUNK-LEN)
                TO WS-START-KEY(WS-CHUNK-START:WS-CHUNK-LEN)
        END-IF
    END-IF
    PERFORM STORE-START-NOT-LESS
    IF START-FAILED
        MOVE 'N' TO WS-HAVE-RECORD
        MOVE 'NO RECORD AT OR AFTER THAT KEY' TO WS-MESSAGE
    ELSE
        PERFORM STORE-READ-NEXT
        IF READ-FAILED
            MOVE 'N' TO WS-HAVE-RECORD
            MOVE 'NO RECORD AT OR AFTER THAT KEY' TO WS-MESSAGE
        END-IF
    END-IF
    .

*> N and P re-position off the key of the record on the screen each
*> time, so a change of direction never depends on where the file
*> pointer was left. Running off either end keeps the record shown.
SHOW-NEXT-RECORD.
    IF NOT RECORD-ON-SCREEN
        MOVE SPACES TO WS-START-KEY
        PERFORM START-AT-WANTED-KEY
    ELSE
        MOVE WS-RECORD-IMAGE(1:WS-KEY-LEN) TO WS-START-KEY
        PERFORM STORE-START-GREATER
        IF NOT START-FAILED
            PERFORM STORE-READ-NEXT
        END-IF
        IF START-FAILED OR READ-FAILED
            MOVE 'END OF STORE' TO WS-MESSAGE
        END-IF
    END-IF
    .

SHOW-PREVIOUS-RECORD.
    IF RECORD-ON-SCREEN
        MOVE WS-RECORD-IMAGE(1:WS-KEY-LEN) TO WS-START-KEY
        PERFORM STORE-START-LESS
        IF NOT START-FAILED
            PERFORM STORE-READ-PREVIOUS
        END-IF
        IF START-FAILED OR READ-FAILED
            MOVE 'START OF STORE' TO WS-MESSAGE
        END-IF
    END-IF
    .

*> F <field> <value>: forward from the record shown until the field
*> holds the value. Nothing found leaves the screen where it was.
FIND-FIELD-VALUE.
    MOVE 0 TO WS-FIND-SS
    PERFORM VARYING WS-FIELD-SS FROM 1 BY 1
        UNTIL WS-FIELD-SS > WS-FIELD-COUNT OR WS-FIND-SS > 0
        IF WS-FLD-NAME(WS-FIELD-SS) = WS-FIND-FIELD
            MOVE WS-FIELD-SS TO WS-FIND-SS
        END-IF
    END-PERFORM
    IF WS-FIND-SS = 0
        MOVE SPACES TO WS-MESSAGE
        STRING 'NO FIELD ' FUNCTION TRIM(WS-FIND-FIELD)
            ' IN THE ' FUNCTION TRIM(WS-STORE-NAME) ' LAYOUT'
            DELIMITED BY SIZE INTO WS-MESSAGE
    ELSE
        IF WS-FIND-VALUE = SPACES
            MOVE 'USAGE: F <field> <value>' TO WS-MESSAGE
        ELSE
            PERFORM SEARCH-FORWARD
        END-IF
    END-IF
    .

SEARCH-FORWARD.
    MOVE 'FIND' TO WS-LOG-ACTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING FUNCTION TRIM(WS-FIND-FIELD) '='
        FUNCTION TRIM(WS-FIND-VALUE)
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BROWSE-LINE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-VALUE))
        TO WS-FIND-VALUE
    COMPUTE WS-FIND-LEN =
        FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-VALUE))
    MOVE 0 TO WS-RECORDS-SCANNED
    MOVE 'N' TO WS-FIND-MATCHED WS-FIND-DONE
    MOVE WS-RECORD-IMAGE TO WS-SAVED-IMAGE
    IF RECORD-ON-SCREEN
        MOVE WS-RECORD-IMAGE(1:WS-KEY-LEN) TO WS-START-KEY
        PERFORM STORE-START-GREATER
    ELSE
        MOVE LOW-VALUES TO WS-START-KEY
        PERFORM STORE-START-NOT-LESS
    END-IF
    IF START-FAILED
        SET FIND-DONE TO TRUE
    END-IF
    PERFORM UNTIL FIND-DONE
        PERFORM STORE-READ-NEXT-QUIET
        IF READ-FAILED
            SET FIND-DONE TO TRUE
        ELSE
            ADD 1 TO WS-RECORDS-SCANNED
            PERFORM TEST-FIND-MATCH
            IF FIND-MATCHED
                SET FIND-DONE TO TRUE
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-MESSAGE
    IF FIND-MATCHED
        PERFORM TAKE-RECORD-IMAGE
        STRING 'FOUND ' FUNCTION TRIM(WS-FIND-FIELD) ' AFTER '
            WS-RECORDS-SCANNED ' RECORD(S) READ'
            DELIMITED BY SIZE INTO WS-MESSAGE
    ELSE
        MOVE WS-SAVED-IMAGE TO WS-RECORD-IMAGE
        STRING 'NOT FOUND -- ' WS-RECORDS-SCANNED
            ' RECORD(S) READ TO THE END OF THE STORE'
            DELIMITED BY SIZE INTO WS-MESSAGE
    END-IF
    .

*> Text fields match on a leading value, case-blind; digit and money
*> fields match on value, so 42 finds 000042 and -12.5 finds -12.50.
TEST-FIND-MATCH.
    MOVE 'N' TO WS-FIND-MATCHED
    MOVE WS-FIND-SS TO WS-FIELD-SS
    PERFORM STORE-RECORD-TO-IMAGE
    PERFORM DECODE-ONE-FIELD
    IF WS-FLD-TYPE(WS-FIELD-SS) = 'S' OR WS-FLD-TYPE(WS-FIELD-SS) = '9'
        IF FUNCTION TEST-NUMVAL(WS-FIND-VALUE) = 0
            AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
            IF FUNCTION NUMVAL(WS-FIELD-TEXT)
                = FUNCTION NUMVAL(WS-FIND-VALUE)
                SET FIND-MATCHED TO TRUE
            END-IF
        END-IF
    ELSE
        IF WS-FIND-LEN <= WS-FIELD-TEXT-LEN
            IF FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:WS-FIND-LEN))
                = WS-FIND-VALUE(1:WS-FIND-LEN)
                SET FIND-MATCHED TO TRUE
            END-IF
        END-IF
    END-IF
    .

*> The per-store verbs. Each sets WS-START-FOUND / WS-READ-FOUND and
*> copies the record read into WS-RECORD-IMAGE.
STORE-START-NOT-LESS.
    MOVE 'Y' TO WS-START-FOUND
    EVALUATE WS-STORE-SS
        WHEN 1
            MOVE WS-START-KEY(1:6) TO CUSTOMER-RECORD(1:6)
            START CUSTOMER-FILE KEY IS >= CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 2
            MOVE WS-START-KEY TO LGR-KEY
            START LEDGER-FILE KEY IS >= LGR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 3
            MOVE WS-START-KEY(1:6) TO ADDRESS-RECORD(1:6)
            START ADDRESS-FILE KEY IS >= ADDR-CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 4
            MOVE WS-START-KEY TO SAR-KEY
            START STMT-ARCHIVE-FILE KEY IS >= SAR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 5
            MOVE WS-START-KEY TO MAUD-KEY
            START MAINT-AUDIT-FILE KEY IS >= MAUD-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 6
            MOVE WS-START-KEY TO AUDIT_KEY
            START AUDIT-KEYED-FILE KEY IS >= AUDIT_KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 7
            MOVE WS-START-KEY(1:1) TO GLYPH_CHAR_NAME
            START GLYPH-FILE KEY IS >= GLYPH_CHAR_NAME
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
    END-EVALUATE
    .

STORE-START-GREATER.
    MOVE 'Y' TO WS-START-FOUND
    EVALUATE WS-STORE-SS
        WHEN 1
            MOVE WS-START-KEY(1:6) TO CUSTOMER-RECORD(1:6)
            START CUSTOMER-FILE KEY IS > CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 2
            MOVE WS-START-KEY TO LGR-KEY
            START LEDGER-FILE KEY IS > LGR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 3
            MOVE WS-START-KEY(1:6) TO ADDRESS-RECORD(1:6)
            START ADDRESS-FILE KEY IS > ADDR-CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 4
            MOVE WS-START-KEY TO SAR-KEY
            START STMT-ARCHIVE-FILE KEY IS > SAR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 5
            MOVE WS-START-KEY TO MAUD-KEY
            START MAINT-AUDIT-FILE KEY IS > MAUD-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 6
            MOVE WS-START-KEY TO AUDIT_KEY
            START AUDIT-KEYED-FILE KEY IS > AUDIT_KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 7
            MOVE WS-START-KEY(1:1) TO GLYPH_CHAR_NAME
            START GLYPH-FILE KEY IS > GLYPH_CHAR_NAME
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
    END-EVALUATE
    .

STORE-START-LESS.
    MOVE 'Y' TO WS-START-FOUND
    EVALUATE WS-STORE-SS
        WHEN 1
            MOVE WS-START-KEY(1:6) TO CUSTOMER-RECORD(1:6)
            START CUSTOMER-FILE KEY IS < CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 2
            MOVE WS-START-KEY TO LGR-KEY
            START LEDGER-FILE KEY IS < LGR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 3
            MOVE WS-START-KEY(1:6) TO ADDRESS-RECORD(1:6)
            START ADDRESS-FILE KEY IS < ADDR-CUST-ID
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 4
            MOVE WS-START-KEY TO SAR-KEY
            START STMT-ARCHIVE-FILE KEY IS < SAR-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 5
            MOVE WS-START-KEY TO MAUD-KEY
            START MAINT-AUDIT-FILE KEY IS < MAUD-KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 6
            MOVE WS-START-KEY TO AUDIT_KEY
            START AUDIT-KEYED-FILE KEY IS < AUDIT_KEY
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
        WHEN 7
            MOVE WS-START-KEY(1:1) TO GLYPH_CHAR_NAME
            START GLYPH-FILE KEY IS < GLYPH_CHAR_NAME
                INVALID KEY MOVE 'N' TO WS-START-FOUND
            END-START
    END-EVALUATE
    .

STORE-READ-NEXT.
    PERFORM STORE-READ-NEXT-QUIET
    IF NOT READ-FAILED
        PERFORM TAKE-RECORD-IMAGE
    END-IF
    .

*> The search reads through this without disturbing the screen until
*> a record matches.
STORE-READ-NEXT-QUIET.
    MOVE 'Y' TO WS-READ-FOUND
    EVALUATE WS-STORE-SS
        WHEN 1
            READ CUSTOMER-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 2
            READ LEDGER-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 3
            READ ADDRESS-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 4
            READ STMT-ARCHIVE-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 5
            READ MAINT-AUDIT-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 6
            READ AUDIT-KEYED-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 7
            READ GLYPH-FILE NEXT RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
    END-EVALUATE
    .

STORE-READ-PREVIOUS.
    MOVE 'Y' TO WS-READ-FOUND
    EVALUATE WS-STORE-SS
        WHEN 1
            READ CUSTOMER-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 2
            READ LEDGER-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 3
            READ ADDRESS-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 4
            READ STMT-ARCHIVE-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 5
            READ MAINT-AUDIT-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 6
            READ AUDIT-KEYED-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
        WHEN 7
            READ GLYPH-FILE PREVIOUS RECORD
                AT END MOVE 'N' TO WS-READ-FOUND
            END-READ
    END-EVALUATE
    IF NOT READ-FAILED
        PERFORM TAKE-RECORD-IMAGE
    END-IF
    .

*> A record that made it to the screen.
TAKE-RECORD-IMAGE.
    PERFORM STORE-RECORD-TO-IMAGE
    MOVE 'Y' TO WS-HAVE-RECORD
    ADD 1 TO WS-RECORDS-SHOWN
    .

STORE-RECORD-TO-IMAGE.
    MOVE SPACES TO WS-RECORD-IMAGE
    EVALUATE WS-STORE-SS
        WHEN 1 MOVE CUSTOMER-RECORD     TO WS-RECORD-IMAGE
        WHEN 2 MOVE LEDGER-RECORD       TO WS-RECORD-IMAGE
        WHEN 3 MOVE ADDRESS-RECORD      TO WS-RECORD-IMAGE
        WHEN 4 MOVE STMT-ARCHIVE-RECORD TO WS-RECORD-IMAGE
        WHEN 5 MOVE MAINT-AUDIT-RECORD  TO WS-RECORD-IMAGE
        WHEN 6 MOVE AUDIT-KEYED-RECORD  TO WS-RECORD-IMAGE
        WHEN 7 MOVE GLYPH-RECORD        TO WS-RECORD-IMAGE
    END-EVALUATE
    .

*> WS-FIELD-SS's bytes out of the image as the screen shows them.
*> A money field that is not a valid signed amount shows as '?'
*> plus the raw bytes -- exactly what support is looking for.
*> Binary zeros show as '.' so a short write is visible.
DECODE-ONE-FIELD.
    MOVE SPACES TO WS-FIELD-TEXT
    IF WS-FLD-TYPE(WS-FIELD-SS) = 'S'
        MOVE WS-RECORD-IMAGE(WS-FLD-OFFSET(WS-FIELD-SS):10)
            TO WS-AMOUNT-BYTES
        IF WS-SIGNED-AMOUNT IS NUMERIC
            MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT
            MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-FIELD-TEXT
        ELSE
            STRING '? ' WS-AMOUNT-BYTES
                DELIMITED BY SIZE INTO WS-FIELD-TEXT
        END-IF
        MOVE 12 TO WS-FIELD-TEXT-LEN
    ELSE
        MOVE WS-FLD-LENGTH(WS-FIELD-SS) TO WS-FIELD-TEXT-LEN
        MOVE WS-RECORD-IMAGE(WS-FLD-OFFSET(WS-FIELD-SS):
            WS-FIELD-TEXT-LEN) TO WS-FIELD-TEXT
    END-IF
    INSPECT WS-FIELD-TEXT(1:WS-FIELD-TEXT-LEN)
        REPLACING ALL LOW-VALUE BY '.'
    .

*> Cyan header, one row per field in green (long fields carry on
*> over as many rows as they need, 36 bytes a row), the latest
*> message in yellow above the prompt.
SHOW-CURRENT-RECORD.
    MOVE 0 TO SCREEN_HEIGHT SCREEN_WIDTH
    CALL 'PROC_CLS' USING PARAMS-CLS
    MOVE SPACES TO WS-HEADER-TEXT
    MOVE 1 TO WS-HEADER-PTR
    STRING 'STORE ' FUNCTION TRIM(WS-STORE-NAME)
        '  READ-ONLY  OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO WS-HEADER-TEXT
        WITH POINTER WS-HEADER-PTR
    IF RECORD-ON-SCREEN
        STRING '  KEY ' WS-RECORD-IMAGE(1:WS-KEY-LEN)
            DELIMITED BY SIZE INTO WS-HEADER-TEXT
            WITH POINTER WS-HEADER-PTR
    END-IF
    MOVE 1 TO TEXT_LINE
    MOVE 1 TO TEXT_COLUMN
    MOVE WS-HEADER-TEXT TO TEXT_VALUE
    MOVE 3 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE 2 TO WS-SCREEN-ROW
    IF RECORD-ON-SCREEN
        PERFORM VARYING WS-FIELD-SS FROM 1 BY 1
            UNTIL WS-FIELD-SS > WS-FIELD-COUNT OR WS-SCREEN-ROW > 20
            PERFORM SHOW-ONE-FIELD
        END-PERFORM
        IF WS-FIELD-SS <= WS-FIELD-COUNT AND WS-MESSAGE = SPACES
            MOVE 'MORE FIELDS THAN FIT -- LATER ONES NOT SHOWN'
                TO WS-MESSAGE
        END-IF
    END-IF
    MOVE 22 TO TEXT_LINE
    MOVE 1 TO TEXT_COLUMN
    MOVE WS-MESSAGE TO TEXT_VALUE
    MOVE 6 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE SPACES TO WS-MESSAGE
    .

SHOW-ONE-FIELD.
    PERFORM DECODE-ONE-FIELD
    MOVE WS-FLD-OFFSET(WS-FIELD-SS) TO WS-OFFSET-EDIT
    MOVE WS-FLD-LENGTH(WS-FIELD-SS) TO WS-LENGTH-EDIT
    MOVE 1 TO WS-CHUNK-START
    PERFORM UNTIL WS-CHUNK-START > WS-FIELD-TEXT-LEN
            OR WS-SCREEN-ROW > 20
        COMPUTE WS-CHUNK-LEN = WS-FIELD-TEXT-LEN - WS-CHUNK-START + 1
        IF WS-CHUNK-LEN > 36
            MOVE 36 TO WS-CHUNK-LEN
        END-IF
        MOVE SPACES TO WS-ROW-TEXT
        IF WS-CHUNK-START = 1
            STRING WS-FLD-NAME(WS-FIELD-SS) ' ' WS-OFFSET-EDIT ' '
                WS-LENGTH-EDIT ' ' WS-FLD-TYPE(WS-FIELD-SS) ' '
                DELIMITED BY SIZE INTO WS-ROW-TEXT
        END-IF
        MOVE WS-FIELD-TEXT(WS-CHUNK-START:WS-CHUNK-LEN)
            TO WS-ROW-TEXT(33:WS-CHUNK-LEN)
        ADD 1 TO WS-SCREEN-ROW
        MOVE WS-SCREEN-ROW TO TEXT_LINE
        MOVE 1 TO TEXT_COLUMN
        MOVE WS-ROW-TEXT TO TEXT_VALUE
        MOVE 2 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
        ADD WS-CHUNK-LEN TO WS-CHUNK-START
    END-PERFORM
    .

READ-OPERATOR-COMMAND.
    MOVE 24 TO TEXT_LINE
    MOVE 1 TO TEXT_COLUMN
    MOVE 'N=next P=prev K <key>=start F <field> <value>=find Q=quit: '
        TO TEXT_VALUE
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    MOVE SPACES TO WS-ANSWER WS-VERB WS-FIND-FIELD
    ACCEPT WS-ANSWER
    MOVE 1 TO WS-ANSWER-PTR
    UNSTRING WS-ANSWER DELIMITED BY ALL SPACE
        INTO WS-VERB WITH POINTER WS-ANSWER-PTR
    IF WS-VERB = SPACES
        MOVE 'N' TO WS-VERB
    END-IF
    EVALUATE FUNCTION UPPER-CASE(WS-VERB)
        WHEN 'Q'
            MOVE 'N' TO WS-VIEWING
        WHEN 'N'
            PERFORM SHOW-NEXT-RECORD
        WHEN 'P'
            PERFORM SHOW-PREVIOUS-RECORD
        WHEN 'K'
            MOVE SPACES TO WS-START-KEY
            IF WS-ANSWER-PTR <= 72
                MOVE FUNCTION TRIM(WS-ANSWER(WS-ANSWER-PTR:))
                    TO WS-START-KEY
            END-IF
            MOVE 'START' TO WS-LOG-ACTION
            MOVE SPACES TO WS-LOG-DETAIL
            STRING 'KEY=' WS-START-KEY
                DELIMITED BY SIZE INTO WS-LOG-DETAIL
            PERFORM LOG-BROWSE-LINE
            PERFORM START-AT-WANTED-KEY
        WHEN 'F'
            MOVE SPACES TO WS-FIND-VALUE
            UNSTRING WS-ANSWER DELIMITED BY ALL SPACE
                INTO WS-FIND-FIELD WITH POINTER WS-ANSWER-PTR
            IF WS-ANSWER-PTR <= 72
                MOVE FUNCTION TRIM(WS-ANSWER(WS-ANSWER-PTR:))
                    TO WS-FIND-VALUE
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-FIND-FIELD) TO WS-FIND-FIELD
            PERFORM FIND-FIELD-VALUE
        WHEN OTHER
            MOVE 'UNKNOWN COMMAND' TO WS-MESSAGE
    END-EVALUATE
    .

LOG-BROWSE-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LOG-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' BROWSE ' FUNCTION TRIM(WS-LOG-ACTION)
        ' ' FUNCTION TRIM(WS-STORE-NAME)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LOG-PTR
    IF WS-LOG-DETAIL NOT = SPACES
        STRING ' ' FUNCTION TRIM(WS-LOG-DETAIL)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LOG-PTR
    END-IF
    STRING ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LOG-PTR
    MOVE 'STORE_BROWSE.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_STORE_BROWSE.
