*> Mission: Prove nobody has been at the ledger behind our backs.
*> PROC_LEDGER_PROOF proves the figures add up; a careful hand with
*> file access can make them add up and still rewrite history. Each
*> ledger record carries a prior hash and a chain hash
*> (CB_LEDGER_RECORD.cpy, arithmetic in PROC_LEDGER_HASH): this run
*> walks all of CUSTOMER_LEDGER.IDX in key order and, per account,
*> recomputes the chain oldest record first:
*>   ALTERED  the record's own hash does not match its bytes -- it
*>            was changed after it was sealed;
*>   LINK     the record's bytes match, but it does not hang from
*>            the record before it -- one was deleted between them,
*>            or this one was slipped in;
*>   HEAD     the account's first live record hangs from history
*>            that is neither on the ledger nor in the archive
*>            (LEDGER_ARCHIVE.<yyyy>.IDX) -- earlier records deleted.
*> The first broken record of each account is named in
*> LEDGER_CHAIN.RPT; the rest of that account is not judged, since
*> everything after a break hangs from it.
*> The daily anchor: every record's key and chain hash folded, in
*> key order, into one 18-digit value. A run appends it, with the
*> record count, to LEDGER_ANCHORS.DAT -- the value the shop
*> publishes to the auditors. A record deleted off the end of an
*> account, or a whole history rewritten and resealed, leaves every
*> link intact, but not the anchor: an auditor given a copy of the
*> ledger runs this with ANCHOR=<value published for that day> and
*> the run says whether it is the ledger we ran on (nothing is
*> appended to LEDGER_ANCHORS.DAT by a checking run).
*> A gating PROC_JOBSTREAM step: return code 0 when every chain
*> holds (and any ANCHOR= given matches), 1 otherwise or when the
*> ledger cannot be read.
*> Command line: [ANCHOR=<18 digits>].
*> GnuCOBOL: cobc -x -j -free -I . -I ../BANNER PROC_LEDGER_CHAIN.cob
*>     PROC_LEDGER_HASH.cob PROC_LEDGER_ARCHIVE_READ.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_CHAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT CHAIN-REPORT
    ASSIGN TO 'LEDGER_CHAIN.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_LEDGER_RECORD.cpy'.

FD CHAIN-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-STAMP                PIC X(19).
01 WS-LINE-PTR             PIC 9(4).

*> The anchor an auditor brought to check against, if any.
01 WS-CHECK-ANCHOR         PIC X(18) VALUE SPACES.
01 WS-ANCHOR-MATCH         PIC X VALUE 'N'.

*> One account's walk.
01 WS-CHAIN-CUST-ID        PIC 9(6) VALUE 0.
01 WS-EXPECTED-PRIOR       PIC 9(18).
01 WS-ACCOUNT-RECORDS      PIC 9(6).
01 WS-ACCOUNT-BROKE        PIC X.
01 WS-BREAK-KIND           PIC X(8).
01 WS-BREAK-DETAIL         PIC X(60).
01 WS-ARCHIVE-GAP          PIC X(4) VALUE SPACES.

*> The anchor folded over the whole ledger.
01 WS-ANCHOR               PIC 9(18) VALUE 0.
01 WS-ANCHOR-DATA.
    05 WS-AD-KEY           PIC X(18).
    05 WS-AD-HASH          PIC 9(18).

*> Run controls.
01 WS-LEDGER-RECORDS       PIC 9(9) VALUE 0.
01 WS-ACCOUNT-COUNT        PIC 9(6) VALUE 0.
01 WS-HELD-COUNT           PIC 9(6) VALUE 0.
01 WS-BROKEN-COUNT         PIC 9(6) VALUE 0.
01 WS-ALTERED-COUNT        PIC 9(6) VALUE 0.
01 WS-LINK-COUNT           PIC 9(6) VALUE 0.
01 WS-HEAD-COUNT           PIC 9(6) VALUE 0.

COPY 'CB_LEDGER_HASH.cpy'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO WS-STAMP
    IF WS-CMD-LINE NOT = SPACES
        IF FUNCTION UPPER-CASE(WS-CMD-LINE(1:7)) = 'ANCHOR='
            AND WS-CMD-LINE(8:18) IS NUMERIC
            AND WS-CMD-LINE(26:1) = SPACE
            MOVE WS-CMD-LINE(8:18) TO WS-CHECK-ANCHOR
        ELSE
            DISPLAY 'USAGE: PROC_LEDGER_CHAIN [ANCHOR=<18 digits>]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open ' FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ', FILE STATUS ' WS-LEDGER-STATUS ' -- nothing proven'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CHAIN-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- LEDGER CHAIN CHECK (' WS-STAMP(1:16) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE '  CUST-ID BREAK    FIRST BROKEN RECORD     DETAIL'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-LGR-AT-END
    MOVE LOW-VALUES TO LGR-KEY
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END PERFORM CHECK-ONE-RECORD
        END-READ
    END-PERFORM
    PERFORM CLOSE-ONE-ACCOUNT
    CLOSE LEDGER-FILE
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF WS-BROKEN-COUNT = 0
        MOVE '  (no breaks -- every account''s chain holds)'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-ARCHIVE-GAP NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING '  NOTE: archived year ' WS-ARCHIVE-GAP
            ' could not be opened -- a HEAD break may only mean the'
            ' store is missing'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNTS=' WS-ACCOUNT-COUNT
        ' HELD=' WS-HELD-COUNT
        ' BROKEN=' WS-BROKEN-COUNT
        ' (ALTERED=' WS-ALTERED-COUNT
        ' LINK=' WS-LINK-COUNT
        ' HEAD=' WS-HEAD-COUNT ')'
        ' LEDGER RECORDS=' WS-LEDGER-RECORDS
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ANCHOR ' WS-ANCHOR ' OVER ' WS-LEDGER-RECORDS
        ' RECORD(S) AS AT ' WS-STAMP
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    IF WS-CHECK-ANCHOR NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        IF WS-CHECK-ANCHOR = WS-ANCHOR
            MOVE 'Y' TO WS-ANCHOR-MATCH
            STRING 'ANCHOR CHECK: MATCHES ' WS-CHECK-ANCHOR
                ' -- this is the ledger that anchor was taken from'
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING 'ANCHOR CHECK: *** DOES NOT MATCH ' WS-CHECK-ANCHOR
                ' -- this is not the ledger that anchor was taken'
                ' from ***'
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    ELSE
        PERFORM PUBLISH-ANCHOR
    END-IF
    CLOSE CHAIN-REPORT
    DISPLAY 'LEDGER CHAIN: ' WS-ACCOUNT-COUNT ' ACCOUNT(S), '
        WS-HELD-COUNT ' HELD, ' WS-BROKEN-COUNT ' BROKEN; ANCHOR '
        WS-ANCHOR ' OVER ' WS-LEDGER-RECORDS
        ' RECORD(S) -- LEDGER_CHAIN.RPT'
    IF WS-BROKEN-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    IF WS-CHECK-ANCHOR NOT = SPACES
        IF WS-ANCHOR-MATCH = 'Y'
            DISPLAY 'ANCHOR CHECK: MATCHES'
        ELSE
            DISPLAY 'ANCHOR CHECK: DOES NOT MATCH ' WS-CHECK-ANCHOR
            MOVE 1 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

*> Every record goes into the anchor; only an account not yet found
*> broken has its chain judged.
CHECK-ONE-RECORD.
    ADD 1 TO WS-LEDGER-RECORDS
    MOVE LGR-KEY TO WS-AD-KEY
    MOVE LGR-CHAIN-HASH TO WS-AD-HASH
    MOVE WS-ANCHOR TO LHASH_PRIOR
    MOVE WS-ANCHOR-DATA TO LHASH_DATA
    CALL 'PROC_LEDGER_HASH' USING LEDGER-HASH-PARAMS
    MOVE LHASH_RESULT TO WS-ANCHOR
    IF LGR-CUST-ID NOT = WS-CHAIN-CUST-ID
        PERFORM CLOSE-ONE-ACCOUNT
        PERFORM OPEN-ONE-ACCOUNT
    END-IF
    ADD 1 TO WS-ACCOUNT-RECORDS
    IF WS-ACCOUNT-BROKE NOT = 'Y'
        PERFORM JUDGE-ONE-LINK
    END-IF
    .

*> A new account: its chain starts from zero, or from the newest
*> archived record when the first live one says it hangs from one.
OPEN-ONE-ACCOUNT.
    ADD 1 TO WS-ACCOUNT-COUNT
    MOVE LGR-CUST-ID TO WS-CHAIN-CUST-ID
    MOVE 0 TO WS-ACCOUNT-RECORDS
    MOVE 'N' TO WS-ACCOUNT-BROKE
    MOVE 0 TO WS-EXPECTED-PRIOR
    IF LGR-PRIOR-HASH NOT = 0
        MOVE 'B' TO LAR_ACTION
        MOVE LGR-CUST-ID TO LAR_CUST_ID
        MOVE LGR-POST-DATE TO LAR_FROM_DATE
        MOVE LGR-SEQ TO LAR_FROM_SEQ
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
        IF LAR_MISSING_YEAR NOT = SPACES
            MOVE LAR_MISSING_YEAR TO WS-ARCHIVE-GAP
        END-IF
        IF LAR_FOUND
            MOVE LAR_RECORD(120:18) TO WS-EXPECTED-PRIOR
        ELSE
            MOVE 'H' TO WS-ACCOUNT-BROKE
        END-IF
    END-IF
    .

CLOSE-ONE-ACCOUNT.
    IF WS-CHAIN-CUST-ID NOT = 0
        IF WS-ACCOUNT-BROKE = 'N'
            ADD 1 TO WS-HELD-COUNT
        ELSE
            ADD 1 TO WS-BROKEN-COUNT
        END-IF
    END-IF
    .

JUDGE-ONE-LINK.
    MOVE LGR-PRIOR-HASH TO LHASH_PRIOR
    MOVE LEDGER-RECORD(1:101) TO LHASH_DATA
    CALL 'PROC_LEDGER_HASH' USING LEDGER-HASH-PARAMS
    EVALUATE TRUE
        WHEN LHASH_RESULT NOT = LGR-CHAIN-HASH
            ADD 1 TO WS-ALTERED-COUNT
            MOVE 'ALTERED' TO WS-BREAK-KIND
            MOVE 'record changed since it was sealed'
                TO WS-BREAK-DETAIL
            PERFORM REPORT-ONE-BREAK
        WHEN WS-ACCOUNT-BROKE = 'H'
            ADD 1 TO WS-HEAD-COUNT
            MOVE 'HEAD' TO WS-BREAK-KIND
            MOVE 'earlier history gone from ledger and archive'
                TO WS-BREAK-DETAIL
            PERFORM REPORT-ONE-BREAK
        WHEN LGR-PRIOR-HASH NOT = WS-EXPECTED-PRIOR
            ADD 1 TO WS-LINK-COUNT
            MOVE 'LINK' TO WS-BREAK-KIND
            MOVE 'a record before it deleted, or this one inserted'
                TO WS-BREAK-DETAIL
            PERFORM REPORT-ONE-BREAK
        WHEN OTHER
            MOVE LGR-CHAIN-HASH TO WS-EXPECTED-PRIOR
    END-EVALUATE
    .

REPORT-ONE-BREAK.
    MOVE 'Y' TO WS-ACCOUNT-BROKE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' LGR-CUST-ID ' ' WS-BREAK-KIND
        ' ' LGR-POST-DATE ' SEQ ' LGR-SEQ
        ' (RECORD ' WS-ACCOUNT-RECORDS ')  '
        FUNCTION TRIM(WS-BREAK-DETAIL)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> The published anchor: one line per run, appended, never
*> rewritten --
*>   <yyyy-mm-dd hh:mm:ss>|<company>|<records>|<anchor>|<verdict>|OPR=
PUBLISH-ANCHOR.
    MOVE 'LEDGER_ANCHORS.DAT' TO APPEND_FILE_NAME
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-STAMP
        '|' COMPANY_CODE
        '|' WS-LEDGER-RECORDS
        '|' WS-ANCHOR
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF WS-BROKEN-COUNT = 0
        STRING '|HELD' DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING '|BROKEN=' WS-BROKEN-COUNT
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING '|OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LEDGER_CHAIN' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_LEDGER_CHAIN.
