*> Mission: Burst a book-wide report into one section per branch
*> office, so nobody tears the paper apart and couriers the pieces.
*> Takes any of the customer reports written in the house detail
*> shape -- CUSTOMER_BALANCE.RPT, OVERDRAFT.RPT, DORMANT.RPT,
*> CUSTOMER_AGING.RPT -- where every account line opens with two
*> blanks and the six-digit CUST-ID. Each such line goes to the
*> branch the keyed master has the account on (CUST-BRANCH); a
*> '--- ... ---' heading goes with the lines under it; a per-branch
*> subtotal line ('  BRANCH <code> ...', the balance report's) goes
*> to its own branch. The book-wide totals belong to head office and
*> stay in the original report only.
*> Every office on BRANCHES.DAT (PROC_BRANCH_EDIT) gets a section,
*> closed offices only when something still lands on them: a
*> letterhead cover -- the branch rendered through PROC_BANNER, then
*> report, office, run date and line count -- and the body with its
*> own page numbering, a page header every 60 lines. An office with
*> nothing on the report gets a "nothing to report" page, so its
*> silence is a statement and not a lost envelope. Accounts on no
*> office (blank or unknown branch) make an extra NONE section.
*> Each section goes to the print destination PROC_PRINT_ROUTE
*> resolves for BRANCH-<code> (BRANCH-NONE for the extra one) in
*> PRINT_DESTS.CTL, appended to that device's spool behind the
*> banner's own job separator; an office with no table line is
*> reported and its section kept in BRANCH_<code>.PRN. Every section
*> is recorded in REPORT_DISTRIBUTION.LOG (through PROC_APPEND_LINE):
*>   yyyy-mm-dd hh:mm:ss BURST <report> BRANCH=<code>
*>       DEST=<destination|UNROUTED> SPOOL=<file> PAGES=001-nnn
*>       LINES=nnnnn [NOTHING TO REPORT]
*> Command line: <report-file>.
*> cobc -x -j -free -I . -I ../BANNER PROC_REPORT_BURST.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_PRINT_ROUTE.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_REPORT_BURST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
SELECT REPORT-IN
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-IN-STATUS.
SELECT BRANCHES-FILE
    ASSIGN TO 'BRANCHES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BRANCHES-STATUS.
*> Every burstable line once, tagged with its branch and the
*> heading it sat under -- read back once per office.
SELECT BURST-WORK-FILE
    ASSIGN TO 'REPORT_BURST.WRK'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WORK-STATUS.
SELECT SECTION-OUT
    ASSIGN TO DYNAMIC WS-SECTION-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SECTION-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.

FD REPORT-IN
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-IN-LINE.
01 REPORT-IN-LINE PIC X(132).

FD BRANCHES-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS BRANCHES-LINE.
01 BRANCHES-LINE PIC X(120).

FD BURST-WORK-FILE
    RECORD CONTAINS 137 CHARACTERS
    DATA RECORD IS BURST-WORK-RECORD.
01 BURST-WORK-RECORD.
   05 BW-BRANCH   PIC X(3).
   05 BW-HEADING  PIC 9(2).
   05 BW-TEXT     PIC X(132).

FD SECTION-OUT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS SECTION-LINE.
01 SECTION-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-NAME  PIC X(64).
01 WS-REPORT-IN-STATUS  PIC XX.
01 WS-BRANCHES-STATUS   PIC XX.
01 WS-WORK-STATUS       PIC XX.
01 WS-SECTION-FILE-NAME PIC X(64).
01 WS-SECTION-STATUS    PIC XX.
01 WS-CMD-LINE          PIC X(255).
01 WS-AT-END            PIC X.
    88 AT-END-OF-INPUT   VALUE 'Y'.
01 WS-CURRENT-DATE      PIC X(21).
01 WS-RUN-STAMP         PIC X(10).
01 WS-LINE-PTR          PIC 9(4).

*> The offices: BRANCHES.DAT's twenty, plus room for codes found on
*> accounts but not on the master and the NONE bucket.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 30 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BT-CODE    PIC X(3).
        10 WS-BT-NAME    PIC X(20).
        10 WS-BT-STATUS  PIC X.
        10 WS-BT-LINES   PIC 9(5).
01 WS-BRANCH-COUNT      PIC 9(2) VALUE 0.
01 WS-BRANCH-MATCH-SS   PIC 9(2).
01 WS-WANTED-BRANCH     PIC X(3).
01 WS-TOK-CODE          PIC X(5).
01 WS-TOK-NAME          PIC X(22).
01 WS-TOK-REGION        PIC X(14).
01 WS-TOK-MANAGER       PIC X(22).
01 WS-TOK-STATUS        PIC X(2).

*> The report's '--- ... ---' headings, in order, so each section
*> can repeat the one its lines sat under.
01 WS-HEADING-TABLE.
    05 WS-HEADING-TEXT OCCURS 20 TIMES PIC X(132).
01 WS-HEADING-COUNT     PIC 9(2) VALUE 0.
01 WS-CURRENT-HEADING   PIC 9(2) VALUE 0.
01 WS-LAST-HEADING      PIC 9(2).

*> Tallies for the console and the log.
01 WS-INPUT-COUNT       PIC 9(6) VALUE 0.
01 WS-BURST-COUNT       PIC 9(6) VALUE 0.
01 WS-BOOKWIDE-COUNT    PIC 9(6) VALUE 0.
01 WS-SECTION-COUNT     PIC 9(3) VALUE 0.
01 WS-EMPTY-COUNT       PIC 9(3) VALUE 0.
01 WS-UNROUTED-COUNT    PIC 9(3) VALUE 0.

*> The section being written.
01 WS-PAGE-LINES        PIC 9(3) VALUE 60.
01 WS-PAGE-NUMBER       PIC 9(3).
01 WS-PAGE-USED         PIC 9(3).
01 WS-SECTION-LINES     PIC 9(5).
01 WS-DEST-NAME         PIC X(16).
01 WS-DEST-FOR-LOG      PIC X(16).
01 WS-LINES-EDIT        PIC Z(4)9.

COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
*> Logical-destination resolution -- see CB_PRINT_ROUTE.cpy.
COPY 'CB_PRINT_ROUTE.cpy'.
*> The distribution log goes through the serialized append service.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE = SPACES
        DISPLAY 'USAGE: PROC_REPORT_BURST <report-file>'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-REPORT-FILE-NAME
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-RUN-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-STAMP
    PERFORM RESOLVE_BANNER_LINK_TARGET
    PERFORM LOAD-BRANCH-MASTER
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM TAG-REPORT-LINES
    CLOSE CUSTOMER-FILE
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BT-STATUS(WS-BRANCH-SS) NOT = 'C'
            OR WS-BT-LINES(WS-BRANCH-SS) > 0
            PERFORM WRITE-BRANCH-SECTION
        END-IF
    END-PERFORM
    DISPLAY 'BURST ' FUNCTION TRIM(WS-REPORT-FILE-NAME) ': '
        WS-BURST-COUNT ' LINE(S) INTO ' WS-SECTION-COUNT
        ' SECTION(S), ' WS-EMPTY-COUNT ' WITH NOTHING TO REPORT, '
        WS-BOOKWIDE-COUNT ' BOOK-WIDE LINE(S) LEFT WITH HEAD OFFICE'
        ' -- REPORT_DISTRIBUTION.LOG'
    IF WS-UNROUTED-COUNT > 0
        DISPLAY 'WARNING: ' WS-UNROUTED-COUNT ' SECTION(S) HAD NO'
            ' BRANCH- DESTINATION IN PRINT_DESTS.CTL -- kept in'
            ' BRANCH_<code>.PRN'
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

*> Open and closed offices alike -- a closed office still owns
*> whatever accounts have not been transferred off it yet.
LOAD-BRANCH-MASTER.
    MOVE 0 TO WS-BRANCH-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BRANCHES-FILE
    IF WS-BRANCHES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-INPUT
            READ BRANCHES-FILE
                AT END SET AT-END-OF-INPUT TO TRUE
                NOT AT END
                    IF BRANCHES-LINE NOT = SPACES
                        AND WS-BRANCH-COUNT < 20
                        PERFORM TAKE-ONE-BRANCH-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRANCHES-FILE
    ELSE
        DISPLAY 'NOTE: no BRANCHES.DAT -- only offices found on'
            ' the report get a section'
    END-IF
    .

TAKE-ONE-BRANCH-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-NAME WS-TOK-REGION
        WS-TOK-MANAGER WS-TOK-STATUS
    UNSTRING BRANCHES-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-NAME WS-TOK-REGION
             WS-TOK-MANAGER WS-TOK-STATUS
    ADD 1 TO WS-BRANCH-COUNT
    SET WS-BRANCH-SS TO WS-BRANCH-COUNT
    MOVE WS-TOK-CODE(1:3) TO WS-BT-CODE(WS-BRANCH-SS)
    MOVE WS-TOK-NAME(1:20) TO WS-BT-NAME(WS-BRANCH-SS)
    IF WS-TOK-STATUS(1:1) = 'C'
        MOVE 'C' TO WS-BT-STATUS(WS-BRANCH-SS)
    ELSE
        MOVE 'O' TO WS-BT-STATUS(WS-BRANCH-SS)
    END-IF
    MOVE 0 TO WS-BT-LINES(WS-BRANCH-SS)
    .

*> Pass one: every line of the report classified once. Headings are
*> remembered, account and branch-subtotal lines tagged to their
*> office and filed, anything else is book-wide and stays behind.
TAG-REPORT-LINES.
    OPEN INPUT REPORT-IN
    IF WS-REPORT-IN-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            ', FILE STATUS ' WS-REPORT-IN-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT BURST-WORK-FILE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-INPUT
        READ REPORT-IN
            AT END SET AT-END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-COUNT
                PERFORM TAG-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE REPORT-IN
    CLOSE BURST-WORK-FILE
    .

TAG-ONE-LINE.
    EVALUATE TRUE
        WHEN REPORT-IN-LINE(1:3) = '---'
            IF WS-HEADING-COUNT < 20
                ADD 1 TO WS-HEADING-COUNT
                MOVE REPORT-IN-LINE
                    TO WS-HEADING-TEXT(WS-HEADING-COUNT)
                MOVE WS-HEADING-COUNT TO WS-CURRENT-HEADING
            END-IF
        WHEN REPORT-IN-LINE(1:2) = SPACES
            AND REPORT-IN-LINE(3:6) IS NUMERIC
            AND REPORT-IN-LINE(9:1) = SPACE
            MOVE REPORT-IN-LINE(3:6) TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    MOVE 'NON' TO WS-WANTED-BRANCH
                NOT INVALID KEY
                    MOVE CUST-BRANCH TO WS-WANTED-BRANCH
            END-READ
            PERFORM FILE-TAGGED-LINE
        WHEN REPORT-IN-LINE(1:9) = '  BRANCH '
            MOVE REPORT-IN-LINE(10:3) TO WS-WANTED-BRANCH
            PERFORM FILE-TAGGED-LINE
        WHEN OTHER
            IF REPORT-IN-LINE NOT = SPACES
                ADD 1 TO WS-BOOKWIDE-COUNT
            END-IF
    END-EVALUATE
    .

*> The office must be in the table; one found only on accounts is
*> added (open, unnamed), and a blank or unreadable one goes to the
*> NONE bucket.
FILE-TAGGED-LINE.
    IF WS-WANTED-BRANCH = SPACES OR WS-WANTED-BRANCH = '---'
        MOVE 'NON' TO WS-WANTED-BRANCH
    END-IF
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BRANCH-MATCH-SS = 0
        IF WS-BRANCH-COUNT < 30
            ADD 1 TO WS-BRANCH-COUNT
            MOVE WS-BRANCH-COUNT TO WS-BRANCH-MATCH-SS
            SET WS-BRANCH-SS TO WS-BRANCH-MATCH-SS
            MOVE WS-WANTED-BRANCH TO WS-BT-CODE(WS-BRANCH-SS)
            IF WS-WANTED-BRANCH = 'NON'
                MOVE 'NO OFFICE ON FILE' TO WS-BT-NAME(WS-BRANCH-SS)
            ELSE
                MOVE 'NOT ON BRANCHES.DAT'
                    TO WS-BT-NAME(WS-BRANCH-SS)
            END-IF
            MOVE 'O' TO WS-BT-STATUS(WS-BRANCH-SS)
            MOVE 0 TO WS-BT-LINES(WS-BRANCH-SS)
        ELSE
            MOVE 'NON' TO WS-WANTED-BRANCH
            PERFORM FIND-BRANCH-ENTRY
        END-IF
    END-IF
    IF WS-BRANCH-MATCH-SS > 0
        ADD 1 TO WS-BT-LINES(WS-BRANCH-MATCH-SS)
        ADD 1 TO WS-BURST-COUNT
        MOVE WS-WANTED-BRANCH TO BW-BRANCH
        MOVE WS-CURRENT-HEADING TO BW-HEADING
        MOVE REPORT-IN-LINE TO BW-TEXT
        WRITE BURST-WORK-RECORD
    END-IF
    .

FIND-BRANCH-ENTRY.
    MOVE 0 TO WS-BRANCH-MATCH-SS
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BT-CODE(WS-BRANCH-SS) = WS-WANTED-BRANCH
            SET WS-BRANCH-MATCH-SS TO WS-BRANCH-SS
        END-IF
    END-PERFORM
    .

*> Pass two, one office: route, cover, body (or the nothing-to-
*> report page), log. WS-BRANCH-SS is the office throughout.
WRITE-BRANCH-SECTION.
    ADD 1 TO WS-SECTION-COUNT
    PERFORM RESOLVE-SECTION-DESTINATION
    PERFORM WRITE-SECTION-COVER
    MOVE 0 TO WS-PAGE-NUMBER
    MOVE 0 TO WS-SECTION-LINES
    MOVE 99 TO WS-LAST-HEADING
    OPEN EXTEND SECTION-OUT
    IF WS-SECTION-STATUS NOT = '00'
        OPEN OUTPUT SECTION-OUT
    END-IF
    PERFORM START-SECTION-PAGE
    IF WS-BT-LINES(WS-BRANCH-SS) = 0
        ADD 1 TO WS-EMPTY-COUNT
        MOVE SPACES TO SECTION-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '*** NOTHING TO REPORT FOR BRANCH '
            WS-BT-CODE(WS-BRANCH-SS) ' ON '
            FUNCTION TRIM(WS-REPORT-FILE-NAME) ' THIS RUN ***'
            DELIMITED BY SIZE INTO SECTION-LINE
            WITH POINTER WS-LINE-PTR
        WRITE SECTION-LINE
    ELSE
        PERFORM COPY-BRANCH-LINES
    END-IF
    MOVE SPACES TO SECTION-LINE
    WRITE SECTION-LINE
    MOVE SPACES TO SECTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '*** END OF ' FUNCTION TRIM(WS-REPORT-FILE-NAME)
        ' FOR BRANCH ' WS-BT-CODE(WS-BRANCH-SS)
        ' -- ' WS-PAGE-NUMBER ' PAGE(S) ***'
        DELIMITED BY SIZE INTO SECTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE SECTION-LINE
    CLOSE SECTION-OUT
    PERFORM LOG-DISTRIBUTION
    .

*> BRANCH-<code> through PRINT_DESTS.CTL; no table line keeps the
*> section in BRANCH_<code>.PRN and says so.
RESOLVE-SECTION-DESTINATION.
    MOVE SPACES TO WS-DEST-NAME
    MOVE 1 TO WS-LINE-PTR
    IF WS-BT-CODE(WS-BRANCH-SS) = 'NON'
        STRING 'BRANCH-NONE' DELIMITED BY SIZE INTO WS-DEST-NAME
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING 'BRANCH-' FUNCTION TRIM(WS-BT-CODE(WS-BRANCH-SS))
            DELIMITED BY SIZE INTO WS-DEST-NAME
            WITH POINTER WS-LINE-PTR
    END-IF
    MOVE 'N' TO ROUTE_FOUND
    MOVE WS-DEST-NAME TO ROUTE_DEST_NAME
    CALL 'PROC_PRINT_ROUTE' USING PRINT-ROUTE-PARAMS
    IF ROUTE_RESOLVED
        MOVE ROUTE_SPOOL_FILE TO WS-SECTION-FILE-NAME
        MOVE WS-DEST-NAME TO WS-DEST-FOR-LOG
    ELSE
        MOVE SPACES TO WS-SECTION-FILE-NAME
        MOVE 1 TO WS-LINE-PTR
        STRING 'BRANCH_' FUNCTION TRIM(WS-DEST-NAME(8:))
            '.PRN' DELIMITED BY SIZE INTO WS-SECTION-FILE-NAME
            WITH POINTER WS-LINE-PTR
        MOVE 'UNROUTED' TO WS-DEST-FOR-LOG
        ADD 1 TO WS-UNROUTED-COUNT
        DISPLAY "WARNING: print destination '"
            FUNCTION TRIM(WS-DEST-NAME)
            "' not in PRINT_DESTS.CTL -- section kept in "
            FUNCTION TRIM(WS-SECTION-FILE-NAME)
    END-IF
    .

*> The letterhead: the office rendered through PROC_BANNER straight
*> into the section's spool (the banner's job separator first, when
*> the destination names a forms stock), then the cover lines.
WRITE-SECTION-COVER.
    MOVE SPACES TO BANNER_FIELD
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH ' WS-BT-CODE(WS-BRANCH-SS)
        DELIMITED BY SIZE INTO BANNER_FIELD
        WITH POINTER WS-LINE-PTR
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE WS-SECTION-FILE-NAME TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_REPORT_BURST' TO RASTER_CALLING_PROGRAM
    IF ROUTE_RESOLVED
        MOVE WS-DEST-NAME TO RASTER_DESTINATION
    ELSE
        MOVE SPACES TO RASTER_DESTINATION
    END-IF
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    IF RASTER_ERROR OR RASTER_EXCEPTION
        DISPLAY 'WARNING: letterhead for branch '
            WS-BT-CODE(WS-BRANCH-SS) ' failed, RASTER_RETURN_CODE '
            RASTER_RETURN_CODE ' -- cover lines printed alone'
    END-IF
    OPEN EXTEND SECTION-OUT
    IF WS-SECTION-STATUS NOT = '00'
        OPEN OUTPUT SECTION-OUT
    END-IF
    MOVE SPACES TO SECTION-LINE
    WRITE SECTION-LINE
    MOVE SPACES TO SECTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'REPORT   ' FUNCTION TRIM(WS-REPORT-FILE-NAME)
        DELIMITED BY SIZE INTO SECTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE SECTION-LINE
    MOVE SPACES TO SECTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BRANCH   ' WS-BT-CODE(WS-BRANCH-SS)
        ' ' FUNCTION TRIM(WS-BT-NAME(WS-BRANCH-SS))
        DELIMITED BY SIZE INTO SECTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE SECTION-LINE
    MOVE WS-BT-LINES(WS-BRANCH-SS) TO WS-LINES-EDIT
    MOVE SPACES TO SECTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'RUN      ' WS-RUN-STAMP
        '   LINES ' FUNCTION TRIM(WS-LINES-EDIT)
        DELIMITED BY SIZE INTO SECTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE SECTION-LINE
    CLOSE SECTION-OUT
    .

*> One pass over the tagged lines for this office. A heading is
*> repeated whenever the office's lines move under a new one, and
*> at the top of every page after the first.
COPY-BRANCH-LINES.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BURST-WORK-FILE
    PERFORM UNTIL AT-END-OF-INPUT
        READ BURST-WORK-FILE
            AT END SET AT-END-OF-INPUT TO TRUE
            NOT AT END
                IF BW-BRANCH = WS-BT-CODE(WS-BRANCH-SS)
                    PERFORM COPY-ONE-BRANCH-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE BURST-WORK-FILE
    .

COPY-ONE-BRANCH-LINE.
    IF WS-PAGE-USED >= WS-PAGE-LINES
        PERFORM START-SECTION-PAGE
        MOVE 99 TO WS-LAST-HEADING
    END-IF
    IF BW-HEADING NOT = WS-LAST-HEADING
        IF BW-HEADING > 0
            MOVE WS-HEADING-TEXT(BW-HEADING) TO SECTION-LINE
            WRITE SECTION-LINE
            ADD 1 TO WS-PAGE-USED
        END-IF
        MOVE BW-HEADING TO WS-LAST-HEADING
    END-IF
    MOVE BW-TEXT TO SECTION-LINE
    WRITE SECTION-LINE
    ADD 1 TO WS-PAGE-USED
    ADD 1 TO WS-SECTION-LINES
    .

*> The section's own page numbering: a header and a blank line, so
*> content starts on line 3 of every page, as PROC_SPOOL_FORMAT
*> lays pages out.
START-SECTION-PAGE.
    ADD 1 TO WS-PAGE-NUMBER
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO SECTION-LINE
        WRITE SECTION-LINE
    END-IF
    MOVE SPACES TO SECTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-REPORT-FILE-NAME)
        '  BRANCH ' WS-BT-CODE(WS-BRANCH-SS)
        ' ' FUNCTION TRIM(WS-BT-NAME(WS-BRANCH-SS))
        '  PAGE ' WS-PAGE-NUMBER
        '  ' WS-RUN-STAMP
        DELIMITED BY SIZE INTO SECTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE SECTION-LINE
    MOVE SPACES TO SECTION-LINE
    WRITE SECTION-LINE
    MOVE 2 TO WS-PAGE-USED
    .

LOG-DISTRIBUTION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-SECTION-LINES TO WS-LINES-EDIT
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' BURST ' FUNCTION TRIM(WS-REPORT-FILE-NAME)
        ' BRANCH=' WS-BT-CODE(WS-BRANCH-SS)
        ' DEST=' FUNCTION TRIM(WS-DEST-FOR-LOG)
        ' SPOOL=' FUNCTION TRIM(WS-SECTION-FILE-NAME)
        ' PAGES=001-' WS-PAGE-NUMBER
        ' LINES=' FUNCTION TRIM(WS-LINES-EDIT)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF WS-BT-LINES(WS-BRANCH-SS) = 0
        STRING ' NOTHING TO REPORT'
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    MOVE 'REPORT_DISTRIBUTION.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> Retarget WS-BANNER-PROGRAM-NAME from PROC_BANNER_LINK_TARGET if an
*> operator has set it -- see CB_BANNER_LINK.cpy.
RESOLVE_BANNER_LINK_TARGET.
    DISPLAY 'PROC_BANNER_LINK_TARGET' UPON ENVIRONMENT-NAME
    ACCEPT WS-BANNER-LINK-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-BANNER-LINK-ENV-VALUE NOT = SPACES
        MOVE FUNCTION TRIM(WS-BANNER-LINK-ENV-VALUE)
            TO WS-BANNER-PROGRAM-NAME
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_REPORT_BURST' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_REPORT_BURST.
