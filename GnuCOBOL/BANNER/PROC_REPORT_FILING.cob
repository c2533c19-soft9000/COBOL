*> Mission: File every operations report the night produced into
*> the report repository (REPORT_STORE.IDX, see
*> CB_REPORT_STORE_FILE.cpy) before the next run overwrites it --
*> the auditor's "posting register from the 14th of last month" has
*> to still exist when they ask. PROC_JOBSTREAM runs this at the end
*> of every jobstream, passing the run date it judged the night by,
*> so a run finishing after midnight files under the night it
*> belongs to.
*> The reports known to the shop are listed below with the program
*> that writes each. One counts as produced tonight when its file was
*> last changed on or after the business date; it is filed under its
*> type (the file name without .RPT) and that date, with the
*> producing program, its line count and its page count (60-line
*> pages, as PROC_SPOOL_FORMAT lays them). A report already filed for
*> the date from the same file is left alone, so a restarted
*> jobstream does not file twice; one filed from an earlier copy of
*> the file (a step rerun after a fix) is replaced.
*> Retention then ages the store off by report type: RETAIN_RPT_<type>
*> in SYSTEM.CFG days, else RETAIN_RPT_DEFAULT, else kept for good
*> (see CB_SYSTEM_CONFIG.cpy). Every filing and every purge is
*> appended to REPORT_STORE.LOG (through PROC_APPEND_LINE):
*>   yyyy-mm-dd hh:mm:ss FILED|REFILED <type> <yyyymmdd> PAGES=nnnnn
*>       LINES=nnnnnn PGM=<program> OPR=<operator>
*>   yyyy-mm-dd hh:mm:ss PURGED <type> <yyyymmdd> RETAIN=nnnnn
*> Command line: [business-date-yyyymmdd], default today.
*> GnuCOBOL: cobc -x -j -free PROC_REPORT_FILING.cob
*>     PROC_LOAD_CONFIG.cob PROC_DATE_SERVICE.cob
*>     PROC_OPERATOR_ID.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_REPORT_FILING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_REPORT_STORE_FILE.cpy'.
    SELECT REPORT-IN ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-IN-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_REPORT_STORE_RECORD.cpy'.

FD REPORT-IN
    RECORD CONTAINS 134 CHARACTERS
    DATA RECORD IS REPORT-IN-LINE.
01 REPORT-IN-LINE PIC X(134).

WORKING-STORAGE SECTION.
01 WS-REPORT-STORE-STATUS PIC XX.
01 WS-REPORT-FILE-NAME    PIC X(64).
01 WS-REPORT-IN-STATUS    PIC XX.
01 WS-CMD-LINE            PIC X(255).
01 WS-BUSINESS-DATE       PIC X(8).
01 WS-CURRENT-DATE        PIC X(21).
01 WS-TIMESTAMP-DATE REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY         PIC 9(4).
    05 WS-TS-MM           PIC 9(2).
    05 WS-TS-DD           PIC 9(2).
    05 WS-TS-HH           PIC 9(2).
    05 WS-TS-MI           PIC 9(2).
    05 WS-TS-SS           PIC 9(2).
    05 FILLER             PIC X(7).
01 WS-AT-END              PIC X.
    88 AT-END-OF-INPUT     VALUE 'Y'.
01 WS-LINE-PTR            PIC 9(4).

*> The shop's reports and who writes them, "type|program". A report
*> added to the nightly run is added here.
01 WS-CATALOG-CONSTANTS.
    05 FILLER PIC X(60) VALUE 'POSTING_REGISTER|PROC_CUSTOMER_POST'.
    05 FILLER PIC X(60) VALUE 'MEMO_LEFTOVER|PROC_CUSTOMER_POST'.
    05 FILLER PIC X(60) VALUE
        'CUSTOMER_BALANCE|PROC_CUSTOMER_BALANCE_RPT'.
    05 FILLER PIC X(60) VALUE 'CUSTOMER_AGING|PROC_CUSTOMER_AGING'.
    05 FILLER PIC X(60) VALUE 'OVERDRAFT|PROC_OVERDRAFT_RPT'.
    05 FILLER PIC X(60) VALUE 'DORMANT|PROC_DORMANT_SWEEP'.
    05 FILLER PIC X(60) VALUE 'LEDGER_PROOF|PROC_LEDGER_PROOF'.
    05 FILLER PIC X(60) VALUE 'NSF_FEES|PROC_NSF_FEES'.
    05 FILLER PIC X(60) VALUE 'LIMIT_REVIEW|PROC_LIMIT_REVIEW'.
    05 FILLER PIC X(60) VALUE 'STMT_CYCLE|PROC_STMT_CYCLE'.
    05 FILLER PIC X(60) VALUE 'MAIL_HOLD|PROC_MAIL_HOLD_RPT'.
    05 FILLER PIC X(60) VALUE 'PROFITABILITY|PROC_PROFITABILITY'.
    05 FILLER PIC X(60) VALUE 'PROMISES_BROKEN|PROC_PROMISE_TO_PAY'.
    05 FILLER PIC X(60) VALUE 'DISPUTE_OVERDUE|PROC_DISPUTE_CASE'.
    05 FILLER PIC X(60) VALUE
        'DUNNING_EXCEPTIONS|PROC_DUNNING_RUN'.
    05 FILLER PIC X(60) VALUE 'ESCHEAT_RUN|PROC_ESCHEAT'.
    05 FILLER PIC X(60) VALUE 'ESCHEAT_LETTERS|PROC_ESCHEAT'.
    05 FILLER PIC X(60) VALUE 'WRITEOFF_RUN|PROC_WRITEOFF'.
    05 FILLER PIC X(60) VALUE 'WRITEOFF_NOMINATIONS|PROC_WRITEOFF'.
    05 FILLER PIC X(60) VALUE 'WRITEOFF_RECOVERIES|PROC_WRITEOFF'.
    05 FILLER PIC X(60) VALUE 'MONITOR_REVIEW|PROC_TXN_MONITOR'.
    05 FILLER PIC X(60) VALUE 'BRANCH_TRANSFER|PROC_BRANCH_TRANSFER'.
    05 FILLER PIC X(60) VALUE 'LOCKBOX_INTAKE|PROC_LOCKBOX_INTAKE'.
    05 FILLER PIC X(60) VALUE
        'INTAKE_EXCEPTIONS|PROC_MAINFRAME_INTAKE'.
    05 FILLER PIC X(60) VALUE
        'CSV_IMPORT_EXCEPTIONS|PROC_CUSTOMER_CSV'.
    05 FILLER PIC X(60) VALUE
        'CUSTOMER_EDIT_EXCEPTIONS|PROC_CUSTOMER_EDIT'.
    05 FILLER PIC X(60) VALUE
        'CHANGE_CONFIRM_EXCEPTIONS|PROC_CHANGE_CONFIRM'.
    05 FILLER PIC X(60) VALUE 'CUSTOMER_COMPARE|PROC_CUSTOMER_COMPARE'.
    05 FILLER PIC X(60) VALUE 'CUSTOMER_DEDUP|PROC_CUSTOMER_DEDUP'.
    05 FILLER PIC X(60) VALUE
        'OPERATOR_ACTIVITY|PROC_OPERATOR_ACTIVITY'.
    05 FILLER PIC X(60) VALUE 'SOD_EXCEPTIONS|PROC_SOD_EXCEPTIONS'.
    05 FILLER PIC X(60) VALUE 'REPORTGEN|PROC_REPORT_GEN'.
    05 FILLER PIC X(60) VALUE 'MORNING_REPORT|PROC_MORNING_REPORT'.
    05 FILLER PIC X(60) VALUE 'HOUSEKEEPING|PROC_HOUSEKEEPING'.
    05 FILLER PIC X(60) VALUE 'SHIFT_HANDOFF|PROC_SHIFT_END'.
    05 FILLER PIC X(60) VALUE 'RUNTIME_TREND|PROC_RUNTIME_TREND'.
    05 FILLER PIC X(60) VALUE 'CHARGEBACK|PROC_CHARGEBACK_RPT'.
    05 FILLER PIC X(60) VALUE 'PROC_AUDIT_VERIFY|PROC_AUDIT_VERIFY'.
    05 FILLER PIC X(60) VALUE
        'PROC_BANNER_AUDIT_QUERY|PROC_BANNER_AUDIT_QUERY'.
    05 FILLER PIC X(60) VALUE
        'PROC_BANNER_RECONCILE|PROC_BANNER_RECONCILE'.
    05 FILLER PIC X(60) VALUE 'PROC_BANNER_TREND|PROC_BANNER_TREND'.
    05 FILLER PIC X(60) VALUE
        'PROC_FONT_VALIDATE|PROC_FONT_VALIDATE'.
    05 FILLER PIC X(60) VALUE 'PROC_SUBST_REPORT|PROC_SUBST_REPORT'.
01 WS-CATALOG-TABLE REDEFINES WS-CATALOG-CONSTANTS.
    05 WS-CATALOG-ENTRY OCCURS 43 TIMES PIC X(60).
01 WS-CATALOG-COUNT    PIC 9(2) VALUE 43.
01 WS-CATALOG-SS       PIC 9(2).
01 WS-TOK-TYPE         PIC X(32).
01 WS-TOK-PROGRAM      PIC X(24).

*> CBL_CHECK_FILE_EXIST's 16-byte reply: size, then day/month/year
*> and hour/minute/second/hundredths of the last change.
01 WS-FILE-INFO.
   05 WS-FILE-SIZE     PIC X(8) COMP-X.
   05 WS-FILE-DAY      PIC X COMP-X.
   05 WS-FILE-MONTH    PIC X COMP-X.
   05 WS-FILE-YEAR     PIC XX COMP-X.
   05 WS-FILE-HH       PIC X COMP-X.
   05 WS-FILE-MI       PIC X COMP-X.
   05 WS-FILE-SS       PIC X COMP-X.
   05 WS-FILE-HS       PIC X COMP-X.
01 WS-FILE-RC          PIC S9(9) COMP-5 VALUE 0.
01 WS-FILE-DATE        PIC 9(8).
01 WS-FILE-TIME        PIC 9(6).
01 WS-SOURCE-STAMP     PIC X(14).
01 WS-FILED-ALREADY    PIC X.
    88 SAME-COPY-ON-FILE  VALUE 'Y'.
    88 OLDER-COPY-ON-FILE VALUE 'O'.
01 WS-STORE-AT-END     PIC X.
    88 AT-END-OF-STORE  VALUE 'Y'.
01 WS-LINE-SEQ         PIC 9(6).
01 WS-PAGE-COUNT       PIC 9(5).
01 WS-PAGE-LINES       PIC 9(3) VALUE 60.
01 WS-FILED-VERB       PIC X(8).

*> Retention for the report type the purge pass is in.
01 WS-PURGE-TYPE       PIC X(32).
01 WS-RETAIN-DAYS      PIC 9(5).
01 WS-CUTOFF-DATE      PIC X(8).
01 WS-RETAIN-SS        PIC 9(2).

01 WS-FILED-COUNT      PIC 9(4) VALUE 0.
01 WS-REFILED-COUNT    PIC 9(4) VALUE 0.
01 WS-SAME-COUNT       PIC 9(4) VALUE 0.
01 WS-STALE-COUNT      PIC 9(4) VALUE 0.
01 WS-PURGED-COUNT     PIC 9(4) VALUE 0.
01 WS-FAILED-COUNT     PIC 9(4) VALUE 0.

COPY 'CB_SYSTEM_CONFIG.cpy'.
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
    IF WS-CMD-LINE NOT = SPACES
        IF WS-CMD-LINE(1:8) IS NUMERIC AND WS-CMD-LINE(9:) = SPACES
            MOVE WS-CMD-LINE(1:8) TO WS-BUSINESS-DATE
        ELSE
            DISPLAY 'USAGE: PROC_REPORT_FILING [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    OPEN I-O REPORT-STORE-FILE
    IF WS-REPORT-STORE-STATUS = '35'
        OPEN OUTPUT REPORT-STORE-FILE
        CLOSE REPORT-STORE-FILE
        OPEN I-O REPORT-STORE-FILE
    END-IF
    IF WS-REPORT-STORE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open REPORT_STORE.IDX,'
            ' FILE STATUS ' WS-REPORT-STORE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CATALOG-SS FROM 1 BY 1
        UNTIL WS-CATALOG-SS > WS-CATALOG-COUNT
        PERFORM FILE-ONE-REPORT
    END-PERFORM
    PERFORM PURGE-EXPIRED-REPORTS
    CLOSE REPORT-STORE-FILE
    DISPLAY 'REPORT FILING ' WS-BUSINESS-DATE ': '
        WS-FILED-COUNT ' filed, ' WS-REFILED-COUNT ' refiled, '
        WS-SAME-COUNT ' already on file, ' WS-STALE-COUNT
        ' not produced tonight, ' WS-PURGED-COUNT
        ' purged past retention -- REPORT_STORE.LOG'
    IF WS-FAILED-COUNT > 0
        DISPLAY 'WARNING: ' WS-FAILED-COUNT ' report(s) could not'
            ' be filed -- see above'
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

*> One catalog entry: is the file there, was it written tonight, is
*> this copy already filed -- then into the store.
FILE-ONE-REPORT.
    MOVE SPACES TO WS-TOK-TYPE WS-TOK-PROGRAM
    UNSTRING WS-CATALOG-ENTRY(WS-CATALOG-SS) DELIMITED BY '|'
        INTO WS-TOK-TYPE WS-TOK-PROGRAM
    MOVE SPACES TO WS-REPORT-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-TOK-TYPE) '.RPT'
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
        WITH POINTER WS-LINE-PTR
    CALL 'CBL_CHECK_FILE_EXIST'
        USING WS-REPORT-FILE-NAME WS-FILE-INFO
        RETURNING WS-FILE-RC
    IF WS-FILE-RC NOT = 0
        CONTINUE
    ELSE
        COMPUTE WS-FILE-DATE = WS-FILE-YEAR * 10000
            + WS-FILE-MONTH * 100 + WS-FILE-DAY
        COMPUTE WS-FILE-TIME = WS-FILE-HH * 10000
            + WS-FILE-MI * 100 + WS-FILE-SS
        IF WS-FILE-DATE < FUNCTION NUMVAL(WS-BUSINESS-DATE)
            ADD 1 TO WS-STALE-COUNT
        ELSE
            MOVE SPACES TO WS-SOURCE-STAMP
            STRING WS-FILE-DATE WS-FILE-TIME
                DELIMITED BY SIZE INTO WS-SOURCE-STAMP
            PERFORM CHECK-FILED-COPY
            IF SAME-COPY-ON-FILE
                ADD 1 TO WS-SAME-COUNT
            ELSE
                PERFORM REMOVE-FILED-COPY
                PERFORM STORE-REPORT-LINES
            END-IF
        END-IF
    END-IF
    .

CHECK-FILED-COPY.
    MOVE 'N' TO WS-FILED-ALREADY
    MOVE WS-TOK-TYPE TO RST-REPORT-TYPE
    MOVE WS-BUSINESS-DATE TO RST-BUS-DATE
    MOVE 0 TO RST-LINE-SEQ
    READ REPORT-STORE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF RST-SOURCE-STAMP = WS-SOURCE-STAMP
                SET SAME-COPY-ON-FILE TO TRUE
            ELSE
                SET OLDER-COPY-ON-FILE TO TRUE
            END-IF
    END-READ
    .

*> Everything on file for this type and date -- a replaced copy's
*> header and lines, or the lines of a filing that was cut off
*> before its header went down.
REMOVE-FILED-COPY.
    MOVE 'N' TO WS-STORE-AT-END
    MOVE WS-TOK-TYPE TO RST-REPORT-TYPE
    MOVE WS-BUSINESS-DATE TO RST-BUS-DATE
    MOVE 0 TO RST-LINE-SEQ
    START REPORT-STORE-FILE KEY IS >= RST-KEY
        INVALID KEY SET AT-END-OF-STORE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-STORE
        READ REPORT-STORE-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                IF RST-REPORT-TYPE NOT = WS-TOK-TYPE
                    OR RST-BUS-DATE NOT = WS-BUSINESS-DATE
                    SET AT-END-OF-STORE TO TRUE
                ELSE
                    DELETE REPORT-STORE-FILE RECORD
                END-IF
        END-READ
    END-PERFORM
    .

*> The lines first, the header last: a header on file means the
*> whole report is.
STORE-REPORT-LINES.
    OPEN INPUT REPORT-IN
    IF WS-REPORT-IN-STATUS NOT = '00'
        DISPLAY 'WARNING: cannot read '
            FUNCTION TRIM(WS-REPORT-FILE-NAME)
            ', FILE STATUS ' WS-REPORT-IN-STATUS ' -- not filed'
        ADD 1 TO WS-FAILED-COUNT
    ELSE
        MOVE 0 TO WS-LINE-SEQ
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-INPUT
            READ REPORT-IN
                AT END SET AT-END-OF-INPUT TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINE-SEQ
                    MOVE WS-TOK-TYPE TO RST-REPORT-TYPE
                    MOVE WS-BUSINESS-DATE TO RST-BUS-DATE
                    MOVE WS-LINE-SEQ TO RST-LINE-SEQ
                    MOVE REPORT-IN-LINE TO RST-TEXT
                    WRITE REPORT-STORE-RECORD
            END-READ
        END-PERFORM
        CLOSE REPORT-IN
        COMPUTE WS-PAGE-COUNT =
            (WS-LINE-SEQ + WS-PAGE-LINES - 1) / WS-PAGE-LINES
        IF WS-PAGE-COUNT = 0
            MOVE 1 TO WS-PAGE-COUNT
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE WS-TOK-TYPE TO RST-REPORT-TYPE
        MOVE WS-BUSINESS-DATE TO RST-BUS-DATE
        MOVE 0 TO RST-LINE-SEQ
        MOVE SPACES TO RST-TEXT
        MOVE WS-TOK-PROGRAM TO RST-PROGRAM
        MOVE WS-PAGE-COUNT TO RST-PAGES
        MOVE WS-LINE-SEQ TO RST-LINES
        MOVE WS-CURRENT-DATE(1:14) TO RST-FILED-STAMP
        MOVE OPERATOR_ID TO RST-FILED-BY
        MOVE WS-SOURCE-STAMP TO RST-SOURCE-STAMP
        MOVE WS-REPORT-FILE-NAME TO RST-SOURCE-FILE
        WRITE REPORT-STORE-RECORD
        IF OLDER-COPY-ON-FILE
            ADD 1 TO WS-REFILED-COUNT
            MOVE 'REFILED' TO WS-FILED-VERB
        ELSE
            ADD 1 TO WS-FILED-COUNT
            MOVE 'FILED' TO WS-FILED-VERB
        END-IF
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' ' FUNCTION TRIM(WS-FILED-VERB)
            ' ' FUNCTION TRIM(WS-TOK-TYPE)
            ' ' WS-BUSINESS-DATE
            ' PAGES=' WS-PAGE-COUNT
            ' LINES=' WS-LINE-SEQ
            ' PGM=' FUNCTION TRIM(WS-TOK-PROGRAM)
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'REPORT_STORE.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    END-IF
    .

*> One pass over the whole store in key order, so each report
*> type's retention is worked out once, when its records start.
PURGE-EXPIRED-REPORTS.
    MOVE 'N' TO WS-STORE-AT-END
    MOVE SPACES TO WS-PURGE-TYPE
    MOVE LOW-VALUES TO RST-KEY
    START REPORT-STORE-FILE KEY IS >= RST-KEY
        INVALID KEY SET AT-END-OF-STORE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-STORE
        READ REPORT-STORE-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                IF RST-REPORT-TYPE NOT = WS-PURGE-TYPE
                    MOVE RST-REPORT-TYPE TO WS-PURGE-TYPE
                    PERFORM SETTLE-RETENTION-CUTOFF
                END-IF
                IF WS-CUTOFF-DATE NOT = SPACES
                    AND RST-BUS-DATE < WS-CUTOFF-DATE
                    PERFORM PURGE-ONE-RECORD
                END-IF
        END-READ
    END-PERFORM
    .

*> The type's own RETAIN_RPT_ key, else RETAIN_RPT_DEFAULT; none (or
*> zero days) leaves the cutoff blank and the type alone.
SETTLE-RETENTION-CUTOFF.
    MOVE 0 TO WS-RETAIN-DAYS
    MOVE SPACES TO WS-CUTOFF-DATE
    PERFORM VARYING WS-RETAIN-SS FROM 1 BY 1
        UNTIL WS-RETAIN-SS > CONFIG_REPORT_RETAIN_COUNT
        IF CONFIG_REPORT_TYPE(WS-RETAIN-SS) = 'DEFAULT'
            AND WS-RETAIN-DAYS = 0
            MOVE CONFIG_REPORT_DAYS(WS-RETAIN-SS) TO WS-RETAIN-DAYS
        END-IF
    END-PERFORM
    PERFORM VARYING WS-RETAIN-SS FROM 1 BY 1
        UNTIL WS-RETAIN-SS > CONFIG_REPORT_RETAIN_COUNT
        IF CONFIG_REPORT_TYPE(WS-RETAIN-SS) = WS-PURGE-TYPE
            MOVE CONFIG_REPORT_DAYS(WS-RETAIN-SS) TO WS-RETAIN-DAYS
        END-IF
    END-PERFORM
    IF WS-RETAIN-DAYS > 0
        MOVE 'CADD' TO DATE_ACTION
        MOVE WS-BUSINESS-DATE TO DATE_IN
        COMPUTE DATE_COUNT = 0 - WS-RETAIN-DAYS
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        IF DATE-SERVICE-OK
            MOVE DATE_OUT TO WS-CUTOFF-DATE
        END-IF
    END-IF
    .

PURGE-ONE-RECORD.
    DELETE REPORT-STORE-FILE RECORD
    IF RST-LINE-SEQ = 0
        ADD 1 TO WS-PURGED-COUNT
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' PURGED ' FUNCTION TRIM(RST-REPORT-TYPE)
            ' ' RST-BUS-DATE
            ' RETAIN=' WS-RETAIN-DAYS
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'REPORT_STORE.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    END-IF
    .

END PROGRAM PROC_REPORT_FILING.
