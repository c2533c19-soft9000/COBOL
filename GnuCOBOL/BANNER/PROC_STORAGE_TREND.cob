*> Mission: Weeks of warning before the disk fills, not the hours
*> PROC_RESOURCE_GUARD gives when the night is already short of
*> space. Run daily, it measures every growing store -- the keyed
*> CUSTOMERS.DAT, CUSTOMER_LEDGER.IDX, STMT_ARCHIVE.IDX and
*> BANNER_AUDIT.IDX, the flat BANNER_AUDIT.DAT, PRINT_VOLUME.DAT and
*> RUN_HISTORY.DAT, and the spool files -- in bytes
*> (CBL_CHECK_FILE_EXIST, as PROC_STORE_REORG measures) and records,
*> plus the free space on the working volume (df, as the guard asks
*> it), and appends the day's samples to STORAGE_HISTORY.DAT:
*>   yyyymmdd|STORE|<file>|<bytes>|<records>
*>   yyyymmdd|VOLUME|FREE_KB|<free kilobytes>|<guard floor>
*> STORAGE_TREND.RPT then shows each file's growth per week against
*> the sample a week back (or, while the history is younger than
*> that, its first sample, scaled to a week), and projects the date
*> the volume's free space falls through the guard's FLOOR_KB, from
*> the volume's own trend over the trailing window. A projected
*> crossing nearer than the lead time is raised through
*> BANNER_ALERTS.LOG -- the channel PROC_ALERT_MONITOR watches --
*> and the run exits RETURN-CODE 1.
*> Control file (default STORAGE_TREND.CTL), key=value cards:
*>   LEAD_DAYS=<alert when the crossing is nearer than this> (30)
*>   WINDOW_DAYS=<trailing days the forecast trend is taken over> (28)
*>   GUARD_CONTROL=<the guard's control file, for FLOOR_KB>
*>     (RESOURCE_GUARD.CTL; no file or no card means the guard's
*>      own 10240 KB default)
*>   SPOOL=<spool file to measure> (repeatable; with none given,
*>     BANNER.PRN and REPORT.PRN)
*> Running twice in a day records twice; the trend reads the day's
*> last sample, so a re-run is harmless.
*> Command line: [control-file].
*> GnuCOBOL: cobc -x -j -free -I . -I ../FILES PROC_STORAGE_TREND.cob
*>     PROC_APPEND_LINE.cob PROC_OPERATOR_ID.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_STORAGE_TREND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_STMT_ARCHIVE_FILE.cpy'.
COPY 'CB_AUDIT_KEYED_FILE.cpy'.
    SELECT TREND-CTL-FILE
        ASSIGN TO DYNAMIC WS-CTL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
*> The flat stores and spools are counted through here, one at a
*> time, same probe the guard uses.
    SELECT PROBE-FILE
        ASSIGN TO DYNAMIC WS-PROBE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROBE-STATUS.
    SELECT HISTORY-FILE ASSIGN TO 'STORAGE_HISTORY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT SPACE-FILE ASSIGN TO 'STORAGE_SPACE.TMP'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPACE-STATUS.
    SELECT TREND-REPORT ASSIGN TO 'STORAGE_TREND.RPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_STMT_ARCHIVE_RECORD.cpy'.
COPY 'CB_AUDIT_KEYED_RECORD.cpy'.

FD TREND-CTL-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS TREND-CTL-LINE.
01 TREND-CTL-LINE PIC X(120).

FD PROBE-FILE
    RECORD CONTAINS 255 CHARACTERS
    DATA RECORD IS PROBE-LINE.
01 PROBE-LINE PIC X(255).

FD HISTORY-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS HISTORY-LINE.
01 HISTORY-LINE PIC X(120).

FD SPACE-FILE
    RECORD CONTAINS 40 CHARACTERS
    DATA RECORD IS SPACE-LINE.
01 SPACE-LINE PIC X(40).

FD TREND-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-STMT-ARCHIVE-STATUS  PIC XX.
01 AUDIT-KEYED-STATUS      PIC XX.
01 WS-CTL-FILE-NAME   PIC X(64) VALUE 'STORAGE_TREND.CTL'.
01 WS-GUARD-CTL-NAME  PIC X(64) VALUE 'RESOURCE_GUARD.CTL'.
01 WS-CTL-STATUS      PIC XX.
01 WS-PROBE-NAME      PIC X(64).
01 WS-PROBE-STATUS    PIC XX.
01 WS-HISTORY-STATUS  PIC XX.
01 WS-SPACE-STATUS    PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X.
    88 AT-END-OF-FILE VALUE 'Y'.
01 WS-CARD-KEY        PIC X(16).
01 WS-CARD-VALUE      PIC X(100).
01 WS-LEAD-DAYS       PIC 9(5) VALUE 30.
01 WS-WINDOW-DAYS     PIC 9(5) VALUE 28.
01 WS-FLOOR-KB        PIC 9(9) VALUE 10240.
01 WS-FREE-KB         PIC 9(12) VALUE 0.
01 WS-SPACE-COMMAND   PIC X(200) VALUE
    "df -Pk . | awk 'NR==2 {print $4}' > STORAGE_SPACE.TMP".

*> The measured files. The keyed stores are fixed -- each needs its
*> own SELECT -- and come first; the flat ones follow, spools last.
01 WS-FIXED-STORES.
    05 FILLER PIC X(24) VALUE 'CUSTOMERS.DAT|CUSTOMER'.
    05 FILLER PIC X(24) VALUE 'CUSTOMER_LEDGER.IDX|LEDG'.
    05 FILLER PIC X(24) VALUE 'STMT_ARCHIVE.IDX|STMT'.
    05 FILLER PIC X(24) VALUE 'BANNER_AUDIT.IDX|AUDIT'.
    05 FILLER PIC X(24) VALUE 'BANNER_AUDIT.DAT|FLAT'.
    05 FILLER PIC X(24) VALUE 'PRINT_VOLUME.DAT|FLAT'.
    05 FILLER PIC X(24) VALUE 'RUN_HISTORY.DAT|FLAT'.
01 WS-FIXED-TABLE REDEFINES WS-FIXED-STORES.
    05 WS-FIXED-ENTRY OCCURS 7 TIMES PIC X(24).
01 WS-FIXED-COUNT     PIC 9(4) VALUE 7.

01 WS-STORE-TABLE.
    05 WS-STORE-ENTRY OCCURS 40 TIMES.
        10 WS-ST-NAME        PIC X(64).
        10 WS-ST-HOW         PIC X(8).
        10 WS-ST-PRESENT     PIC X.
        10 WS-ST-BYTES       PIC 9(12).
        10 WS-ST-RECORDS     PIC 9(10).
*> The sample the weekly growth is taken against: the latest one at
*> least a week old, or failing that the first one on file.
        10 WS-ST-WEEK-DATE   PIC 9(8).
        10 WS-ST-WEEK-BYTES  PIC 9(12).
        10 WS-ST-WEEK-RECS   PIC 9(10).
        10 WS-ST-FIRST-DATE  PIC 9(8).
        10 WS-ST-FIRST-BYTES PIC 9(12).
        10 WS-ST-FIRST-RECS  PIC 9(10).
01 WS-STORE-COUNT     PIC 9(4) VALUE 0.
01 WS-STORE-SS        PIC 9(4).
01 WS-STORE-MATCH-SS  PIC 9(4).
01 WS-SPOOL-COUNT     PIC 9(4) VALUE 0.
01 WS-TOK-NAME        PIC X(64).
01 WS-TOK-HOW         PIC X(8).

*> The volume's own free-space history, for the forecast: the latest
*> sample at least a window old, or the first one on file.
01 WS-VOL-BASE-DATE   PIC 9(8) VALUE 0.
01 WS-VOL-BASE-KB     PIC 9(12) VALUE 0.
01 WS-VOL-FIRST-DATE  PIC 9(8) VALUE 0.
01 WS-VOL-FIRST-KB    PIC 9(12) VALUE 0.

01 WS-HIST-DATE-TOK   PIC X(8).
01 WS-HIST-KIND-TOK   PIC X(8).
01 WS-HIST-NAME-TOK   PIC X(64).
01 WS-HIST-NUM1-TOK   PIC X(14).
01 WS-HIST-NUM2-TOK   PIC X(14).
01 WS-HIST-DATE       PIC 9(8).
01 WS-HIST-NUM1       PIC 9(12).
01 WS-HIST-NUM2       PIC 9(12).

01 WS-CURRENT-DATE    PIC X(21).
01 WS-TODAY           PIC 9(8).
01 WS-TODAY-INT       PIC 9(8).
01 WS-WEEK-CUTOFF     PIC 9(8).
01 WS-WINDOW-CUTOFF   PIC 9(8).
01 WS-BASE-INT        PIC 9(8).
01 WS-SPAN-DAYS       PIC 9(8).

*> CBL_CHECK_FILE_EXIST's 16-byte reply: the size is the first eight.
01 WS-FILE-PATH       PIC X(64).
01 WS-FILE-INFO.
   05 WS-FI-SIZE      PIC X(8) COMP-X.
   05 FILLER          PIC X(8).
01 WS-CHECK-RC        PIC S9(9) COMP-5.

01 WS-BYTES-PER-WEEK  PIC S9(12).
01 WS-RECS-PER-WEEK   PIC S9(10).
01 WS-BYTES-EDIT      PIC Z(11)9.
01 WS-RECS-EDIT       PIC Z(9)9.
01 WS-GROWTH-EDIT     PIC -(11)9.
01 WS-RGROWTH-EDIT    PIC -(9)9.
01 WS-KB-EDIT         PIC Z(11)9.
01 WS-DAYS-EDIT       PIC Z(7)9.
01 WS-BASE-NOTE       PIC X(24).
01 WS-TOTAL-WEEK-BYTES PIC S9(12) VALUE 0.

01 WS-SHRINK-PER-DAY  PIC S9(12)V99.
01 WS-HEADROOM-KB     PIC S9(12).
01 WS-DAYS-LEFT       PIC 9(8).
01 WS-CROSSING-DATE   PIC 9(8).
01 WS-FORECAST-STATE  PIC X.
    88 FORECAST-TOO-YOUNG  VALUE 'Y'.
    88 FORECAST-NOT-FALLING VALUE 'N'.
    88 FORECAST-CROSSING   VALUE 'C'.
01 WS-INSIDE-LEAD     PIC X VALUE 'N'.
    88 CROSSING-INSIDE-LEAD VALUE 'Y'.

01 WS-LINE-PTR        PIC 9(4).
01 WS-ALERT-PTR       PIC 9(4).
01 WS-REASON-TEXT     PIC X(120).
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CTL-FILE-NAME
    END-IF
    PERFORM LOAD-THE-STORE-LIST
    PERFORM READ-TREND-CONTROL
    PERFORM READ-GUARD-FLOOR
    COMPUTE WS-WEEK-CUTOFF =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
    COMPUTE WS-WINDOW-CUTOFF =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-WINDOW-DAYS)
    PERFORM LOAD-THE-HISTORY
    PERFORM MEASURE-THE-STORES
    PERFORM MEASURE-FREE-SPACE
    PERFORM RECORD-TODAYS-SAMPLES
    PERFORM FORECAST-THE-CROSSING
    PERFORM WRITE-TREND-REPORT
    IF CROSSING-INSIDE-LEAD
        PERFORM RAISE-THE-ALERT
        MOVE 1 TO RETURN-CODE
    END-IF
    EVALUATE TRUE
        WHEN FORECAST-CROSSING
            DISPLAY 'STORAGE TREND: guard floor crossed in about '
                FUNCTION TRIM(WS-DAYS-EDIT) ' day(s), on '
                WS-CROSSING-DATE ' -- STORAGE_TREND.RPT'
        WHEN FORECAST-NOT-FALLING
            DISPLAY 'STORAGE TREND: free space is not falling --'
                ' STORAGE_TREND.RPT'
        WHEN OTHER
            DISPLAY 'STORAGE TREND: history too short to forecast'
                ' yet -- STORAGE_TREND.RPT'
    END-EVALUATE
    STOP RUN.

LOAD-THE-STORE-LIST.
    PERFORM VARYING WS-STORE-SS FROM 1 BY 1
        UNTIL WS-STORE-SS > WS-FIXED-COUNT
        MOVE SPACES TO WS-TOK-NAME WS-TOK-HOW
        UNSTRING WS-FIXED-ENTRY(WS-STORE-SS) DELIMITED BY '|'
            INTO WS-TOK-NAME WS-TOK-HOW
        PERFORM ADD-ONE-STORE
    END-PERFORM
    .

ADD-ONE-STORE.
    IF WS-STORE-COUNT < 40
        ADD 1 TO WS-STORE-COUNT
        INITIALIZE WS-STORE-ENTRY(WS-STORE-COUNT)
        MOVE WS-TOK-NAME TO WS-ST-NAME(WS-STORE-COUNT)
        MOVE WS-TOK-HOW TO WS-ST-HOW(WS-STORE-COUNT)
    END-IF
    .

READ-TREND-CONTROL.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TREND-CTL-FILE
    IF WS-CTL-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TREND-CTL-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF TREND-CTL-LINE NOT = SPACES
                        AND TREND-CTL-LINE(1:1) NOT = '*'
                        PERFORM TAKE-ONE-TREND-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TREND-CTL-FILE
    ELSE
        DISPLAY 'NOTE: no '
            FUNCTION TRIM(WS-CTL-FILE-NAME)
            ' -- default lead time, window and spools'
    END-IF
    IF WS-SPOOL-COUNT = 0
        MOVE 'BANNER.PRN' TO WS-TOK-NAME
        MOVE 'FLAT' TO WS-TOK-HOW
        PERFORM ADD-ONE-STORE
        MOVE 'REPORT.PRN' TO WS-TOK-NAME
        PERFORM ADD-ONE-STORE
    END-IF
    .

TAKE-ONE-TREND-CARD.
    MOVE SPACES TO WS-CARD-KEY WS-CARD-VALUE
    UNSTRING TREND-CTL-LINE DELIMITED BY '='
        INTO WS-CARD-KEY WS-CARD-VALUE
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CARD-KEY))
        WHEN 'LEAD_DAYS'
            IF FUNCTION TRIM(WS-CARD-VALUE) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-CARD-VALUE) TO WS-LEAD-DAYS
            END-IF
        WHEN 'WINDOW_DAYS'
            IF FUNCTION TRIM(WS-CARD-VALUE) IS NUMERIC
                AND FUNCTION NUMVAL(WS-CARD-VALUE) > 0
                MOVE FUNCTION NUMVAL(WS-CARD-VALUE)
                    TO WS-WINDOW-DAYS
            END-IF
        WHEN 'GUARD_CONTROL'
            MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-GUARD-CTL-NAME
        WHEN 'SPOOL'
            ADD 1 TO WS-SPOOL-COUNT
            MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-TOK-NAME
            MOVE 'FLAT' TO WS-TOK-HOW
            PERFORM ADD-ONE-STORE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> The floor is the guard's, read off the guard's own control file,
*> so the forecast and the guard can never disagree about it.
READ-GUARD-FLOOR.
    MOVE WS-GUARD-CTL-NAME TO WS-CTL-FILE-NAME
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TREND-CTL-FILE
    IF WS-CTL-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TREND-CTL-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF TREND-CTL-LINE NOT = SPACES
                        AND TREND-CTL-LINE(1:1) NOT = '*'
                        MOVE SPACES TO WS-CARD-KEY WS-CARD-VALUE
                        UNSTRING TREND-CTL-LINE DELIMITED BY '='
                            INTO WS-CARD-KEY WS-CARD-VALUE
                        IF FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CARD-KEY)) = 'FLOOR_KB'
                            AND FUNCTION TRIM(WS-CARD-VALUE)
                                IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-CARD-VALUE)
                                TO WS-FLOOR-KB
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TREND-CTL-FILE
    END-IF
    .

*> ---------------------------------------------------------------
*> History -- oldest first, so for each file the last sample that
*> passes a cutoff is the latest one that does. Today's own earlier
*> samples are not a base for today.
*> ---------------------------------------------------------------
LOAD-THE-HISTORY.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ HISTORY-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TAKE-ONE-HISTORY-LINE
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF
    .

TAKE-ONE-HISTORY-LINE.
    MOVE SPACES TO WS-HIST-DATE-TOK WS-HIST-KIND-TOK
        WS-HIST-NAME-TOK WS-HIST-NUM1-TOK WS-HIST-NUM2-TOK
    UNSTRING HISTORY-LINE DELIMITED BY '|'
        INTO WS-HIST-DATE-TOK WS-HIST-KIND-TOK WS-HIST-NAME-TOK
             WS-HIST-NUM1-TOK WS-HIST-NUM2-TOK
    IF WS-HIST-DATE-TOK IS NUMERIC
        AND FUNCTION TRIM(WS-HIST-NUM1-TOK) IS NUMERIC
        AND FUNCTION TRIM(WS-HIST-NUM2-TOK) IS NUMERIC
        AND WS-HIST-DATE-TOK < WS-TODAY
        MOVE WS-HIST-DATE-TOK TO WS-HIST-DATE
        MOVE FUNCTION NUMVAL(WS-HIST-NUM1-TOK) TO WS-HIST-NUM1
        MOVE FUNCTION NUMVAL(WS-HIST-NUM2-TOK) TO WS-HIST-NUM2
        EVALUATE WS-HIST-KIND-TOK
            WHEN 'STORE'
                PERFORM TAKE-ONE-STORE-SAMPLE
            WHEN 'VOLUME'
                IF WS-VOL-FIRST-DATE = 0
                    MOVE WS-HIST-DATE TO WS-VOL-FIRST-DATE
                    MOVE WS-HIST-NUM1 TO WS-VOL-FIRST-KB
                END-IF
                IF WS-HIST-DATE <= WS-WINDOW-CUTOFF
                    MOVE WS-HIST-DATE TO WS-VOL-BASE-DATE
                    MOVE WS-HIST-NUM1 TO WS-VOL-BASE-KB
                END-IF
        END-EVALUATE
    END-IF
    .

TAKE-ONE-STORE-SAMPLE.
    MOVE 0 TO WS-STORE-MATCH-SS
    PERFORM VARYING WS-STORE-SS FROM 1 BY 1
        UNTIL WS-STORE-SS > WS-STORE-COUNT
        IF WS-ST-NAME(WS-STORE-SS) = WS-HIST-NAME-TOK
            MOVE WS-STORE-SS TO WS-STORE-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-STORE-MATCH-SS > 0
        IF WS-ST-FIRST-DATE(WS-STORE-MATCH-SS) = 0
            MOVE WS-HIST-DATE TO WS-ST-FIRST-DATE(WS-STORE-MATCH-SS)
            MOVE WS-HIST-NUM1
                TO WS-ST-FIRST-BYTES(WS-STORE-MATCH-SS)
            MOVE WS-HIST-NUM2 TO WS-ST-FIRST-RECS(WS-STORE-MATCH-SS)
        END-IF
        IF WS-HIST-DATE <= WS-WEEK-CUTOFF
            MOVE WS-HIST-DATE TO WS-ST-WEEK-DATE(WS-STORE-MATCH-SS)
            MOVE WS-HIST-NUM1 TO WS-ST-WEEK-BYTES(WS-STORE-MATCH-SS)
            MOVE WS-HIST-NUM2 TO WS-ST-WEEK-RECS(WS-STORE-MATCH-SS)
        END-IF
    END-IF
    .

*> ---------------------------------------------------------------
*> Today's measurements.
*> ---------------------------------------------------------------
MEASURE-THE-STORES.
    PERFORM VARYING WS-STORE-SS FROM 1 BY 1
        UNTIL WS-STORE-SS > WS-STORE-COUNT
        MOVE WS-ST-NAME(WS-STORE-SS) TO WS-FILE-PATH
        MOVE 'N' TO WS-ST-PRESENT(WS-STORE-SS)
        MOVE 0 TO WS-ST-BYTES(WS-STORE-SS) WS-ST-RECORDS(WS-STORE-SS)
        CALL 'CBL_CHECK_FILE_EXIST'
            USING WS-FILE-PATH WS-FILE-INFO
            RETURNING WS-CHECK-RC
        IF WS-CHECK-RC = 0
            MOVE 'Y' TO WS-ST-PRESENT(WS-STORE-SS)
            MOVE WS-FI-SIZE TO WS-ST-BYTES(WS-STORE-SS)
            PERFORM COUNT-ONE-STORE
        END-IF
    END-PERFORM
    .

*> Records as the programs see them -- a keyed store read end to end
*> in key order, a flat one line by line.
COUNT-ONE-STORE.
    MOVE 'N' TO WS-AT-END
    EVALUATE WS-ST-HOW(WS-STORE-SS)
        WHEN 'CUSTOMER'
            OPEN INPUT CUSTOMER-FILE
            IF WS-CUSTOMER-FILE-STATUS = '00'
                PERFORM UNTIL AT-END-OF-FILE
                    READ CUSTOMER-FILE NEXT RECORD
                        AT END SET AT-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ST-RECORDS(WS-STORE-SS)
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-FILE
            END-IF
        WHEN 'LEDG'
            OPEN INPUT LEDGER-FILE
            IF WS-LEDGER-STATUS = '00'
                PERFORM UNTIL AT-END-OF-FILE
                    READ LEDGER-FILE NEXT RECORD
                        AT END SET AT-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ST-RECORDS(WS-STORE-SS)
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
            END-IF
        WHEN 'STMT'
            OPEN INPUT STMT-ARCHIVE-FILE
            IF WS-STMT-ARCHIVE-STATUS = '00'
                PERFORM UNTIL AT-END-OF-FILE
                    READ STMT-ARCHIVE-FILE NEXT RECORD
                        AT END SET AT-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ST-RECORDS(WS-STORE-SS)
                    END-READ
                END-PERFORM
                CLOSE STMT-ARCHIVE-FILE
            END-IF
        WHEN 'AUDIT'
            OPEN INPUT AUDIT-KEYED-FILE
            IF AUDIT-KEYED-STATUS = '00'
                PERFORM UNTIL AT-END-OF-FILE
                    READ AUDIT-KEYED-FILE NEXT RECORD
                        AT END SET AT-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ST-RECORDS(WS-STORE-SS)
                    END-READ
                END-PERFORM
                CLOSE AUDIT-KEYED-FILE
            END-IF
        WHEN OTHER
            MOVE WS-ST-NAME(WS-STORE-SS) TO WS-PROBE-NAME
            OPEN INPUT PROBE-FILE
            IF WS-PROBE-STATUS = '00'
                PERFORM UNTIL AT-END-OF-FILE
                    READ PROBE-FILE
                        AT END SET AT-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ST-RECORDS(WS-STORE-SS)
                    END-READ
                END-PERFORM
                CLOSE PROBE-FILE
            END-IF
    END-EVALUATE
    .

*> Same shell question the guard asks, through its own scratch file.
MEASURE-FREE-SPACE.
    CALL 'SYSTEM' USING WS-SPACE-COMMAND
    MOVE 0 TO RETURN-CODE
    MOVE 0 TO WS-FREE-KB
    OPEN INPUT SPACE-FILE
    IF WS-SPACE-STATUS = '00'
        READ SPACE-FILE
            AT END CONTINUE
            NOT AT END
                IF FUNCTION TRIM(SPACE-LINE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(SPACE-LINE) TO WS-FREE-KB
                END-IF
        END-READ
        CLOSE SPACE-FILE
    ELSE
        DISPLAY 'WARNING: free-space query failed -- no volume'
            ' sample today'
    END-IF
    .

RECORD-TODAYS-SAMPLES.
    MOVE 'STORAGE_HISTORY.DAT' TO APPEND_FILE_NAME
    PERFORM VARYING WS-STORE-SS FROM 1 BY 1
        UNTIL WS-STORE-SS > WS-STORE-COUNT
        IF WS-ST-PRESENT(WS-STORE-SS) = 'Y'
            MOVE SPACES TO APPEND_LINE_TEXT
            MOVE 1 TO WS-LINE-PTR
            STRING WS-TODAY '|STORE|'
                FUNCTION TRIM(WS-ST-NAME(WS-STORE-SS))
                '|' WS-ST-BYTES(WS-STORE-SS)
                '|' WS-ST-RECORDS(WS-STORE-SS)
                DELIMITED BY SIZE INTO APPEND_LINE_TEXT
                WITH POINTER WS-LINE-PTR
            CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        END-IF
    END-PERFORM
    IF WS-SPACE-STATUS = '00'
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-TODAY '|VOLUME|FREE_KB|' WS-FREE-KB
            '|' WS-FLOOR-KB
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    END-IF
    .

*> ---------------------------------------------------------------
*> Forecast -- the volume's free space against the guard floor, at
*> the rate it has fallen over the window. Everything on the volume
*> counts, not just the measured stores: archives and .OLD copies
*> eat the same disk.
*> ---------------------------------------------------------------
FORECAST-THE-CROSSING.
    SET FORECAST-TOO-YOUNG TO TRUE
    MOVE 0 TO WS-DAYS-LEFT WS-CROSSING-DATE
    IF WS-VOL-BASE-DATE = 0 AND WS-VOL-FIRST-DATE NOT = 0
        MOVE WS-VOL-FIRST-DATE TO WS-VOL-BASE-DATE
        MOVE WS-VOL-FIRST-KB TO WS-VOL-BASE-KB
    END-IF
    IF WS-VOL-BASE-DATE NOT = 0 AND WS-SPACE-STATUS = '00'
        COMPUTE WS-SPAN-DAYS = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-VOL-BASE-DATE)
        COMPUTE WS-SHRINK-PER-DAY ROUNDED =
            (WS-VOL-BASE-KB - WS-FREE-KB) / WS-SPAN-DAYS
        COMPUTE WS-HEADROOM-KB = WS-FREE-KB - WS-FLOOR-KB
        EVALUATE TRUE
            WHEN WS-HEADROOM-KB <= 0
                SET FORECAST-CROSSING TO TRUE
                MOVE 0 TO WS-DAYS-LEFT
            WHEN WS-SHRINK-PER-DAY <= 0
                SET FORECAST-NOT-FALLING TO TRUE
            WHEN OTHER
                SET FORECAST-CROSSING TO TRUE
                COMPUTE WS-DAYS-LEFT =
                    WS-HEADROOM-KB / WS-SHRINK-PER-DAY
        END-EVALUATE
        IF FORECAST-CROSSING
            COMPUTE WS-CROSSING-DATE = FUNCTION DATE-OF-INTEGER(
                WS-TODAY-INT + WS-DAYS-LEFT)
            MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
            IF WS-DAYS-LEFT < WS-LEAD-DAYS
                SET CROSSING-INSIDE-LEAD TO TRUE
            END-IF
        END-IF
    END-IF
    .

*> ---------------------------------------------------------------
*> STORAGE_TREND.RPT
*> ---------------------------------------------------------------
WRITE-TREND-REPORT.
    OPEN OUTPUT TREND-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-FREE-KB TO WS-KB-EDIT
    STRING '--- STORAGE GROWTH TREND ' WS-TODAY
        ', FREE ' FUNCTION TRIM(WS-KB-EDIT) ' KB'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-FLOOR-KB TO WS-KB-EDIT
    STRING ', GUARD FLOOR ' FUNCTION TRIM(WS-KB-EDIT) ' KB ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'FILE' TO REPORT-LINE(1:4)
    MOVE 'BYTES' TO REPORT-LINE(34:5)
    MOVE 'RECORDS' TO REPORT-LINE(42:7)
    MOVE 'BYTES/WEEK' TO REPORT-LINE(52:10)
    MOVE 'RECS/WEEK' TO REPORT-LINE(66:9)
    MOVE 'MEASURED AGAINST' TO REPORT-LINE(77:16)
    WRITE REPORT-LINE
    PERFORM VARYING WS-STORE-SS FROM 1 BY 1
        UNTIL WS-STORE-SS > WS-STORE-COUNT
        PERFORM WRITE-ONE-STORE-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-TOTAL-WEEK-BYTES TO WS-GROWTH-EDIT
    STRING 'MEASURED FILES TOGETHER: '
        FUNCTION TRIM(WS-GROWTH-EDIT) ' BYTES/WEEK'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM WRITE-FORECAST-LINES
    CLOSE TREND-REPORT
    .

*> Growth is scaled to seven days whatever the span actually was, so
*> a skipped run or a young history still reads per week.
WRITE-ONE-STORE-LINE.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-ST-NAME(WS-STORE-SS)(1:26) TO REPORT-LINE(1:26)
    IF WS-ST-PRESENT(WS-STORE-SS) NOT = 'Y'
        MOVE '(not present)' TO REPORT-LINE(28:)
    ELSE
        MOVE WS-ST-BYTES(WS-STORE-SS) TO WS-BYTES-EDIT
        MOVE WS-BYTES-EDIT TO REPORT-LINE(27:12)
        MOVE WS-ST-RECORDS(WS-STORE-SS) TO WS-RECS-EDIT
        MOVE WS-RECS-EDIT TO REPORT-LINE(39:10)
        MOVE 0 TO WS-BASE-INT
        IF WS-ST-WEEK-DATE(WS-STORE-SS) NOT = 0
            COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(
                WS-ST-WEEK-DATE(WS-STORE-SS))
            COMPUTE WS-SPAN-DAYS = WS-TODAY-INT - WS-BASE-INT
            COMPUTE WS-BYTES-PER-WEEK ROUNDED =
                (WS-ST-BYTES(WS-STORE-SS)
                 - WS-ST-WEEK-BYTES(WS-STORE-SS)) * 7 / WS-SPAN-DAYS
            COMPUTE WS-RECS-PER-WEEK ROUNDED =
                (WS-ST-RECORDS(WS-STORE-SS)
                 - WS-ST-WEEK-RECS(WS-STORE-SS)) * 7 / WS-SPAN-DAYS
            MOVE SPACES TO WS-BASE-NOTE
            STRING WS-ST-WEEK-DATE(WS-STORE-SS) DELIMITED BY SIZE
                INTO WS-BASE-NOTE
        ELSE
            IF WS-ST-FIRST-DATE(WS-STORE-SS) NOT = 0
                COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(
                    WS-ST-FIRST-DATE(WS-STORE-SS))
                COMPUTE WS-SPAN-DAYS = WS-TODAY-INT - WS-BASE-INT
                COMPUTE WS-BYTES-PER-WEEK ROUNDED =
                    (WS-ST-BYTES(WS-STORE-SS)
                     - WS-ST-FIRST-BYTES(WS-STORE-SS)) * 7
                    / WS-SPAN-DAYS
                COMPUTE WS-RECS-PER-WEEK ROUNDED =
                    (WS-ST-RECORDS(WS-STORE-SS)
                     - WS-ST-FIRST-RECS(WS-STORE-SS)) * 7
                    / WS-SPAN-DAYS
                MOVE SPACES TO WS-BASE-NOTE
                STRING WS-ST-FIRST-DATE(WS-STORE-SS)
                    ' (scaled)' DELIMITED BY SIZE INTO WS-BASE-NOTE
            END-IF
        END-IF
        IF WS-BASE-INT = 0
            MOVE '(first sample -- no growth yet)'
                TO REPORT-LINE(52:)
        ELSE
            ADD WS-BYTES-PER-WEEK TO WS-TOTAL-WEEK-BYTES
            MOVE WS-BYTES-PER-WEEK TO WS-GROWTH-EDIT
            MOVE WS-GROWTH-EDIT TO REPORT-LINE(50:12)
            MOVE WS-RECS-PER-WEEK TO WS-RGROWTH-EDIT
            MOVE WS-RGROWTH-EDIT TO REPORT-LINE(65:10)
            MOVE WS-BASE-NOTE TO REPORT-LINE(77:24)
        END-IF
    END-IF
    WRITE REPORT-LINE
    .

WRITE-FORECAST-LINES.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    EVALUATE TRUE
        WHEN FORECAST-TOO-YOUNG
            STRING 'FORECAST: no earlier free-space sample yet --'
                ' the first forecast comes with tomorrow''s run'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        WHEN FORECAST-NOT-FALLING
            STRING 'FORECAST: free space has not fallen since '
                WS-VOL-BASE-DATE ' -- no crossing of the guard'
                ' floor in sight'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        WHEN WS-HEADROOM-KB <= 0
            STRING 'FORECAST: free space is ALREADY UNDER the guard'
                ' floor -- the guard will stop tonight''s run'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        WHEN OTHER
            MOVE WS-SHRINK-PER-DAY TO WS-KB-EDIT
            STRING 'FORECAST: free space falling '
                FUNCTION TRIM(WS-KB-EDIT) ' KB/DAY since '
                WS-VOL-BASE-DATE '; guard floor crossed in about '
                FUNCTION TRIM(WS-DAYS-EDIT) ' day(s), on '
                WS-CROSSING-DATE
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
    END-EVALUATE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-LEAD-DAYS TO WS-DAYS-EDIT
    IF CROSSING-INSIDE-LEAD
        STRING '*** INSIDE THE ' FUNCTION TRIM(WS-DAYS-EDIT)
            '-DAY LEAD TIME -- ALERT RAISED ***'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING 'LEAD TIME ' FUNCTION TRIM(WS-DAYS-EDIT)
            ' DAY(S) -- no alert'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

*> Same alert line the guard raises, so the same people are woken --
*> only weeks earlier.
RAISE-THE-ALERT.
    MOVE SPACES TO WS-REASON-TEXT
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
    MOVE WS-FLOOR-KB TO WS-KB-EDIT
    STRING 'FREE SPACE FORECAST TO CROSS THE '
        FUNCTION TRIM(WS-KB-EDIT) ' KB GUARD FLOOR ON '
        WS-CROSSING-DATE
        ', IN ' FUNCTION TRIM(WS-DAYS-EDIT) ' DAY(S)'
        DELIMITED BY SIZE INTO WS-REASON-TEXT
        WITH POINTER WS-LINE-PTR
    DISPLAY '*** STORAGE ALERT: ' FUNCTION TRIM(WS-REASON-TEXT)
        ' ***'
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-ALERT-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ALERT PROC_STORAGE_TREND RETURN CODE 10 CID=NONE'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' ' FUNCTION TRIM(WS-REASON-TEXT)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-ALERT-PTR
    MOVE 'BANNER_ALERTS.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_STORAGE_TREND.
