*> Mission: Somebody looks at the ledger before the regulator does.
*> A nightly scan of CUSTOMER_LEDGER.IDX (a PROC_JOBSTREAM step after
*> the posting run) that flags, per account:
*>   LARGE       any single posting at or over LARGE_AMOUNT;
*>   STRUCTURING STRUCTURE_COUNT or more postings "just under" the
*>               large figure (at or over STRUCTURE_PCT percent of
*>               it) inside STRUCTURE_DAYS days, one of them tonight;
*>   SPIKE       tonight's posting count or value more than
*>               SPIKE_FACTOR times the account's own average per
*>               active day over the previous HISTORY_DAYS (needs
*>               SPIKE_MIN_DAYS active days of history to judge).
*> Amounts are judged unsigned -- money out is as interesting as
*> money in. Thresholds live in MONITOR_RULES.CTL, KEY=VALUE lines
*> (same shape as SYSTEM.CFG); a key left out keeps the default
*> shown in WORKING-STORAGE below.
*> Every hit gets a stable ID and lands once in the hit register
*> MONITOR_HITS.DAT --
*>   <hit-id>|<found stamp>|<rule>|<cust-id>|<amount>|<count>|<detail>
*> -- and raises an alert through BANNER_ALERTS.LOG, the channel
*> PROC_ALERT_MONITOR pages from. A rescan of the same night finds
*> the same IDs already registered and raises nothing twice. A hit
*> a reviewer has cleared in PROC_MONITOR_REVIEW (MONITOR_CLEARED.DAT)
*> never comes back; one nobody has cleared yet is carried forward
*> on every night's review report (MONITOR_REVIEW.RPT) until it is.
*> Command line: [scan-date-yyyymmdd], default today -- the posting
*> date whose ledger records are judged.
*> cobc -x -j -free -I . -I ../BANNER PROC_TXN_MONITOR.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_TXN_MONITOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT RULES-FILE
    ASSIGN TO 'MONITOR_RULES.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RULES-STATUS.
SELECT HITS-FILE
    ASSIGN TO 'MONITOR_HITS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HITS-STATUS.
SELECT CLEARED-FILE
    ASSIGN TO 'MONITOR_CLEARED.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CLEARED-STATUS.
SELECT REVIEW-REPORT
    ASSIGN TO 'MONITOR_REVIEW.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD RULES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS RULES-LINE.
01 RULES-LINE PIC X(80).

FD HITS-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS HITS-LINE.
01 HITS-LINE PIC X(160).

FD CLEARED-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS CLEARED-LINE.
01 CLEARED-LINE PIC X(160).

FD REVIEW-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-RULES-STATUS         PIC XX.
01 WS-HITS-STATUS          PIC XX.
01 WS-CLEARED-STATUS       PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-STAMP                PIC X(19).
01 WS-LINE-PTR             PIC 9(4).
01 WS-ALERT-PTR            PIC 9(4).

*> The rules, with the defaults a shop without MONITOR_RULES.CTL
*> runs on.
01 WS-LARGE-AMOUNT         PIC 9(7)V99 VALUE 10000.00.
01 WS-STRUCTURE-PCT        PIC 9(3) VALUE 90.
01 WS-STRUCTURE-COUNT      PIC 9(4) VALUE 3.
01 WS-STRUCTURE-DAYS       PIC 9(4) VALUE 7.
01 WS-SPIKE-FACTOR         PIC 9(3)V99 VALUE 3.
01 WS-HISTORY-DAYS         PIC 9(4) VALUE 90.
01 WS-SPIKE-MIN-DAYS       PIC 9(4) VALUE 5.
01 WS-RULE-KEY             PIC X(30).
01 WS-RULE-VALUE           PIC X(30).
01 WS-NEAR-FLOOR           PIC 9(7)V99.

*> The scan date and the windows reaching back from it.
01 WS-SCAN-DATE            PIC X(8).
01 WS-SCAN-INT             PIC 9(8).
01 WS-WORK-INT             PIC 9(8).
01 WS-WORK-DATE            PIC 9(8).
01 WS-STRUCTURE-START      PIC X(8).
01 WS-HISTORY-START        PIC X(8).
01 WS-WALK-START           PIC X(8).

*> One account's figures off the walk.
01 WS-ABS-AMOUNT           PIC 9(7)V99.
01 WS-TODAY-COUNT          PIC 9(6).
01 WS-TODAY-VALUE          PIC 9(9)V99.
01 WS-NEAR-COUNT           PIC 9(6).
01 WS-NEAR-VALUE           PIC 9(9)V99.
01 WS-NEAR-TONIGHT         PIC X.
01 WS-HIST-COUNT           PIC 9(6).
01 WS-HIST-VALUE           PIC 9(9)V99.
01 WS-HIST-DAYS            PIC 9(4).
01 WS-HIST-LAST-DATE       PIC X(8).
01 WS-AVG-COUNT            PIC 9(6)V99.
01 WS-AVG-VALUE            PIC 9(9)V99.
01 WS-SPIKE-BY             PIC X(8).

*> The hit in hand.
01 WS-HIT-ID               PIC X(24).
01 WS-HIT-RULE             PIC X(12).
01 WS-HIT-AMOUNT           PIC 9(9)V99.
01 WS-HIT-COUNT            PIC 9(6).
01 WS-HIT-DETAIL           PIC X(60).
01 WS-AMOUNT-EDIT          PIC Z(8)9.99.

*> Every hit ever registered, with its standing -- 5000, house
*> table style; past that a hit is still registered and alerted,
*> but a rescan may raise it again.
01 WS-KNOWN-TABLE.
    05 WS-KNOWN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-KNOWN-SS.
        10 WS-KN-ID     PIC X(24).
        10 WS-KN-STATE  PIC X.
            88 KNOWN-OPEN     VALUE 'O'.
            88 KNOWN-CLEARED  VALUE 'C'.
            88 KNOWN-TONIGHT  VALUE 'N'.
01 WS-KNOWN-COUNT          PIC 9(4) VALUE 0.
01 WS-KNOWN-MATCH-SS       PIC 9(4).
01 WS-OVERFLOW-WARNED      PIC X VALUE 'N'.
01 WS-TOK-ID               PIC X(26).
01 WS-TOK-STAMP            PIC X(21).

*> Run controls.
01 WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
01 WS-NEW-HITS             PIC 9(6) VALUE 0.
01 WS-REPEAT-HITS          PIC 9(6) VALUE 0.
01 WS-CARRIED-HITS         PIC 9(6) VALUE 0.
01 WS-LARGE-HITS           PIC 9(6) VALUE 0.
01 WS-STRUCTURE-HITS       PIC 9(6) VALUE 0.
01 WS-SPIKE-HITS           PIC 9(6) VALUE 0.

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
    MOVE WS-CURRENT-DATE(1:8) TO WS-SCAN-DATE
    IF WS-CMD-LINE NOT = SPACES
        AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-SCAN-DATE
    END-IF
    PERFORM LOAD-MONITOR-RULES
    PERFORM SET-SCAN-WINDOWS
    PERFORM LOAD-KNOWN-HITS
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE STATUS '
            WS-LEDGER-STATUS ' -- nothing to monitor'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REVIEW-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-LARGE-AMOUNT TO WS-AMOUNT-EDIT
    STRING '--- TRANSACTION MONITOR, POSTINGS OF ' WS-SCAN-DATE
        ' (LARGE AT ' FUNCTION TRIM(WS-AMOUNT-EDIT) ') ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'NEW TONIGHT:' TO REPORT-LINE
    WRITE REPORT-LINE
    OPEN EXTEND HITS-FILE
    IF WS-HITS-STATUS NOT = '00'
        OPEN OUTPUT HITS-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-SCANNED
                PERFORM SCAN-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE HITS-FILE
    CLOSE CUSTOMER-FILE
    CLOSE LEDGER-FILE
    IF WS-NEW-HITS = 0
        MOVE '  (none)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM REPORT-CARRIED-HITS
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNTS=' WS-ACCOUNTS-SCANNED
        ' NEW=' WS-NEW-HITS
        ' (LARGE=' WS-LARGE-HITS
        ' STRUCTURING=' WS-STRUCTURE-HITS
        ' SPIKE=' WS-SPIKE-HITS ')'
        ' STILL OPEN=' WS-CARRIED-HITS
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE REVIEW-REPORT
    DISPLAY 'MONITOR ' WS-SCAN-DATE ': ' WS-NEW-HITS ' NEW HIT(S), '
        WS-CARRIED-HITS ' EARLIER HIT(S) STILL OPEN -- '
        'MONITOR_REVIEW.RPT'
    IF WS-NEW-HITS > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-MONITOR-RULES.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT RULES-FILE
    IF WS-RULES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ RULES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM PARSE-RULE-LINE
            END-READ
        END-PERFORM
        CLOSE RULES-FILE
    END-IF
    COMPUTE WS-NEAR-FLOOR ROUNDED =
        WS-LARGE-AMOUNT * WS-STRUCTURE-PCT / 100
    .

PARSE-RULE-LINE.
    MOVE SPACES TO WS-RULE-KEY WS-RULE-VALUE
    UNSTRING RULES-LINE DELIMITED BY '='
        INTO WS-RULE-KEY WS-RULE-VALUE
    IF WS-RULE-VALUE NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-RULE-VALUE) = 0
        EVALUATE FUNCTION TRIM(WS-RULE-KEY)
            WHEN 'LARGE_AMOUNT'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-LARGE-AMOUNT
            WHEN 'STRUCTURE_PCT'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-STRUCTURE-PCT
            WHEN 'STRUCTURE_COUNT'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-STRUCTURE-COUNT
            WHEN 'STRUCTURE_DAYS'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-STRUCTURE-DAYS
            WHEN 'SPIKE_FACTOR'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-SPIKE-FACTOR
            WHEN 'HISTORY_DAYS'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-HISTORY-DAYS
            WHEN 'SPIKE_MIN_DAYS'
                MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                    TO WS-SPIKE-MIN-DAYS
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

*> The structuring window ends tonight and reaches back
*> STRUCTURE_DAYS days counting tonight; the spike history is the
*> HISTORY_DAYS before tonight. The ledger walk starts at whichever
*> reaches further.
SET-SCAN-WINDOWS.
    IF WS-STRUCTURE-DAYS = 0
        MOVE 1 TO WS-STRUCTURE-DAYS
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SCAN-DATE))
        TO WS-SCAN-INT
    COMPUTE WS-WORK-INT = WS-SCAN-INT - WS-STRUCTURE-DAYS + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE
    MOVE WS-WORK-DATE TO WS-STRUCTURE-START
    COMPUTE WS-WORK-INT = WS-SCAN-INT - WS-HISTORY-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE
    MOVE WS-WORK-DATE TO WS-HISTORY-START
    IF WS-HISTORY-START < WS-STRUCTURE-START
        MOVE WS-HISTORY-START TO WS-WALK-START
    ELSE
        MOVE WS-STRUCTURE-START TO WS-WALK-START
    END-IF
    .

*> The register first (everything open), then the clearances on
*> top of it.
LOAD-KNOWN-HITS.
    MOVE 0 TO WS-KNOWN-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT HITS-FILE
    IF WS-HITS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ HITS-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF HITS-LINE NOT = SPACES
                        MOVE SPACES TO WS-TOK-ID
                        UNSTRING HITS-LINE DELIMITED BY '|'
                            INTO WS-TOK-ID
                        MOVE WS-TOK-ID(1:24) TO WS-HIT-ID
                        PERFORM FIND-KNOWN-HIT
                        IF WS-KNOWN-MATCH-SS = 0
                            PERFORM ADD-KNOWN-HIT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HITS-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CLEARED-FILE
    IF WS-CLEARED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CLEARED-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TOK-ID
                    UNSTRING CLEARED-LINE DELIMITED BY '|'
                        INTO WS-TOK-ID
                    MOVE WS-TOK-ID(1:24) TO WS-HIT-ID
                    PERFORM FIND-KNOWN-HIT
                    IF WS-KNOWN-MATCH-SS > 0
                        SET KNOWN-CLEARED(WS-KNOWN-MATCH-SS) TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLEARED-FILE
    END-IF
    .

FIND-KNOWN-HIT.
    MOVE 0 TO WS-KNOWN-MATCH-SS
    PERFORM VARYING WS-KNOWN-SS FROM 1 BY 1
        UNTIL WS-KNOWN-SS > WS-KNOWN-COUNT
           OR WS-KNOWN-MATCH-SS > 0
        IF WS-KN-ID(WS-KNOWN-SS) = WS-HIT-ID
            SET WS-KNOWN-MATCH-SS TO WS-KNOWN-SS
        END-IF
    END-PERFORM
    .

ADD-KNOWN-HIT.
    IF WS-KNOWN-COUNT < 5000
        ADD 1 TO WS-KNOWN-COUNT
        MOVE WS-HIT-ID TO WS-KN-ID(WS-KNOWN-COUNT)
        SET KNOWN-OPEN(WS-KNOWN-COUNT) TO TRUE
        MOVE WS-KNOWN-COUNT TO WS-KNOWN-MATCH-SS
    ELSE
        MOVE 0 TO WS-KNOWN-MATCH-SS
        IF WS-OVERFLOW-WARNED = 'N'
            MOVE 'Y' TO WS-OVERFLOW-WARNED
            DISPLAY 'WARNING: more than 5000 monitor hits on'
                ' record -- archive cleared ones out of'
                ' MONITOR_HITS.DAT'
        END-IF
    END-IF
    .

*> One account: walk its ledger from the earliest window start to
*> tonight, then judge the three rules on what the walk gathered.
SCAN-ONE-ACCOUNT.
    MOVE 0 TO WS-TODAY-COUNT WS-TODAY-VALUE WS-NEAR-COUNT
        WS-NEAR-VALUE WS-HIST-COUNT WS-HIST-VALUE WS-HIST-DAYS
    MOVE 'N' TO WS-NEAR-TONIGHT
    MOVE SPACES TO WS-HIST-LAST-DATE
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE WS-WALK-START TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    OR LGR-POST-DATE > WS-SCAN-DATE
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    PERFORM TAKE-ONE-POSTING
                END-IF
        END-READ
    END-PERFORM
    IF WS-NEAR-COUNT >= WS-STRUCTURE-COUNT
        AND WS-NEAR-TONIGHT = 'Y'
        PERFORM FLAG-STRUCTURING
    END-IF
    IF WS-TODAY-COUNT > 0
        AND WS-HIST-DAYS >= WS-SPIKE-MIN-DAYS
        AND WS-HIST-DAYS > 0
        PERFORM JUDGE-SPIKE
    END-IF
    .

TAKE-ONE-POSTING.
    IF LGR-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - LGR-AMOUNT
    ELSE
        MOVE LGR-AMOUNT TO WS-ABS-AMOUNT
    END-IF
    IF LGR-POST-DATE = WS-SCAN-DATE
        ADD 1 TO WS-TODAY-COUNT
        ADD WS-ABS-AMOUNT TO WS-TODAY-VALUE
        IF WS-ABS-AMOUNT >= WS-LARGE-AMOUNT
            PERFORM FLAG-LARGE-POSTING
        END-IF
    END-IF
    IF LGR-POST-DATE >= WS-STRUCTURE-START
        AND WS-ABS-AMOUNT >= WS-NEAR-FLOOR
        AND WS-ABS-AMOUNT < WS-LARGE-AMOUNT
        ADD 1 TO WS-NEAR-COUNT
        ADD WS-ABS-AMOUNT TO WS-NEAR-VALUE
        IF LGR-POST-DATE = WS-SCAN-DATE
            MOVE 'Y' TO WS-NEAR-TONIGHT
        END-IF
    END-IF
    IF LGR-POST-DATE >= WS-HISTORY-START
        AND LGR-POST-DATE < WS-SCAN-DATE
        ADD 1 TO WS-HIST-COUNT
        ADD WS-ABS-AMOUNT TO WS-HIST-VALUE
        IF LGR-POST-DATE NOT = WS-HIST-LAST-DATE
            ADD 1 TO WS-HIST-DAYS
            MOVE LGR-POST-DATE TO WS-HIST-LAST-DATE
        END-IF
    END-IF
    .

*> A large posting's ID is its own ledger key -- one hit per
*> posting, however often the night is rescanned.
FLAG-LARGE-POSTING.
    MOVE SPACES TO WS-HIT-ID WS-HIT-DETAIL
    STRING 'L' LGR-CUST-ID LGR-POST-DATE LGR-SEQ
        DELIMITED BY SIZE INTO WS-HIT-ID
    MOVE 'LARGE' TO WS-HIT-RULE
    MOVE WS-ABS-AMOUNT TO WS-HIT-AMOUNT
    MOVE 1 TO WS-HIT-COUNT
    STRING LGR-DC ' ' LGR-TYPE-CODE ' BATCH '
        FUNCTION TRIM(LGR-BATCH-ID) ' REF '
        FUNCTION TRIM(LGR-REFERENCE)
        DELIMITED BY SIZE INTO WS-HIT-DETAIL
    PERFORM RECORD-ONE-HIT
    .

*> Structuring is judged on the night a new just-under posting
*> arrives, so a quiet night does not re-flag the same run of
*> postings while the window slides past them.
FLAG-STRUCTURING.
    MOVE SPACES TO WS-HIT-ID WS-HIT-DETAIL
    STRING 'S' CUST-ID WS-SCAN-DATE
        DELIMITED BY SIZE INTO WS-HIT-ID
    MOVE 'STRUCTURING' TO WS-HIT-RULE
    MOVE WS-NEAR-VALUE TO WS-HIT-AMOUNT
    MOVE WS-NEAR-COUNT TO WS-HIT-COUNT
    MOVE WS-NEAR-FLOOR TO WS-AMOUNT-EDIT
    STRING 'POSTINGS AT OR OVER ' FUNCTION TRIM(WS-AMOUNT-EDIT)
        ' SINCE ' WS-STRUCTURE-START
        DELIMITED BY SIZE INTO WS-HIT-DETAIL
    PERFORM RECORD-ONE-HIT
    .

JUDGE-SPIKE.
    COMPUTE WS-AVG-COUNT ROUNDED = WS-HIST-COUNT / WS-HIST-DAYS
    COMPUTE WS-AVG-VALUE ROUNDED = WS-HIST-VALUE / WS-HIST-DAYS
    MOVE SPACES TO WS-SPIKE-BY
    EVALUATE TRUE
        WHEN WS-TODAY-COUNT > WS-AVG-COUNT * WS-SPIKE-FACTOR
            MOVE 'COUNT' TO WS-SPIKE-BY
        WHEN WS-TODAY-VALUE > WS-AVG-VALUE * WS-SPIKE-FACTOR
            MOVE 'VALUE' TO WS-SPIKE-BY
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-SPIKE-BY NOT = SPACES
        MOVE SPACES TO WS-HIT-ID WS-HIT-DETAIL
        STRING 'V' CUST-ID WS-SCAN-DATE
            DELIMITED BY SIZE INTO WS-HIT-ID
        MOVE 'SPIKE' TO WS-HIT-RULE
        MOVE WS-TODAY-VALUE TO WS-HIT-AMOUNT
        MOVE WS-TODAY-COUNT TO WS-HIT-COUNT
        MOVE WS-AVG-VALUE TO WS-AMOUNT-EDIT
        STRING 'BY ' FUNCTION TRIM(WS-SPIKE-BY)
            ' -- USUAL DAY ' WS-AVG-COUNT
            ' POSTING(S) / ' FUNCTION TRIM(WS-AMOUNT-EDIT)
            DELIMITED BY SIZE INTO WS-HIT-DETAIL
        PERFORM RECORD-ONE-HIT
    END-IF
    .

*> A hit already on the register (open, cleared, or found earlier
*> tonight) is not registered or alerted again.
RECORD-ONE-HIT.
    PERFORM FIND-KNOWN-HIT
    IF WS-KNOWN-MATCH-SS > 0
        ADD 1 TO WS-REPEAT-HITS
    ELSE
        PERFORM ADD-KNOWN-HIT
        IF WS-KNOWN-MATCH-SS > 0
            SET KNOWN-TONIGHT(WS-KNOWN-MATCH-SS) TO TRUE
        END-IF
        ADD 1 TO WS-NEW-HITS
        EVALUATE WS-HIT-RULE
            WHEN 'LARGE'       ADD 1 TO WS-LARGE-HITS
            WHEN 'STRUCTURING' ADD 1 TO WS-STRUCTURE-HITS
            WHEN OTHER         ADD 1 TO WS-SPIKE-HITS
        END-EVALUATE
        MOVE WS-HIT-AMOUNT TO WS-AMOUNT-EDIT
        MOVE SPACES TO HITS-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-HIT-ID)
            '|' WS-STAMP
            '|' FUNCTION TRIM(WS-HIT-RULE)
            '|' CUST-ID
            '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
            '|' WS-HIT-COUNT
            '|' FUNCTION TRIM(WS-HIT-DETAIL)
            DELIMITED BY SIZE INTO HITS-LINE
            WITH POINTER WS-LINE-PTR
        WRITE HITS-LINE
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  ' WS-HIT-ID ' ' WS-HIT-RULE
            ' ' CUST-ID ' ' CUST-NAME
            ' ' WS-AMOUNT-EDIT ' x' WS-HIT-COUNT
            ' ' FUNCTION TRIM(WS-HIT-DETAIL)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
        PERFORM RAISE-HIT-ALERT
    END-IF
    .

*> Same alert-line shape every other writer uses, through the
*> serialized PROC_APPEND_LINE service -- PROC_ALERT_MONITOR dedups
*> and escalates it like any program failure.
RAISE-HIT-ALERT.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-ALERT-PTR
    STRING WS-STAMP
        ' ALERT PROC_TXN_MONITOR RETURN CODE 08 CID=NONE'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' MONITOR HIT ' FUNCTION TRIM(WS-HIT-RULE)
        ' ACCOUNT ' CUST-ID
        ' AMOUNT ' FUNCTION TRIM(WS-AMOUNT-EDIT)
        ' ID ' FUNCTION TRIM(WS-HIT-ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-ALERT-PTR
    MOVE 'BANNER_ALERTS.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> Earlier nights' hits nobody has cleared yet, straight off the
*> register, so they stay in front of the reviewer.
REPORT-CARRIED-HITS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'STILL OPEN FROM EARLIER NIGHTS:' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    OPEN INPUT HITS-FILE
    IF WS-HITS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ HITS-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF HITS-LINE NOT = SPACES
                        MOVE SPACES TO WS-TOK-ID
                        UNSTRING HITS-LINE DELIMITED BY '|'
                            INTO WS-TOK-ID
                        MOVE WS-TOK-ID(1:24) TO WS-HIT-ID
                        PERFORM FIND-KNOWN-HIT
                        IF WS-KNOWN-MATCH-SS > 0
                            IF KNOWN-OPEN(WS-KNOWN-MATCH-SS)
                                ADD 1 TO WS-CARRIED-HITS
                                MOVE SPACES TO REPORT-LINE
                                STRING '  ' HITS-LINE
                                    DELIMITED BY SIZE INTO REPORT-LINE
                                WRITE REPORT-LINE
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HITS-FILE
    END-IF
    IF WS-CARRIED-HITS = 0
        MOVE '  (none)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_TXN_MONITOR' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_TXN_MONITOR.
