*> Mission: "Show me everything operator X did" for the quarterly
*> access review, out of one report instead of ten trail files.
*> Merges, for one operator (or ALL) and a date range, every trail
*> that stamps who did it:
*>   OPERATOR_SIGNON.LOG     sign-ons, refusals, lockouts, secret
*>                           changes, operator maintenance (BY=) and
*>                           authority refusals (OPR=)
*>   CUST_MAINT_AUDIT.IDX    customer maintenance -- the maker, or
*>                           on a maker/checker decision the checker
*>   REJECT_REVIEW.LOG       STMT_REPRINT.LOG    BLOCKED_ACCOUNTS.LOG
*>   MASTER_LOCK.LOG         CHECKPOINTS.LOG     (OPR= on each line)
*>   GLYPH_APPROVALS.LOG     (the operator is the word after the time)
*>   SYSTEM_CFG_CHANGES.LOG  (OPR=; lines from before the editor
*>                           stamped one cannot be attributed and are
*>                           only counted)
*>   CUSTOMER_LEDGER.IDX     LGR-OPERATOR, one line per operator per
*>                           posting date per batch -- the ledger has
*>                           no time of day, so a posting line sorts
*>                           to the end of its date and is never
*>                           judged against the shift. Postings
*>                           already moved to the yearly archive are
*>                           not read.
*> into a single timeline per operator, grouped by session: each
*> accepted sign-on opens a session that runs to the operator's next
*> sign-on; what the operator did before the first sign-on in the
*> range is grouped ahead of it. Each operator closes with counts
*> per action type (source plus action word), and the run closes
*> with the same counts for everyone reported.
*> Normal shift hours come from OPERATOR_SHIFTS.CTL, one line per
*> operator: <operator-id> <start-hhmm> <end-hhmm> ('*' comments;
*> an end before the start is an overnight shift; equal times mean
*> around the clock; a DEFAULT line covers every operator without a
*> line of their own). Actions stamped outside the operator's hours
*> are marked OFF-SHIFT and counted; an operator with no hours on
*> file is not judged.
*> The whole merged range is held in memory -- 3000 actions, house
*> table style; a range that overflows it is refused rather than
*> reported short. Narrow the range or name one operator.
*> Report: OPERATOR_ACTIVITY.RPT.
*> Command line: <operator-id|ALL> [from-yyyymmdd [to-yyyymmdd]]
*>   (no dates: the whole trail; no to-date: the from-date only).
*> cobc -x -j -free -I . -I ../BANNER PROC_OPERATOR_ACTIVITY.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_OPERATOR_ACTIVITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT TRAIL-FILE
    ASSIGN TO DYNAMIC WS-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAIL-STATUS.
SELECT SHIFT-FILE
    ASSIGN TO 'OPERATOR_SHIFTS.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SHIFT-STATUS.
SELECT ACTIVITY-REPORT
    ASSIGN TO 'OPERATOR_ACTIVITY.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD TRAIL-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS TRAIL-LINE.
01 TRAIL-LINE PIC X(200).

FD SHIFT-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS SHIFT-LINE.
01 SHIFT-LINE PIC X(80).

FD ACTIVITY-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-MAINT-AUDIT-STATUS PIC XX.
01 WS-LEDGER-STATUS      PIC XX.
01 WS-TRAIL-STATUS       PIC XX.
01 WS-SHIFT-STATUS       PIC XX.
01 WS-REPORT-STATUS      PIC XX.
01 WS-TRAIL-NAME         PIC X(64).
01 WS-AT-END             PIC X.
    88 AT-END-OF-SOURCE   VALUE 'Y'.
01 WS-CMD-LINE           PIC X(255).
01 WS-ARG1               PIC X(20).
01 WS-ARG2               PIC X(20).
01 WS-ARG3               PIC X(20).
01 WS-WANTED-OPR         PIC X(8).
    88 ALL-OPERATORS      VALUE 'ALL'.
01 WS-FROM-DATE          PIC X(8) VALUE '00000000'.
01 WS-TO-DATE            PIC X(8) VALUE '99999999'.
01 WS-FROM-STAMP         PIC X(14).
01 WS-LINE-PTR           PIC 9(4).
01 WS-DATE-EDIT          PIC X(10).
01 WS-TIME-EDIT          PIC X(8).
01 WS-DATE-IN            PIC X(8).

*> One trail line taken apart: the 14-digit stamp (both the
*> yyyy-mm-dd hh:mm:ss and the yyyymmdd hhmmss trail styles), the
*> text after the time, its first words, who did it and what.
01 WS-TRAIL-TAG          PIC X(8).
01 WS-LINE-STAMP         PIC X(14).
01 WS-LINE-TEXT          PIC X(180).
01 WS-WORD-1             PIC X(20).
01 WS-WORD-2             PIC X(20).
01 WS-WORD-3             PIC X(20).
01 WS-WORD-4             PIC X(20).
01 WS-TAG-HEAD           PIC X(180).
01 WS-TAG-TAIL           PIC X(180).
01 WS-TAG-COUNT          PIC 9(4).
01 WS-LINE-OPERATOR      PIC X(8).
01 WS-LINE-ACTION        PIC X(18).
01 WS-LINE-TIME-KNOWN    PIC X.
01 WS-LINE-SIGNON        PIC X.
01 WS-LINE-DETAIL        PIC X(80).
01 WS-SOURCE-TAKEN       PIC 9(5).
01 WS-SOURCE-FOUND       PIC X.
01 WS-UNATTRIBUTED       PIC 9(5) VALUE 0.

*> What each source gave, for the head of the report.
01 WS-SOURCE-TABLE.
    05 WS-SOURCE-ENTRY OCCURS 11 TIMES.
        10 WS-SRC-NAME   PIC X(24).
        10 WS-SRC-FOUND  PIC X.
        10 WS-SRC-TAKEN  PIC 9(5).
01 WS-SOURCE-COUNT       PIC 9(2) VALUE 0.
01 WS-SOURCE-SS          PIC 9(2).

*> Normal shift hours off OPERATOR_SHIFTS.CTL -- 200 operators,
*> house table style.
01 WS-SHIFT-TABLE.
    05 WS-SHIFT-ENTRY OCCURS 200 TIMES.
        10 WS-SH-OPERATOR PIC X(8).
        10 WS-SH-START    PIC 9(4).
        10 WS-SH-END      PIC 9(4).
01 WS-SHIFT-COUNT        PIC 9(3) VALUE 0.
01 WS-SHIFT-SS           PIC 9(3).
01 WS-SHIFTS-ON-FILE     PIC X VALUE 'N'.
01 WS-DEFAULT-SET        PIC X VALUE 'N'.
01 WS-DEFAULT-START      PIC 9(4).
01 WS-DEFAULT-END        PIC 9(4).
01 WS-TOK-ID             PIC X(10).
01 WS-TOK-START          PIC X(6).
01 WS-TOK-END            PIC X(6).

*> The merged timeline. The sort key is operator, stamp, then the
*> order the line was taken in, so a sign-on and an action in the
*> same second stay in trail order (the sign-on log is read first).
01 WS-EVENT-TABLE.
    05 WS-EVENT OCCURS 3000 TIMES.
        10 WS-EV-SORT-KEY.
            15 WS-EV-OPERATOR  PIC X(8).
            15 WS-EV-STAMP     PIC X(14).
            15 WS-EV-LOAD-SEQ  PIC 9(5).
        10 WS-EV-SOURCE     PIC X(8).
        10 WS-EV-ACTION     PIC X(18).
        10 WS-EV-TIME-KNOWN PIC X.
        10 WS-EV-SIGNON     PIC X.
        10 WS-EV-DETAIL     PIC X(80).
01 WS-EVENT-SWAP         PIC X(135).
01 WS-EVENT-COUNT        PIC 9(5) VALUE 0.
01 WS-EV-SS              PIC 9(5).
01 WS-EV-SS-2            PIC 9(5).
01 WS-SWAPPED            PIC X.
01 WS-OVERFLOW           PIC X VALUE 'N'.

*> Ledger postings folded to one line per operator, posting date
*> and batch before they join the timeline.
01 WS-BATCH-TABLE.
    05 WS-BATCH-ENTRY OCCURS 500 TIMES.
        10 WS-BT-OPERATOR  PIC X(8).
        10 WS-BT-POST-DATE PIC X(8).
        10 WS-BT-BATCH-ID  PIC X(12).
        10 WS-BT-POSTINGS  PIC 9(6).
01 WS-BATCH-COUNT        PIC 9(3) VALUE 0.
01 WS-BATCH-SS           PIC 9(3).
01 WS-BATCH-MATCH        PIC 9(3).
01 WS-POSTINGS-EDIT      PIC Z(5)9.

*> Per-operator and whole-run counts by action type.
01 WS-OPR-COUNT-TABLE.
    05 WS-OPR-COUNT-ENTRY OCCURS 100 TIMES.
        10 WS-OC-SOURCE    PIC X(8).
        10 WS-OC-ACTION    PIC X(18).
        10 WS-OC-COUNT     PIC 9(5).
01 WS-OPR-TYPE-COUNT     PIC 9(3).
01 WS-RUN-COUNT-TABLE.
    05 WS-RUN-COUNT-ENTRY OCCURS 200 TIMES.
        10 WS-RC-SOURCE    PIC X(8).
        10 WS-RC-ACTION    PIC X(18).
        10 WS-RC-COUNT     PIC 9(5).
01 WS-RUN-TYPE-COUNT     PIC 9(3) VALUE 0.
01 WS-TYPE-SS            PIC 9(3).
01 WS-TYPE-MATCH         PIC 9(3).

*> Where the report stands while the timeline is written.
01 WS-CURRENT-OPR        PIC X(8).
01 WS-OPR-HAS-SHIFT      PIC X.
01 WS-OPR-START          PIC 9(4).
01 WS-OPR-END            PIC 9(4).
01 WS-EVENT-HHMM         PIC 9(4).
01 WS-OFF-SHIFT          PIC X.
01 WS-SESSION-NUM        PIC 9(4).
01 WS-SESSION-OPEN       PIC X.
01 WS-SESSION-ACTIONS    PIC 9(5).
01 WS-SESSION-OFF        PIC 9(5).
01 WS-OPR-ACTIONS        PIC 9(5).
01 WS-OPR-OFF            PIC 9(5).
01 WS-OPR-REPORTED       PIC 9(4) VALUE 0.
01 WS-RUN-ACTIONS        PIC 9(5) VALUE 0.
01 WS-RUN-OFF            PIC 9(5) VALUE 0.
01 WS-UNTIL-TEXT         PIC X(32).
01 WS-COUNT-EDIT         PIC Z(4)9.
01 WS-COUNT-EDIT-2       PIC Z(4)9.
01 WS-SESSION-EDIT       PIC ZZZ9.
01 WS-OFF-TEXT           PIC X(9).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2 WS-ARG3
    IF WS-ARG1 = SPACES
        PERFORM SHOW-USAGE
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-WANTED-OPR
    IF WS-ARG2 NOT = SPACES
        IF WS-ARG2(1:8) IS NOT NUMERIC OR WS-ARG2(9:1) NOT = SPACE
            PERFORM SHOW-USAGE
        END-IF
        MOVE WS-ARG2(1:8) TO WS-FROM-DATE WS-TO-DATE
        IF WS-ARG3 NOT = SPACES
            IF WS-ARG3(1:8) IS NOT NUMERIC
                    OR WS-ARG3(9:1) NOT = SPACE
                PERFORM SHOW-USAGE
            END-IF
            MOVE WS-ARG3(1:8) TO WS-TO-DATE
        END-IF
    END-IF
    PERFORM LOAD-SHIFT-HOURS
    MOVE 'SIGNON' TO WS-TRAIL-TAG
    MOVE 'OPERATOR_SIGNON.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    PERFORM GATHER-MAINT-AUDIT
    MOVE 'REJECT' TO WS-TRAIL-TAG
    MOVE 'REJECT_REVIEW.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'REPRINT' TO WS-TRAIL-TAG
    MOVE 'STMT_REPRINT.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'BLOCK' TO WS-TRAIL-TAG
    MOVE 'BLOCKED_ACCOUNTS.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'LOCK' TO WS-TRAIL-TAG
    MOVE 'MASTER_LOCK.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'GLYPH' TO WS-TRAIL-TAG
    MOVE 'GLYPH_APPROVALS.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'CONFIG' TO WS-TRAIL-TAG
    MOVE 'SYSTEM_CFG_CHANGES.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    MOVE 'CKPT' TO WS-TRAIL-TAG
    MOVE 'CHECKPOINTS.LOG' TO WS-TRAIL-NAME
    PERFORM GATHER-ONE-TRAIL
    PERFORM GATHER-LEDGER
    IF WS-OVERFLOW = 'Y'
        DISPLAY 'ERROR: more than 3000 actions (or 500 posting'
            ' batches) in the range -- narrow the dates or name one'
            ' operator; no report written'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SORT-THE-EVENTS
    OPEN OUTPUT ACTIVITY-REPORT
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open OPERATOR_ACTIVITY.RPT, FILE STATUS '
            WS-REPORT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-REPORT-HEAD
    MOVE SPACES TO WS-CURRENT-OPR
    PERFORM VARYING WS-EV-SS FROM 1 BY 1
        UNTIL WS-EV-SS > WS-EVENT-COUNT
        IF WS-EV-OPERATOR(WS-EV-SS) NOT = WS-CURRENT-OPR
            IF WS-CURRENT-OPR NOT = SPACES
                PERFORM CLOSE-OPERATOR
            END-IF
            PERFORM OPEN-OPERATOR
        END-IF
        PERFORM WRITE-ONE-EVENT
    END-PERFORM
    IF WS-CURRENT-OPR NOT = SPACES
        PERFORM CLOSE-OPERATOR
    END-IF
    PERFORM WRITE-RUN-TOTALS
    CLOSE ACTIVITY-REPORT
    DISPLAY 'Operator activity written -- OPERATOR_ACTIVITY.RPT ('
        WS-OPR-REPORTED ' operator(s), ' WS-RUN-ACTIONS
        ' action(s), ' WS-RUN-OFF ' off-shift)'
    STOP RUN.

SHOW-USAGE.
    DISPLAY 'USAGE: PROC_OPERATOR_ACTIVITY <operator-id|ALL>'
        ' [from-yyyymmdd [to-yyyymmdd]]'
    MOVE 1 TO RETURN-CODE
    STOP RUN.

*> No OPERATOR_SHIFTS.CTL means nobody is judged; a bad line is
*> skipped with a warning rather than judging against garbage.
LOAD-SHIFT-HOURS.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT SHIFT-FILE
    IF WS-SHIFT-STATUS = '00'
        MOVE 'Y' TO WS-SHIFTS-ON-FILE
        PERFORM UNTIL AT-END-OF-SOURCE
            READ SHIFT-FILE
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END
                    IF SHIFT-LINE NOT = SPACES
                        AND SHIFT-LINE(1:1) NOT = '*'
                        PERFORM TAKE-SHIFT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SHIFT-FILE
    END-IF
    .

TAKE-SHIFT-LINE.
    MOVE SPACES TO WS-TOK-ID WS-TOK-START WS-TOK-END
    UNSTRING SHIFT-LINE DELIMITED BY ALL SPACE
        INTO WS-TOK-ID WS-TOK-START WS-TOK-END
    MOVE FUNCTION UPPER-CASE(WS-TOK-ID) TO WS-TOK-ID
    IF WS-TOK-START(1:4) IS NOT NUMERIC
            OR WS-TOK-START(5:1) NOT = SPACE
            OR WS-TOK-END(1:4) IS NOT NUMERIC
            OR WS-TOK-END(5:1) NOT = SPACE
            OR WS-TOK-START(1:2) > '23' OR WS-TOK-START(3:2) > '59'
            OR WS-TOK-END(1:2) > '23' OR WS-TOK-END(3:2) > '59'
        DISPLAY 'WARNING: OPERATOR_SHIFTS.CTL line not understood'
            ' -- skipped: ' FUNCTION TRIM(SHIFT-LINE)
    ELSE
        IF WS-TOK-ID = 'DEFAULT'
            MOVE 'Y' TO WS-DEFAULT-SET
            MOVE WS-TOK-START(1:4) TO WS-DEFAULT-START
            MOVE WS-TOK-END(1:4) TO WS-DEFAULT-END
        ELSE
            IF WS-SHIFT-COUNT >= 200
                DISPLAY 'WARNING: more than 200 operators in'
                    ' OPERATOR_SHIFTS.CTL -- ' FUNCTION TRIM(WS-TOK-ID)
                    ' not judged'
            ELSE
                ADD 1 TO WS-SHIFT-COUNT
                MOVE WS-TOK-ID TO WS-SH-OPERATOR(WS-SHIFT-COUNT)
                MOVE WS-TOK-START(1:4) TO WS-SH-START(WS-SHIFT-COUNT)
                MOVE WS-TOK-END(1:4) TO WS-SH-END(WS-SHIFT-COUNT)
            END-IF
        END-IF
    END-IF
    .

*> One line-sequential trail, WS-TRAIL-NAME under WS-TRAIL-TAG. A
*> trail that is not on disk has simply had nothing written yet.
GATHER-ONE-TRAIL.
    MOVE 0 TO WS-SOURCE-TAKEN
    MOVE 'N' TO WS-SOURCE-FOUND
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TRAIL-FILE
    IF WS-TRAIL-STATUS = '00'
        MOVE 'Y' TO WS-SOURCE-FOUND
        PERFORM UNTIL AT-END-OF-SOURCE
            READ TRAIL-FILE
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END PERFORM TAKE-TRAIL-LINE
            END-READ
        END-PERFORM
        CLOSE TRAIL-FILE
    END-IF
    PERFORM NOTE-SOURCE
    .

TAKE-TRAIL-LINE.
    MOVE SPACES TO WS-LINE-STAMP WS-LINE-TEXT
    IF TRAIL-LINE(5:1) = '-'
        STRING TRAIL-LINE(1:4) TRAIL-LINE(6:2) TRAIL-LINE(9:2)
            TRAIL-LINE(12:2) TRAIL-LINE(15:2) TRAIL-LINE(18:2)
            DELIMITED BY SIZE INTO WS-LINE-STAMP
        MOVE TRAIL-LINE(21:180) TO WS-LINE-TEXT
    ELSE
        MOVE TRAIL-LINE(1:8) TO WS-LINE-STAMP(1:8)
        MOVE TRAIL-LINE(10:6) TO WS-LINE-STAMP(9:6)
        MOVE TRAIL-LINE(17:180) TO WS-LINE-TEXT
    END-IF
    IF WS-LINE-STAMP IS NUMERIC
        AND WS-LINE-STAMP(1:8) >= WS-FROM-DATE
        AND WS-LINE-STAMP(1:8) <= WS-TO-DATE
        PERFORM JUDGE-TRAIL-LINE
        IF WS-LINE-OPERATOR = SPACES
            ADD 1 TO WS-UNATTRIBUTED
        ELSE
            MOVE 'Y' TO WS-LINE-TIME-KNOWN
            MOVE WS-LINE-TEXT TO WS-LINE-DETAIL
            PERFORM ADD-EVENT
        END-IF
    END-IF
    .

*> Who and what, trail by trail. OPR= wins wherever a trail
*> carries it; the sign-on log also names the actor as BY= on
*> operator maintenance and as the subject on its own sign-on lines.
JUDGE-TRAIL-LINE.
    MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
        WS-LINE-OPERATOR WS-LINE-ACTION
    MOVE 'N' TO WS-LINE-SIGNON
    UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE
        INTO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
    PERFORM FIND-OPR-TAG
    EVALUATE WS-TRAIL-TAG
        WHEN 'SIGNON'
            PERFORM JUDGE-SIGNON-LINE
        WHEN 'GLYPH'
            MOVE WS-WORD-1 TO WS-LINE-OPERATOR
            MOVE WS-WORD-2 TO WS-LINE-ACTION
        WHEN 'CONFIG'
            MOVE 0 TO WS-TAG-COUNT
            INSPECT WS-LINE-TEXT TALLYING WS-TAG-COUNT
                FOR ALL ' REMOVED'
            IF WS-TAG-COUNT > 0
                MOVE 'REMOVED' TO WS-LINE-ACTION
            ELSE
                MOVE 'CHANGED' TO WS-LINE-ACTION
            END-IF
        WHEN 'CKPT'
            IF WS-WORD-2(1:5) = 'ROLE='
                STRING WS-WORD-3 DELIMITED BY SPACE
                    '-' DELIMITED BY SIZE
                    WS-WORD-4 DELIMITED BY SPACE
                    INTO WS-LINE-ACTION
            ELSE
                MOVE WS-WORD-2 TO WS-LINE-ACTION
            END-IF
        WHEN OTHER
            MOVE WS-WORD-1 TO WS-LINE-ACTION
    END-EVALUATE
    .

JUDGE-SIGNON-LINE.
    EVALUATE TRUE
        WHEN WS-LINE-OPERATOR NOT = SPACES
            PERFORM TAKE-TWO-WORD-ACTION
        WHEN WS-WORD-1 = 'SIGNON' AND
                (WS-WORD-2 = 'REFUSED' OR WS-WORD-2 = 'LOCKOUT')
            MOVE WS-WORD-3 TO WS-LINE-OPERATOR
            PERFORM TAKE-TWO-WORD-ACTION
        WHEN WS-WORD-1 = 'SIGNON'
            MOVE WS-WORD-2 TO WS-LINE-OPERATOR
            MOVE 'SIGNON' TO WS-LINE-ACTION
            MOVE 'Y' TO WS-LINE-SIGNON
        WHEN WS-WORD-1 = 'SECRET'
            MOVE WS-WORD-3 TO WS-LINE-OPERATOR
            PERFORM TAKE-TWO-WORD-ACTION
        WHEN OTHER
            MOVE 0 TO WS-TAG-COUNT
            MOVE SPACES TO WS-TAG-TAIL
            UNSTRING WS-LINE-TEXT DELIMITED BY ' BY='
                INTO WS-TAG-HEAD WS-TAG-TAIL
                TALLYING IN WS-TAG-COUNT
            IF WS-TAG-COUNT > 1
                UNSTRING WS-TAG-TAIL DELIMITED BY SPACE
                    INTO WS-LINE-OPERATOR
                PERFORM TAKE-TWO-WORD-ACTION
            END-IF
    END-EVALUATE
    .

TAKE-TWO-WORD-ACTION.
    STRING WS-WORD-1 DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        WS-WORD-2 DELIMITED BY SPACE
        INTO WS-LINE-ACTION
    .

FIND-OPR-TAG.
    MOVE 0 TO WS-TAG-COUNT
    MOVE SPACES TO WS-TAG-TAIL
    UNSTRING WS-LINE-TEXT DELIMITED BY 'OPR='
        INTO WS-TAG-HEAD WS-TAG-TAIL
        TALLYING IN WS-TAG-COUNT
    IF WS-TAG-COUNT > 1
        UNSTRING WS-TAG-TAIL DELIMITED BY SPACE
            INTO WS-LINE-OPERATOR
    END-IF
    .

*> The keyed maintenance trail is in stamp order, so the range is a
*> START and a read until the to-date passes. A maker/checker
*> decision is the checker's action; the maker's own staging is
*> already on the trail as STAGED.
GATHER-MAINT-AUDIT.
    MOVE 'CUST_MAINT_AUDIT.IDX' TO WS-TRAIL-NAME
    MOVE 'MAINT' TO WS-TRAIL-TAG
    MOVE 0 TO WS-SOURCE-TAKEN
    MOVE 'N' TO WS-SOURCE-FOUND
    MOVE 'N' TO WS-AT-END
    OPEN INPUT MAINT-AUDIT-FILE
    IF WS-MAINT-AUDIT-STATUS = '00'
        MOVE 'Y' TO WS-SOURCE-FOUND
        MOVE SPACES TO WS-FROM-STAMP
        STRING WS-FROM-DATE '000000' DELIMITED BY SIZE
            INTO WS-FROM-STAMP
        MOVE WS-FROM-STAMP TO MAUD-KEY-STAMP
        MOVE 0 TO MAUD-KEY-SEQ
        START MAINT-AUDIT-FILE KEY IS >= MAUD-KEY
            INVALID KEY SET AT-END-OF-SOURCE TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-SOURCE
            READ MAINT-AUDIT-FILE NEXT RECORD
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END
                    IF MAUD-KEY-STAMP(1:8) > WS-TO-DATE
                        SET AT-END-OF-SOURCE TO TRUE
                    ELSE
                        PERFORM TAKE-MAINT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAINT-AUDIT-FILE
    END-IF
    PERFORM NOTE-SOURCE
    .

TAKE-MAINT-RECORD.
    MOVE SPACES TO WS-LINE-DETAIL
    MOVE MAUD-KEY-STAMP TO WS-LINE-STAMP
    MOVE MAUD-ACTION TO WS-LINE-ACTION
    MOVE 'Y' TO WS-LINE-TIME-KNOWN
    MOVE 'N' TO WS-LINE-SIGNON
    IF MAUD-APPROVER NOT = SPACES
        MOVE MAUD-APPROVER TO WS-LINE-OPERATOR
        STRING 'CUST ' MAUD-CUST-ID ' ' FUNCTION TRIM(MAUD-ACTION)
            ' (STAGED BY ' FUNCTION TRIM(MAUD-OPERATOR) ')'
            DELIMITED BY SIZE INTO WS-LINE-DETAIL
    ELSE
        MOVE MAUD-OPERATOR TO WS-LINE-OPERATOR
        STRING 'CUST ' MAUD-CUST-ID ' ' FUNCTION TRIM(MAUD-ACTION)
            DELIMITED BY SIZE INTO WS-LINE-DETAIL
    END-IF
    IF WS-LINE-OPERATOR = SPACES
        ADD 1 TO WS-UNATTRIBUTED
    ELSE
        PERFORM ADD-EVENT
    END-IF
    .

*> The ledger is keyed by account, so the whole file is read and the
*> postings in range folded per operator, date and batch.
GATHER-LEDGER.
    MOVE COMPANY_LEDGER_FILE TO WS-TRAIL-NAME
    MOVE 'LEDGER' TO WS-TRAIL-TAG
    MOVE 0 TO WS-SOURCE-TAKEN
    MOVE 'N' TO WS-SOURCE-FOUND
    MOVE 'N' TO WS-AT-END
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE 'Y' TO WS-SOURCE-FOUND
        PERFORM UNTIL AT-END-OF-SOURCE
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END
                    IF LGR-POST-DATE >= WS-FROM-DATE
                        AND LGR-POST-DATE <= WS-TO-DATE
                        PERFORM TAKE-LEDGER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER-FILE
    END-IF
    PERFORM VARYING WS-BATCH-SS FROM 1 BY 1
        UNTIL WS-BATCH-SS > WS-BATCH-COUNT
        MOVE SPACES TO WS-LINE-STAMP WS-LINE-DETAIL
        STRING WS-BT-POST-DATE(WS-BATCH-SS) '235959'
            DELIMITED BY SIZE INTO WS-LINE-STAMP
        MOVE WS-BT-OPERATOR(WS-BATCH-SS) TO WS-LINE-OPERATOR
        MOVE 'POSTED' TO WS-LINE-ACTION
        MOVE 'N' TO WS-LINE-TIME-KNOWN
        MOVE 'N' TO WS-LINE-SIGNON
        MOVE WS-BT-POSTINGS(WS-BATCH-SS) TO WS-POSTINGS-EDIT
        STRING 'BATCH ' FUNCTION TRIM(WS-BT-BATCH-ID(WS-BATCH-SS))
            ' ' FUNCTION TRIM(WS-POSTINGS-EDIT) ' POSTING(S)'
            DELIMITED BY SIZE INTO WS-LINE-DETAIL
        PERFORM ADD-EVENT
    END-PERFORM
    PERFORM NOTE-SOURCE
    .

TAKE-LEDGER-RECORD.
    IF LGR-OPERATOR = SPACES
        ADD 1 TO WS-UNATTRIBUTED
    ELSE
        IF ALL-OPERATORS OR LGR-OPERATOR = WS-WANTED-OPR
            MOVE 0 TO WS-BATCH-MATCH
            PERFORM VARYING WS-BATCH-SS FROM 1 BY 1
                UNTIL WS-BATCH-SS > WS-BATCH-COUNT
                    OR WS-BATCH-MATCH > 0
                IF WS-BT-OPERATOR(WS-BATCH-SS) = LGR-OPERATOR
                    AND WS-BT-POST-DATE(WS-BATCH-SS) = LGR-POST-DATE
                    AND WS-BT-BATCH-ID(WS-BATCH-SS) = LGR-BATCH-ID
                    MOVE WS-BATCH-SS TO WS-BATCH-MATCH
                END-IF
            END-PERFORM
            IF WS-BATCH-MATCH = 0
                IF WS-BATCH-COUNT >= 500
                    MOVE 'Y' TO WS-OVERFLOW
                ELSE
                    ADD 1 TO WS-BATCH-COUNT
                    MOVE WS-BATCH-COUNT TO WS-BATCH-MATCH
                    MOVE LGR-OPERATOR
                        TO WS-BT-OPERATOR(WS-BATCH-MATCH)
                    MOVE LGR-POST-DATE
                        TO WS-BT-POST-DATE(WS-BATCH-MATCH)
                    MOVE LGR-BATCH-ID
                        TO WS-BT-BATCH-ID(WS-BATCH-MATCH)
                    MOVE 0 TO WS-BT-POSTINGS(WS-BATCH-MATCH)
                END-IF
            END-IF
            IF WS-BATCH-MATCH > 0
                ADD 1 TO WS-BT-POSTINGS(WS-BATCH-MATCH)
            END-IF
        END-IF
    END-IF
    .

*> One action onto the timeline, if it is the operator asked for.
ADD-EVENT.
    MOVE FUNCTION UPPER-CASE(WS-LINE-OPERATOR) TO WS-LINE-OPERATOR
    IF ALL-OPERATORS OR WS-LINE-OPERATOR = WS-WANTED-OPR
        IF WS-EVENT-COUNT >= 3000
            MOVE 'Y' TO WS-OVERFLOW
        ELSE
            ADD 1 TO WS-EVENT-COUNT
            ADD 1 TO WS-SOURCE-TAKEN
            MOVE WS-LINE-OPERATOR TO WS-EV-OPERATOR(WS-EVENT-COUNT)
            MOVE WS-LINE-STAMP TO WS-EV-STAMP(WS-EVENT-COUNT)
            MOVE WS-EVENT-COUNT TO WS-EV-LOAD-SEQ(WS-EVENT-COUNT)
            MOVE WS-TRAIL-TAG TO WS-EV-SOURCE(WS-EVENT-COUNT)
            MOVE WS-LINE-ACTION TO WS-EV-ACTION(WS-EVENT-COUNT)
            MOVE WS-LINE-TIME-KNOWN
                TO WS-EV-TIME-KNOWN(WS-EVENT-COUNT)
            MOVE WS-LINE-SIGNON TO WS-EV-SIGNON(WS-EVENT-COUNT)
            MOVE WS-LINE-DETAIL TO WS-EV-DETAIL(WS-EVENT-COUNT)
        END-IF
    END-IF
    .

NOTE-SOURCE.
    ADD 1 TO WS-SOURCE-COUNT
    MOVE WS-TRAIL-NAME TO WS-SRC-NAME(WS-SOURCE-COUNT)
    MOVE WS-SOURCE-FOUND TO WS-SRC-FOUND(WS-SOURCE-COUNT)
    MOVE WS-SOURCE-TAKEN TO WS-SRC-TAKEN(WS-SOURCE-COUNT)
    .

*> Exchange sort on the timeline key, passes repeated until one
*> goes by without a swap -- the trails arrive mostly in time order
*> already, so few passes are needed.
SORT-THE-EVENTS.
    MOVE 'Y' TO WS-SWAPPED
    PERFORM UNTIL WS-SWAPPED = 'N'
        MOVE 'N' TO WS-SWAPPED
        PERFORM VARYING WS-EV-SS FROM 1 BY 1
            UNTIL WS-EV-SS >= WS-EVENT-COUNT
            IF WS-EV-SORT-KEY(WS-EV-SS)
                    > WS-EV-SORT-KEY(WS-EV-SS + 1)
                MOVE WS-EVENT(WS-EV-SS) TO WS-EVENT-SWAP
                MOVE WS-EVENT(WS-EV-SS + 1) TO WS-EVENT(WS-EV-SS)
                MOVE WS-EVENT-SWAP TO WS-EVENT(WS-EV-SS + 1)
                MOVE 'Y' TO WS-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM
    .

WRITE-REPORT-HEAD.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF ALL-OPERATORS
        STRING 'OPERATOR ACTIVITY -- ALL OPERATORS'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING 'OPERATOR ACTIVITY -- OPERATOR '
            FUNCTION TRIM(WS-WANTED-OPR)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-FROM-DATE = '00000000' AND WS-TO-DATE = '99999999'
        STRING ' -- WHOLE TRAIL'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        MOVE WS-FROM-DATE TO WS-DATE-IN
        PERFORM EDIT-DATE
        STRING ' -- ' WS-DATE-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        MOVE WS-TO-DATE TO WS-DATE-IN
        PERFORM EDIT-DATE
        STRING ' THROUGH ' WS-DATE-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'SOURCES' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-SOURCE-SS FROM 1 BY 1
        UNTIL WS-SOURCE-SS > WS-SOURCE-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        IF WS-SRC-FOUND(WS-SOURCE-SS) = 'Y'
            MOVE WS-SRC-TAKEN(WS-SOURCE-SS) TO WS-COUNT-EDIT
            STRING '  ' WS-SRC-NAME(WS-SOURCE-SS) WS-COUNT-EDIT
                ' ACTION(S) IN RANGE'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        ELSE
            STRING '  ' WS-SRC-NAME(WS-SOURCE-SS)
                '      NOT ON FILE'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE REPORT-LINE
    END-PERFORM
    IF WS-UNATTRIBUTED > 0
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        MOVE WS-UNATTRIBUTED TO WS-COUNT-EDIT
        STRING '  ' FUNCTION TRIM(WS-COUNT-EDIT)
            ' LINE(S) IN RANGE NAME NO OPERATOR AND ARE NOT SHOWN'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF
    IF WS-SHIFTS-ON-FILE = 'N'
        MOVE '  NO OPERATOR_SHIFTS.CTL -- NOTHING JUDGED AGAINST'
            & ' SHIFT HOURS' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

*> A new operator: their shift, then fresh session and count state.
OPEN-OPERATOR.
    MOVE WS-EV-OPERATOR(WS-EV-SS) TO WS-CURRENT-OPR
    ADD 1 TO WS-OPR-REPORTED
    MOVE 'N' TO WS-OPR-HAS-SHIFT
    IF WS-DEFAULT-SET = 'Y'
        MOVE 'Y' TO WS-OPR-HAS-SHIFT
        MOVE WS-DEFAULT-START TO WS-OPR-START
        MOVE WS-DEFAULT-END TO WS-OPR-END
    END-IF
    PERFORM VARYING WS-SHIFT-SS FROM 1 BY 1
        UNTIL WS-SHIFT-SS > WS-SHIFT-COUNT
        IF WS-SH-OPERATOR(WS-SHIFT-SS) = WS-CURRENT-OPR
            MOVE 'Y' TO WS-OPR-HAS-SHIFT
            MOVE WS-SH-START(WS-SHIFT-SS) TO WS-OPR-START
            MOVE WS-SH-END(WS-SHIFT-SS) TO WS-OPR-END
        END-IF
    END-PERFORM
    MOVE 0 TO WS-SESSION-NUM WS-SESSION-ACTIONS WS-SESSION-OFF
        WS-OPR-ACTIONS WS-OPR-OFF WS-OPR-TYPE-COUNT
    MOVE 'N' TO WS-SESSION-OPEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL '=' TO REPORT-LINE(1:72)
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-OPR-HAS-SHIFT = 'Y'
        STRING 'OPERATOR ' WS-CURRENT-OPR '  SHIFT '
            WS-OPR-START '-' WS-OPR-END
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING 'OPERATOR ' WS-CURRENT-OPR '  NO SHIFT HOURS ON FILE'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

*> A sign-on opens a session (closing the one before); anything
*> ahead of the operator's first sign-on in the range is grouped on
*> its own.
WRITE-ONE-EVENT.
    IF WS-EV-SIGNON(WS-EV-SS) = 'Y'
        IF WS-SESSION-OPEN = 'Y'
            PERFORM CLOSE-SESSION
        END-IF
        ADD 1 TO WS-SESSION-NUM
        PERFORM OPEN-SESSION
    ELSE
        IF WS-SESSION-OPEN = 'N'
            PERFORM OPEN-SESSION
        END-IF
    END-IF
    MOVE SPACES TO WS-OFF-TEXT
    MOVE 'N' TO WS-OFF-SHIFT
    IF WS-OPR-HAS-SHIFT = 'Y' AND WS-EV-TIME-KNOWN(WS-EV-SS) = 'Y'
        PERFORM JUDGE-SHIFT-HOURS
    END-IF
    IF WS-OFF-SHIFT = 'Y'
        MOVE 'OFF-SHIFT' TO WS-OFF-TEXT
        ADD 1 TO WS-SESSION-OFF WS-OPR-OFF WS-RUN-OFF
    END-IF
    ADD 1 TO WS-SESSION-ACTIONS WS-OPR-ACTIONS WS-RUN-ACTIONS
    MOVE WS-EV-STAMP(WS-EV-SS)(1:8) TO WS-DATE-IN
    PERFORM EDIT-DATE
    PERFORM EDIT-EVENT-TIME
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '    ' WS-DATE-EDIT ' ' WS-TIME-EDIT ' ' WS-OFF-TEXT
        ' ' WS-EV-SOURCE(WS-EV-SS) ' ' WS-EV-ACTION(WS-EV-SS)
        ' ' WS-EV-DETAIL(WS-EV-SS)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM COUNT-THE-ACTION
    .

*> The session runs until the operator's next sign-on, found by
*> looking ahead in the sorted timeline.
OPEN-SESSION.
    MOVE 'Y' TO WS-SESSION-OPEN
    MOVE 0 TO WS-SESSION-ACTIONS WS-SESSION-OFF
    MOVE 'UNTIL THE END OF THE RANGE' TO WS-UNTIL-TEXT
    MOVE 0 TO WS-EV-SS-2
    IF WS-EV-SIGNON(WS-EV-SS) = 'Y'
        COMPUTE WS-EV-SS-2 = WS-EV-SS + 1
    ELSE
        MOVE WS-EV-SS TO WS-EV-SS-2
    END-IF
    PERFORM UNTIL WS-EV-SS-2 > WS-EVENT-COUNT
        IF WS-EV-OPERATOR(WS-EV-SS-2) NOT = WS-CURRENT-OPR
            MOVE WS-EVENT-COUNT TO WS-EV-SS-2
        ELSE
            IF WS-EV-SIGNON(WS-EV-SS-2) = 'Y'
                MOVE WS-EV-STAMP(WS-EV-SS-2)(1:8) TO WS-DATE-IN
                PERFORM EDIT-DATE
                MOVE SPACES TO WS-UNTIL-TEXT
                STRING 'UNTIL ' WS-DATE-EDIT ' '
                    WS-EV-STAMP(WS-EV-SS-2)(9:2) ':'
                    WS-EV-STAMP(WS-EV-SS-2)(11:2) ':'
                    WS-EV-STAMP(WS-EV-SS-2)(13:2)
                    DELIMITED BY SIZE INTO WS-UNTIL-TEXT
                MOVE WS-EVENT-COUNT TO WS-EV-SS-2
            END-IF
        END-IF
        ADD 1 TO WS-EV-SS-2
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-EV-SIGNON(WS-EV-SS) = 'Y'
        MOVE WS-SESSION-NUM TO WS-SESSION-EDIT
        MOVE WS-EV-STAMP(WS-EV-SS)(1:8) TO WS-DATE-IN
        PERFORM EDIT-DATE
        PERFORM EDIT-EVENT-TIME
        STRING '  SESSION ' FUNCTION TRIM(WS-SESSION-EDIT)
            ' -- SIGNED ON ' WS-DATE-EDIT ' ' WS-TIME-EDIT
            ', ' FUNCTION TRIM(WS-UNTIL-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING '  BEFORE ANY SIGN-ON IN THE RANGE, '
            FUNCTION TRIM(WS-UNTIL-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

CLOSE-SESSION.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-SESSION-ACTIONS TO WS-COUNT-EDIT
    MOVE WS-SESSION-OFF TO WS-COUNT-EDIT-2
    STRING '    -- ' FUNCTION TRIM(WS-COUNT-EDIT) ' ACTION(S), '
        FUNCTION TRIM(WS-COUNT-EDIT-2) ' OFF-SHIFT'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'N' TO WS-SESSION-OPEN
    .

*> Inside the hours means start <= hhmm < end; an overnight shift
*> (end before start) is inside from the start to midnight and from
*> midnight to the end; equal times never leave the shift.
JUDGE-SHIFT-HOURS.
    MOVE WS-EV-STAMP(WS-EV-SS)(9:4) TO WS-EVENT-HHMM
    EVALUATE TRUE
        WHEN WS-OPR-START < WS-OPR-END
            IF WS-EVENT-HHMM < WS-OPR-START
                OR WS-EVENT-HHMM >= WS-OPR-END
                MOVE 'Y' TO WS-OFF-SHIFT
            END-IF
        WHEN WS-OPR-START > WS-OPR-END
            IF WS-EVENT-HHMM >= WS-OPR-END
                AND WS-EVENT-HHMM < WS-OPR-START
                MOVE 'Y' TO WS-OFF-SHIFT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

COUNT-THE-ACTION.
    MOVE 0 TO WS-TYPE-MATCH
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-OPR-TYPE-COUNT OR WS-TYPE-MATCH > 0
        IF WS-OC-SOURCE(WS-TYPE-SS) = WS-EV-SOURCE(WS-EV-SS)
            AND WS-OC-ACTION(WS-TYPE-SS) = WS-EV-ACTION(WS-EV-SS)
            MOVE WS-TYPE-SS TO WS-TYPE-MATCH
        END-IF
    END-PERFORM
    IF WS-TYPE-MATCH = 0 AND WS-OPR-TYPE-COUNT < 100
        ADD 1 TO WS-OPR-TYPE-COUNT
        MOVE WS-OPR-TYPE-COUNT TO WS-TYPE-MATCH
        MOVE WS-EV-SOURCE(WS-EV-SS) TO WS-OC-SOURCE(WS-TYPE-MATCH)
        MOVE WS-EV-ACTION(WS-EV-SS) TO WS-OC-ACTION(WS-TYPE-MATCH)
        MOVE 0 TO WS-OC-COUNT(WS-TYPE-MATCH)
    END-IF
    IF WS-TYPE-MATCH > 0
        ADD 1 TO WS-OC-COUNT(WS-TYPE-MATCH)
    END-IF
    MOVE 0 TO WS-TYPE-MATCH
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-RUN-TYPE-COUNT OR WS-TYPE-MATCH > 0
        IF WS-RC-SOURCE(WS-TYPE-SS) = WS-EV-SOURCE(WS-EV-SS)
            AND WS-RC-ACTION(WS-TYPE-SS) = WS-EV-ACTION(WS-EV-SS)
            MOVE WS-TYPE-SS TO WS-TYPE-MATCH
        END-IF
    END-PERFORM
    IF WS-TYPE-MATCH = 0 AND WS-RUN-TYPE-COUNT < 200
        ADD 1 TO WS-RUN-TYPE-COUNT
        MOVE WS-RUN-TYPE-COUNT TO WS-TYPE-MATCH
        MOVE WS-EV-SOURCE(WS-EV-SS) TO WS-RC-SOURCE(WS-TYPE-MATCH)
        MOVE WS-EV-ACTION(WS-EV-SS) TO WS-RC-ACTION(WS-TYPE-MATCH)
        MOVE 0 TO WS-RC-COUNT(WS-TYPE-MATCH)
    END-IF
    IF WS-TYPE-MATCH > 0
        ADD 1 TO WS-RC-COUNT(WS-TYPE-MATCH)
    END-IF
    .

CLOSE-OPERATOR.
    PERFORM CLOSE-SESSION
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-OPR-ACTIONS TO WS-COUNT-EDIT
    MOVE WS-OPR-OFF TO WS-COUNT-EDIT-2
    MOVE WS-SESSION-NUM TO WS-SESSION-EDIT
    STRING '  ' FUNCTION TRIM(WS-CURRENT-OPR) ': '
        FUNCTION TRIM(WS-COUNT-EDIT) ' ACTION(S) IN '
        FUNCTION TRIM(WS-SESSION-EDIT) ' SESSION(S), '
        FUNCTION TRIM(WS-COUNT-EDIT-2) ' OFF-SHIFT'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-OPR-TYPE-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE WS-OC-COUNT(WS-TYPE-SS) TO WS-COUNT-EDIT
        STRING '    ' WS-OC-SOURCE(WS-TYPE-SS) ' '
            WS-OC-ACTION(WS-TYPE-SS) ' ' WS-COUNT-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    .

WRITE-RUN-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL '=' TO REPORT-LINE(1:72)
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-OPR-REPORTED = 0
        STRING 'NO OPERATOR ACTIVITY IN THE RANGE'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    ELSE
        MOVE WS-RUN-ACTIONS TO WS-COUNT-EDIT
        MOVE WS-RUN-OFF TO WS-COUNT-EDIT-2
        MOVE WS-OPR-REPORTED TO WS-SESSION-EDIT
        STRING 'ALL REPORTED: ' FUNCTION TRIM(WS-SESSION-EDIT)
            ' OPERATOR(S), ' FUNCTION TRIM(WS-COUNT-EDIT)
            ' ACTION(S), ' FUNCTION TRIM(WS-COUNT-EDIT-2)
            ' OFF-SHIFT'
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
        PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
            UNTIL WS-TYPE-SS > WS-RUN-TYPE-COUNT
            MOVE SPACES TO REPORT-LINE
            MOVE WS-RC-COUNT(WS-TYPE-SS) TO WS-COUNT-EDIT
            STRING '    ' WS-RC-SOURCE(WS-TYPE-SS) ' '
                WS-RC-ACTION(WS-TYPE-SS) ' ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-PERFORM
    END-IF
    .

EDIT-DATE.
    MOVE SPACES TO WS-DATE-EDIT
    STRING WS-DATE-IN(1:4) '-' WS-DATE-IN(5:2) '-' WS-DATE-IN(7:2)
        DELIMITED BY SIZE INTO WS-DATE-EDIT
    .

EDIT-EVENT-TIME.
    IF WS-EV-TIME-KNOWN(WS-EV-SS) = 'Y'
        MOVE SPACES TO WS-TIME-EDIT
        STRING WS-EV-STAMP(WS-EV-SS)(9:2) ':'
            WS-EV-STAMP(WS-EV-SS)(11:2) ':'
            WS-EV-STAMP(WS-EV-SS)(13:2)
            DELIMITED BY SIZE INTO WS-TIME-EDIT
    ELSE
        MOVE '--:--:--' TO WS-TIME-EDIT
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_OPERATOR_ACTIVITY' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_OPERATOR_ACTIVITY.
