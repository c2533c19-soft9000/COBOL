*> Mission: The quarterly credit-limit review -- limits are set
*> at opening and otherwise never looked at again. REVIEW walks every
*> active account carrying a limit over the last DAYS= days (default
*> 90) ending on the review date, and measures four things:
*>   days over   days the balance sat below minus the limit -- the
*>               same floor PROC_OVERDRAFT_RPT measures -- walked
*>               out of CUSTOMER_LEDGER.IDX posting by posting
*>   average     the day-weighted average balance over the window,
*>               off the same walk
*>   rejects     debits the posting run refused over the limit
*>               (NSF_CANDIDATES.DAT, dated in the window)
*>   letters     dunning letters sent (DUNNING_MANIFEST.LOG, dated
*>               in the window)
*> and recommends one of three things:
*>   DECREASE  30 or more days over, 3 or more rejects, or 2 or more
*>             letters -- to three quarters of the limit, down to
*>             whole hundreds
*>   INCREASE  none of the above at all, and on average half or
*>             more of the limit in use -- to a quarter more, down
*>             to whole hundreds, at least a hundred up
*>   NO CHANGE everything else
*> Every account reviewed goes on LIMIT_REVIEW.RPT for the credit
*> committee, with the figures behind the call and per-call totals.
*> Every INCREASE and DECREASE also goes on LIMIT_REVIEW.DAT, the
*> committee's decision sheet --
*>   <cust-id>|<current limit>|<proposed limit>|<call>|<review date>
*>       |<accept Y/N>
*> -- every line going out N. The committee marks the ones it
*> accepts Y (and may amend the proposed limit), and STAGE feeds the
*> sheet back: each Y line becomes a LIMIT request on the
*> maker/checker store (CUST_MAINT_PENDING.IDX) with whoever runs
*> STAGE as the maker, for a SENIOR or SUPERVISOR other than them
*> to approve in PROC_MAINT_APPROVAL like any other. A line is
*> passed over, and listed, if the account is gone, no longer
*> active, already has a LIMIT request waiting, or its limit is no
*> longer the one the committee reviewed. STAGE holds the
*> master-writer interlock (PROC_MASTER_LOCK) while it writes the
*> store, as PROC_CUSTOMER_MAINT does.
*> Command line:
*>   REVIEW [yyyymmdd] [DAYS=n]
*>   STAGE [decision-sheet], default LIMIT_REVIEW.DAT
*> cobc -x -j -free -I . -I ../BANNER PROC_LIMIT_REVIEW.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LIMIT_REVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
COPY 'CB_MAINT_PENDING_FILE.cpy'.
SELECT CANDIDATE-FILE
    ASSIGN TO DYNAMIC COMPANY_NSF_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CANDIDATE-STATUS.
SELECT MANIFEST-FILE
    ASSIGN TO 'DUNNING_MANIFEST.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
SELECT REVIEW-REPORT
    ASSIGN TO 'LIMIT_REVIEW.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT DECISION-FILE
    ASSIGN TO DYNAMIC WS-DECISION-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DECISION-STATUS.
*> Per-account reject and letter tallies for the window -- keyed so
*> any number of accounts is counted, not just a table-full.
SELECT REVIEW-WORK-FILE
    ASSIGN TO 'LIMIT_REVIEW.WRK'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LW-CUST-ID
    FILE STATUS IS WS-WORK-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.
COPY 'CB_MAINT_PENDING_RECORD.cpy'.

FD CANDIDATE-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS CANDIDATE-LINE.
01 CANDIDATE-LINE PIC X(100).

FD MANIFEST-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS MANIFEST-LINE.
01 MANIFEST-LINE PIC X(160).

FD REVIEW-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD DECISION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS DECISION-LINE.
01 DECISION-LINE PIC X(80).

FD REVIEW-WORK-FILE
    RECORD CONTAINS 14 CHARACTERS
    DATA RECORD IS REVIEW-WORK-RECORD.
01 REVIEW-WORK-RECORD.
   05 LW-CUST-ID    PIC 9(6).
   05 LW-REJECTS    PIC 9(4).
   05 LW-LETTERS    PIC 9(4).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-LEDGER-AVAILABLE  PIC X VALUE 'N'.
    88 LEDGER-IS-AVAILABLE VALUE 'Y'.
01 WS-MAINT-AUDIT-STATUS   PIC XX.
01 WS-MAINT-PENDING-STATUS PIC XX.
01 WS-CANDIDATE-STATUS  PIC XX.
01 WS-MANIFEST-STATUS   PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-DECISION-STATUS   PIC XX.
01 WS-DECISION-FILE-NAME PIC X(64) VALUE 'LIMIT_REVIEW.DAT'.
01 WS-WORK-STATUS       PIC XX.
01 WS-CMD-LINE          PIC X(255).
01 WS-MODE-TOKEN        PIC X(12).
01 WS-ARG1              PIC X(64).
01 WS-ARG2              PIC X(20).
01 WS-DAYS-TOKEN        PIC X(20).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-RUN-DATE          PIC X(8).
01 WS-WINDOW-START      PIC X(8).
01 WS-WINDOW-DAYS       PIC 9(4) VALUE 90.
01 WS-RUN-INT           PIC 9(8).
01 WS-START-INT         PIC 9(8).
01 WS-LINE-PTR          PIC 9(4).
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-LGR-AT-END        PIC X.
    88 AT-END-OF-LEDGER  VALUE 'Y'.

*> The recommendation rules.
01 WS-DECREASE-DAYS     PIC 9(4) VALUE 30.
01 WS-DECREASE-REJECTS  PIC 9(4) VALUE 3.
01 WS-DECREASE-LETTERS  PIC 9(4) VALUE 2.

*> One account's measurements.
01 WS-FLOOR             PIC S9(8)V99.
01 WS-RUN-BALANCE       PIC S9(8)V99.
01 WS-SEGMENT-START     PIC 9(8).
01 WS-SEGMENT-END       PIC 9(8).
01 WS-SEGMENT-DAYS      PIC 9(5).
01 WS-POST-INT          PIC 9(8).
01 WS-BALANCE-DAYS      PIC S9(12)V99.
01 WS-SAW-LEDGER        PIC X.
    88 ACCOUNT-HAS-LEDGER VALUE 'Y'.
01 WS-DAYS-OVER         PIC 9(5).
01 WS-AVERAGE-BALANCE   PIC S9(8)V99.
01 WS-HALF-LIMIT        PIC S9(8)V99.
01 WS-REJECT-COUNT      PIC 9(4).
01 WS-LETTER-COUNT      PIC 9(4).
01 WS-CALL              PIC X(9).
01 WS-PROPOSED-LIMIT    PIC 9(7)V99.
01 WS-HUNDREDS          PIC 9(7).
01 WS-REASON            PIC X(40).

01 WS-REVIEWED-COUNT    PIC 9(6) VALUE 0.
01 WS-INCREASE-COUNT    PIC 9(6) VALUE 0.
01 WS-DECREASE-COUNT    PIC 9(6) VALUE 0.
01 WS-NO-CHANGE-COUNT   PIC 9(6) VALUE 0.
01 WS-INCREASE-TOTAL    PIC 9(10)V99 VALUE 0.
01 WS-DECREASE-TOTAL    PIC 9(10)V99 VALUE 0.

*> One reject or letter line.
01 WS-CD-TOK-DATE       PIC X(10).
01 WS-CD-TOK-BATCH      PIC X(14).
01 WS-CD-TOK-ID         PIC X(8).
01 WS-MF-TOK-DATE       PIC X(10).
01 WS-MF-TOK-TIME       PIC X(8).
01 WS-MF-TOK-WORD       PIC X(10).
01 WS-MF-TOK-ID         PIC X(10).
01 WS-TALLY-CUST-ID     PIC 9(6).
01 WS-TALLY-KIND        PIC X.
    88 TALLY-A-REJECT    VALUE 'R'.
    88 TALLY-A-LETTER    VALUE 'L'.

*> One decision-sheet line.
01 WS-DS-TOK-ID         PIC X(10).
01 WS-DS-TOK-CURRENT    PIC X(14).
01 WS-DS-TOK-PROPOSED   PIC X(14).
01 WS-DS-TOK-CALL       PIC X(10).
01 WS-DS-TOK-DATE       PIC X(10).
01 WS-DS-TOK-ACCEPT     PIC X(3).
01 WS-DS-CURRENT        PIC S9(7)V99.
01 WS-DS-PROPOSED       PIC S9(7)V99.
01 WS-PASSED-REASON     PIC X(40).
01 WS-STAGED-COUNT      PIC 9(6) VALUE 0.
01 WS-PASSED-COUNT      PIC 9(6) VALUE 0.
01 WS-NOT-ACCEPTED-COUNT PIC 9(6) VALUE 0.
01 WS-ALREADY-PENDING   PIC X.
    88 REQUEST-ALREADY-PENDING VALUE 'Y'.
01 WS-PENDING-SCAN-DONE PIC X.
01 WS-MPND-DONE         PIC X.
    88 MAINT-PENDING-STORED VALUE 'Y'.
01 WS-MAUD-DONE         PIC X.
    88 MAINT-AUDIT-STORED   VALUE 'Y'.
01 WS-BEFORE-IMAGE      PIC X(63).

01 WS-LIMIT-EDIT        PIC Z(6)9.99.
01 WS-PROPOSED-EDIT     PIC Z(6)9.99.
01 WS-AVERAGE-EDIT      PIC -(7)9.99.
01 WS-TOTAL-EDIT        PIC Z(9)9.99.
01 WS-PLAIN-EDIT        PIC 9(7).99.
01 WS-PLAIN-EDIT-2      PIC 9(7).99.

COPY 'CB_MASTER_LOCK.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'REVIEW'
            PERFORM RUN-LIMIT-REVIEW
        WHEN 'STAGE'
            PERFORM STAGE-ACCEPTED-DECISIONS
        WHEN OTHER
            DISPLAY 'USAGE: PROC_LIMIT_REVIEW REVIEW [yyyymmdd]'
                ' [DAYS=n] | STAGE [decision-sheet]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

RUN-LIMIT-REVIEW.
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    MOVE SPACES TO WS-DAYS-TOKEN
    IF FUNCTION UPPER-CASE(WS-ARG1(1:5)) = 'DAYS='
        MOVE WS-ARG1 TO WS-DAYS-TOKEN
    ELSE
        IF WS-ARG1 NOT = SPACES
            IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG1)) = 8
                MOVE WS-ARG1(1:8) TO WS-RUN-DATE
            ELSE
                DISPLAY 'REFUSED: review date must be yyyymmdd'
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        MOVE WS-ARG2 TO WS-DAYS-TOKEN
    END-IF
    IF WS-DAYS-TOKEN NOT = SPACES
        IF FUNCTION UPPER-CASE(WS-DAYS-TOKEN(1:5)) = 'DAYS='
            AND FUNCTION TRIM(WS-DAYS-TOKEN(6:15)) IS NUMERIC
            AND FUNCTION NUMVAL(WS-DAYS-TOKEN(6:15)) > 0
            AND FUNCTION NUMVAL(WS-DAYS-TOKEN(6:15)) <= 3660
            MOVE FUNCTION NUMVAL(WS-DAYS-TOKEN(6:15))
                TO WS-WINDOW-DAYS
        ELSE
            DISPLAY 'REFUSED: the window is given as DAYS=n,'
                ' 1 to 3660'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
        TO WS-RUN-INT
    COMPUTE WS-START-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT) TO WS-WINDOW-START
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE 'Y' TO WS-LEDGER-AVAILABLE
    ELSE
        DISPLAY 'NOTE: no CUSTOMER_LEDGER.IDX -- days over and'
            ' average taken from today''s balance'
    END-IF
    PERFORM BUILD-TALLIES
    OPEN OUTPUT REVIEW-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    OPEN OUTPUT DECISION-FILE
    IF WS-DECISION-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-DECISION-FILE-NAME)
            ', FILE STATUS ' WS-DECISION-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'CUST_ID|CURRENT_LIMIT|PROPOSED_LIMIT|CALL|REVIEW_DATE|ACCEPT'
        TO DECISION-LINE
    WRITE DECISION-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- CREDIT-LIMIT REVIEW ' WS-RUN-DATE
        ' -- WINDOW ' WS-WINDOW-START ' TO ' WS-RUN-DATE
        ' (' WS-WINDOW-DAYS ' DAYS) ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '  CUST-ID NAME                      LIMIT     AVG BALANCE'
        ' DAYS OVR  REJ  LTR  CALL       PROPOSED  REASON'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF CUST-ACTIVE AND CUST-CREDIT-LIMIT > 0
                    PERFORM REVIEW-ONE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    IF LEDGER-IS-AVAILABLE
        CLOSE LEDGER-FILE
    END-IF
    CLOSE REVIEW-WORK-FILE
    PERFORM WRITE-REVIEW-TOTALS
    CLOSE REVIEW-REPORT
    CLOSE DECISION-FILE
    DISPLAY 'LIMIT REVIEW: ' WS-REVIEWED-COUNT ' ACCOUNT(S), '
        WS-INCREASE-COUNT ' INCREASE, ' WS-DECREASE-COUNT
        ' DECREASE -- LIMIT_REVIEW.RPT, '
        FUNCTION TRIM(WS-DECISION-FILE-NAME)
    .

*> The window's rejects and letters, tallied per account onto the
*> work file in one pass over each log.
BUILD-TALLIES.
    OPEN OUTPUT REVIEW-WORK-FILE
    CLOSE REVIEW-WORK-FILE
    OPEN I-O REVIEW-WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open LIMIT_REVIEW.WRK, FILE STATUS '
            WS-WORK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CANDIDATE-FILE
    IF WS-CANDIDATE-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ CANDIDATE-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TALLY-ONE-REJECT
            END-READ
        END-PERFORM
        CLOSE CANDIDATE-FILE
    ELSE
        DISPLAY 'NOTE: no NSF_CANDIDATES.DAT -- rejects shown as'
            ' zero'
    END-IF
    OPEN INPUT MANIFEST-FILE
    IF WS-MANIFEST-STATUS = '00'
        MOVE 'N' TO WS-AT-END
        PERFORM UNTIL AT-END-OF-FILE
            READ MANIFEST-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TALLY-ONE-LETTER
            END-READ
        END-PERFORM
        CLOSE MANIFEST-FILE
    ELSE
        DISPLAY 'NOTE: no DUNNING_MANIFEST.LOG -- letters shown as'
            ' zero'
    END-IF
    .

TALLY-ONE-REJECT.
    MOVE SPACES TO WS-CD-TOK-DATE WS-CD-TOK-BATCH WS-CD-TOK-ID
    UNSTRING CANDIDATE-LINE DELIMITED BY '|'
        INTO WS-CD-TOK-DATE WS-CD-TOK-BATCH WS-CD-TOK-ID
    IF WS-CD-TOK-DATE(1:8) >= WS-WINDOW-START
        AND WS-CD-TOK-DATE(1:8) <= WS-RUN-DATE
        AND FUNCTION TRIM(WS-CD-TOK-ID) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CD-TOK-ID) TO WS-TALLY-CUST-ID
        MOVE 'R' TO WS-TALLY-KIND
        PERFORM ADD-TO-TALLY
    END-IF
    .

*> Manifest lines read
*>   <yyyymmdd> <hhmmss> LETTER <cust-id> [<name>] BUCKET ...
TALLY-ONE-LETTER.
    MOVE SPACES TO WS-MF-TOK-DATE WS-MF-TOK-TIME WS-MF-TOK-WORD
        WS-MF-TOK-ID
    UNSTRING MANIFEST-LINE DELIMITED BY ALL SPACE
        INTO WS-MF-TOK-DATE WS-MF-TOK-TIME WS-MF-TOK-WORD
            WS-MF-TOK-ID
    IF WS-MF-TOK-WORD = 'LETTER'
        AND WS-MF-TOK-DATE(1:8) >= WS-WINDOW-START
        AND WS-MF-TOK-DATE(1:8) <= WS-RUN-DATE
        AND FUNCTION TRIM(WS-MF-TOK-ID) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-MF-TOK-ID) TO WS-TALLY-CUST-ID
        MOVE 'L' TO WS-TALLY-KIND
        PERFORM ADD-TO-TALLY
    END-IF
    .

ADD-TO-TALLY.
    MOVE WS-TALLY-CUST-ID TO LW-CUST-ID
    READ REVIEW-WORK-FILE
        INVALID KEY
            MOVE 0 TO LW-REJECTS LW-LETTERS
            IF TALLY-A-REJECT
                MOVE 1 TO LW-REJECTS
            ELSE
                MOVE 1 TO LW-LETTERS
            END-IF
            WRITE REVIEW-WORK-RECORD
        NOT INVALID KEY
            IF TALLY-A-REJECT
                ADD 1 TO LW-REJECTS
            ELSE
                ADD 1 TO LW-LETTERS
            END-IF
            REWRITE REVIEW-WORK-RECORD
    END-READ
    .

REVIEW-ONE-ACCOUNT.
    ADD 1 TO WS-REVIEWED-COUNT
    COMPUTE WS-FLOOR = 0 - CUST-CREDIT-LIMIT
    PERFORM MEASURE-BALANCE-HISTORY
    MOVE 0 TO WS-REJECT-COUNT WS-LETTER-COUNT
    MOVE CUST-ID TO LW-CUST-ID
    READ REVIEW-WORK-FILE
        NOT INVALID KEY
            MOVE LW-REJECTS TO WS-REJECT-COUNT
            MOVE LW-LETTERS TO WS-LETTER-COUNT
    END-READ
    PERFORM DECIDE-RECOMMENDATION
    PERFORM WRITE-REVIEW-LINE
    IF WS-CALL NOT = 'NO CHANGE'
        PERFORM WRITE-DECISION-LINE
    END-IF
    .

*> The balance is level between postings, so the window is a run
*> of segments: the balance standing at the window's start (the
*> last posting before it), then each posting inside it, through
*> the end of the review date. Each segment adds balance x days to
*> the weighted total, and its days to days-over when the balance
*> was below the floor. The balance before an account's very first
*> posting is that posting's landing balance less its amount. An
*> account with no ledger at all is taken at today's balance for
*> the whole window.
MEASURE-BALANCE-HISTORY.
    MOVE 0 TO WS-DAYS-OVER WS-BALANCE-DAYS
    MOVE 'N' TO WS-SAW-LEDGER
    MOVE WS-START-INT TO WS-SEGMENT-START
    MOVE 0 TO WS-RUN-BALANCE
    IF LEDGER-IS-AVAILABLE
        MOVE 'N' TO WS-LGR-AT-END
        MOVE CUST-ID TO LGR-CUST-ID
        MOVE '00000000' TO LGR-POST-DATE
        MOVE 0 TO LGR-SEQ
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-LEDGER
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-LEDGER TO TRUE
                NOT AT END
                    IF LGR-CUST-ID NOT = CUST-ID
                        OR LGR-POST-DATE > WS-RUN-DATE
                        SET AT-END-OF-LEDGER TO TRUE
                    ELSE
                        IF LGR-POST-DATE IS NUMERIC
                            PERFORM TAKE-ONE-POSTING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF NOT ACCOUNT-HAS-LEDGER
        MOVE CUST-BALANCE TO WS-RUN-BALANCE
    END-IF
    COMPUTE WS-SEGMENT-END = WS-RUN-INT + 1
    PERFORM ADD-BALANCE-SEGMENT
    COMPUTE WS-AVERAGE-BALANCE ROUNDED =
        WS-BALANCE-DAYS / WS-WINDOW-DAYS
    .

TAKE-ONE-POSTING.
    IF NOT ACCOUNT-HAS-LEDGER
        COMPUTE WS-RUN-BALANCE = LGR-BALANCE-AFTER - LGR-AMOUNT
        MOVE 'Y' TO WS-SAW-LEDGER
    END-IF
    IF LGR-POST-DATE >= WS-WINDOW-START
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LGR-POST-DATE))
            TO WS-POST-INT
        MOVE WS-POST-INT TO WS-SEGMENT-END
        PERFORM ADD-BALANCE-SEGMENT
        MOVE WS-POST-INT TO WS-SEGMENT-START
    END-IF
    MOVE LGR-BALANCE-AFTER TO WS-RUN-BALANCE
    .

ADD-BALANCE-SEGMENT.
    IF WS-SEGMENT-END > WS-SEGMENT-START
        COMPUTE WS-SEGMENT-DAYS = WS-SEGMENT-END - WS-SEGMENT-START
        COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
            + WS-RUN-BALANCE * WS-SEGMENT-DAYS
        IF WS-RUN-BALANCE < WS-FLOOR
            ADD WS-SEGMENT-DAYS TO WS-DAYS-OVER
        END-IF
    END-IF
    .

DECIDE-RECOMMENDATION.
    MOVE SPACES TO WS-REASON
    MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
    COMPUTE WS-HALF-LIMIT = 0 - (CUST-CREDIT-LIMIT / 2)
    EVALUATE TRUE
        WHEN WS-DAYS-OVER >= WS-DECREASE-DAYS
            OR WS-REJECT-COUNT >= WS-DECREASE-REJECTS
            OR WS-LETTER-COUNT >= WS-DECREASE-LETTERS
            MOVE 'DECREASE' TO WS-CALL
            COMPUTE WS-HUNDREDS = (CUST-CREDIT-LIMIT * 0.75) / 100
            COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100
            ADD 1 TO WS-DECREASE-COUNT
            COMPUTE WS-DECREASE-TOTAL = WS-DECREASE-TOTAL
                + CUST-CREDIT-LIMIT - WS-PROPOSED-LIMIT
            EVALUATE TRUE
                WHEN WS-DAYS-OVER >= WS-DECREASE-DAYS
                    MOVE 'OVER THE LIMIT TOO LONG' TO WS-REASON
                WHEN WS-REJECT-COUNT >= WS-DECREASE-REJECTS
                    MOVE 'REPEATED LIMIT REJECTS' TO WS-REASON
                WHEN OTHER
                    MOVE 'REPEATED DUNNING' TO WS-REASON
            END-EVALUATE
        WHEN WS-DAYS-OVER = 0 AND WS-REJECT-COUNT = 0
            AND WS-LETTER-COUNT = 0
            AND WS-AVERAGE-BALANCE <= WS-HALF-LIMIT
            MOVE 'INCREASE' TO WS-CALL
            COMPUTE WS-HUNDREDS = (CUST-CREDIT-LIMIT * 1.25) / 100
            COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100
            IF WS-PROPOSED-LIMIT < CUST-CREDIT-LIMIT + 100
                COMPUTE WS-PROPOSED-LIMIT = CUST-CREDIT-LIMIT + 100
            END-IF
            ADD 1 TO WS-INCREASE-COUNT
            COMPUTE WS-INCREASE-TOTAL = WS-INCREASE-TOTAL
                + WS-PROPOSED-LIMIT - CUST-CREDIT-LIMIT
            MOVE 'CLEAN, HALF OR MORE IN USE' TO WS-REASON
        WHEN OTHER
            MOVE 'NO CHANGE' TO WS-CALL
            ADD 1 TO WS-NO-CHANGE-COUNT
    END-EVALUATE
    .

WRITE-REVIEW-LINE.
    MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
    MOVE WS-AVERAGE-BALANCE TO WS-AVERAGE-EDIT
    MOVE WS-PROPOSED-LIMIT TO WS-PROPOSED-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID '  ' CUST-NAME
        ' ' WS-LIMIT-EDIT ' ' WS-AVERAGE-EDIT
        '    ' WS-DAYS-OVER ' ' WS-REJECT-COUNT ' ' WS-LETTER-COUNT
        '  ' WS-CALL
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-CALL NOT = 'NO CHANGE'
        STRING WS-PROPOSED-EDIT '  ' FUNCTION TRIM(WS-REASON)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    .

WRITE-DECISION-LINE.
    MOVE CUST-CREDIT-LIMIT TO WS-PLAIN-EDIT
    MOVE WS-PROPOSED-LIMIT TO WS-PLAIN-EDIT-2
    MOVE SPACES TO DECISION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING CUST-ID
        '|' WS-PLAIN-EDIT
        '|' WS-PLAIN-EDIT-2
        '|' FUNCTION TRIM(WS-CALL)
        '|' WS-RUN-DATE
        '|N'
        DELIMITED BY SIZE INTO DECISION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE DECISION-LINE
    .

WRITE-REVIEW-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNTS REVIEWED=' WS-REVIEWED-COUNT
        ' NO CHANGE=' WS-NO-CHANGE-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-INCREASE-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'INCREASE=' WS-INCREASE-COUNT
        ' ADDING ' FUNCTION TRIM(WS-TOTAL-EDIT) ' OF LIMIT'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE WS-DECREASE-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'DECREASE=' WS-DECREASE-COUNT
        ' TAKING ' FUNCTION TRIM(WS-TOTAL-EDIT) ' OF LIMIT'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Mark accepted lines Y on '
        FUNCTION TRIM(WS-DECISION-FILE-NAME)
        ' and run PROC_LIMIT_REVIEW STAGE to put them up for'
        ' approval'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> The committee's decisions back onto the maker/checker store.
STAGE-ACCEPTED-DECISIONS.
    IF WS-ARG1 NOT = SPACES
        MOVE WS-ARG1 TO WS-DECISION-FILE-NAME
    END-IF
    OPEN INPUT DECISION-FILE
    IF WS-DECISION-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-DECISION-FILE-NAME)
            ', FILE STATUS ' WS-DECISION-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE DECISION-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MAINT-AUDIT-STORE
    PERFORM OPEN-MAINT-PENDING-STORE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ DECISION-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END PERFORM STAGE-ONE-DECISION
        END-READ
    END-PERFORM
    CLOSE MAINT-PENDING-FILE
    CLOSE MAINT-AUDIT-FILE
    CLOSE CUSTOMER-FILE
    CLOSE DECISION-FILE
    PERFORM RELEASE-MASTER-LOCK
    DISPLAY 'STAGED ' WS-STAGED-COUNT ' LIMIT CHANGE(S) FOR APPROVAL, '
        WS-PASSED-COUNT ' PASSED OVER, ' WS-NOT-ACCEPTED-COUNT
        ' NOT ACCEPTED'
    IF WS-STAGED-COUNT > 0
        DISPLAY '  -- a SENIOR or SUPERVISOR other than you must'
            ' approve them in PROC_MAINT_APPROVAL'
    END-IF
    .

STAGE-ONE-DECISION.
    MOVE SPACES TO WS-DS-TOK-ID WS-DS-TOK-CURRENT WS-DS-TOK-PROPOSED
        WS-DS-TOK-CALL WS-DS-TOK-DATE WS-DS-TOK-ACCEPT
    UNSTRING DECISION-LINE DELIMITED BY '|'
        INTO WS-DS-TOK-ID WS-DS-TOK-CURRENT WS-DS-TOK-PROPOSED
            WS-DS-TOK-CALL WS-DS-TOK-DATE WS-DS-TOK-ACCEPT
*> The heading line, and anything else without an account on it,
*> is not a decision.
    IF FUNCTION TRIM(WS-DS-TOK-ID) IS NUMERIC
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DS-TOK-ACCEPT)) = 'Y'
            PERFORM STAGE-ONE-ACCEPTED
        ELSE
            ADD 1 TO WS-NOT-ACCEPTED-COUNT
        END-IF
    END-IF
    .

STAGE-ONE-ACCEPTED.
    MOVE SPACES TO WS-PASSED-REASON
    MOVE FUNCTION NUMVAL(WS-DS-TOK-ID) TO CUST-ID
    IF FUNCTION TEST-NUMVAL(WS-DS-TOK-CURRENT) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-DS-TOK-PROPOSED) NOT = 0
        MOVE 'LIMIT FIGURES NOT NUMERIC' TO WS-PASSED-REASON
    ELSE
        MOVE FUNCTION NUMVAL(WS-DS-TOK-CURRENT) TO WS-DS-CURRENT
        MOVE FUNCTION NUMVAL(WS-DS-TOK-PROPOSED) TO WS-DS-PROPOSED
        READ CUSTOMER-FILE
            INVALID KEY MOVE 'NOT ON THE MASTER' TO WS-PASSED-REASON
        END-READ
    END-IF
    IF WS-PASSED-REASON = SPACES
        EVALUATE TRUE
            WHEN NOT CUST-ACTIVE
                MOVE 'NO LONGER ACTIVE' TO WS-PASSED-REASON
            WHEN WS-DS-PROPOSED < 0
                MOVE 'PROPOSED LIMIT BELOW ZERO' TO WS-PASSED-REASON
            WHEN CUST-CREDIT-LIMIT NOT = WS-DS-CURRENT
                MOVE 'LIMIT CHANGED SINCE THE REVIEW'
                    TO WS-PASSED-REASON
            WHEN WS-DS-PROPOSED = CUST-CREDIT-LIMIT
                MOVE 'PROPOSED LIMIT IS THE CURRENT ONE'
                    TO WS-PASSED-REASON
            WHEN OTHER
                PERFORM CHECK-ALREADY-PENDING
                IF REQUEST-ALREADY-PENDING
                    MOVE 'LIMIT REQUEST ALREADY WAITING'
                        TO WS-PASSED-REASON
                END-IF
        END-EVALUATE
    END-IF
    IF WS-PASSED-REASON NOT = SPACES
        ADD 1 TO WS-PASSED-COUNT
        DISPLAY 'PASSED OVER: ' FUNCTION TRIM(WS-DS-TOK-ID) ' -- '
            FUNCTION TRIM(WS-PASSED-REASON)
    ELSE
        PERFORM STAGE-PENDING-REQUEST
    END-IF
    .

*> One open request of a kind per account, as PROC_CUSTOMER_MAINT
*> keeps it.
CHECK-ALREADY-PENDING.
    MOVE 'N' TO WS-ALREADY-PENDING
    MOVE 'N' TO WS-PENDING-SCAN-DONE
    MOVE SPACES TO MPND-KEY
    MOVE CUST-ID TO MPND-CUST-ID
    MOVE LOW-VALUES TO MPND-STAMP
    MOVE 0 TO MPND-SEQ
    START MAINT-PENDING-FILE KEY IS >= MPND-KEY
        INVALID KEY MOVE 'Y' TO WS-PENDING-SCAN-DONE
    END-START
    PERFORM UNTIL WS-PENDING-SCAN-DONE = 'Y'
        READ MAINT-PENDING-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-PENDING-SCAN-DONE
            NOT AT END
                IF MPND-CUST-ID NOT = CUST-ID
                    MOVE 'Y' TO WS-PENDING-SCAN-DONE
                ELSE
                    IF MPND-PENDING AND MPND-KIND-LIMIT
                        MOVE 'Y' TO WS-ALREADY-PENDING
                        MOVE 'Y' TO WS-PENDING-SCAN-DONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

*> Same request and STAGED audit record PROC_CUSTOMER_MAINT writes
*> for a limit over the approval amount.
STAGE-PENDING-REQUEST.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MAINT-PENDING-RECORD
    MOVE CUST-ID TO MPND-CUST-ID
    MOVE WS-CURRENT-DATE(1:14) TO MPND-STAMP
    MOVE 1 TO MPND-SEQ
    MOVE 'LIMIT' TO MPND-KIND
    MOVE 'P' TO MPND-STATE
    MOVE OPERATOR_ID TO MPND-MAKER
    MOVE CUST-CREDIT-LIMIT TO MPND-OLD-LIMIT
    MOVE WS-DS-PROPOSED TO MPND-NEW-LIMIT
    MOVE CUST-STATUS TO MPND-OLD-STATUS
    MOVE CUST-STATUS TO MPND-NEW-STATUS
    MOVE 'N' TO WS-MPND-DONE
    PERFORM UNTIL MAINT-PENDING-STORED OR MPND-SEQ >= 9999
        WRITE MAINT-PENDING-RECORD
            INVALID KEY ADD 1 TO MPND-SEQ
            NOT INVALID KEY MOVE 'Y' TO WS-MPND-DONE
        END-WRITE
    END-PERFORM
    ADD 1 TO WS-STAGED-COUNT
    MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
    MOVE WS-DS-PROPOSED TO WS-PROPOSED-EDIT
    DISPLAY 'STAGED: ' CUST-ID ' [' FUNCTION TRIM(CUST-NAME) ']'
        ' LIMIT ' FUNCTION TRIM(WS-LIMIT-EDIT)
        ' -> ' FUNCTION TRIM(WS-PROPOSED-EDIT)
    MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
    MOVE WS-DS-PROPOSED TO CUST-CREDIT-LIMIT
    PERFORM WRITE-MAINT-AUDIT
    .

WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO MAINT-AUDIT-RECORD
    MOVE WS-CURRENT-DATE(1:14) TO MAUD-KEY-STAMP
    MOVE 1 TO MAUD-KEY-SEQ
    MOVE 'STAGED' TO MAUD-ACTION
    MOVE OPERATOR_ID TO MAUD-OPERATOR
    MOVE CUST-ID TO MAUD-CUST-ID
    MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
    MOVE CUSTOMER-RECORD TO MAUD-AFTER-IMAGE
    MOVE 'N' TO WS-MAUD-DONE
    PERFORM UNTIL MAINT-AUDIT-STORED OR MAUD-KEY-SEQ >= 9999
        WRITE MAINT-AUDIT-RECORD
            INVALID KEY ADD 1 TO MAUD-KEY-SEQ
            NOT INVALID KEY MOVE 'Y' TO WS-MAUD-DONE
        END-WRITE
    END-PERFORM
    .

*> The writer interlock: only one program REWRITEs the master or
*> its maintenance stores at a time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_LIMIT_REVIEW' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    IF LOCK-REFUSED
        DISPLAY '*** MASTER LOCKED BY '
            FUNCTION TRIM(LOCK_HOLDER)
            ' (OPR ' FUNCTION TRIM(LOCK_HOLDER_OPR)
            ') SINCE ' LOCK_SINCE ' ***'
        DISPLAY 'If the holder crashed, clear the claim with'
            ' PROC_LOCK_MANAGER FORCE and rerun'
        CLOSE DECISION-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

RELEASE-MASTER-LOCK.
    MOVE 'R' TO LOCK_ACTION
    MOVE 'PROC_LIMIT_REVIEW' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    .

*> Same first-use bootstrap as PROC_CUSTOMER_MAINT.
OPEN-MAINT-AUDIT-STORE.
    OPEN I-O MAINT-AUDIT-FILE
    IF WS-MAINT-AUDIT-STATUS = '35'
        OPEN OUTPUT MAINT-AUDIT-FILE
        CLOSE MAINT-AUDIT-FILE
        OPEN I-O MAINT-AUDIT-FILE
    END-IF
    IF WS-MAINT-AUDIT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUST_MAINT_AUDIT.IDX,'
            ' FILE STATUS ' WS-MAINT-AUDIT-STATUS
        CLOSE CUSTOMER-FILE
        CLOSE DECISION-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

OPEN-MAINT-PENDING-STORE.
    OPEN I-O MAINT-PENDING-FILE
    IF WS-MAINT-PENDING-STATUS = '35'
        OPEN OUTPUT MAINT-PENDING-FILE
        CLOSE MAINT-PENDING-FILE
        OPEN I-O MAINT-PENDING-FILE
    END-IF
    IF WS-MAINT-PENDING-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUST_MAINT_PENDING.IDX,'
            ' FILE STATUS ' WS-MAINT-PENDING-STATUS
        CLOSE MAINT-AUDIT-FILE
        CLOSE CUSTOMER-FILE
        CLOSE DECISION-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LIMIT_REVIEW' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_LIMIT_REVIEW.
