*> Mission: The external auditors' balance confirmations, drawn,
*> printed and tracked here instead of hand-typed every year. The
*> auditors name a year-end (the as-of date) and how to sample, and
*> SELECT draws the sample off CUSTOMERS.DAT, prints a letterheaded
*> confirmation per account into BALANCE_CONFIRM.PRN -- the
*> customer's name as the banner letterhead through the PROC_BANNER
*> machinery the way PROC_CHANGE_CONFIRM heads a letter, the balance
*> as of the date rebuilt off the ledger the way PROC_BALANCE_ASOF
*> does it, the mailing address off CUSTOMER_ADDR.IDX -- with a
*> reply slip quoting the letter's control number, and files each
*> one in BALANCE_CONFIRMS.IDX (see CB_BAL_CONFIRM_FILE.cpy) as
*> outstanding. Open accounts (active or dormant) with ledger
*> history on or before the date are the population; any mix of
*>   OVER=amount  every account whose as-of balance is at least the
*>                amount either way (a large overdrawn balance is as
*>                material as a large credit one)
*>   EVERY=n      every nth account of the population in account
*>                order
*>   RANDOM=n     n accounts picked at random within each branch
*>                (every account of a branch with n or fewer; at
*>                most 50 a branch), SEED=n to redraw the same
*>                picks -- the seed used is printed either way
*> selects; an account drawn more than once gets one letter. An
*> account with no address, or on returned-mail hold (PROC_MAIL_HOLD),
*> is filed NOT SENT with the reason rather than mailed. The sample
*> listing goes to BALANCE_CONFIRM_SAMPLE.<as-of>.RPT. One sample
*> per as-of date: a second SELECT for the same date is refused.
*> REPLY is the desk's prompt-and-ACCEPT session for the slips that
*> come back: key (or scan) the control number, and record AGREED
*> or DISPUTED -- a dispute with the customer's own figure when they
*> gave one, and a note. NOREPLY <as-of> closes the round once the
*> auditors' deadline has passed: every confirmation still
*> outstanding becomes UNANSWERED. SUMMARY <as-of> is the auditors'
*> report -- letters sent and not sent, agreed, disputed, unanswered
*> and still outstanding by selection method, the response rate,
*> then every dispute (with the difference), every unanswered and
*> every unsent confirmation -- in
*> BALANCE_CONFIRM_SUMMARY.<as-of>.RPT.
*> Every letter also goes into the customer's correspondence history
*> (PROC_CORRESP_LOG) with its lines kept in the letter archive, so
*> the inquiry screen can show it was sent and reprint it.
*> Command line:
*>   SELECT <as-of yyyymmdd> [OVER=amount] [EVERY=n] [RANDOM=n]
*>          [SEED=n]
*>   REPLY
*>   NOREPLY <as-of yyyymmdd>
*>   SUMMARY <as-of yyyymmdd>
*> cobc -x -j -free -I . -I ../BANNER PROC_BALANCE_CONFIRM.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob PROC_ACCOUNT_NUMBER.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob PROC_MAIL_HOLD.cob
*>     PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BALANCE_CONFIRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_BAL_CONFIRM_FILE.cpy'.
SELECT LETTER-FILE
    ASSIGN TO 'BALANCE_CONFIRM.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LETTER-STATUS.
*> The sample listing and the auditors' summary, named per as-of
*> date so one year's copy is never overwritten by the next.
SELECT CONFIRM-REPORT
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
*> The population in account order with each account's branch
*> position, so the random picks per branch can be made once every
*> branch has been counted -- keyed so any size of book fits.
SELECT SAMPLE-WORK-FILE
    ASSIGN TO 'BALANCE_CONFIRM.WRK'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BW-CUST-ID
    FILE STATUS IS WS-WORK-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_BAL_CONFIRM_RECORD.cpy'.

FD LETTER-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS LETTER-LINE.
01 LETTER-LINE PIC X(132).

FD CONFIRM-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD SAMPLE-WORK-FILE
    RECORD CONTAINS 40 CHARACTERS
    DATA RECORD IS SAMPLE-WORK-RECORD.
01 SAMPLE-WORK-RECORD.
   05 BW-CUST-ID      PIC 9(6).
   05 BW-BRANCH       PIC X(3).
   05 BW-ORDINAL      PIC 9(6).
   05 BW-METHOD       PIC X.
   05 BW-BALANCE      PIC S9(9)V99.
   05 BW-LAST-POSTED  PIC X(8).
   05 FILLER          PIC X(5).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-ADDRESSES-AVAILABLE  PIC X VALUE 'N'.
    88 ADDRESSES-ARE-AVAILABLE VALUE 'Y'.
01 WS-BAL-CONFIRM-STATUS   PIC XX.
01 WS-LETTER-STATUS        PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-REPORT-FILE-NAME     PIC X(64).
01 WS-WORK-STATUS          PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-MODE-TOKEN           PIC X(8).
01 WS-ARG1                 PIC X(20).
01 WS-ARG2                 PIC X(20).
01 WS-ARG3                 PIC X(20).
01 WS-ARG4                 PIC X(20).
01 WS-ARG5                 PIC X(20).
01 WS-OPTION               PIC X(20).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-TODAY                PIC X(8).
01 WS-ASOF-DATE            PIC X(8).
01 WS-LINE-PTR             PIC 9(4).

*> The auditors' sampling instructions.
01 WS-OVER-AMOUNT          PIC 9(9)V99 VALUE 0.
01 WS-OVER-GIVEN           PIC X VALUE 'N'.
01 WS-EVERY-N              PIC 9(6) VALUE 0.
01 WS-RANDOM-N             PIC 9(2) VALUE 0.
01 WS-SEED                 PIC 9(8) VALUE 0.
01 WS-SEED-GIVEN           PIC X VALUE 'N'.
01 WS-OPTION-OK            PIC X.
01 WS-RANDOM-WORK          PIC 9V9(9).
01 WS-PICK                 PIC 9(6).

*> One account's balance as of the date, and its magnitude.
01 WS-HAS-HISTORY          PIC X.
01 WS-ASOF-BALANCE         PIC S9(9)V99.
01 WS-ABS-BALANCE          PIC 9(9)V99.
01 WS-LAST-POST-DATE       PIC X(8).
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

*> Population and sample counts.
01 WS-POPULATION           PIC 9(7) VALUE 0.
01 WS-POPULATION-TOTAL     PIC S9(11)V99 VALUE 0.
01 WS-SAMPLE-COUNT         PIC 9(6) VALUE 0.
01 WS-SAMPLE-TOTAL         PIC S9(11)V99 VALUE 0.
01 WS-SENT-COUNT           PIC 9(6) VALUE 0.
01 WS-UNSENT-COUNT         PIC 9(6) VALUE 0.
01 WS-BY-VALUE-COUNT       PIC 9(6) VALUE 0.
01 WS-BY-INTERVAL-COUNT    PIC 9(6) VALUE 0.
01 WS-BY-RANDOM-COUNT      PIC 9(6) VALUE 0.

*> Per-branch population and random picks -- 20 offices, house table
*> style, accounts with no branch tallying under spaces; 50 picks a
*> branch.
01 WS-BRANCH-TABLE.
    05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY WS-BRANCH-SS.
        10 WS-BRT-CODE       PIC X(3).
        10 WS-BRT-COUNT      PIC 9(6).
        10 WS-BRT-PICK-COUNT PIC 9(2).
        10 WS-BRT-PICK       PIC 9(6) OCCURS 50 TIMES
                INDEXED BY WS-PICK-SS.
01 WS-BRANCH-COUNT         PIC 9(2) VALUE 0.
01 WS-BRANCH-MATCH-SS      PIC 9(2).
01 WS-BRANCH-OVERFLOW      PIC 9(6) VALUE 0.
01 WS-PICK-FOUND           PIC X.

*> Control numbers: the as-of year and the next free sequence in it.
01 WS-NEXT-CONTROL         PIC 9(9).
01 WS-CONTROL-PARTS REDEFINES WS-NEXT-CONTROL.
    05 WS-NC-YEAR          PIC 9(4).
    05 WS-NC-SEQ           PIC 9(5).
01 WS-CONTROL-EDIT         PIC X(10).
01 WS-ROUND-EXISTS         PIC X.

*> The letter in hand.
01 WS-LT-NAME              PIC X(20).
01 WS-LT-ADDRESS.
   05 WS-LT-LINE-1         PIC X(30).
   05 WS-LT-LINE-2         PIC X(30).
   05 WS-LT-CITY           PIC X(20).
   05 WS-LT-STATE          PIC X(2).
   05 WS-LT-POSTAL         PIC X(10).
01 WS-ASOF-EDIT            PIC X(10).
01 WS-BALANCE-EDIT         PIC -(9)9.99.
01 WS-TOTAL-EDIT           PIC -(11)9.99.
01 WS-COUNT-EDIT           PIC Z(5)9.
01 WS-METHOD-NAME          PIC X(8).
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_MAIL_HOLD.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-LETTERHEAD-ROW PIC 99.

*> REPLY.
01 WS-ANSWER               PIC X(40).
01 WS-REPLYING             PIC X VALUE 'Y'.
    88 DONE-REPLYING        VALUE 'N'.
01 WS-WANTED-CONTROL       PIC 9(9).
01 WS-CONTROL-OK           PIC X.
01 WS-CONTROL-DIGITS       PIC X(12).
01 WS-REPLY-COUNT          PIC 9(6) VALUE 0.
01 WS-STATUS-NAME          PIC X(11).

*> SUMMARY -- per method (V, N, R) and overall, by outcome.
01 WS-SUMMARY-TABLE.
    05 WS-SUMMARY-ENTRY OCCURS 4 TIMES.
        10 WS-SM-SAMPLED     PIC 9(6).
        10 WS-SM-NOT-SENT    PIC 9(6).
        10 WS-SM-AGREED      PIC 9(6).
        10 WS-SM-DISPUTED    PIC 9(6).
        10 WS-SM-UNANSWERED  PIC 9(6).
        10 WS-SM-OUTSTANDING PIC 9(6).
01 WS-SM-SS                PIC 9.
01 WS-SM-SENT              PIC 9(6).
01 WS-SM-RESPONDED         PIC 9(6).
01 WS-RATE                 PIC 9(3)V9.
01 WS-RATE-EDIT            PIC ZZ9.9.
01 WS-DIFFERENCE           PIC S9(9)V99.
01 WS-WANTED-STATUS        PIC X.
01 WS-EXCEPTION-COUNT      PIC 9(6).

COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
        WS-ARG5
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'SELECT'
            PERFORM TAKE-ASOF-DATE
            PERFORM TAKE-SAMPLE-OPTIONS
            PERFORM SELECT-SAMPLE
        WHEN 'REPLY'
            PERFORM RECORD-REPLIES
        WHEN 'NOREPLY'
            PERFORM TAKE-ASOF-DATE
            PERFORM CLOSE-OUT-ROUND
        WHEN 'SUMMARY'
            PERFORM TAKE-ASOF-DATE
            PERFORM WRITE-ROUND-SUMMARY
        WHEN OTHER
            PERFORM SHOW-USAGE
    END-EVALUATE
    STOP RUN.

SHOW-USAGE.
    DISPLAY 'USAGE: PROC_BALANCE_CONFIRM SELECT <as-of yyyymmdd>'
        ' [OVER=amount] [EVERY=n] [RANDOM=n] [SEED=n]'
    DISPLAY '       PROC_BALANCE_CONFIRM REPLY'
    DISPLAY '       PROC_BALANCE_CONFIRM NOREPLY <as-of yyyymmdd>'
    DISPLAY '       PROC_BALANCE_CONFIRM SUMMARY <as-of yyyymmdd>'
    MOVE 1 TO RETURN-CODE
    STOP RUN
    .

TAKE-ASOF-DATE.
    MOVE WS-ARG1(1:8) TO WS-ASOF-DATE
    IF WS-ARG1 = SPACES
        OR WS-ARG1(9:12) NOT = SPACES
        OR WS-ASOF-DATE IS NOT NUMERIC
        PERFORM SHOW-USAGE
    END-IF
    IF WS-ASOF-DATE > WS-TODAY
        DISPLAY 'REFUSED: ' WS-ASOF-DATE ' is after today --'
            ' the ledger cannot answer for it yet'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-ASOF-EDIT
    STRING WS-ASOF-DATE(1:4) '-' WS-ASOF-DATE(5:2) '-'
        WS-ASOF-DATE(7:2)
        DELIMITED BY SIZE INTO WS-ASOF-EDIT
    .

*> OVER=, EVERY=, RANDOM= and SEED= in any order after the date.
TAKE-SAMPLE-OPTIONS.
    MOVE WS-ARG2 TO WS-OPTION
    PERFORM TAKE-ONE-OPTION
    MOVE WS-ARG3 TO WS-OPTION
    PERFORM TAKE-ONE-OPTION
    MOVE WS-ARG4 TO WS-OPTION
    PERFORM TAKE-ONE-OPTION
    MOVE WS-ARG5 TO WS-OPTION
    PERFORM TAKE-ONE-OPTION
    IF WS-OVER-GIVEN = 'N' AND WS-EVERY-N = 0 AND WS-RANDOM-N = 0
        DISPLAY 'REFUSED: name at least one selection --'
            ' OVER=amount, EVERY=n or RANDOM=n'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SEED-GIVEN = 'N'
        MOVE WS-CURRENT-DATE(9:8) TO WS-SEED
    END-IF
    .

TAKE-ONE-OPTION.
    MOVE 'Y' TO WS-OPTION-OK
    EVALUATE TRUE
        WHEN WS-OPTION = SPACES
            CONTINUE
        WHEN FUNCTION UPPER-CASE(WS-OPTION(1:5)) = 'OVER='
            IF FUNCTION TEST-NUMVAL(WS-OPTION(6:15)) = 0
                AND FUNCTION NUMVAL(WS-OPTION(6:15)) > 0
                MOVE FUNCTION NUMVAL(WS-OPTION(6:15))
                    TO WS-OVER-AMOUNT
                MOVE 'Y' TO WS-OVER-GIVEN
            ELSE
                MOVE 'N' TO WS-OPTION-OK
            END-IF
        WHEN FUNCTION UPPER-CASE(WS-OPTION(1:6)) = 'EVERY='
            IF FUNCTION TRIM(WS-OPTION(7:14)) IS NUMERIC
                AND FUNCTION NUMVAL(WS-OPTION(7:14)) > 0
                MOVE FUNCTION NUMVAL(WS-OPTION(7:14)) TO WS-EVERY-N
            ELSE
                MOVE 'N' TO WS-OPTION-OK
            END-IF
        WHEN FUNCTION UPPER-CASE(WS-OPTION(1:7)) = 'RANDOM='
            IF FUNCTION TRIM(WS-OPTION(8:13)) IS NUMERIC
                AND FUNCTION NUMVAL(WS-OPTION(8:13)) > 0
                AND FUNCTION NUMVAL(WS-OPTION(8:13)) NOT > 50
                MOVE FUNCTION NUMVAL(WS-OPTION(8:13)) TO WS-RANDOM-N
            ELSE
                MOVE 'N' TO WS-OPTION-OK
            END-IF
        WHEN FUNCTION UPPER-CASE(WS-OPTION(1:5)) = 'SEED='
            IF FUNCTION TRIM(WS-OPTION(6:15)) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-OPTION(6:15)) TO WS-SEED
                MOVE 'Y' TO WS-SEED-GIVEN
            ELSE
                MOVE 'N' TO WS-OPTION-OK
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-OPTION-OK
    END-EVALUATE
    IF WS-OPTION-OK = 'N'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-OPTION) ' -- OVER= takes'
            ' an amount, EVERY= a count, RANDOM= 1 to 50 a branch,'
            ' SEED= a number'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> The store is opened I-O, created on first use.
OPEN-CONFIRM-STORE.
    OPEN I-O BAL-CONFIRM-FILE
    IF WS-BAL-CONFIRM-STATUS = '35'
        OPEN OUTPUT BAL-CONFIRM-FILE
        CLOSE BAL-CONFIRM-FILE
        OPEN I-O BAL-CONFIRM-FILE
    END-IF
    IF WS-BAL-CONFIRM-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open BALANCE_CONFIRMS.IDX,'
            ' FILE STATUS ' WS-BAL-CONFIRM-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

OPEN-CUSTOMER-MASTER.
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ----------------------------------------------------------------
*> SELECT: the population onto the work file (the value and
*> interval picks made on the way), the random picks per branch,
*> then one letter and one store record per account drawn.
*> ----------------------------------------------------------------
SELECT-SAMPLE.
    PERFORM OPEN-CONFIRM-STORE
    PERFORM FIND-NEXT-CONTROL
    IF WS-ROUND-EXISTS = 'Y'
        DISPLAY 'REFUSED: a sample as of ' WS-ASOF-EDIT
            ' is already on BALANCE_CONFIRMS.IDX -- one sample per'
            ' as-of date'
        CLOSE BAL-CONFIRM-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-CUSTOMER-MASTER
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE STATUS '
            WS-LEDGER-STATUS ' -- no balances to confirm'
        CLOSE CUSTOMER-FILE BAL-CONFIRM-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE 'Y' TO WS-ADDRESSES-AVAILABLE
    END-IF
    OPEN OUTPUT SAMPLE-WORK-FILE
    CLOSE SAMPLE-WORK-FILE
    OPEN I-O SAMPLE-WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open BALANCE_CONFIRM.WRK, FILE STATUS '
            WS-WORK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM RESOLVE_BANNER_LINK_TARGET
    PERFORM BUILD-POPULATION
    IF WS-RANDOM-N > 0
        PERFORM DRAW-BRANCH-PICKS
    END-IF
*> Fresh letter package each run -- the banner path always appends,
*> same erase-first idiom as PROC_CHANGE_CONFIRM.
    OPEN OUTPUT LETTER-FILE
    CLOSE LETTER-FILE
    MOVE 'BALANCE_CONFIRM.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING 'BALANCE_CONFIRM_SAMPLE.' WS-ASOF-DATE '.RPT'
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT CONFIRM-REPORT
    PERFORM WRITE-SAMPLE-HEADING
    MOVE 0 TO BW-CUST-ID
    MOVE 'N' TO WS-AT-END
    START SAMPLE-WORK-FILE KEY IS >= BW-CUST-ID
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ SAMPLE-WORK-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END PERFORM CONSIDER-ONE-ACCOUNT
        END-READ
    END-PERFORM
    PERFORM WRITE-SAMPLE-FOOTING
    CLOSE CONFIRM-REPORT
    CLOSE SAMPLE-WORK-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF ADDRESSES-ARE-AVAILABLE
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    CLOSE BAL-CONFIRM-FILE
    DISPLAY 'SAMPLED ' WS-SAMPLE-COUNT ' OF ' WS-POPULATION
        ' ACCOUNT(S) AS OF ' WS-ASOF-EDIT ': ' WS-SENT-COUNT
        ' LETTER(S) TO BALANCE_CONFIRM.PRN, ' WS-UNSENT-COUNT
        ' NOT SENT -- ' FUNCTION TRIM(WS-REPORT-FILE-NAME)
    IF WS-RANDOM-N > 0
        DISPLAY 'RANDOM PICKS DRAWN WITH SEED=' WS-SEED
    END-IF
    .

*> One pass over the store: is there a round for this as-of already,
*> and what is the highest control number used in its year?
FIND-NEXT-CONTROL.
    MOVE 'N' TO WS-ROUND-EXISTS
    MOVE WS-ASOF-DATE(1:4) TO WS-NC-YEAR
    MOVE 0 TO WS-NC-SEQ
    MOVE 0 TO BCF-CONTROL-NO
    MOVE 'N' TO WS-AT-END
    START BAL-CONFIRM-FILE KEY IS >= BCF-CONTROL-NO
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ BAL-CONFIRM-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF BCF-ASOF-DATE = WS-ASOF-DATE
                    MOVE 'Y' TO WS-ROUND-EXISTS
                END-IF
                IF BCF-CONTROL-YEAR = WS-NC-YEAR
                    AND BCF-CONTROL-SEQ > WS-NC-SEQ
                    MOVE BCF-CONTROL-SEQ TO WS-NC-SEQ
                END-IF
        END-READ
    END-PERFORM
    .

*> Every open account with history by the as-of date is in the
*> population: its branch position numbered, the value and interval
*> tests made now.
BUILD-POPULATION.
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF CUST-ACTIVE OR CUST-DORMANT
                    PERFORM FIND-ASOF-BALANCE
                    IF WS-HAS-HISTORY = 'Y'
                        PERFORM FILE-ONE-MEMBER
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-BRANCH-OVERFLOW > 0
        DISPLAY 'WARNING: ' WS-BRANCH-OVERFLOW ' ACCOUNT(S) IN'
            ' BRANCHES PAST THE 20 HELD -- NOT IN THE RANDOM PICKS'
    END-IF
    .

FILE-ONE-MEMBER.
    ADD 1 TO WS-POPULATION
    ADD WS-ASOF-BALANCE TO WS-POPULATION-TOTAL
    MOVE SPACES TO SAMPLE-WORK-RECORD
    MOVE CUST-ID TO BW-CUST-ID
    MOVE CUST-BRANCH TO BW-BRANCH
    MOVE WS-ASOF-BALANCE TO BW-BALANCE
    MOVE WS-LAST-POST-DATE TO BW-LAST-POSTED
    MOVE 0 TO BW-ORDINAL
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BRANCH-MATCH-SS > 0
        ADD 1 TO WS-BRT-COUNT(WS-BRANCH-MATCH-SS)
        MOVE WS-BRT-COUNT(WS-BRANCH-MATCH-SS) TO BW-ORDINAL
    ELSE
        ADD 1 TO WS-BRANCH-OVERFLOW
    END-IF
    IF WS-ASOF-BALANCE < 0
        COMPUTE WS-ABS-BALANCE = 0 - WS-ASOF-BALANCE
    ELSE
        MOVE WS-ASOF-BALANCE TO WS-ABS-BALANCE
    END-IF
    EVALUATE TRUE
        WHEN WS-OVER-GIVEN = 'Y'
                AND WS-ABS-BALANCE NOT < WS-OVER-AMOUNT
            MOVE 'V' TO BW-METHOD
        WHEN WS-EVERY-N > 0
                AND FUNCTION MOD(WS-POPULATION, WS-EVERY-N) = 0
            MOVE 'N' TO BW-METHOD
    END-EVALUATE
    WRITE SAMPLE-WORK-RECORD
        INVALID KEY
            DISPLAY 'ERROR: BALANCE_CONFIRM.WRK WRITE FAILED FOR '
                CUST-ID ', FILE STATUS ' WS-WORK-STATUS
    END-WRITE
    .

FIND-BRANCH-ENTRY.
    MOVE 0 TO WS-BRANCH-MATCH-SS
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
            OR WS-BRANCH-MATCH-SS > 0
        IF WS-BRT-CODE(WS-BRANCH-SS) = CUST-BRANCH
            SET WS-BRANCH-MATCH-SS TO WS-BRANCH-SS
        END-IF
    END-PERFORM
    IF WS-BRANCH-MATCH-SS = 0 AND WS-BRANCH-COUNT < 20
        ADD 1 TO WS-BRANCH-COUNT
        MOVE WS-BRANCH-COUNT TO WS-BRANCH-MATCH-SS
        MOVE CUST-BRANCH TO WS-BRT-CODE(WS-BRANCH-COUNT)
        MOVE 0 TO WS-BRT-COUNT(WS-BRANCH-COUNT)
        MOVE 0 TO WS-BRT-PICK-COUNT(WS-BRANCH-COUNT)
    END-IF
    .

*> RANDOM=n distinct positions per branch; a branch of n or fewer
*> accounts has them all. The generator is seeded once, so the same
*> SEED= over the same book draws the same accounts.
DRAW-BRANCH-PICKS.
    COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-SEED)
    PERFORM VARYING WS-BRANCH-SS FROM 1 BY 1
        UNTIL WS-BRANCH-SS > WS-BRANCH-COUNT
        IF WS-BRT-COUNT(WS-BRANCH-SS) NOT > WS-RANDOM-N
            PERFORM VARYING WS-PICK FROM 1 BY 1
                UNTIL WS-PICK > WS-BRT-COUNT(WS-BRANCH-SS)
                ADD 1 TO WS-BRT-PICK-COUNT(WS-BRANCH-SS)
                MOVE WS-PICK TO WS-BRT-PICK(WS-BRANCH-SS,
                    WS-BRT-PICK-COUNT(WS-BRANCH-SS))
            END-PERFORM
        ELSE
            PERFORM UNTIL WS-BRT-PICK-COUNT(WS-BRANCH-SS)
                    NOT < WS-RANDOM-N
                PERFORM DRAW-ONE-PICK
            END-PERFORM
        END-IF
    END-PERFORM
    .

DRAW-ONE-PICK.
    COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM
    COMPUTE WS-PICK = WS-RANDOM-WORK * WS-BRT-COUNT(WS-BRANCH-SS) + 1
    IF WS-PICK > WS-BRT-COUNT(WS-BRANCH-SS)
        MOVE WS-BRT-COUNT(WS-BRANCH-SS) TO WS-PICK
    END-IF
    PERFORM FIND-PICK
    IF WS-PICK-FOUND = 'N'
        ADD 1 TO WS-BRT-PICK-COUNT(WS-BRANCH-SS)
        MOVE WS-PICK TO WS-BRT-PICK(WS-BRANCH-SS,
            WS-BRT-PICK-COUNT(WS-BRANCH-SS))
    END-IF
    .

FIND-PICK.
    MOVE 'N' TO WS-PICK-FOUND
    PERFORM VARYING WS-PICK-SS FROM 1 BY 1
        UNTIL WS-PICK-SS > WS-BRT-PICK-COUNT(WS-BRANCH-SS)
            OR WS-PICK-FOUND = 'Y'
        IF WS-BRT-PICK(WS-BRANCH-SS, WS-PICK-SS) = WS-PICK
            MOVE 'Y' TO WS-PICK-FOUND
        END-IF
    END-PERFORM
    .

*> A work record is drawn if the value or interval test took it, or
*> its branch position was picked.
CONSIDER-ONE-ACCOUNT.
    IF BW-METHOD = SPACE AND WS-RANDOM-N > 0 AND BW-ORDINAL > 0
        MOVE BW-BRANCH TO CUST-BRANCH
        PERFORM FIND-BRANCH-ENTRY
        SET WS-BRANCH-SS TO WS-BRANCH-MATCH-SS
        MOVE BW-ORDINAL TO WS-PICK
        PERFORM FIND-PICK
        IF WS-PICK-FOUND = 'Y'
            MOVE 'R' TO BW-METHOD
        END-IF
    END-IF
    IF BW-METHOD NOT = SPACE
        MOVE BW-CUST-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM CONFIRM-ONE-ACCOUNT
        END-READ
    END-IF
    .

*> The store record first -- it carries the control number the
*> letter quotes -- then the letter, unless the account cannot be
*> mailed.
CONFIRM-ONE-ACCOUNT.
    ADD 1 TO WS-SAMPLE-COUNT
    ADD BW-BALANCE TO WS-SAMPLE-TOTAL
    EVALUATE BW-METHOD
        WHEN 'V' ADD 1 TO WS-BY-VALUE-COUNT
        WHEN 'N' ADD 1 TO WS-BY-INTERVAL-COUNT
        WHEN OTHER ADD 1 TO WS-BY-RANDOM-COUNT
    END-EVALUATE
    ADD 1 TO WS-NC-SEQ
    MOVE SPACES TO BAL-CONFIRM-RECORD
    MOVE WS-NEXT-CONTROL TO BCF-CONTROL-NO
    MOVE CUST-ID TO BCF-CUST-ID
    MOVE WS-ASOF-DATE TO BCF-ASOF-DATE
    MOVE BW-METHOD TO BCF-METHOD
    MOVE CUST-BRANCH TO BCF-BRANCH
    MOVE BW-BALANCE TO BCF-ASOF-BALANCE
    MOVE WS-TODAY TO BCF-SENT-DATE
    MOVE OPERATOR_ID TO BCF-OPERATOR
    MOVE 'N' TO BCF-STATED-GIVEN
    MOVE 0 TO BCF-STATED-BALANCE
    SET BCF-OUTSTANDING TO TRUE
    MOVE CUST-NAME TO WS-LT-NAME
    MOVE SPACES TO WS-LT-ADDRESS
    IF ADDRESSES-ARE-AVAILABLE
        MOVE CUST-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE ADDR-LINE-1 TO WS-LT-LINE-1
                MOVE ADDR-LINE-2 TO WS-LT-LINE-2
                MOVE ADDR-CITY TO WS-LT-CITY
                MOVE ADDR-STATE TO WS-LT-STATE
                MOVE ADDR-POSTAL TO WS-LT-POSTAL
        END-READ
    END-IF
    IF WS-LT-LINE-1 = SPACES
        SET BCF-NOT-SENT TO TRUE
        MOVE 'NO ADDRESS ON FILE' TO BCF-NOTE
    ELSE
        MOVE CUST-ID TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
        IF HOLD-IS-OPEN
            SET BCF-NOT-SENT TO TRUE
            MOVE SPACES TO BCF-NOTE
            STRING 'MAIL HOLD SINCE ' HOLD_SINCE(1:10)
                DELIMITED BY SIZE INTO BCF-NOTE
        END-IF
    END-IF
    WRITE BAL-CONFIRM-RECORD
        INVALID KEY
            DISPLAY 'ERROR: BALANCE_CONFIRMS.IDX WRITE FAILED FOR '
                CUST-ID ', FILE STATUS ' WS-BAL-CONFIRM-STATUS
            MOVE 1 TO RETURN-CODE
    END-WRITE
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    PERFORM EDIT-CONTROL-NUMBER
    IF BCF-NOT-SENT
        ADD 1 TO WS-UNSENT-COUNT
    ELSE
        ADD 1 TO WS-SENT-COUNT
        PERFORM PRINT-CONFIRMATION
    END-IF
    PERFORM WRITE-SAMPLE-LINE
    .

EDIT-CONTROL-NUMBER.
    MOVE SPACES TO WS-CONTROL-EDIT
    STRING BCF-CONTROL-YEAR '-' BCF-CONTROL-SEQ
        DELIMITED BY SIZE INTO WS-CONTROL-EDIT
    .

*> The letter: the customer's name through PROC_BANNER as the
*> letterhead, the addressee block, the balance to confirm, then
*> the reply slip below a cut line.
PRINT-CONFIRMATION.
    PERFORM RECORD-LETTER-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-LT-NAME TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'BALANCE_CONFIRM.PRN' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_BALANCE_CONFIRM' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    MOVE BCF-ASOF-BALANCE TO WS-BALANCE-EDIT
    OPEN EXTEND LETTER-FILE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNT ' ACCT_NUMBER
        '   CONTROL NO ' WS-CONTROL-EDIT
        '   DATE ' WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE WS-LT-NAME TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE WS-LT-LINE-1 TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    IF WS-LT-LINE-2 NOT = SPACES
        MOVE WS-LT-LINE-2 TO LETTER-LINE
        PERFORM PUT-LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-LT-CITY) ', ' WS-LT-STATE
        ' ' FUNCTION TRIM(WS-LT-POSTAL)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'Our auditors are examining our accounts and ask you to'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'confirm the balance of this account as of '
        WS-ASOF-EDIT ':'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '    BALANCE PER OUR RECORDS  ' WS-BALANCE-EDIT
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'This is not a request for payment. Please complete the'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'slip below and return it, whether or not you agree.'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE ALL '- ' TO LETTER-LINE(1:64)
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'REPLY SLIP   CONTROL NO ' WS-CONTROL-EDIT
        '   ACCOUNT ' ACCT_NUMBER
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '[ ] The balance of ' FUNCTION TRIM(WS-BALANCE-EDIT)
        ' as of ' WS-ASOF-EDIT ' is correct.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE '[ ] The balance is not correct. My records show'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE '    ______________ -- details on the back.' TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'SIGNED ____________________________   DATE ___________'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    CLOSE LETTER-FILE
    .

*> The history line, before anything prints, so the letter's lines
*> file under it. The control number is the reference the auditors
*> and the customer both quote.
RECORD-LETTER-SENT.
    MOVE 'D' TO CORR_ACTION
    MOVE BCF-CUST-ID TO CORR_CUST_ID
    MOVE 'BCNF' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'BALANCE_CONFIRM.PRN CONTROL NO ' WS-CONTROL-EDIT
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_BALANCE_CONFIRM' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> The banner rows come back in NINE_LINES -- filed with the letter
*> so a reprint reproduces the letterhead too.
FILE-LETTERHEAD-ROWS.
    PERFORM VARYING WS-LETTERHEAD-ROW FROM 1 BY 1
        UNTIL WS-LETTERHEAD-ROW > RASTER_ACTIVE_LINES
            OR WS-LETTERHEAD-ROW > RASTER_LINES
        MOVE 'L' TO CORR_ACTION
        MOVE SPACES TO CORR_LINE
        MOVE NINE_LINES(WS-LETTERHEAD-ROW) TO CORR_LINE(1:72)
        CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    END-PERFORM
    .

*> Every letter line goes two places: the spool and the archive.
PUT-LETTER-LINE.
    WRITE LETTER-LINE
    MOVE 'L' TO CORR_ACTION
    MOVE LETTER-LINE TO CORR_LINE
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

WRITE-SAMPLE-HEADING.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- BALANCE CONFIRMATION SAMPLE AS OF ' WS-ASOF-EDIT
        ', DRAWN ' WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
        WS-TODAY(7:2) ' OPR=' FUNCTION TRIM(OPERATOR_ID) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'SELECTION:'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-OVER-GIVEN = 'Y'
        MOVE WS-OVER-AMOUNT TO WS-BALANCE-EDIT
        STRING ' OVER=' FUNCTION TRIM(WS-BALANCE-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-EVERY-N > 0
        MOVE WS-EVERY-N TO WS-COUNT-EDIT
        STRING ' EVERY=' FUNCTION TRIM(WS-COUNT-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-RANDOM-N > 0
        STRING ' RANDOM=' WS-RANDOM-N ' SEED=' WS-SEED
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'CONTROL     ACCOUNT  NAME                 BR  HOW'
        TO REPORT-LINE
    MOVE '        BALANCE  LETTER' TO REPORT-LINE(50:23)
    WRITE REPORT-LINE
    .

WRITE-SAMPLE-LINE.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-CONTROL-EDIT TO REPORT-LINE(1:10)
    MOVE ACCT_NUMBER TO REPORT-LINE(13:7)
    MOVE CUST-NAME TO REPORT-LINE(22:20)
    MOVE CUST-BRANCH TO REPORT-LINE(43:3)
    MOVE BCF-METHOD TO REPORT-LINE(47:1)
    MOVE BCF-ASOF-BALANCE TO WS-BALANCE-EDIT
    MOVE WS-BALANCE-EDIT TO REPORT-LINE(52:13)
    IF BCF-NOT-SENT
        MOVE 'NOT SENT -- ' TO REPORT-LINE(67:12)
        MOVE BCF-NOTE TO REPORT-LINE(79:40)
    ELSE
        MOVE 'SENT' TO REPORT-LINE(67:4)
    END-IF
    WRITE REPORT-LINE
    .

WRITE-SAMPLE-FOOTING.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-POPULATION-TOTAL TO WS-TOTAL-EDIT
    STRING 'POPULATION ' WS-POPULATION ' ACCOUNT(S), BALANCES '
        FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-SAMPLE-TOTAL TO WS-TOTAL-EDIT
    STRING 'SAMPLE     ' WS-SAMPLE-COUNT ' ACCOUNT(S), BALANCES '
        FUNCTION TRIM(WS-TOTAL-EDIT) ' -- ' WS-BY-VALUE-COUNT
        ' OVER THE VALUE (V), ' WS-BY-INTERVAL-COUNT
        ' EVERY NTH (N), ' WS-BY-RANDOM-COUNT ' RANDOM (R)'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LETTERS    ' WS-SENT-COUNT ' SENT, ' WS-UNSENT-COUNT
        ' NOT SENT'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> Walk the account's ledger from its first key and keep the last
*> balance-after posted on or before the date -- the same answer
*> PROC_BALANCE_ASOF gives, archived years included.
FIND-ASOF-BALANCE.
    MOVE 'N' TO WS-HAS-HISTORY
    MOVE 0 TO WS-ASOF-BALANCE
    MOVE SPACES TO WS-LAST-POST-DATE
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE LOW-VALUES TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    OR LGR-POST-DATE > WS-ASOF-DATE
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    MOVE 'Y' TO WS-HAS-HISTORY
                    MOVE LGR-BALANCE-AFTER TO WS-ASOF-BALANCE
                    MOVE LGR-POST-DATE TO WS-LAST-POST-DATE
                END-IF
        END-READ
    END-PERFORM
    IF WS-HAS-HISTORY = 'N'
        MOVE 'B' TO LAR_ACTION
        MOVE CUST-ID TO LAR_CUST_ID
        MOVE WS-ASOF-DATE TO LAR_FROM_DATE
        MOVE 9999 TO LAR_FROM_SEQ
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
        IF LAR_FOUND
            MOVE LAR_RECORD TO LEDGER-RECORD
            MOVE 'Y' TO WS-HAS-HISTORY
            MOVE LGR-BALANCE-AFTER TO WS-ASOF-BALANCE
            MOVE LGR-POST-DATE TO WS-LAST-POST-DATE
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> REPLY: the slips as they come back.
*> ----------------------------------------------------------------
RECORD-REPLIES.
    PERFORM OPEN-CONFIRM-STORE
    PERFORM OPEN-CUSTOMER-MASTER
    PERFORM UNTIL DONE-REPLYING
        DISPLAY ' '
        DISPLAY 'Control number (yyyy-nnnnn) or Q to quit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = 'Q'
            MOVE 'N' TO WS-REPLYING
        ELSE
            PERFORM TAKE-CONTROL-NUMBER
            IF WS-CONTROL-OK = 'Y'
                PERFORM RECORD-ONE-REPLY
            END-IF
        END-IF
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE BAL-CONFIRM-FILE
    DISPLAY 'RECORDED ' WS-REPLY-COUNT ' REPLY(IES)'
    .

*> yyyy-nnnnn as printed, or the nine digits run together.
TAKE-CONTROL-NUMBER.
    MOVE 'N' TO WS-CONTROL-OK
    MOVE SPACES TO WS-CONTROL-DIGITS
    IF WS-ANSWER(5:1) = '-'
        STRING WS-ANSWER(1:4) WS-ANSWER(6:5)
            DELIMITED BY SIZE INTO WS-CONTROL-DIGITS
    ELSE
        MOVE FUNCTION TRIM(WS-ANSWER) TO WS-CONTROL-DIGITS
    END-IF
    IF WS-CONTROL-DIGITS(1:9) IS NUMERIC
        AND WS-CONTROL-DIGITS(10:3) = SPACES
        MOVE WS-CONTROL-DIGITS(1:9) TO WS-WANTED-CONTROL
        MOVE 'Y' TO WS-CONTROL-OK
    ELSE
        DISPLAY '  NOT A CONTROL NUMBER -- key it as printed on the'
            ' slip'
    END-IF
    .

RECORD-ONE-REPLY.
    MOVE WS-WANTED-CONTROL TO BCF-CONTROL-NO
    READ BAL-CONFIRM-FILE
        INVALID KEY
            DISPLAY '  NO CONFIRMATION ' FUNCTION TRIM(WS-ANSWER)
                ' ON FILE'
            MOVE 'N' TO WS-CONTROL-OK
    END-READ
    IF WS-CONTROL-OK = 'Y'
        PERFORM SHOW-CONFIRMATION
        IF BCF-NOT-SENT
            DISPLAY '  THIS CONFIRMATION WAS NEVER SENT -- '
                FUNCTION TRIM(BCF-NOTE)
            MOVE 'N' TO WS-CONTROL-OK
        END-IF
    END-IF
    IF WS-CONTROL-OK = 'Y' AND NOT BCF-OUTSTANDING
        DISPLAY '  ALREADY RECORDED ' FUNCTION TRIM(WS-STATUS-NAME)
            ' ON ' BCF-REPLY-DATE ' -- change it (Y/N)? '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = 'Y'
            MOVE 'N' TO WS-CONTROL-OK
        END-IF
    END-IF
    IF WS-CONTROL-OK = 'Y'
        DISPLAY '  A)greed  D)isputed  S)kip: ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'A'
                SET BCF-AGREED TO TRUE
                MOVE 'N' TO BCF-STATED-GIVEN
                MOVE 0 TO BCF-STATED-BALANCE
                MOVE SPACES TO BCF-NOTE
                PERFORM STORE-REPLY
            WHEN 'D'
                PERFORM TAKE-DISPUTE
                PERFORM STORE-REPLY
            WHEN OTHER
                DISPLAY '  SKIPPED -- nothing recorded'
        END-EVALUATE
    END-IF
    .

SHOW-CONFIRMATION.
    PERFORM NAME-STATUS
    MOVE BCF-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE '(NOT ON MASTER)' TO CUST-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE BCF-CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE BCF-ASOF-BALANCE TO WS-BALANCE-EDIT
    DISPLAY '  ACCOUNT ' ACCT_NUMBER ' ' CUST-NAME ' AS OF '
        BCF-ASOF-DATE ' ' FUNCTION TRIM(WS-BALANCE-EDIT) ' -- '
        FUNCTION TRIM(WS-STATUS-NAME)
    .

NAME-STATUS.
    EVALUATE TRUE
        WHEN BCF-OUTSTANDING MOVE 'OUTSTANDING' TO WS-STATUS-NAME
        WHEN BCF-AGREED      MOVE 'AGREED' TO WS-STATUS-NAME
        WHEN BCF-DISPUTED    MOVE 'DISPUTED' TO WS-STATUS-NAME
        WHEN BCF-UNANSWERED  MOVE 'UNANSWERED' TO WS-STATUS-NAME
        WHEN OTHER           MOVE 'NOT SENT' TO WS-STATUS-NAME
    END-EVALUATE
    .

*> The customer's own figure if the slip gives one, and a note.
TAKE-DISPUTE.
    SET BCF-DISPUTED TO TRUE
    MOVE 'N' TO BCF-STATED-GIVEN
    MOVE 0 TO BCF-STATED-BALANCE
    DISPLAY '  Balance the customer gives (blank if none): '
        WITH NO ADVANCING
    ACCEPT WS-ANSWER
    IF WS-ANSWER NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO BCF-STATED-BALANCE
            MOVE 'Y' TO BCF-STATED-GIVEN
        ELSE
            DISPLAY '  NOT AN AMOUNT -- recorded without a figure'
        END-IF
    END-IF
    DISPLAY '  Note: ' WITH NO ADVANCING
    ACCEPT WS-ANSWER
    MOVE WS-ANSWER TO BCF-NOTE
    .

STORE-REPLY.
    MOVE WS-TODAY TO BCF-REPLY-DATE
    MOVE OPERATOR_ID TO BCF-REPLY-OPERATOR
    REWRITE BAL-CONFIRM-RECORD
        INVALID KEY
            DISPLAY '  REWRITE FAILED, FILE STATUS '
                WS-BAL-CONFIRM-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-REPLY-COUNT
            PERFORM NAME-STATUS
            DISPLAY '  RECORDED ' FUNCTION TRIM(WS-STATUS-NAME)
    END-REWRITE
    .

*> ----------------------------------------------------------------
*> NOREPLY: the deadline has passed -- what is still out is
*> unanswered.
*> ----------------------------------------------------------------
CLOSE-OUT-ROUND.
    PERFORM OPEN-CONFIRM-STORE
    MOVE 0 TO WS-REPLY-COUNT
    MOVE 0 TO BCF-CONTROL-NO
    MOVE 'N' TO WS-AT-END
    START BAL-CONFIRM-FILE KEY IS >= BCF-CONTROL-NO
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ BAL-CONFIRM-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF BCF-ASOF-DATE = WS-ASOF-DATE AND BCF-OUTSTANDING
                    SET BCF-UNANSWERED TO TRUE
                    MOVE WS-TODAY TO BCF-REPLY-DATE
                    MOVE OPERATOR_ID TO BCF-REPLY-OPERATOR
                    REWRITE BAL-CONFIRM-RECORD
                    ADD 1 TO WS-REPLY-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BAL-CONFIRM-FILE
    DISPLAY 'MARKED ' WS-REPLY-COUNT ' CONFIRMATION(S) AS OF '
        WS-ASOF-EDIT ' UNANSWERED'
    .

*> ----------------------------------------------------------------
*> SUMMARY: the auditors' report on a round.
*> ----------------------------------------------------------------
WRITE-ROUND-SUMMARY.
    PERFORM OPEN-CONFIRM-STORE
    PERFORM OPEN-CUSTOMER-MASTER
    MOVE ZERO TO WS-SUMMARY-TABLE
    MOVE 0 TO BCF-CONTROL-NO
    MOVE 'N' TO WS-AT-END
    START BAL-CONFIRM-FILE KEY IS >= BCF-CONTROL-NO
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ BAL-CONFIRM-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF BCF-ASOF-DATE = WS-ASOF-DATE
                    PERFORM TALLY-ONE-CONFIRMATION
                END-IF
        END-READ
    END-PERFORM
    IF WS-SM-SAMPLED(4) = 0
        DISPLAY 'REFUSED: no confirmations as of ' WS-ASOF-EDIT
            ' on BALANCE_CONFIRMS.IDX'
        CLOSE CUSTOMER-FILE BAL-CONFIRM-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING 'BALANCE_CONFIRM_SUMMARY.' WS-ASOF-DATE '.RPT'
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT CONFIRM-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- BALANCE CONFIRMATIONS AS OF ' WS-ASOF-EDIT
        ', SUMMARY AT ' WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
        WS-TODAY(7:2) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'SELECTED BY        SAMPLED  NOT SENT    AGREED  DISPUTED'
        TO REPORT-LINE
    MOVE '  UNANSWERED  OUTSTANDING  RESPONSE' TO REPORT-LINE(57:35)
    WRITE REPORT-LINE
    PERFORM VARYING WS-SM-SS FROM 1 BY 1 UNTIL WS-SM-SS > 4
        PERFORM WRITE-SUMMARY-ROW
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'Response rate is agreed plus disputed over letters sent.'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'D' TO WS-WANTED-STATUS
    PERFORM WRITE-EXCEPTION-SECTION
    MOVE 'U' TO WS-WANTED-STATUS
    PERFORM WRITE-EXCEPTION-SECTION
    MOVE 'O' TO WS-WANTED-STATUS
    PERFORM WRITE-EXCEPTION-SECTION
    MOVE 'X' TO WS-WANTED-STATUS
    PERFORM WRITE-EXCEPTION-SECTION
    CLOSE CONFIRM-REPORT
    CLOSE CUSTOMER-FILE
    CLOSE BAL-CONFIRM-FILE
    COMPUTE WS-SM-SENT = WS-SM-SAMPLED(4) - WS-SM-NOT-SENT(4)
    COMPUTE WS-SM-RESPONDED = WS-SM-AGREED(4) + WS-SM-DISPUTED(4)
    DISPLAY 'CONFIRMATIONS AS OF ' WS-ASOF-EDIT ': ' WS-SM-SENT
        ' SENT, ' WS-SM-AGREED(4) ' AGREED, ' WS-SM-DISPUTED(4)
        ' DISPUTED, ' WS-SM-UNANSWERED(4) ' UNANSWERED, '
        WS-SM-OUTSTANDING(4) ' OUTSTANDING -- '
        FUNCTION TRIM(WS-REPORT-FILE-NAME)
    .

*> Rows 1-3 are the methods V, N, R; row 4 the whole round.
TALLY-ONE-CONFIRMATION.
    EVALUATE TRUE
        WHEN BCF-BY-VALUE    MOVE 1 TO WS-SM-SS
        WHEN BCF-BY-INTERVAL MOVE 2 TO WS-SM-SS
        WHEN OTHER           MOVE 3 TO WS-SM-SS
    END-EVALUATE
    PERFORM TALLY-INTO-ROW
    MOVE 4 TO WS-SM-SS
    PERFORM TALLY-INTO-ROW
    .

TALLY-INTO-ROW.
    ADD 1 TO WS-SM-SAMPLED(WS-SM-SS)
    EVALUATE TRUE
        WHEN BCF-NOT-SENT    ADD 1 TO WS-SM-NOT-SENT(WS-SM-SS)
        WHEN BCF-AGREED      ADD 1 TO WS-SM-AGREED(WS-SM-SS)
        WHEN BCF-DISPUTED    ADD 1 TO WS-SM-DISPUTED(WS-SM-SS)
        WHEN BCF-UNANSWERED  ADD 1 TO WS-SM-UNANSWERED(WS-SM-SS)
        WHEN OTHER           ADD 1 TO WS-SM-OUTSTANDING(WS-SM-SS)
    END-EVALUATE
    .

WRITE-SUMMARY-ROW.
    MOVE SPACES TO REPORT-LINE
    EVALUATE WS-SM-SS
        WHEN 1 MOVE 'OVER THE VALUE (V)' TO REPORT-LINE(1:18)
        WHEN 2 MOVE 'EVERY NTH (N)' TO REPORT-LINE(1:18)
        WHEN 3 MOVE 'RANDOM (R)' TO REPORT-LINE(1:18)
        WHEN OTHER MOVE 'ALL' TO REPORT-LINE(1:18)
    END-EVALUATE
    MOVE WS-SM-SAMPLED(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(20:6)
    MOVE WS-SM-NOT-SENT(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(30:6)
    MOVE WS-SM-AGREED(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(40:6)
    MOVE WS-SM-DISPUTED(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(50:6)
    MOVE WS-SM-UNANSWERED(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(62:6)
    MOVE WS-SM-OUTSTANDING(WS-SM-SS) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-LINE(75:6)
    COMPUTE WS-SM-SENT = WS-SM-SAMPLED(WS-SM-SS)
        - WS-SM-NOT-SENT(WS-SM-SS)
    COMPUTE WS-SM-RESPONDED = WS-SM-AGREED(WS-SM-SS)
        + WS-SM-DISPUTED(WS-SM-SS)
    IF WS-SM-SENT > 0
        COMPUTE WS-RATE ROUNDED = WS-SM-RESPONDED * 100 / WS-SM-SENT
        MOVE WS-RATE TO WS-RATE-EDIT
        MOVE WS-RATE-EDIT TO REPORT-LINE(84:5)
        MOVE '%' TO REPORT-LINE(89:1)
    ELSE
        MOVE '   --' TO REPORT-LINE(84:5)
    END-IF
    WRITE REPORT-LINE
    .

*> One section per kind of exception: the disputes with the
*> customer's figure and the difference, then the unanswered, the
*> still outstanding and the never sent.
WRITE-EXCEPTION-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    EVALUATE WS-WANTED-STATUS
        WHEN 'D'
            MOVE 'DISPUTED -- CONTROL, ACCOUNT, NAME, OUR BALANCE,'
                TO REPORT-LINE
            MOVE ' CUSTOMER''S FIGURE, DIFFERENCE, NOTE'
                TO REPORT-LINE(49:40)
        WHEN 'U'
            MOVE 'UNANSWERED' TO REPORT-LINE
        WHEN 'O'
            MOVE 'STILL OUTSTANDING' TO REPORT-LINE
        WHEN OTHER
            MOVE 'NOT SENT' TO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE
    MOVE 0 TO WS-EXCEPTION-COUNT
    MOVE 0 TO BCF-CONTROL-NO
    MOVE 'N' TO WS-AT-END
    START BAL-CONFIRM-FILE KEY IS >= BCF-CONTROL-NO
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ BAL-CONFIRM-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF BCF-ASOF-DATE = WS-ASOF-DATE
                    AND BCF-STATUS = WS-WANTED-STATUS
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-EXCEPTION-COUNT = 0
        MOVE '  (none)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE BCF-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE '(NOT ON MASTER)' TO CUST-NAME
    END-READ
    MOVE 'M' TO ACCT_REQUEST
    MOVE BCF-CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    PERFORM EDIT-CONTROL-NUMBER
    MOVE SPACES TO REPORT-LINE
    MOVE WS-CONTROL-EDIT TO REPORT-LINE(3:10)
    MOVE ACCT_NUMBER TO REPORT-LINE(14:7)
    MOVE CUST-NAME TO REPORT-LINE(22:20)
    MOVE BCF-ASOF-BALANCE TO WS-BALANCE-EDIT
    MOVE WS-BALANCE-EDIT TO REPORT-LINE(43:13)
    EVALUATE TRUE
        WHEN BCF-DISPUTED AND BCF-STATED-GIVEN = 'Y'
            MOVE BCF-STATED-BALANCE TO WS-BALANCE-EDIT
            MOVE WS-BALANCE-EDIT TO REPORT-LINE(57:13)
            COMPUTE WS-DIFFERENCE = BCF-STATED-BALANCE
                - BCF-ASOF-BALANCE
            MOVE WS-DIFFERENCE TO WS-BALANCE-EDIT
            MOVE WS-BALANCE-EDIT TO REPORT-LINE(71:13)
            MOVE BCF-NOTE TO REPORT-LINE(86:40)
        WHEN BCF-DISPUTED
            MOVE '   (no figure)' TO REPORT-LINE(57:14)
            MOVE BCF-NOTE TO REPORT-LINE(86:40)
        WHEN BCF-NOT-SENT
            MOVE BCF-NOTE TO REPORT-LINE(57:40)
        WHEN OTHER
            MOVE 'SENT ' TO REPORT-LINE(57:5)
            MOVE BCF-SENT-DATE TO REPORT-LINE(62:8)
    END-EVALUATE
    WRITE REPORT-LINE
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
    MOVE 'PROC_BALANCE_CONFIRM' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_BALANCE_CONFIRM.
