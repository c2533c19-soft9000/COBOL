*> balance. The mailing address block (off the CUSTOMER_ADDR.IDX
*> satellite) prints under the banner header; an account with no
*> address record goes to the run's exception list (named
*> [<company>_]STATEMENT_EXCEPTIONS.<cycle>[.<branch>].RPT, so
*> per-office and per-book runs never truncate each other's)
*> instead of printing unmailable.
*> An account on returned-mail hold (PROC_MAIL_HOLD: mail came back
*> and no newer address has been keyed since) is exception-listed
*> the same way rather than printed to an address known to be bad;
*> its electronic copy, if it takes one, still goes.
*> The electronic extract is named the same per-run way. Everything
*> else lands in STATEMENTS.PRN.
*> Everything the customer sees -- the statement heading, the
*> barcode, the electronic copy's C and E records -- carries the
*> full account number (CUST-ID plus check digit, see
*> PROC_ACCOUNT_NUMBER), the number the customer is asked to quote.
*> Command line: [cycle-start-yyyymmdd] [branch-code]
*> [destination]. The cycle start defaults to the first of the
*> current month; ledger records posted on or after it make the
*> package. A destination is a logical print name resolved through
*> PRINT_DESTS.CTL (see PROC_PRINT_ROUTE) -- the package then lands
*> in that device's spool file instead of STATEMENTS.PRN.
*> The word HOUSEHOLD anywhere on the command line (the positional
*> arguments keep their order around it) prints one combined
*> statement per household (HOUSEHOLDS.IDX, see PROC_HOUSEHOLD_EDIT)
*> instead of an envelope per account: the household's printed
*> accounts go out together under the primary account's letterhead
*> and mailing address, each with its own activity section, then
*> the household's combined opening and closing balances. A
*> household combines only when its primary itself would print --
*> active, not electronic-only, mailable -- and at least one other
*> account would too; otherwise every account prints on its own as
*> before. The primary's branch decides which office's run carries
*> the combined statement. Electronic copies stay per account.
*> CYCLE=TODAY, also anywhere on the command line, prints only the
*> statement cycle group (STMT_CYCLES.IDX, see PROC_STMT_CYCLE) due
*> today: a group is due on its day of the month, or on the next
*> processing day when that day is a weekend or holiday
*> (PROC_DATE_SERVICE). With no group due nothing prints and the run
*> ends clean, so the nightly jobstream runs it every night. The
*> group's cycle then starts the day after its previous run instead
*> of on the first of the month. CYCLE=dd prints group dd's latest
*> cycle on demand -- the rerun after a failed night. An account not
*> yet in any group prints with the first group. In household mode
*> only the accounts in the group being printed count toward a
*> combined statement; the rest print on their own group's night.
*> CYCLE=TODAY:yyyymmdd judges that business date instead of the
*> clock's -- the jobstream passes its run date (&RUNDATE, see
*> PROC_JOBSTREAM), so a night finished after midnight still prints
*> the night's group. With no group due, a group whose latest cycle
*> was interrupted (its checkpoint still holds a customer) is
*> finished instead of the run ending clean over it; when another
*> group is due, that one prints and the unfinished cycle is named
*> for a CYCLE=dd rerun.
*> Every statement printed and every electronic copy sent goes into
*> the customer's correspondence history (PROC_CORRESP_LOG) with
*> the cycle and the package it went out in -- a household member's
*> pointing at the archived statement filed under its primary.
*> The run checkpoints after every customer it finishes, in
*> STATEMENTS.<cycle>[.<branch>].CKPT (a sister company's carrying
*> its code in front, the way its book files do), registered in
*> CHECKPOINTS.REG like every other restartable run (see
*> PROC_CKPT_MANAGER). A run that dies partway is simply run again
*> with the same arguments: it resumes after the last customer
*> finished, and the statement package, the electronic extract and
*> the exception list are first cut back to where they stood at that
*> checkpoint, so the customer caught mid-render prints once. The
*> banners cut out of the package are noted in SPOOL_ROTATIONS.DAT
*> (PROC_SPOOL_ROTATION) so the nightly reconcile does not count
*> their claims twice. The archive needs no cutting -- the rerender
*> lands on the same keys.
*> The run totals, the exception count and the message tallies ride
*> in the checkpoint, so the closing figures, the extract's T record
*> and STATEMENT_MSGS.SUM cover the whole cycle. A restart asked for
*> a different package or household mode than the checkpoint was
*> taken under is refused -- clear the checkpoint to start over. A
*> clean finish empties the checkpoint.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_STATEMENTS.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob ../BANNER/PROC_PRINT_ROUTE.cob
*>     PROC_MAIL_HOLD.cob PROC_ACCOUNT_NUMBER.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_STATEMENTS.

COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_STMT_ARCHIVE_FILE.cpy'.
COPY 'CB_HOUSEHOLD_FILE.cpy'.
COPY 'CB_STMT_CYCLE_FILE.cpy'.
*> Accounts with no address record land here instead of printing
*> unmailable.
*> Named per run (cycle date, plus the branch when one is
    ASSIGN TO DYNAMIC WS-ESTMT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ESTMT-STATUS.
*> Restart point: the last customer finished, then the run's totals
*> and the message tallies as they stood after it.
SELECT CHECKPOINT-FILE
    ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHECKPOINT-STATUS.
*> Central checkpoint registry (CHECKPOINTS.REG): one line per run
*> that uses a checkpoint, so PROC_CKPT_MANAGER can list every
*> checkpoint with its owner and input file instead of hunting for
*> scattered .CKPT files.
SELECT CKPT-REGISTRY-FILE ASSIGN TO 'CHECKPOINTS.REG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CKPT-REG-STATUS.
*> A restart's cut-back: one run output copied through a work file
*> up to its checkpoint mark, then back.
SELECT CUT-FILE
    ASSIGN TO DYNAMIC WS-CUT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CUT-STATUS.
SELECT CUT-TEMP-FILE
    ASSIGN TO DYNAMIC WS-CUT-TEMP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CUT-TEMP-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_STMT_ARCHIVE_RECORD.cpy'.
COPY 'CB_HOUSEHOLD_RECORD.cpy'.
COPY 'CB_STMT_CYCLE_RECORD.cpy'.

FD EXCEPTION-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS ESTMT-LINE.
01 ESTMT-LINE PIC X(160).

*> Line 1 is the position alone, as on every other .CKPT, so
*> PROC_CKPT_MANAGER reads it the same way; the totals follow.
FD CHECKPOINT-FILE
    RECORD CONTAINS 300 CHARACTERS
    DATA RECORD IS CHECKPOINT-RECORD.
01 CHECKPOINT-RECORD PIC X(300).

FD CKPT-REGISTRY-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS CKPT-REGISTRY-LINE.
01 CKPT-REGISTRY-LINE PIC X(200).

FD CUT-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS CUT-LINE.
01 CUT-LINE PIC X(160).

FD CUT-TEMP-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS CUT-TEMP-LINE.
01 CUT-TEMP-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-ARG1                 PIC X(20).
01 WS-ARG2                 PIC X(20).
01 WS-ARG3                 PIC X(20).
01 WS-ARG4                 PIC X(20).
01 WS-ARG5                 PIC X(20).
01 WS-BRANCH-FILTER        PIC X(3) VALUE SPACES.
01 WS-AT-END               PIC X.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-EXCEPTION-COUNT   PIC 9(6) VALUE 0.
01 WS-MAILABLE          PIC X.
    88 STATEMENT-IS-MAILABLE VALUE 'Y'.
01 WS-HOLD-COUNT        PIC 9(6) VALUE 0.
*> Returned-mail hold -- see CB_MAIL_HOLD.cpy.
COPY 'CB_MAIL_HOLD.cpy'.

*> The electronic extract's running controls.
01 WS-ESTMT-STATUS    PIC XX.
01 WS-RUN-NAME-PTR    PIC 9(4).
01 WS-ESTMT-BAL-TOTAL PIC S9(11)V99 VALUE 0.
01 WS-ESTMT-TOTAL-EDIT PIC -(11)9.99.
01 WS-ESTMT-LINES     PIC 9(9) VALUE 0.

*> Checkpoint/restart. WS-RESUME-AFTER is the last customer a prior,
*> interrupted run finished -- zero on a fresh run.
01 WS-CHECKPOINT-NAME   PIC X(255).
01 WS-CHECKPOINT-PTR    PIC 9(4).
01 WS-CHECKPOINT-STATUS PIC XX.
01 WS-CKPT-REG-STATUS   PIC XX.
01 WS-CKPT-REG-PTR      PIC 9(4).
01 WS-RESUME-AFTER      PIC 9(9) VALUE 0.
01 WS-CKPT-POSITION     PIC 9(9).
01 WS-CKPT-REASON       PIC X(80).
01 WS-RESTART-FLAG      PIC X VALUE 'N'.
    88 RUN-IS-RESTART    VALUE 'Y'.
01 WS-CKPT-AT-END       PIC X.
    88 AT-END-OF-CHECKPOINT VALUE 'Y'.
*> The checkpoint's second line: what the run was asked for, where
*> its outputs stood, and its running totals.
01 WS-CKPT-TOTALS.
    05 WS-CT-PACKAGE-NAME  PIC X(64).
    05 WS-CT-HOUSEHOLD     PIC X.
    05 WS-CT-PACKAGE-SIZE  PIC 9(12).
    05 WS-CT-ESTMT-LINES   PIC 9(9).
    05 WS-CT-STATEMENTS    PIC 9(6).
    05 WS-CT-ESTMTS        PIC 9(6).
    05 WS-CT-ESTMT-TOTAL   PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 WS-CT-EXCEPTIONS    PIC 9(6).
    05 WS-CT-HOLDS         PIC 9(6).
    05 WS-CT-HH-STATEMENTS PIC 9(6).
    05 WS-CT-HH-FOLDED     PIC 9(6).
    05 WS-CT-UNGROUPED     PIC 9(6).
*> The third: the message tallies, in STATEMENT_MSGS.CTL order.
01 WS-CKPT-TALLIES.
    05 WS-CKPT-TALLY OCCURS 50 TIMES PIC 9(6).
*> Household mode as asked on the command line -- LOAD-HOUSEHOLDS
*> drops it when there is no HOUSEHOLDS.IDX.
01 WS-HOUSEHOLD-ASKED   PIC X.
*> CBL_CHECK_FILE_EXIST's 16-byte reply for the statement package;
*> only the size is wanted.
01 WS-PACKAGE-INFO.
   05 WS-PACKAGE-SIZE  PIC X(8) COMP-X.
   05 FILLER           PIC X(8).
01 WS-PACKAGE-RC       PIC S9(9) COMP-5.
*> The cut-back of one output: by bytes for the package (the
*> banner writes into it too, so only its size is known), by lines
*> for the extract and the exception list.
01 WS-CUT-FILE-NAME    PIC X(64).
01 WS-CUT-TEMP-NAME    PIC X(80).
01 WS-CUT-STATUS       PIC XX.
01 WS-CUT-TEMP-STATUS  PIC XX.
01 WS-CUT-AT-END       PIC X.
    88 AT-END-OF-CUT    VALUE 'Y'.
01 WS-CUT-MODE         PIC X.
    88 CUT-BY-BYTES     VALUE 'B'.
    88 CUT-BY-LINES     VALUE 'L'.
01 WS-CUT-MARK         PIC 9(12).
01 WS-CUT-KEPT-LINES   PIC 9(9).
01 WS-CUT-KEPT-BYTES   PIC 9(12).
01 WS-CUT-SEEN-BYTES   PIC 9(12).
01 WS-CUT-DROPPED      PIC 9(9).
*> Banner delimiters among the dropped lines: each one is a banner
*> the audit trail claims on this file that the cut took back out.
01 WS-CUT-BANNERS      PIC 9(9).
01 WS-CUT-DROPPING     PIC X.
01 WS-CUT-REVERSED     PIC X(160).
01 WS-CUT-TRAILING     PIC 9(4).
01 WS-CUT-LINE-BYTES   PIC 9(4).
01 WS-DELETE-RC        PIC S9(9) COMP-5 VALUE 0.

*> The durable statement archive: every line of every statement,
*> banner rows included, filed under CUST-ID + cycle date + line
*> any statement exactly.
01 WS-STMT-ARCHIVE-STATUS PIC XX.
01 WS-ARCHIVE-SEQ         PIC 9(4).
*> The account a statement files under -- the primary's for a
*> household statement, whichever member's section is printing.
01 WS-ARCHIVE-CUST-ID     PIC 9(6).
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-CORR-PACKAGE        PIC X(64).
01 WS-ARCHIVE-ROW-SS      PIC 9(2).
*> Tail purge after each statement -- see PURGE-ARCHIVE-TAIL.
01 WS-TAIL-DONE           PIC X.
01 WS-LINE-PTR       PIC 9(4).
01 WS-STATEMENT-COUNT PIC 9(6) VALUE 0.

*> Household mode. The relationship file is loaded whole before the
*> master pass -- 1000 linked accounts, house table style -- and a
*> pre-pass over it decides which households combine: WS-HHT-PRINTS
*> says the account would get a printed statement of its own,
*> WS-HHT-COMBINED that it goes out inside its household's instead.
01 WS-HOUSEHOLD-MODE     PIC X VALUE 'N'.
    88 HOUSEHOLD-STATEMENTS VALUE 'Y'.
01 WS-HOUSEHOLD-STATUS   PIC XX.
01 WS-HH-AT-END          PIC X.
    88 AT-END-OF-HOUSEHOLDS VALUE 'Y'.
01 WS-HOUSEHOLD-TABLE.
    05 WS-HHT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-HHT-SS
            WS-HHT-MEMBER-SS.
        10 WS-HHT-CUST-ID     PIC 9(6).
        10 WS-HHT-HOUSEHOLD   PIC 9(6).
        10 WS-HHT-PRIMARY     PIC X.
        10 WS-HHT-PRINTS      PIC X.
        10 WS-HHT-COMBINED    PIC X.
01 WS-HHT-COUNT          PIC 9(4) VALUE 0.
01 WS-HHT-SKIPPED        PIC 9(4) VALUE 0.
01 WS-HHT-FOUND-SS       PIC 9(4).
01 WS-HH-PRINTING        PIC 9(4).
01 WS-HH-STATEMENT-COUNT PIC 9(6) VALUE 0.
01 WS-HH-FOLDED-COUNT    PIC 9(6) VALUE 0.
01 WS-HH-PRIMARY-RECORD  PIC X(63).
01 WS-HH-OPENING-TOTAL   PIC S9(9)V99.
01 WS-HH-CLOSING-TOTAL   PIC S9(9)V99.

*> Statement cycle groups -- see CB_STMT_CYCLE_DAYS.cpy. The group
*> being printed, the date of its run this cycle, and the accounts
*> it carries that are in no group yet.
01 WS-CYCLE-MODE         PIC X VALUE 'N'.
    88 CYCLE-GROUP-RUN    VALUE 'Y'.
01 WS-CYCLE-WANTED       PIC X(14).
01 WS-CYCLE-GROUP-SS     PIC 9 VALUE 0.
01 WS-CYCLE-RUN-DATE     PIC X(8).
01 WS-STMT-CYCLE-STATUS  PIC XX.
01 WS-CYCLE-AVAILABLE    PIC X VALUE 'N'.
    88 CYCLE-STORE-AVAILABLE VALUE 'Y'.
01 WS-IN-CYCLE           PIC X.
    88 ACCOUNT-IN-CYCLE   VALUE 'Y'.
01 WS-CYCLE-UNGROUPED    PIC X.
    88 ACCOUNT-IN-NO-GROUP VALUE 'Y'.
01 WS-UNGROUPED-COUNT    PIC 9(6) VALUE 0.
01 WS-TODAY              PIC X(8).
01 WS-RUN-MONTH          PIC 9(6).
01 WS-RUN-MONTH-X REDEFINES WS-RUN-MONTH.
    05 WS-RUN-YYYY       PIC 9(4).
    05 WS-RUN-MM         PIC 9(2).
01 WS-RUN-DAY            PIC 9(2).
01 WS-RUN-DATE           PIC X(8).
01 WS-GROUP-SS           PIC 9.
*> A group whose latest cycle a dead run left unfinished.
01 WS-PENDING-GROUP-SS   PIC 9 VALUE 0.
01 WS-PENDING-CKPT-NAME  PIC X(255).
COPY 'CB_STMT_CYCLE_DAYS.cpy'.
COPY 'CB_DATE_SERVICE.cpy'.

*> RASTER-IO lives here, not in LINKAGE SECTION -- this program is
*> the top of the call chain, same as PROC_REPORT_LETTERHEAD.
COPY 'CB_RASTER_IO.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
*> The statement cycle: ledger records posted on or after this date.
*> Default is the first of the current month -- the monthly cycle.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:6) TO WS-CYCLE-START
    MOVE '01' TO WS-CYCLE-START(7:2)
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
    PERFORM TAKE-CYCLE-KEYWORD
    PERFORM TAKE-HOUSEHOLD-KEYWORD
    MOVE WS-HOUSEHOLD-MODE TO WS-HOUSEHOLD-ASKED
*> The branch before the cycle: a group's checkpoint is named for
*> the office it was printing.
    IF WS-ARG2 NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-ARG2(1:3))
            TO WS-BRANCH-FILTER
    END-IF
*> A cycle group run starts its cycle the day after the group's
*> previous run -- an explicit cycle-start date still wins.
    IF CYCLE-GROUP-RUN
        PERFORM SELECT-STATEMENT-CYCLE
    END-IF
    IF WS-ARG1 NOT = SPACES
        AND FUNCTION TRIM(WS-ARG1) IS NUMERIC
        MOVE FUNCTION TRIM(WS-ARG1) TO WS-CYCLE-START
    END-IF
    IF WS-ARG3 NOT = SPACES
        PERFORM RESOLVE-STATEMENT-DESTINATION
    END-IF
    PERFORM LOAD-STATEMENT-MESSAGES
    PERFORM OPEN-LEDGER-STORE
    PERFORM OPEN-STATEMENT-ARCHIVE
    IF CYCLE-GROUP-RUN
        PERFORM OPEN-STMT-CYCLE-STORE
    END-IF
    PERFORM BUILD-RUN-FILE-NAMES
    PERFORM BUILD-CHECKPOINT-NAME
    PERFORM LOAD-STATEMENT-CHECKPOINT
    PERFORM REGISTER-CHECKPOINT
*> A restart carries on the outputs the interrupted run left, cut
*> back to its checkpoint first.
    IF RUN-IS-RESTART
        PERFORM CUT-BACK-RUN-OUTPUT
        OPEN EXTEND ESTMT-FILE
    ELSE
        OPEN OUTPUT ESTMT-FILE
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE 'Y' TO WS-ADDRESS-AVAILABLE
        DISPLAY 'NOTE: no CUSTOMER_ADDR.IDX -- statements print'
            ' without address blocks'
    END-IF
    IF RUN-IS-RESTART
        OPEN EXTEND EXCEPTION-FILE
    ELSE
        OPEN OUTPUT EXCEPTION-FILE
*> Fresh statement package each run -- the banner path always
*> appends, same erase-first idiom as PROC_REPORT_LETTERHEAD.
        OPEN OUTPUT STATEMENT-FILE
        CLOSE STATEMENT-FILE
        MOVE WS-STATEMENT-FILE-NAME TO ROTATION_FILE_NAME
        CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF HOUSEHOLD-STATEMENTS
        PERFORM LOAD-HOUSEHOLDS
    END-IF
    MOVE 'N' TO WS-AT-END
    IF RUN-IS-RESTART
        MOVE WS-RESUME-AFTER TO CUST-ID
        START CUSTOMER-FILE KEY IS > CUST-ID
            INVALID KEY SET AT-END-OF-MASTER TO TRUE
        END-START
    END-IF
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                PERFORM CHECK-CYCLE-MEMBER
                IF CUST-ACTIVE
                    AND (WS-BRANCH-FILTER = SPACES
                        OR CUST-BRANCH = WS-BRANCH-FILTER)
                    AND ACCOUNT-IN-CYCLE
                    IF ACCOUNT-IN-NO-GROUP
                        ADD 1 TO WS-UNGROUPED-COUNT
                    END-IF
                    PERFORM GATHER-CUSTOMER-TRANSACTIONS
*> Delivery preference: print for P and B (and the legacy blank),
*> the electronic extract for E and B. An E-only customer needs no
*> mailing address and never hits the exception list.
*> In household mode a combined member's print goes out inside its
*> primary's statement instead of an envelope of its own.
                    MOVE 0 TO WS-HHT-FOUND-SS
                    IF HOUSEHOLD-STATEMENTS
                        PERFORM FIND-HOUSEHOLD-ENTRY
                    END-IF
                    IF NOT CUST-DELIVER-ELECTRONIC
                        IF WS-HHT-FOUND-SS > 0
                            AND WS-HHT-COMBINED(WS-HHT-FOUND-SS) = 'Y'
                            AND WS-HHT-PRIMARY(WS-HHT-FOUND-SS)
                                NOT = 'Y'
                            ADD 1 TO WS-HH-FOLDED-COUNT
                        ELSE
                            PERFORM CHECK-STATEMENT-ADDRESS
                            IF STATEMENT-IS-MAILABLE
                                AND WS-HHT-FOUND-SS > 0
                                AND WS-HHT-COMBINED(WS-HHT-FOUND-SS)
                                    = 'Y'
                                PERFORM BUILD-HOUSEHOLD-STATEMENT
                            ELSE
                                IF STATEMENT-IS-MAILABLE
                                    PERFORM BUILD-ONE-STATEMENT
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                    IF CUST-DELIVER-ELECTRONIC
                        OR CUST-DELIVER-BOTH
                        PERFORM EXTRACT-ONE-STATEMENT
                    END-IF
                    PERFORM SAVE-STATEMENT-CHECKPOINT
                END-IF
        END-READ
    END-PERFORM
    IF ADDRESS-STORE-AVAILABLE
        CLOSE ADDRESS-FILE
    END-IF
    IF CYCLE-STORE-AVAILABLE
        CLOSE STMT-CYCLE-FILE
    END-IF
    CLOSE STMT-ARCHIVE-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    CLOSE EXCEPTION-FILE
    PERFORM CLOSE-ELECTRONIC-EXTRACT
    PERFORM WRITE-MESSAGE-SUMMARY
    PERFORM CLEAR-STATEMENT-CHECKPOINT
    DISPLAY 'WROTE ' WS-STATEMENT-COUNT
        ' STATEMENT(S) TO '
        FUNCTION TRIM(WS-STATEMENT-FILE-NAME) ' (CYCLE FROM '
        WS-CYCLE-START '), ' WS-ESTMT-COUNT ' ELECTRONIC ('
        FUNCTION TRIM(WS-ESTMT-FILE-NAME) '), '
        WS-EXCEPTION-COUNT ' UNMAILABLE ('
        FUNCTION TRIM(WS-EXCEPTION-FILE-NAME) '), '
        WS-HOLD-COUNT ' OF THEM ON MAIL HOLD'
    IF RUN-IS-RESTART
        DISPLAY 'RESTARTED AFTER CUSTOMER ' WS-RESUME-AFTER
            ' -- THE FIGURES ABOVE ARE THE WHOLE CYCLE''S'
    END-IF
    IF HOUSEHOLD-STATEMENTS
        DISPLAY WS-HH-STATEMENT-COUNT ' OF THE STATEMENTS ARE'
            ' HOUSEHOLD STATEMENTS, CARRYING ' WS-HH-FOLDED-COUNT
            ' OTHER ACCOUNT(S)'
    END-IF
    IF CYCLE-GROUP-RUN
        DISPLAY 'STATEMENT CYCLE GROUP DAY '
            STMT_CYCLE_DAY(WS-CYCLE-GROUP-SS) ', RUN DATE '
            WS-CYCLE-RUN-DATE ', ' WS-UNGROUPED-COUNT
            ' ACCOUNT(S) IN NO GROUP PRINTED WITH IT'
    END-IF
    STOP RUN.

*> CYCLE=... is a keyword too, taken out the same way as HOUSEHOLD.
TAKE-CYCLE-KEYWORD.
    IF FUNCTION UPPER-CASE(WS-ARG5(1:6)) = 'CYCLE='
        MOVE 'Y' TO WS-CYCLE-MODE
        MOVE FUNCTION UPPER-CASE(WS-ARG5(7:14)) TO WS-CYCLE-WANTED
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG4(1:6)) = 'CYCLE='
        MOVE 'Y' TO WS-CYCLE-MODE
        MOVE FUNCTION UPPER-CASE(WS-ARG4(7:14)) TO WS-CYCLE-WANTED
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG3(1:6)) = 'CYCLE='
        MOVE 'Y' TO WS-CYCLE-MODE
        MOVE FUNCTION UPPER-CASE(WS-ARG3(7:14)) TO WS-CYCLE-WANTED
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG2(1:6)) = 'CYCLE='
        MOVE 'Y' TO WS-CYCLE-MODE
        MOVE FUNCTION UPPER-CASE(WS-ARG2(7:14)) TO WS-CYCLE-WANTED
        MOVE WS-ARG3 TO WS-ARG2
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG1(1:6)) = 'CYCLE='
        MOVE 'Y' TO WS-CYCLE-MODE
        MOVE FUNCTION UPPER-CASE(WS-ARG1(7:14)) TO WS-CYCLE-WANTED
        MOVE WS-ARG2 TO WS-ARG1
        MOVE WS-ARG3 TO WS-ARG2
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    .

*> Which group this run prints, and where its cycle starts. TODAY
*> with no group due and no group's cycle left unfinished ends the
*> run here, before any output is touched -- yesterday's package
*> stays on the spool as it was.
SELECT-STATEMENT-CYCLE.
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    MOVE 0 TO WS-CYCLE-GROUP-SS
    IF WS-CYCLE-WANTED(1:6) = 'TODAY:'
        IF WS-CYCLE-WANTED(7:8) IS NUMERIC
            MOVE WS-CYCLE-WANTED(7:8) TO WS-TODAY
            MOVE 'TODAY' TO WS-CYCLE-WANTED
        ELSE
            DISPLAY 'ERROR: CYCLE=' FUNCTION TRIM(WS-CYCLE-WANTED)
                ' -- the run date after TODAY: is yyyymmdd'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-CYCLE-WANTED = 'TODAY'
        PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
            UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
            MOVE STMT_CYCLE_DAY(WS-GROUP-SS) TO WS-RUN-DAY
            PERFORM FIND-LATEST-CYCLE-RUN
            IF WS-CYCLE-RUN-DATE = WS-TODAY
                MOVE WS-GROUP-SS TO WS-CYCLE-GROUP-SS
            END-IF
        END-PERFORM
        PERFORM FIND-UNFINISHED-CYCLE
        IF WS-CYCLE-GROUP-SS = 0
            IF WS-PENDING-GROUP-SS = 0
                DISPLAY 'NO STATEMENT CYCLE GROUP IS DUE ON ' WS-TODAY
                    ' -- NO STATEMENTS THIS RUN'
                STOP RUN
            END-IF
            MOVE WS-PENDING-GROUP-SS TO WS-CYCLE-GROUP-SS
            DISPLAY 'NO STATEMENT CYCLE GROUP IS DUE ON ' WS-TODAY
                ' -- FINISHING GROUP DAY '
                STMT_CYCLE_DAY(WS-CYCLE-GROUP-SS)
                '''S INTERRUPTED CYCLE ('
                FUNCTION TRIM(WS-PENDING-CKPT-NAME) ')'
        ELSE
            IF WS-PENDING-GROUP-SS > 0
                DISPLAY 'WARNING: '
                    FUNCTION TRIM(WS-PENDING-CKPT-NAME)
                    ' holds group day '
                    STMT_CYCLE_DAY(WS-PENDING-GROUP-SS)
                    '''s interrupted cycle -- finish it with CYCLE='
                    STMT_CYCLE_DAY(WS-PENDING-GROUP-SS)
            END-IF
        END-IF
    ELSE
        IF FUNCTION TRIM(WS-CYCLE-WANTED) IS NUMERIC
            PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
                UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
                IF STMT_CYCLE_DAY(WS-GROUP-SS)
                        = FUNCTION NUMVAL(WS-CYCLE-WANTED)
                    MOVE WS-GROUP-SS TO WS-CYCLE-GROUP-SS
                END-IF
            END-PERFORM
        END-IF
        IF WS-CYCLE-GROUP-SS = 0
            DISPLAY 'ERROR: CYCLE=' FUNCTION TRIM(WS-CYCLE-WANTED)
                ' -- give TODAY or a statement cycle day ('
                STMT_CYCLE_DAY(1) ' ' STMT_CYCLE_DAY(2) ' '
                STMT_CYCLE_DAY(3) ' ' STMT_CYCLE_DAY(4) ')'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE WS-CYCLE-GROUP-SS TO WS-GROUP-SS
    PERFORM FIND-GROUP-CYCLE-START
    .

*> Group WS-GROUP-SS's latest cycle: its run on or before today and
*> the day after the run before that, where the cycle starts.
FIND-GROUP-CYCLE-START.
    MOVE STMT_CYCLE_DAY(WS-GROUP-SS) TO WS-RUN-DAY
    PERFORM FIND-LATEST-CYCLE-RUN
    PERFORM STEP-BACK-ONE-MONTH
    PERFORM FIND-GROUP-RUN-DATE
    MOVE 'CADD' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 1 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO WS-CYCLE-START
    .

*> A group, other than the one due, whose latest cycle's checkpoint
*> still holds a customer: a run of it died and nobody finished it.
*> Its run date has passed, so TODAY alone would never pick it up
*> again -- the next cycle has another start and another checkpoint.
FIND-UNFINISHED-CYCLE.
    MOVE 0 TO WS-PENDING-GROUP-SS
    MOVE SPACES TO WS-PENDING-CKPT-NAME
    PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
        UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
            OR WS-PENDING-GROUP-SS > 0
        IF WS-GROUP-SS NOT = WS-CYCLE-GROUP-SS
            PERFORM FIND-GROUP-CYCLE-START
            PERFORM BUILD-CHECKPOINT-NAME
            PERFORM PROBE-STATEMENT-CHECKPOINT
            IF WS-RESUME-AFTER > 0
                MOVE WS-GROUP-SS TO WS-PENDING-GROUP-SS
                MOVE WS-CHECKPOINT-NAME TO WS-PENDING-CKPT-NAME
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO WS-RESUME-AFTER
    .

*> Only the checkpoint's first line -- the customer it stopped
*> after. LOAD-STATEMENT-CHECKPOINT reads the rest on the restart.
PROBE-STATEMENT-CHECKPOINT.
    MOVE 0 TO WS-RESUME-AFTER
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS = '00'
        READ CHECKPOINT-FILE
            AT END CONTINUE
            NOT AT END
                IF CHECKPOINT-RECORD(1:9) IS NUMERIC
                    MOVE CHECKPOINT-RECORD(1:9) TO WS-RESUME-AFTER
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF
    .

*> The group's run on or before today: this month's, or last
*> month's while this month's is still to come.
FIND-LATEST-CYCLE-RUN.
    MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
    PERFORM FIND-GROUP-RUN-DATE
    IF WS-RUN-DATE > WS-TODAY
        PERFORM STEP-BACK-ONE-MONTH
        PERFORM FIND-GROUP-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE TO WS-CYCLE-RUN-DATE
    .

STEP-BACK-ONE-MONTH.
    IF WS-RUN-MM = 1
        SUBTRACT 1 FROM WS-RUN-YYYY
        MOVE 12 TO WS-RUN-MM
    ELSE
        SUBTRACT 1 FROM WS-RUN-MM
    END-IF
    .

*> WS-RUN-DAY of WS-RUN-MONTH, rolled forward off a non-processing
*> day.
FIND-GROUP-RUN-DATE.
    MOVE WS-RUN-MONTH TO WS-RUN-DATE(1:6)
    MOVE WS-RUN-DAY TO WS-RUN-DATE(7:2)
    MOVE 'TEST' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-OK AND DATE_IS_BUSDAY NOT = 'Y'
        MOVE 'NEXT' TO DATE_ACTION
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        MOVE DATE_OUT TO WS-RUN-DATE
    END-IF
    .

*> No STMT_CYCLES.IDX yet means nobody is in a group: the whole book
*> prints with the first group.
OPEN-STMT-CYCLE-STORE.
    OPEN INPUT STMT-CYCLE-FILE
    IF WS-STMT-CYCLE-STATUS = '00'
        MOVE 'Y' TO WS-CYCLE-AVAILABLE
    ELSE
        DISPLAY 'NOTE: no STMT_CYCLES.IDX -- every account prints'
            ' with the day ' STMT_CYCLE_DAY(1) ' group'
    END-IF
    .

*> Does this master record's account belong to the group being
*> printed? Always yes outside a cycle group run. An account in no
*> group -- or in a day no longer on the table -- goes with the
*> first group.
CHECK-CYCLE-MEMBER.
    MOVE 'Y' TO WS-IN-CYCLE
    MOVE 'N' TO WS-CYCLE-UNGROUPED
    IF CYCLE-GROUP-RUN
        MOVE 'Y' TO WS-CYCLE-UNGROUPED
        IF CYCLE-STORE-AVAILABLE
            MOVE CUST-ID TO SCYC-CUST-ID
            READ STMT-CYCLE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    PERFORM VARYING WS-GROUP-SS FROM 1 BY 1
                        UNTIL WS-GROUP-SS > STMT_CYCLE_GROUPS
                        IF STMT_CYCLE_DAY(WS-GROUP-SS)
                                = SCYC-CYCLE-DAY
                            MOVE 'N' TO WS-CYCLE-UNGROUPED
                        END-IF
                    END-PERFORM
            END-READ
        END-IF
        IF ACCOUNT-IN-NO-GROUP
            IF WS-CYCLE-GROUP-SS NOT = 1
                MOVE 'N' TO WS-IN-CYCLE
            END-IF
        ELSE
            IF SCYC-CYCLE-DAY
                    NOT = STMT_CYCLE_DAY(WS-CYCLE-GROUP-SS)
                MOVE 'N' TO WS-IN-CYCLE
            END-IF
        END-IF
    END-IF
    .

*> HOUSEHOLD is a keyword, not a position: wherever it sits, it is
*> taken out and the positional arguments after it close up.
TAKE-HOUSEHOLD-KEYWORD.
    IF FUNCTION UPPER-CASE(WS-ARG5) = 'HOUSEHOLD'
        MOVE 'Y' TO WS-HOUSEHOLD-MODE
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG4) = 'HOUSEHOLD'
        MOVE 'Y' TO WS-HOUSEHOLD-MODE
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG3) = 'HOUSEHOLD'
        MOVE 'Y' TO WS-HOUSEHOLD-MODE
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG2) = 'HOUSEHOLD'
        MOVE 'Y' TO WS-HOUSEHOLD-MODE
        MOVE WS-ARG3 TO WS-ARG2
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    IF FUNCTION UPPER-CASE(WS-ARG1) = 'HOUSEHOLD'
        MOVE 'Y' TO WS-HOUSEHOLD-MODE
        MOVE WS-ARG2 TO WS-ARG1
        MOVE WS-ARG3 TO WS-ARG2
        MOVE WS-ARG4 TO WS-ARG3
        MOVE WS-ARG5 TO WS-ARG4
        MOVE SPACES TO WS-ARG5
    END-IF
    .

*> The relationship file into the table, then the pre-pass: each
*> linked account's own print eligibility off the master, then each
*> household whose primary prints and is mailable, with at least one
*> other printing account, marked combined. The master pass then
*> starts again from the top. No HOUSEHOLDS.IDX means nobody has
*> linked anything yet -- the run carries on account by account.
LOAD-HOUSEHOLDS.
    MOVE 0 TO WS-HHT-COUNT
    MOVE 0 TO WS-HHT-SKIPPED
    OPEN INPUT HOUSEHOLD-FILE
    IF WS-HOUSEHOLD-STATUS NOT = '00'
        DISPLAY 'NOTE: no HOUSEHOLDS.IDX (FILE STATUS '
            WS-HOUSEHOLD-STATUS ') -- statements print per account'
        MOVE 'N' TO WS-HOUSEHOLD-MODE
    ELSE
        MOVE 'N' TO WS-HH-AT-END
        PERFORM UNTIL AT-END-OF-HOUSEHOLDS
            READ HOUSEHOLD-FILE NEXT RECORD
                AT END SET AT-END-OF-HOUSEHOLDS TO TRUE
                NOT AT END
                    IF WS-HHT-COUNT < 1000
                        ADD 1 TO WS-HHT-COUNT
                        SET WS-HHT-SS TO WS-HHT-COUNT
                        MOVE HH-CUST-ID TO WS-HHT-CUST-ID(WS-HHT-SS)
                        MOVE HH-HOUSEHOLD-ID
                            TO WS-HHT-HOUSEHOLD(WS-HHT-SS)
                        MOVE HH-PRIMARY TO WS-HHT-PRIMARY(WS-HHT-SS)
                        MOVE 'N' TO WS-HHT-PRINTS(WS-HHT-SS)
                        MOVE 'N' TO WS-HHT-COMBINED(WS-HHT-SS)
                    ELSE
                        ADD 1 TO WS-HHT-SKIPPED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOUSEHOLD-FILE
        IF WS-HHT-SKIPPED > 0
            DISPLAY 'WARNING: ' WS-HHT-SKIPPED ' LINKED ACCOUNT(S)'
                ' PAST THE 1000 HELD -- THEY PRINT PER ACCOUNT'
        END-IF
        PERFORM VARYING WS-HHT-SS FROM 1 BY 1
            UNTIL WS-HHT-SS > WS-HHT-COUNT
            MOVE WS-HHT-CUST-ID(WS-HHT-SS) TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    PERFORM CHECK-CYCLE-MEMBER
                    IF CUST-ACTIVE
                        AND NOT CUST-DELIVER-ELECTRONIC
                        AND ACCOUNT-IN-CYCLE
                        MOVE 'Y' TO WS-HHT-PRINTS(WS-HHT-SS)
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING WS-HHT-SS FROM 1 BY 1
            UNTIL WS-HHT-SS > WS-HHT-COUNT
            IF WS-HHT-PRIMARY(WS-HHT-SS) = 'Y'
                AND WS-HHT-PRINTS(WS-HHT-SS) = 'Y'
                PERFORM MARK-COMBINED-HOUSEHOLD
            END-IF
        END-PERFORM
        MOVE 0 TO CUST-ID
        START CUSTOMER-FILE KEY IS >= CUST-ID
            INVALID KEY SET AT-END-OF-MASTER TO TRUE
        END-START
    END-IF
    .

*> WS-HHT-SS is a printing primary. Quietly the same mailability
*> test CHECK-STATEMENT-ADDRESS makes -- its exception line, if any,
*> comes when the primary's turn arrives in the master pass.
MARK-COMBINED-HOUSEHOLD.
    MOVE 'Y' TO WS-MAILABLE
    MOVE WS-HHT-CUST-ID(WS-HHT-SS) TO CUST-ID
    IF ADDRESS-STORE-AVAILABLE
        MOVE CUST-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY MOVE 'N' TO WS-MAILABLE
        END-READ
    END-IF
    IF STATEMENT-IS-MAILABLE
        MOVE CUST-ID TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
        IF HOLD-IS-OPEN
            MOVE 'N' TO WS-MAILABLE
        END-IF
    END-IF
    MOVE 0 TO WS-HH-PRINTING
    IF STATEMENT-IS-MAILABLE
        PERFORM VARYING WS-HHT-MEMBER-SS FROM 1 BY 1
            UNTIL WS-HHT-MEMBER-SS > WS-HHT-COUNT
            IF WS-HHT-HOUSEHOLD(WS-HHT-MEMBER-SS)
                    = WS-HHT-HOUSEHOLD(WS-HHT-SS)
                AND WS-HHT-PRINTS(WS-HHT-MEMBER-SS) = 'Y'
                ADD 1 TO WS-HH-PRINTING
            END-IF
        END-PERFORM
    END-IF
    IF WS-HH-PRINTING > 1
        PERFORM VARYING WS-HHT-MEMBER-SS FROM 1 BY 1
            UNTIL WS-HHT-MEMBER-SS > WS-HHT-COUNT
            IF WS-HHT-HOUSEHOLD(WS-HHT-MEMBER-SS)
                    = WS-HHT-HOUSEHOLD(WS-HHT-SS)
                AND WS-HHT-PRINTS(WS-HHT-MEMBER-SS) = 'Y'
                MOVE 'Y' TO WS-HHT-COMBINED(WS-HHT-MEMBER-SS)
            END-IF
        END-PERFORM
    END-IF
    .

*> This master record's entry in the household table, if linked.
FIND-HOUSEHOLD-ENTRY.
    MOVE 0 TO WS-HHT-FOUND-SS
    PERFORM VARYING WS-HHT-SS FROM 1 BY 1
        UNTIL WS-HHT-SS > WS-HHT-COUNT
            OR WS-HHT-FOUND-SS > 0
        IF WS-HHT-CUST-ID(WS-HHT-SS) = CUST-ID
            SET WS-HHT-FOUND-SS TO WS-HHT-SS
        END-IF
    END-PERFORM
    .

*> The per-run names: cycle date always, the branch code appended
*> when this run is one office's package, and a sister company's
*> code in front so two books' runs of one cycle stay apart.
BUILD-RUN-FILE-NAMES.
    MOVE SPACES TO WS-ESTMT-FILE-NAME WS-EXCEPTION-FILE-NAME
    MOVE 1 TO WS-RUN-NAME-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-ESTMT-FILE-NAME
            WITH POINTER WS-RUN-NAME-PTR
    END-IF
    IF WS-BRANCH-FILTER = SPACES
        STRING 'ESTATEMENTS.' WS-CYCLE-START '.DAT'
            DELIMITED BY SIZE INTO WS-ESTMT-FILE-NAME
            WITH POINTER WS-RUN-NAME-PTR
    END-IF
    MOVE 1 TO WS-RUN-NAME-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-EXCEPTION-FILE-NAME
            WITH POINTER WS-RUN-NAME-PTR
    END-IF
    IF WS-BRANCH-FILTER = SPACES
        STRING 'STATEMENT_EXCEPTIONS.' WS-CYCLE-START '.RPT'
            DELIMITED BY SIZE INTO WS-EXCEPTION-FILE-NAME
    END-IF
    .

*> Named per run like the extract and the exception list, and per
*> book: a sister company's checkpoint carries its code in front, so
*> two books' runs of the same cycle never resume from each other.
BUILD-CHECKPOINT-NAME.
    MOVE SPACES TO WS-CHECKPOINT-NAME
    MOVE 1 TO WS-CHECKPOINT-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
            WITH POINTER WS-CHECKPOINT-PTR
    END-IF
    STRING 'STATEMENTS.' WS-CYCLE-START
        DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
        WITH POINTER WS-CHECKPOINT-PTR
    IF WS-BRANCH-FILTER NOT = SPACES
        STRING '.' FUNCTION TRIM(WS-BRANCH-FILTER)
            DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
            WITH POINTER WS-CHECKPOINT-PTR
    END-IF
    STRING '.CKPT'
        DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
        WITH POINTER WS-CHECKPOINT-PTR
    .

*> A checkpoint holding a customer means a prior run of this cycle
*> died after finishing that customer: resume past it with its
*> totals. No file, or an empty one, is a fresh run.
LOAD-STATEMENT-CHECKPOINT.
    MOVE 0 TO WS-RESUME-AFTER
    MOVE 'N' TO WS-CKPT-AT-END
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS = '00'
        READ CHECKPOINT-FILE
            AT END SET AT-END-OF-CHECKPOINT TO TRUE
            NOT AT END
                IF CHECKPOINT-RECORD(1:9) IS NUMERIC
                    MOVE CHECKPOINT-RECORD(1:9) TO WS-RESUME-AFTER
                END-IF
        END-READ
        IF NOT AT-END-OF-CHECKPOINT
            READ CHECKPOINT-FILE
                AT END SET AT-END-OF-CHECKPOINT TO TRUE
                NOT AT END MOVE CHECKPOINT-RECORD TO WS-CKPT-TOTALS
            END-READ
        END-IF
        IF NOT AT-END-OF-CHECKPOINT
            READ CHECKPOINT-FILE
                AT END SET AT-END-OF-CHECKPOINT TO TRUE
                NOT AT END MOVE CHECKPOINT-RECORD TO WS-CKPT-TALLIES
            END-READ
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF
    IF WS-RESUME-AFTER > 0
        IF AT-END-OF-CHECKPOINT
            OR WS-CT-PACKAGE-SIZE IS NOT NUMERIC
            OR WS-CT-STATEMENTS IS NOT NUMERIC
            OR WS-CKPT-TALLIES IS NOT NUMERIC
            MOVE 'the checkpoint is incomplete' TO WS-CKPT-REASON
            PERFORM REFUSE-STATEMENT-RESTART
        END-IF
        IF WS-CT-PACKAGE-NAME NOT = WS-STATEMENT-FILE-NAME
            MOVE SPACES TO WS-CKPT-REASON
            STRING 'the interrupted run was printing to '
                FUNCTION TRIM(WS-CT-PACKAGE-NAME)
                DELIMITED BY SIZE INTO WS-CKPT-REASON
            PERFORM REFUSE-STATEMENT-RESTART
        END-IF
        IF WS-CT-HOUSEHOLD NOT = WS-HOUSEHOLD-ASKED
            MOVE 'the interrupted run was in the other household mode'
                TO WS-CKPT-REASON
            PERFORM REFUSE-STATEMENT-RESTART
        END-IF
        PERFORM RESTORE-CHECKPOINT-TOTALS
    END-IF
    .

RESTORE-CHECKPOINT-TOTALS.
    MOVE WS-CT-STATEMENTS TO WS-STATEMENT-COUNT
    MOVE WS-CT-ESTMTS TO WS-ESTMT-COUNT
    MOVE WS-CT-ESTMT-TOTAL TO WS-ESTMT-BAL-TOTAL
    MOVE WS-CT-ESTMT-LINES TO WS-ESTMT-LINES
    MOVE WS-CT-EXCEPTIONS TO WS-EXCEPTION-COUNT
    MOVE WS-CT-HOLDS TO WS-HOLD-COUNT
    MOVE WS-CT-HH-STATEMENTS TO WS-HH-STATEMENT-COUNT
    MOVE WS-CT-HH-FOLDED TO WS-HH-FOLDED-COUNT
    MOVE WS-CT-UNGROUPED TO WS-UNGROUPED-COUNT
    PERFORM VARYING WS-MSG-NUM FROM 1 BY 1
        UNTIL WS-MSG-NUM > WS-MESSAGE-COUNT
        MOVE WS-CKPT-TALLY(WS-MSG-NUM) TO WS-MSG-TALLY(WS-MSG-NUM)
    END-PERFORM
    SET RUN-IS-RESTART TO TRUE
    DISPLAY 'RESTART: resuming after customer ' WS-RESUME-AFTER
        ' -- ' WS-STATEMENT-COUNT ' statement(s) and '
        WS-ESTMT-COUNT ' electronic cop(ies) already out'
    .

*> A restart that cannot be trusted to carry on where the last run
*> stopped does nothing: the operator clears the checkpoint and the
*> cycle prints again from the top.
REFUSE-STATEMENT-RESTART.
    DISPLAY 'REFUSED: restart from '
        FUNCTION TRIM(WS-CHECKPOINT-NAME) ' -- '
        FUNCTION TRIM(WS-CKPT-REASON)
    DISPLAY '  PROC_CKPT_MANAGER CLEAR '
        FUNCTION TRIM(WS-CHECKPOINT-NAME)
        ' to print the whole cycle again'
    MOVE 1 TO RETURN-CODE
    STOP RUN
    .

*> After each customer finished: the extract and the exception list
*> are closed and reopened so what they hold is on disk, the
*> package's size is taken, and the restart point is written. A run
*> that dies before this point re-renders the customer, its partial
*> output cut off first.
SAVE-STATEMENT-CHECKPOINT.
    CLOSE ESTMT-FILE EXCEPTION-FILE
    OPEN EXTEND ESTMT-FILE
    OPEN EXTEND EXCEPTION-FILE
    MOVE 0 TO WS-CT-PACKAGE-SIZE
    CALL 'CBL_CHECK_FILE_EXIST'
        USING WS-STATEMENT-FILE-NAME WS-PACKAGE-INFO
        RETURNING WS-PACKAGE-RC
    IF WS-PACKAGE-RC = 0
        MOVE WS-PACKAGE-SIZE TO WS-CT-PACKAGE-SIZE
    END-IF
    MOVE WS-STATEMENT-FILE-NAME TO WS-CT-PACKAGE-NAME
    MOVE WS-HOUSEHOLD-ASKED TO WS-CT-HOUSEHOLD
    MOVE WS-ESTMT-LINES TO WS-CT-ESTMT-LINES
    MOVE WS-STATEMENT-COUNT TO WS-CT-STATEMENTS
    MOVE WS-ESTMT-COUNT TO WS-CT-ESTMTS
    MOVE WS-ESTMT-BAL-TOTAL TO WS-CT-ESTMT-TOTAL
    MOVE WS-EXCEPTION-COUNT TO WS-CT-EXCEPTIONS
    MOVE WS-HOLD-COUNT TO WS-CT-HOLDS
    MOVE WS-HH-STATEMENT-COUNT TO WS-CT-HH-STATEMENTS
    MOVE WS-HH-FOLDED-COUNT TO WS-CT-HH-FOLDED
    MOVE WS-UNGROUPED-COUNT TO WS-CT-UNGROUPED
    MOVE ZEROS TO WS-CKPT-TALLIES
    PERFORM VARYING WS-MSG-NUM FROM 1 BY 1
        UNTIL WS-MSG-NUM > WS-MESSAGE-COUNT
        MOVE WS-MSG-TALLY(WS-MSG-NUM) TO WS-CKPT-TALLY(WS-MSG-NUM)
    END-PERFORM
    MOVE CUST-ID TO WS-CKPT-POSITION
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE WS-CKPT-POSITION TO CHECKPOINT-RECORD
    WRITE CHECKPOINT-RECORD
    MOVE WS-CKPT-TOTALS TO CHECKPOINT-RECORD
    WRITE CHECKPOINT-RECORD
    MOVE WS-CKPT-TALLIES TO CHECKPOINT-RECORD
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE
    .

*> A clean, full run needs no restart point -- truncate the
*> checkpoint back to empty so the next run of this cycle starts
*> from the top.
CLEAR-STATEMENT-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    CLOSE CHECKPOINT-FILE
    .

*> One registry line per run -- see PROC_BANNER_BATCH's own
*> REGISTER_CHECKPOINT; same pipe-delimited shape. The input is the
*> customer master the run positions into.
REGISTER-CHECKPOINT.
    MOVE SPACES TO CKPT-REGISTRY-LINE
    MOVE 1 TO WS-CKPT-REG-PTR
    STRING 'PROC_CUSTOMER_STATEMENTS|'
        FUNCTION TRIM(WS-CHECKPOINT-NAME)
        '|' FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
        '|' WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2)
        ':' WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO CKPT-REGISTRY-LINE
        WITH POINTER WS-CKPT-REG-PTR
    OPEN EXTEND CKPT-REGISTRY-FILE
    IF WS-CKPT-REG-STATUS NOT = '00'
        OPEN OUTPUT CKPT-REGISTRY-FILE
    END-IF
    WRITE CKPT-REGISTRY-LINE
    CLOSE CKPT-REGISTRY-FILE
    .

*> Each output back to where it stood at the checkpoint: whatever
*> the interrupted customer got into it goes, and the restart
*> renders that customer again from the top.
CUT-BACK-RUN-OUTPUT.
    MOVE WS-STATEMENT-FILE-NAME TO WS-CUT-FILE-NAME
    MOVE 'B' TO WS-CUT-MODE
    MOVE WS-CT-PACKAGE-SIZE TO WS-CUT-MARK
    PERFORM CUT-BACK-ONE-OUTPUT
    MOVE WS-ESTMT-FILE-NAME TO WS-CUT-FILE-NAME
    MOVE 'L' TO WS-CUT-MODE
    MOVE WS-CT-ESTMT-LINES TO WS-CUT-MARK
    PERFORM CUT-BACK-ONE-OUTPUT
    MOVE WS-EXCEPTION-FILE-NAME TO WS-CUT-FILE-NAME
    MOVE 'L' TO WS-CUT-MODE
    MOVE WS-CT-EXCEPTIONS TO WS-CUT-MARK
    PERFORM CUT-BACK-ONE-OUTPUT
    .

*> Copied through <output>.RESTART up to the mark, then back -- the
*> keep-file idiom PROC_HOUSEKEEPING sweeps with. An output shorter
*> than its mark has lost statements already counted as out, and
*> the restart is refused rather than carry on without them.
CUT-BACK-ONE-OUTPUT.
    MOVE SPACES TO WS-CUT-TEMP-NAME
    STRING FUNCTION TRIM(WS-CUT-FILE-NAME) '.RESTART'
        DELIMITED BY SIZE INTO WS-CUT-TEMP-NAME
    MOVE 0 TO WS-CUT-KEPT-LINES WS-CUT-KEPT-BYTES WS-CUT-SEEN-BYTES
        WS-CUT-DROPPED WS-CUT-BANNERS
    MOVE 'N' TO WS-CUT-DROPPING
    OPEN INPUT CUT-FILE
    IF WS-CUT-STATUS NOT = '00'
        IF WS-CUT-MARK > 0
            MOVE SPACES TO WS-CKPT-REASON
            STRING FUNCTION TRIM(WS-CUT-FILE-NAME) ' is gone'
                DELIMITED BY SIZE INTO WS-CKPT-REASON
            PERFORM REFUSE-STATEMENT-RESTART
        END-IF
    ELSE
        OPEN OUTPUT CUT-TEMP-FILE
        MOVE 'N' TO WS-CUT-AT-END
        PERFORM UNTIL AT-END-OF-CUT
            READ CUT-FILE
                AT END SET AT-END-OF-CUT TO TRUE
                NOT AT END PERFORM TAKE-ONE-CUT-LINE
            END-READ
        END-PERFORM
        CLOSE CUT-FILE CUT-TEMP-FILE
        IF (CUT-BY-LINES
                AND WS-CUT-KEPT-LINES + WS-CUT-DROPPED < WS-CUT-MARK)
            OR (CUT-BY-BYTES AND WS-CUT-SEEN-BYTES < WS-CUT-MARK)
            CALL 'CBL_DELETE_FILE' USING WS-CUT-TEMP-NAME
                RETURNING WS-DELETE-RC
            MOVE SPACES TO WS-CKPT-REASON
            STRING FUNCTION TRIM(WS-CUT-FILE-NAME)
                ' is shorter than at the checkpoint'
                DELIMITED BY SIZE INTO WS-CKPT-REASON
            PERFORM REFUSE-STATEMENT-RESTART
        END-IF
        IF WS-CUT-DROPPED > 0
            PERFORM COPY-CUT-BACK
            DISPLAY 'RESTART: ' FUNCTION TRIM(WS-CUT-FILE-NAME)
                ' cut back to ' WS-CUT-KEPT-LINES ' line(s), '
                WS-CUT-DROPPED ' from the interrupted customer dropped'
        END-IF
        IF WS-CUT-BANNERS > 0
            PERFORM RECORD-BANNER-CUT-BACK
        END-IF
        CALL 'CBL_DELETE_FILE' USING WS-CUT-TEMP-NAME
            RETURNING WS-DELETE-RC
    END-IF
    .

*> A line's size on disk is its text up to the last non-blank plus
*> the newline -- LINE SEQUENTIAL drops trailing blanks on the way
*> out. Once a line is past the mark, everything after it is too.
TAKE-ONE-CUT-LINE.
    MOVE FUNCTION REVERSE(CUT-LINE) TO WS-CUT-REVERSED
    MOVE 0 TO WS-CUT-TRAILING
    INSPECT WS-CUT-REVERSED
        TALLYING WS-CUT-TRAILING FOR LEADING SPACES
    COMPUTE WS-CUT-LINE-BYTES = 161 - WS-CUT-TRAILING
    ADD WS-CUT-LINE-BYTES TO WS-CUT-SEEN-BYTES
    IF WS-CUT-DROPPING = 'N'
        IF CUT-BY-LINES AND WS-CUT-KEPT-LINES >= WS-CUT-MARK
            MOVE 'Y' TO WS-CUT-DROPPING
        END-IF
        IF CUT-BY-BYTES
            AND WS-CUT-KEPT-BYTES + WS-CUT-LINE-BYTES > WS-CUT-MARK
            MOVE 'Y' TO WS-CUT-DROPPING
        END-IF
    END-IF
    IF WS-CUT-DROPPING = 'Y'
        ADD 1 TO WS-CUT-DROPPED
        IF CUT-LINE(1:18) = '*** END BANNER ***'
            ADD 1 TO WS-CUT-BANNERS
        END-IF
    ELSE
        MOVE CUT-LINE TO CUT-TEMP-LINE
        WRITE CUT-TEMP-LINE
        ADD 1 TO WS-CUT-KEPT-LINES
        ADD WS-CUT-LINE-BYTES TO WS-CUT-KEPT-BYTES
    END-IF
    .

*> The banners cut out were claimed in the audit trail when they
*> rendered, and the restart renders and claims them again. The
*> cut-back note has the nightly reconcile take that many of this
*> file's latest claims off its count -- a rotation note would not
*> do, it would window out the claims for the banners still in the
*> package too.
RECORD-BANNER-CUT-BACK.
    MOVE WS-CUT-FILE-NAME TO ROTATION_FILE_NAME
    MOVE WS-CUT-BANNERS TO ROTATION_CUT_BANNERS
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    MOVE 0 TO ROTATION_CUT_BANNERS
    IF NOT ROTATION_RECORDED
        DISPLAY 'WARNING: the cut-back of ' WS-CUT-BANNERS
            ' banner(s) from ' FUNCTION TRIM(WS-CUT-FILE-NAME)
            ' is not noted in SPOOL_ROTATIONS.DAT -- the reconcile'
            ' will report the package short'
    END-IF
    .

COPY-CUT-BACK.
    MOVE 'N' TO WS-CUT-AT-END
    OPEN INPUT CUT-TEMP-FILE
    OPEN OUTPUT CUT-FILE
    PERFORM UNTIL AT-END-OF-CUT
        READ CUT-TEMP-FILE
            AT END SET AT-END-OF-CUT TO TRUE
            NOT AT END
                MOVE CUT-TEMP-LINE TO CUT-LINE
                WRITE CUT-LINE
        END-READ
    END-PERFORM
    CLOSE CUT-TEMP-FILE CUT-FILE
    .

*> The vendor feed for one customer: a C header with the figures, a
*> D record per ledger transaction, an E end marker. Same figures
*> as the printed statement, no banner raster.
    ADD CUST-BALANCE TO WS-ESTMT-BAL-TOTAL
    COMPUTE WS-OPENING = CUST-BALANCE - WS-TXN-NET
    MOVE WS-OPENING TO WS-BALANCE-EDIT
    PERFORM MAKE-ACCOUNT-NUMBER
    MOVE SPACES TO ESTMT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'C|' ACCT_NUMBER
        '|' FUNCTION TRIM(CUST-NAME)
        '|' WS-CYCLE-START
        '|' FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO ESTMT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE ESTMT-LINE
    ADD 1 TO WS-ESTMT-LINES
    PERFORM VARYING WS-TXN-SS FROM 1 BY 1
        UNTIL WS-TXN-SS > WS-TXN-COUNT
        MOVE WS-TXN-AMOUNT(WS-TXN-SS) TO WS-AMOUNT-EDIT
            DELIMITED BY SIZE INTO ESTMT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE ESTMT-LINE
        ADD 1 TO WS-ESTMT-LINES
    END-PERFORM
*> An O record warns the vendor the D list is not the whole cycle
*> (the C record's balances still include the unlisted movement).
            DELIMITED BY SIZE INTO ESTMT-LINE
            WITH POINTER WS-LINE-PTR
        WRITE ESTMT-LINE
        ADD 1 TO WS-ESTMT-LINES
    END-IF
    MOVE SPACES TO ESTMT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'E|' ACCT_NUMBER
        DELIMITED BY SIZE INTO ESTMT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE ESTMT-LINE
    ADD 1 TO WS-ESTMT-LINES
    MOVE 'E' TO CORR_CHANNEL
    MOVE WS-ESTMT-FILE-NAME TO WS-CORR-PACKAGE
    MOVE 'N' TO CORR_COPY
    PERFORM RECORD-STATEMENT-SENT
    .

*> The control record the vendor's receipt reconciles against.

*> No address record means no printed statement: the account goes
*> on the exception list for the address editor to catch up with.
*> Neither does an address the post office has already sent back.
CHECK-STATEMENT-ADDRESS.
    MOVE 'Y' TO WS-MAILABLE
    IF ADDRESS-STORE-AVAILABLE
                WRITE EXCEPTION-LINE
        END-READ
    END-IF
    IF STATEMENT-IS-MAILABLE
        MOVE CUST-ID TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
        IF HOLD-IS-OPEN
            MOVE 'N' TO WS-MAILABLE
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD 1 TO WS-HOLD-COUNT
            MOVE SPACES TO EXCEPTION-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'MAIL HOLD: ' CUST-ID
                ' [' FUNCTION TRIM(CUST-NAME) ']'
                ' RETURNED MAIL SINCE ' HOLD_SINCE(1:10)
                ' (' HOLD_RETURNS ')'
                ' -- statement not printed'
                DELIMITED BY SIZE INTO EXCEPTION-LINE
                WITH POINTER WS-LINE-PTR
            WRITE EXCEPTION-LINE
        END-IF
    END-IF
    .

WRITE-OVERFLOW-EXCEPTION.
BUILD-ONE-STATEMENT.
    ADD 1 TO WS-STATEMENT-COUNT
    MOVE 0 TO WS-ARCHIVE-SEQ
    MOVE CUST-ID TO WS-ARCHIVE-CUST-ID
    PERFORM PRINT-STATEMENT-LETTERHEAD
*> Then the statement body, appended under the banner.
    OPEN EXTEND STATEMENT-FILE
    PERFORM PRINT-COMPANY-LINE
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    PERFORM MAKE-ACCOUNT-NUMBER
    STRING 'STATEMENT FOR ' ACCT_NUMBER
        ' ' FUNCTION TRIM(CUST-NAME)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    PERFORM PRINT-ADDRESS-BLOCK
    PERFORM PRINT-ACCOUNT-ACTIVITY
    PERFORM INSERT-STATEMENT-MESSAGES
    MOVE SPACES TO STATEMENT-LINE
    PERFORM PUT-STATEMENT-LINE
    CLOSE STATEMENT-FILE
    PERFORM PURGE-ARCHIVE-TAIL
    PERFORM RECORD-PRINTED-STATEMENT
    .

*> One envelope for the household: the primary's letterhead and
*> address, the primary's own section first, then each other
*> combined account's section in account order, then the household
*> totals. Reading the other accounts moves the master, so the
*> primary is read back and the pass repositioned just past it
*> before its messages print and its electronic copy (if any) goes.
BUILD-HOUSEHOLD-STATEMENT.
    ADD 1 TO WS-STATEMENT-COUNT
    ADD 1 TO WS-HH-STATEMENT-COUNT
    MOVE 0 TO WS-ARCHIVE-SEQ
    MOVE CUST-ID TO WS-ARCHIVE-CUST-ID
    MOVE CUSTOMER-RECORD TO WS-HH-PRIMARY-RECORD
    MOVE 0 TO WS-HH-OPENING-TOTAL
    MOVE 0 TO WS-HH-CLOSING-TOTAL
    PERFORM PRINT-STATEMENT-LETTERHEAD
    OPEN EXTEND STATEMENT-FILE
    PERFORM PRINT-COMPANY-LINE
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    PERFORM MAKE-ACCOUNT-NUMBER
    STRING 'HOUSEHOLD STATEMENT FOR ' ACCT_NUMBER
        ' ' FUNCTION TRIM(CUST-NAME)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    PERFORM PRINT-ADDRESS-BLOCK
    PERFORM PRINT-HOUSEHOLD-SECTION
    PERFORM VARYING WS-HHT-MEMBER-SS FROM 1 BY 1
        UNTIL WS-HHT-MEMBER-SS > WS-HHT-COUNT
        IF WS-HHT-HOUSEHOLD(WS-HHT-MEMBER-SS)
                = WS-HHT-HOUSEHOLD(WS-HHT-FOUND-SS)
            AND WS-HHT-COMBINED(WS-HHT-MEMBER-SS) = 'Y'
            AND WS-HHT-PRIMARY(WS-HHT-MEMBER-SS) NOT = 'Y'
            MOVE WS-HHT-CUST-ID(WS-HHT-MEMBER-SS) TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    PERFORM GATHER-CUSTOMER-TRANSACTIONS
                    PERFORM PRINT-HOUSEHOLD-SECTION
            END-READ
        END-IF
    END-PERFORM
    MOVE WS-HH-PRIMARY-RECORD TO CUSTOMER-RECORD
    READ CUSTOMER-FILE
        INVALID KEY MOVE WS-HH-PRIMARY-RECORD TO CUSTOMER-RECORD
    END-READ
    START CUSTOMER-FILE KEY IS > CUST-ID
        INVALID KEY SET AT-END-OF-MASTER TO TRUE
    END-START
    PERFORM GATHER-CUSTOMER-TRANSACTIONS
    MOVE SPACES TO STATEMENT-LINE
    PERFORM PUT-STATEMENT-LINE
    MOVE WS-HH-OPENING-TOTAL TO WS-BALANCE-EDIT
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'HOUSEHOLD OPENING BALANCE '
        FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    MOVE WS-HH-CLOSING-TOTAL TO WS-BALANCE-EDIT
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'HOUSEHOLD CLOSING BALANCE '
        FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    PERFORM INSERT-STATEMENT-MESSAGES
    MOVE SPACES TO STATEMENT-LINE
    PERFORM PUT-STATEMENT-LINE
    CLOSE STATEMENT-FILE
    PERFORM PURGE-ARCHIVE-TAIL
    .

*> One account's part of a household statement, headed by its
*> number and name, its balances carried into the household totals.
PRINT-HOUSEHOLD-SECTION.
    MOVE SPACES TO STATEMENT-LINE
    PERFORM PUT-STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    PERFORM MAKE-ACCOUNT-NUMBER
    STRING 'ACCOUNT ' ACCT_NUMBER
        ' ' FUNCTION TRIM(CUST-NAME)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    PERFORM PRINT-ACCOUNT-ACTIVITY
    ADD WS-OPENING TO WS-HH-OPENING-TOTAL
    ADD CUST-BALANCE TO WS-HH-CLOSING-TOTAL
    PERFORM RECORD-PRINTED-STATEMENT
    .

*> The history line for this account's part of the package -- the
*> copy is the archived statement, under the account whose
*> letterhead it went out under.
RECORD-PRINTED-STATEMENT.
    MOVE 'P' TO CORR_CHANNEL
    MOVE WS-STATEMENT-FILE-NAME TO WS-CORR-PACKAGE
    MOVE 'S' TO CORR_COPY
    PERFORM RECORD-STATEMENT-SENT
    .

RECORD-STATEMENT-SENT.
    MOVE 'D' TO CORR_ACTION
    MOVE CUST-ID TO CORR_CUST_ID
    MOVE 'STMT' TO CORR_DOC_TYPE
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'CYCLE ' WS-CYCLE-START ' ' FUNCTION TRIM(WS-CORR-PACKAGE)
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    IF CORR_COPY = 'S'
        MOVE WS-ARCHIVE-CUST-ID TO CORR_COPY_CUST_ID
        MOVE WS-CYCLE-START TO CORR_COPY_CYCLE
    ELSE
        MOVE 0 TO CORR_COPY_CUST_ID
        MOVE SPACES TO CORR_COPY_CYCLE
    END-IF
    MOVE 'PROC_CUSTOMER_STATEMENTS' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

PRINT-STATEMENT-LETTERHEAD.
*> The letterhead: the customer name through PROC_BANNER, straight
*> into the statement spool.
    MOVE SPACES TO BANNER_FIELD
*> The account number again as a scannable 3-of-9 barcode under
*> the letterhead -- returned mail scans straight into
*> PROC_RETURNED_MAIL's exception list instead of being retyped.
*> The framed 7-digit code needs the 132-column page; the width
*> goes back to classic stock right after.
    PERFORM MAKE-ACCOUNT-NUMBER
    MOVE SPACES TO BANNER_FIELD
    MOVE ACCT_NUMBER TO BANNER_FIELD(1:7)
    MOVE 'Y' TO RASTER_BARCODE_REQUEST
    MOVE 132 TO RASTER_PAGE_WIDTH
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
            TO STATEMENT-LINE
        PERFORM ARCHIVE-STATEMENT-LINE
    END-PERFORM
    .

*> The mailing block, straight under the banner header -- the
*> ADDRESS-RECORD is still the one CHECK-STATEMENT-ADDRESS fetched
*> for this customer.
*> Under the letterhead, the company whose book the account is in --
*> a sister company's customers must see who is writing to them.
*> A one-book installation prints nothing here.
PRINT-COMPANY-LINE.
    IF COMPANY_NAME NOT = SPACES
        MOVE SPACES TO STATEMENT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO STATEMENT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM PUT-STATEMENT-LINE
    END-IF
    .

PRINT-ADDRESS-BLOCK.
    IF ADDRESS-STORE-AVAILABLE
        MOVE ADDR-LINE-1 TO STATEMENT-LINE
        PERFORM PUT-STATEMENT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM PUT-STATEMENT-LINE
    END-IF
    .

*> Opening balance, the cycle's transactions, closing balance -- the
*> current master record against the transactions just gathered.
PRINT-ACCOUNT-ACTIVITY.
    COMPUTE WS-OPENING = CUST-BALANCE - WS-TXN-NET
    MOVE WS-OPENING TO WS-BALANCE-EDIT
    MOVE SPACES TO STATEMENT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'OPENING BALANCE ' FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO STATEMENT-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-STATEMENT-LINE
    .

*> A rerun that renders SHORTER than the prior render would leave
    MOVE WS-ARCHIVE-SEQ TO WS-TAIL-SEQ
    PERFORM UNTIL WS-TAIL-DONE = 'Y' OR WS-TAIL-SEQ >= 9999
        ADD 1 TO WS-TAIL-SEQ
        MOVE WS-ARCHIVE-CUST-ID TO SAR-CUST-ID
        MOVE WS-CYCLE-START TO SAR-CYCLE-DATE
        MOVE WS-TAIL-SEQ TO SAR-LINE-SEQ
        DELETE STMT-ARCHIVE-FILE RECORD
    END-IF
    .

*> This customer's full account number into ACCT_NUMBER.
MAKE-ACCOUNT-NUMBER.
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    .

*> Every statement line goes two places: the cycle's print package
*> and the permanent archive.
PUT-STATEMENT-LINE.
*> what a reprint should show.
ARCHIVE-STATEMENT-LINE.
    ADD 1 TO WS-ARCHIVE-SEQ
    MOVE WS-ARCHIVE-CUST-ID TO SAR-CUST-ID
*> Keyed on the CYCLE the statement was built for, not the day the
*> run happened -- a July rerun of June's cycle lands on June's
*> keys and REWRITEs, instead of duplicating the archive, and
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_STATEMENTS' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_STATEMENTS.
