*> Mission: Unclaimed property, run by the book instead of on paper.
*> PROC_DORMANT_SWEEP marks an account dormant; once it has gone
*> the statutory period with no customer-initiated activity the law
*> wants a due-diligence letter to the owner and, if nobody comes
*> forward inside the response window, the balance turned over to
*> the state. Customer-initiated means a posting whose type is
*> principal on TXN_TYPES.DAT (profit class N -- payments,
*> purchases, transfers); the bank's own fees, interest and
*> write-offs (classes F, R, I, W, and the house codes FEE, NSF,
*> INT and WOF) never restart the clock, nor does the escheat type
*> itself. The register is ESCHEAT_REGISTER.IDX
*> (CB_ESCHEAT_RECORD.cpy).
*> LETTERS takes in every dormant account with a credit balance
*> whose last customer-initiated posting (archived years included)
*> is older than the period: one letterheaded due-diligence letter
*> each into ESCHEAT_LETTERS.PRN -- the owner's name as the banner
*> letterhead through the PROC_BANNER machinery the way
*> PROC_CHANGE_CONFIRM heads a letter -- and the letter date and
*> response deadline filed on the register. An account with no
*> address, or on returned-mail hold (PROC_MAIL_HOLD), is filed
*> without a letter and the reason; its window runs all the same.
*> Each run first re-proves every account already in the process:
*> one that has been reactivated or closed, has a customer-initiated
*> posting since its last activity, or no longer has a balance to
*> give up drops out with the reason -- and is taken in again,
*> fresh, if it goes quiet for another full period. Everything goes
*> on ESCHEAT_LETTERS.RPT.
*> REMIT, a SUPERVISOR decision (PROC_OPERATOR_ROLE, refusals logged
*> like the other authority checks), re-proves every account whose
*> response window has closed and, under the master lock, turns the
*> rest over: the register marked remitted, the account closed, and
*> the balances moved to the escheat clearing account as one H/X/T
*> batch, ESCHEAT_<batch>.TRN (batch ES<yymmddhhmm>, one X transfer
*> detail per account, type ESCHEAT_TYPE, reference ESCHEAT), for
*> PROC_CUSTOMER_POST -- which lets that batch, and only that batch,
*> take the balance off the closed account. The state remittance
*> report, ESCHEAT_REMITTANCE.<run date>.RPT, lists the owners by
*> the state of their last known address with a total per state;
*> an owner with no address on file reports under the holder's
*> state.
*> ESCHEAT.CTL, KEY=VALUE lines (same shape as ACCRUAL_RATES.CTL):
*>   DORMANCY_YEARS=<statutory period, default 3>
*>   RESPONSE_DAYS=<days the owner has to answer, default 60>
*>   CLEARING_ACCOUNT=<CUST-ID of the escheat clearing account>
*>   ESCHEAT_TYPE=<TXN_TYPES.DAT code, default ESC>
*> The clearing account must be an active account on the master and
*> the type active, of nature B and mapped in GL_MAP.DAT
*> (PROC_GLMAP_EDIT), or REMIT refuses before anything changes.
*> Every letter also goes into the customer's correspondence history
*> (PROC_CORRESP_LOG) with its lines kept in the letter archive, so
*> the inquiry screen can show it was sent and reprint it.
*> Command line:
*>   LETTERS [run-date-yyyymmdd]
*>   REMIT   [run-date-yyyymmdd]
*> cobc -x -j -free -I . -I ../BANNER PROC_ESCHEAT.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob PROC_ACCOUNT_NUMBER.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob PROC_MAIL_HOLD.cob
*>     PROC_MASTER_LOCK.cob PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_ESCHEAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_ESCHEAT_FILE.cpy'.
SELECT CONTROL-FILE
    ASSIGN TO 'ESCHEAT.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT LETTER-FILE
    ASSIGN TO 'ESCHEAT_LETTERS.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LETTER-STATUS.
SELECT ESCHEAT-REPORT
    ASSIGN TO DYNAMIC WS-REPORT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.
SELECT BATCH-FILE
    ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_ESCHEAT_RECORD.cpy'.

FD CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CONTROL-LINE.
01 CONTROL-LINE PIC X(80).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD LETTER-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS LETTER-LINE.
01 LETTER-LINE PIC X(132).

FD ESCHEAT-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-ADDRESSES-AVAILABLE  PIC X VALUE 'N'.
    88 ADDRESSES-ARE-AVAILABLE VALUE 'Y'.
01 WS-ESCHEAT-STATUS       PIC XX.
01 WS-CONTROL-STATUS       PIC XX.
01 WS-TYPES-STATUS         PIC XX.
01 WS-LETTER-STATUS        PIC XX.
01 WS-REPORT-STATUS        PIC XX.
01 WS-REPORT-NAME          PIC X(64).
01 WS-BATCH-STATUS         PIC XX.
01 WS-BATCH-FILE-NAME      PIC X(64).
01 WS-CMD-LINE             PIC X(255).
01 WS-MODE-TOKEN           PIC X(12).
01 WS-ARG1                 PIC X(20).
01 WS-CURRENT-DATE         PIC X(21).
01 WS-STAMP                PIC X(19).
01 WS-RUN-DATE             PIC X(8).
01 WS-RUN-INT              PIC 9(8).
01 WS-WORK-INT             PIC 9(8).
01 WS-WORK-DATE            PIC 9(8).
01 WS-LINE-PTR             PIC 9(4).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-BALANCE-EDIT         PIC -(9)9.99.
01 WS-AMOUNT-EDIT          PIC 9(7).99.
01 WS-TOTAL-EDIT           PIC -(11)9.99.

*> ESCHEAT.CTL.
01 WS-CTL-KEY              PIC X(30).
01 WS-CTL-VALUE            PIC X(50).
01 WS-DORMANCY-YEARS       PIC 9(2) VALUE 3.
01 WS-RESPONSE-DAYS        PIC 9(4) VALUE 60.
01 WS-CLEARING-ACCOUNT     PIC 9(6) VALUE 0.
01 WS-ESCHEAT-TYPE         PIC X(4) VALUE 'ESC'.
01 WS-CUTOFF-DATE          PIC X(8).
01 WS-CUTOFF-YEAR          PIC 9(4).
01 WS-RESPONSE-DUE         PIC X(8).

*> TXN_TYPES.DAT: code, nature, active flag and profit class -- a
*> class N posting is the customer's own doing.
01 WS-TYPE-TABLE.
    05 WS-TYPE-ENTRY OCCURS 100 TIMES.
        10 WS-TT-CODE      PIC X(4).
        10 WS-TT-NATURE    PIC X.
        10 WS-TT-ACTIVE    PIC X.
        10 WS-TT-CLASS     PIC X.
01 WS-TYPE-COUNT           PIC 9(4) VALUE 0.
01 WS-TYPE-SS              PIC 9(4).
01 WS-TOK-CODE             PIC X(6).
01 WS-TOK-DESC             PIC X(32).
01 WS-TOK-NATURE           PIC X(3).
01 WS-TOK-ACTIVE           PIC X(3).
01 WS-TOK-CLASS            PIC X(3).
01 WS-POSTING-CLASS        PIC X.
01 WS-ESC-TYPE-STATE       PIC X.
    88 ESC-TYPE-USABLE      VALUE 'Y'.

*> One account's last customer-initiated posting.
01 WS-LAST-ACTIVITY        PIC X(8).
01 WS-CUSTOMER-POSTING     PIC X.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

*> Re-proving an account already in the process.
01 WS-DROP-REASON          PIC X(30).

*> LETTERS.
01 WS-LETTER-COUNT         PIC 9(6) VALUE 0.
01 WS-UNSENT-COUNT         PIC 9(6) VALUE 0.
01 WS-DROPPED-COUNT        PIC 9(6) VALUE 0.
01 WS-PENDING-COUNT        PIC 9(6) VALUE 0.
01 WS-UNPROVEN-COUNT       PIC 9(6) VALUE 0.
01 WS-LETTER-TOTAL         PIC S9(11)V99 VALUE 0.
01 WS-LT-NAME              PIC X(20).
01 WS-LT-ADDRESS.
   05 WS-LT-LINE-1         PIC X(30).
   05 WS-LT-LINE-2         PIC X(30).
   05 WS-LT-CITY           PIC X(20).
   05 WS-LT-STATE          PIC X(2).
   05 WS-LT-POSTAL         PIC X(10).
01 WS-DATE-EDIT            PIC X(10).
01 WS-DUE-EDIT             PIC X(10).
01 WS-ACTIVITY-EDIT        PIC X(10).
01 WS-EDIT-IN              PIC X(8).
01 WS-EDIT-OUT             PIC X(10).
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_MAIL_HOLD.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-LETTERHEAD-ROW PIC 99.

*> REMIT: the accounts turned over -- the batch and the state report
*> are built from this table once every account has been closed, so
*> the header counts are known. 1000 accounts, house table style.
01 WS-REMIT-TABLE.
    05 WS-REMIT-ENTRY OCCURS 1000 TIMES.
        10 WS-RM-CUST-ID   PIC 9(6).
        10 WS-RM-NAME      PIC X(20).
        10 WS-RM-STATE     PIC X(2).
        10 WS-RM-ACTIVITY  PIC X(8).
        10 WS-RM-LETTER    PIC X(8).
        10 WS-RM-AMOUNT    PIC 9(7)V99.
01 WS-REMIT-COUNT          PIC 9(4) VALUE 0.
01 WS-REMIT-SS             PIC 9(4).
01 WS-REMIT-TOTAL          PIC S9(11)V99 VALUE 0.
01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
01 WS-BATCH-ID             PIC X(12).
*> The states on the report, kept in order as they are met.
01 WS-STATE-TABLE.
    05 WS-STATE-ENTRY OCCURS 60 TIMES.
        10 WS-ST-CODE      PIC X(2).
        10 WS-ST-COUNT     PIC 9(4).
        10 WS-ST-TOTAL     PIC 9(9)V99.
01 WS-STATE-COUNT          PIC 9(2) VALUE 0.
01 WS-STATE-SS             PIC 9(2).
01 WS-STATE-INSERT         PIC 9(2).
01 WS-STATE-FOUND          PIC X.
01 WS-STATE-NAME           PIC X(24).

COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_MASTER_LOCK.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE-TOKEN WS-ARG1
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-MODE-TOKEN WS-ARG1
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO WS-STAMP
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
            AND WS-ARG1(9:12) = SPACES
            MOVE WS-ARG1(1:8) TO WS-RUN-DATE
        ELSE
            PERFORM SHOW-USAGE
        END-IF
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
        TO WS-RUN-INT
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    PERFORM LOAD-ESCHEAT-CONTROLS
    PERFORM LOAD-TYPE-MASTER
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TOKEN))
        WHEN 'LETTERS'
            PERFORM RUN-LETTERS
        WHEN 'REMIT'
            PERFORM RUN-REMITTANCE
        WHEN OTHER
            PERFORM SHOW-USAGE
    END-EVALUATE
    STOP RUN.

SHOW-USAGE.
    DISPLAY 'USAGE: PROC_ESCHEAT LETTERS [run-date-yyyymmdd]'
        ' | REMIT [run-date-yyyymmdd]'
    MOVE 1 TO RETURN-CODE
    STOP RUN
    .

*> ESCHEAT.CTL is optional: without it the statutory defaults hold
*> and REMIT refuses for want of a clearing account.
LOAD-ESCHEAT-CONTROLS.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CONTROL-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM PARSE-CONTROL-LINE
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF
*> The period ends the same day of the year, N years back -- a
*> February 29th run date falls back to the 28th.
    COMPUTE WS-CUTOFF-YEAR = FUNCTION NUMVAL(WS-RUN-DATE(1:4))
        - WS-DORMANCY-YEARS
    MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
    MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4)
    IF WS-CUTOFF-DATE(5:4) = '0229'
        MOVE '28' TO WS-CUTOFF-DATE(7:2)
    END-IF
    COMPUTE WS-WORK-INT = WS-RUN-INT + WS-RESPONSE-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE
    MOVE WS-WORK-DATE TO WS-RESPONSE-DUE
    .

PARSE-CONTROL-LINE.
    MOVE SPACES TO WS-CTL-KEY WS-CTL-VALUE
    UNSTRING CONTROL-LINE DELIMITED BY '='
        INTO WS-CTL-KEY WS-CTL-VALUE
    IF WS-CTL-VALUE NOT = SPACES
        EVALUATE FUNCTION TRIM(WS-CTL-KEY)
            WHEN 'DORMANCY_YEARS'
                IF FUNCTION TRIM(WS-CTL-VALUE) IS NUMERIC
                    AND FUNCTION NUMVAL(WS-CTL-VALUE) > 0
                    MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                        TO WS-DORMANCY-YEARS
                END-IF
            WHEN 'RESPONSE_DAYS'
                IF FUNCTION TRIM(WS-CTL-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                        TO WS-RESPONSE-DAYS
                END-IF
            WHEN 'CLEARING_ACCOUNT'
                IF FUNCTION TRIM(WS-CTL-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                        TO WS-CLEARING-ACCOUNT
                END-IF
            WHEN 'ESCHEAT_TYPE'
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-CTL-VALUE)) TO
                    WS-ESCHEAT-TYPE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    .

LOAD-TYPE-MASTER.
    MOVE 0 TO WS-TYPE-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TYPES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF TYPES-LINE NOT = SPACES
                        AND WS-TYPE-COUNT < 100
                        PERFORM TAKE-ONE-TYPE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    .

TAKE-ONE-TYPE-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE
        WS-TOK-ACTIVE WS-TOK-CLASS
    UNSTRING TYPES-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE WS-TOK-ACTIVE
            WS-TOK-CLASS
    ADD 1 TO WS-TYPE-COUNT
    MOVE WS-TOK-CODE(1:4) TO WS-TT-CODE(WS-TYPE-COUNT)
    MOVE WS-TOK-NATURE(1:1) TO WS-TT-NATURE(WS-TYPE-COUNT)
    MOVE WS-TOK-ACTIVE(1:1) TO WS-TT-ACTIVE(WS-TYPE-COUNT)
    MOVE WS-TOK-CLASS(1:1) TO WS-TT-CLASS(WS-TYPE-COUNT)
    .

*> Is the posting in LEDGER-RECORD the customer's own doing? Same
*> class lookup as PROC_PROFITABILITY, the house codes keeping
*> their obvious class on a line from before the field.
CLASSIFY-POSTING.
    MOVE SPACE TO WS-POSTING-CLASS
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-TYPE-COUNT
        IF WS-TT-CODE(WS-TYPE-SS) = LGR-TYPE-CODE
            MOVE WS-TT-CLASS(WS-TYPE-SS) TO WS-POSTING-CLASS
        END-IF
    END-PERFORM
    IF WS-POSTING-CLASS = SPACE
        EVALUATE LGR-TYPE-CODE
            WHEN 'FEE'  MOVE 'F' TO WS-POSTING-CLASS
            WHEN 'NSF'  MOVE 'F' TO WS-POSTING-CLASS
            WHEN 'INT'  MOVE 'I' TO WS-POSTING-CLASS
            WHEN 'WOF'  MOVE 'W' TO WS-POSTING-CLASS
            WHEN OTHER  MOVE 'N' TO WS-POSTING-CLASS
        END-EVALUATE
    END-IF
    IF WS-POSTING-CLASS = 'N' AND LGR-TYPE-CODE NOT = WS-ESCHEAT-TYPE
        MOVE 'Y' TO WS-CUSTOMER-POSTING
    ELSE
        MOVE 'N' TO WS-CUSTOMER-POSTING
    END-IF
    .

*> Newest first through the live ledger, then back through the
*> archived years, until a customer-initiated posting turns up.
*> Spaces when the account has none on record at all.
FIND-LAST-CUSTOMER-ACTIVITY.
    MOVE SPACES TO WS-LAST-ACTIVITY
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE '99999999' TO LGR-POST-DATE
    MOVE 9999 TO LGR-SEQ
    START LEDGER-FILE KEY IS <= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE PREVIOUS RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    PERFORM CLASSIFY-POSTING
                    IF WS-CUSTOMER-POSTING = 'Y'
                        MOVE LGR-POST-DATE TO WS-LAST-ACTIVITY
                        SET AT-END-OF-LEDGER TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-LAST-ACTIVITY = SPACES
        MOVE 'B' TO LAR_ACTION
        MOVE CUST-ID TO LAR_CUST_ID
        MOVE '99999999' TO LAR_FROM_DATE
        MOVE 9999 TO LAR_FROM_SEQ
        CALL 'PROC_LEDGER_ARCHIVE_READ'
            USING LEDGER-ARCHIVE-READ-PARAMS
        PERFORM UNTIL NOT LAR_FOUND OR WS-LAST-ACTIVITY NOT = SPACES
            MOVE LAR_RECORD TO LEDGER-RECORD
            PERFORM CLASSIFY-POSTING
            IF WS-CUSTOMER-POSTING = 'Y'
                MOVE LGR-POST-DATE TO WS-LAST-ACTIVITY
            ELSE
                MOVE 'N' TO LAR_ACTION
                CALL 'PROC_LEDGER_ARCHIVE_READ'
                    USING LEDGER-ARCHIVE-READ-PARAMS
            END-IF
        END-PERFORM
    END-IF
    .

*> The account in the record area, already on the register, is
*> proven still unclaimed -- WS-DROP-REASON says why not.
REPROVE-UNCLAIMED.
    MOVE SPACES TO WS-DROP-REASON
    MOVE ESC-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE 'NOT ON THE MASTER' TO WS-DROP-REASON
    END-READ
    IF WS-DROP-REASON = SPACES
        EVALUATE TRUE
            WHEN CUST-ACTIVE
                MOVE 'ACCOUNT REACTIVATED' TO WS-DROP-REASON
            WHEN CUST-CLOSED
                MOVE 'ACCOUNT CLOSED' TO WS-DROP-REASON
            WHEN CUST-BALANCE NOT > 0
                MOVE 'NO BALANCE TO REMIT' TO WS-DROP-REASON
        END-EVALUATE
    END-IF
    IF WS-DROP-REASON = SPACES
        PERFORM FIND-LAST-CUSTOMER-ACTIVITY
        IF WS-LAST-ACTIVITY NOT = SPACES
            AND WS-LAST-ACTIVITY > ESC-LAST-ACTIVITY
            STRING 'CUSTOMER ACTIVITY ' WS-LAST-ACTIVITY
                DELIMITED BY SIZE INTO WS-DROP-REASON
        END-IF
    END-IF
    .

DROP-OUT-OF-PROCESS.
    SET ESC-WITHDRAWN TO TRUE
    MOVE WS-RUN-DATE TO ESC-DROP-DATE
    MOVE WS-DROP-REASON TO ESC-NOTE
    REWRITE ESCHEAT-RECORD
        INVALID KEY
            DISPLAY 'ERROR: ESCHEAT_REGISTER.IDX REWRITE FAILED FOR '
                ESC-CUST-ID ', FILE STATUS ' WS-ESCHEAT-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    ADD 1 TO WS-DROPPED-COUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  DROPPED ' ESC-CUST-ID ' [' ESC-NAME ']'
        ' LETTER ' ESC-LETTER-DATE
        ' -- ' FUNCTION TRIM(WS-DROP-REASON)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

OPEN-COMMON-FILES.
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX --'
            ' without the ledger no dormancy can be proven'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O ESCHEAT-FILE
    IF WS-ESCHEAT-STATUS = '35'
        OPEN OUTPUT ESCHEAT-FILE
        CLOSE ESCHEAT-FILE
        OPEN I-O ESCHEAT-FILE
    END-IF
    IF WS-ESCHEAT-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open ESCHEAT_REGISTER.IDX,'
            ' FILE STATUS ' WS-ESCHEAT-STATUS
        CLOSE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE 'Y' TO WS-ADDRESSES-AVAILABLE
    END-IF
    .

CLOSE-COMMON-FILES.
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF ADDRESSES-ARE-AVAILABLE
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE ESCHEAT-FILE
    CLOSE LEDGER-FILE
    .

*> yyyymmdd in WS-EDIT-IN as yyyy-mm-dd in WS-EDIT-OUT.
EDIT-DATE.
    MOVE SPACES TO WS-EDIT-OUT
    IF WS-EDIT-IN NOT = SPACES
        STRING WS-EDIT-IN(1:4) '-' WS-EDIT-IN(5:2) '-'
            WS-EDIT-IN(7:2)
            DELIMITED BY SIZE INTO WS-EDIT-OUT
    END-IF
    .

*> ----------------------------------------------------------------
*> LETTERS: re-prove the accounts in the process, then take in the
*> newly unclaimed ones with a due-diligence letter each.
*> ----------------------------------------------------------------
RUN-LETTERS.
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-COMMON-FILES
    PERFORM RESOLVE_BANNER_LINK_TARGET
*> Fresh letter package each run -- the banner path always appends,
*> same erase-first idiom as PROC_CHANGE_CONFIRM.
    OPEN OUTPUT LETTER-FILE
    CLOSE LETTER-FILE
    MOVE 'ESCHEAT_LETTERS.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    MOVE 'ESCHEAT_LETTERS.RPT' TO WS-REPORT-NAME
    OPEN OUTPUT ESCHEAT-REPORT
    MOVE WS-CUTOFF-DATE TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO WS-ACTIVITY-EDIT
    MOVE WS-RESPONSE-DUE TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO WS-DUE-EDIT
    MOVE WS-RUN-DATE TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO WS-DATE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- UNCLAIMED PROPERTY DUE DILIGENCE ' WS-DATE-EDIT
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' -- NO CUSTOMER ACTIVITY SINCE BEFORE ' WS-ACTIVITY-EDIT
        ' (' WS-DORMANCY-YEARS ' YEARS), REPLY BY ' WS-DUE-EDIT
        ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'ACCOUNTS IN THE PROCESS RE-PROVEN' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM REPROVE-REGISTER
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'DUE-DILIGENCE LETTERS' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO CUST-ID
    START CUSTOMER-FILE KEY IS >= CUST-ID
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF CUST-DORMANT AND CUST-BALANCE > 0
                    PERFORM CONSIDER-ONE-DORMANT
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-LETTER-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'LETTERS=' WS-LETTER-COUNT
        ' NOT-SENT=' WS-UNSENT-COUNT
        ' BALANCES=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' DROPPED=' WS-DROPPED-COUNT
        ' STILL-PENDING=' WS-PENDING-COUNT
        ' NO-HISTORY=' WS-UNPROVEN-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE ESCHEAT-REPORT
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    PERFORM CLOSE-COMMON-FILES
    CLOSE CUSTOMER-FILE
    DISPLAY 'ESCHEAT LETTERS: ' WS-LETTER-COUNT ' TO'
        ' ESCHEAT_LETTERS.PRN, ' WS-UNSENT-COUNT ' NOT SENT, '
        WS-DROPPED-COUNT ' DROPPED OUT -- ESCHEAT_LETTERS.RPT'
    .

*> Every account still in the process is proven again; one whose
*> owner has turned up leaves it.
REPROVE-REGISTER.
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO ESC-CUST-ID
    START ESCHEAT-FILE KEY IS >= ESC-CUST-ID
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ ESCHEAT-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF ESC-IN-PROCESS
                    PERFORM REPROVE-UNCLAIMED
                    IF WS-DROP-REASON NOT = SPACES
                        PERFORM DROP-OUT-OF-PROCESS
                    ELSE
                        ADD 1 TO WS-PENDING-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-DROPPED-COUNT = 0
        MOVE '  (none dropped)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

*> A dormant account already in the process, or already remitted,
*> is left alone; one that dropped out before starts over.
CONSIDER-ONE-DORMANT.
    MOVE CUST-ID TO ESC-CUST-ID
    READ ESCHEAT-FILE
        INVALID KEY MOVE SPACES TO ESCHEAT-RECORD
    END-READ
    IF NOT ESC-IN-PROCESS AND NOT ESC-REMITTED
        PERFORM FIND-LAST-CUSTOMER-ACTIVITY
        IF WS-LAST-ACTIVITY = SPACES
            ADD 1 TO WS-UNPROVEN-COUNT
        ELSE
            IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                PERFORM TAKE-INTO-PROCESS
            END-IF
        END-IF
    END-IF
    .

TAKE-INTO-PROCESS.
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
    MOVE SPACES TO ESCHEAT-RECORD
    MOVE CUST-ID TO ESC-CUST-ID
    MOVE CUST-NAME TO ESC-NAME
    MOVE WS-LAST-ACTIVITY TO ESC-LAST-ACTIVITY
    MOVE WS-RUN-DATE TO ESC-LETTER-DATE
    MOVE OPERATOR_ID TO ESC-LETTER-OPERATOR
    MOVE WS-RESPONSE-DUE TO ESC-RESPONSE-DUE
    MOVE CUST-BALANCE TO ESC-LETTER-BALANCE
    MOVE WS-LT-STATE TO ESC-OWNER-STATE
    MOVE 0 TO ESC-REMIT-AMOUNT
    SET ESC-LETTER-SENT TO TRUE
    IF WS-LT-LINE-1 = SPACES
        SET ESC-NO-LETTER TO TRUE
        MOVE 'NO ADDRESS ON FILE' TO ESC-NOTE
    ELSE
        MOVE CUST-ID TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
        IF HOLD-IS-OPEN
            SET ESC-NO-LETTER TO TRUE
            STRING 'MAIL HOLD SINCE ' HOLD_SINCE(1:10)
                DELIMITED BY SIZE INTO ESC-NOTE
        END-IF
    END-IF
    WRITE ESCHEAT-RECORD
        INVALID KEY
            REWRITE ESCHEAT-RECORD
                INVALID KEY
                    DISPLAY 'ERROR: ESCHEAT_REGISTER.IDX WRITE FAILED'
                        ' FOR ' CUST-ID ', FILE STATUS '
                        WS-ESCHEAT-STATUS
                    MOVE 1 TO RETURN-CODE
            END-REWRITE
    END-WRITE
    ADD CUST-BALANCE TO WS-LETTER-TOTAL
    MOVE CUST-BALANCE TO WS-BALANCE-EDIT
    MOVE WS-LAST-ACTIVITY TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO WS-ACTIVITY-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' CUST-ID ' [' CUST-NAME ']'
        ' BALANCE ' WS-BALANCE-EDIT
        ' LAST ACTIVITY ' WS-ACTIVITY-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    IF ESC-NO-LETTER
        ADD 1 TO WS-UNSENT-COUNT
        STRING ' -- NOT SENT, ' FUNCTION TRIM(ESC-NOTE)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        ADD 1 TO WS-LETTER-COUNT
        PERFORM PRINT-DUE-DILIGENCE-LETTER
    END-IF
    WRITE REPORT-LINE
    .

*> The letter: the owner's name through PROC_BANNER as the
*> letterhead, the addressee block, then what the law asks us to
*> tell them and how to keep the account.
PRINT-DUE-DILIGENCE-LETTER.
    PERFORM RECORD-LETTER-SENT
    MOVE 'M' TO ACCT_REQUEST
    MOVE CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-LT-NAME TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'ESCHEAT_LETTERS.PRN' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_ESCHEAT' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    OPEN EXTEND LETTER-FILE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNT ' ACCT_NUMBER '   DATE ' WS-DATE-EDIT
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
    MOVE 'NOTICE OF UNCLAIMED PROPERTY' TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Our records show no activity by you on this account'
        ' since ' WS-ACTIVITY-EDIT '.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'Its balance of ' FUNCTION TRIM(WS-BALANCE-EDIT)
        ' is now presumed abandoned under state law.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'Unless we hear from you, the balance will be reported and'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'paid to the state after ' WS-DUE-EDIT
        ', and the account will be closed.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'To keep your account, contact your branch or make a'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'deposit or withdrawal before that date, quoting account '
        ACCT_NUMBER '.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    CLOSE LETTER-FILE
    .

*> The history line, before anything prints, so the letter's lines
*> file under it. The pointer belongs to the register line being
*> built, so the reference is moved whole.
RECORD-LETTER-SENT.
    MOVE 'D' TO CORR_ACTION
    MOVE CUST-ID TO CORR_CUST_ID
    MOVE 'ESCH' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 'ESCHEAT_LETTERS.PRN RESPOND BY' TO CORR_REFERENCE
    MOVE ESC-RESPONSE-DUE TO CORR_REFERENCE(32:8)
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_ESCHEAT' TO CORR_PROGRAM
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

*> ----------------------------------------------------------------
*> REMIT: the accounts whose window has closed, turned over.
*> ----------------------------------------------------------------
RUN-REMITTANCE.
    PERFORM CHECK-RUN-AUTHORITY
    PERFORM CHECK-ESCHEAT-TYPE
    IF WS-CLEARING-ACCOUNT = 0
        DISPLAY 'REFUSED: no CLEARING_ACCOUNT on ESCHEAT.CTL --'
            ' nothing remitted'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BATCH-ID
    MOVE 1 TO WS-LINE-PTR
    STRING 'ES' WS-CURRENT-DATE(3:10)
        DELIMITED BY SIZE INTO WS-BATCH-ID
        WITH POINTER WS-LINE-PTR
    MOVE SPACES TO WS-BATCH-FILE-NAME
    MOVE 1 TO WS-LINE-PTR
    STRING 'ESCHEAT_' FUNCTION TRIM(WS-BATCH-ID) '.TRN'
        DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
        WITH POINTER WS-LINE-PTR
*> The batch file must be writable before any account is closed.
    OPEN OUTPUT BATCH-FILE
    IF WS-BATCH-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ', FILE STATUS ' WS-BATCH-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BATCH-FILE
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN I-O CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> The clearing account has to be able to take the credits.
    MOVE WS-CLEARING-ACCOUNT TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE SPACE TO CUST-STATUS
    END-READ
    IF NOT CUST-ACTIVE
        DISPLAY 'REFUSED: clearing account ' WS-CLEARING-ACCOUNT
            ' is not an active account on the master --'
            ' nothing remitted'
        CLOSE CUSTOMER-FILE
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-COMMON-FILES
    MOVE 'ESCHEAT_RUN.RPT' TO WS-REPORT-NAME
    OPEN OUTPUT ESCHEAT-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- UNCLAIMED PROPERTY REMITTANCE RUN ' WS-RUN-DATE
        ' BATCH ' WS-BATCH-ID
        ' OPR=' FUNCTION TRIM(OPERATOR_ID) ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO ESC-CUST-ID
    START ESCHEAT-FILE KEY IS >= ESC-CUST-ID
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ ESCHEAT-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF ESC-IN-PROCESS
                    AND ESC-RESPONSE-DUE < WS-RUN-DATE
                    PERFORM REMIT-ONE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    PERFORM CLOSE-COMMON-FILES
    MOVE WS-REMIT-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'REMITTED=' WS-REMIT-COUNT
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' DROPPED=' WS-DROPPED-COUNT
        ' SKIPPED=' WS-SKIPPED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE ESCHEAT-REPORT
    IF WS-REMIT-COUNT > 0
        PERFORM WRITE-CLEARING-BATCH
        PERFORM WRITE-STATE-REMITTANCE
    END-IF
    DISPLAY 'REMITTED ' WS-REMIT-COUNT ' ACCOUNT(S), TOTAL '
        FUNCTION TRIM(WS-TOTAL-EDIT) ', ' WS-DROPPED-COUNT
        ' DROPPED OUT -- ESCHEAT_RUN.RPT'
    IF WS-REMIT-COUNT > 0
        DISPLAY '  BATCH ' WS-BATCH-ID ' -- '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ' ready for PROC_CUSTOMER_POST; state report '
            FUNCTION TRIM(WS-REPORT-NAME)
    END-IF
    .

*> Turning property over to the state is a SUPERVISOR decision; the
*> refusal is logged to the sign-on trail like the other authority
*> checks.
CHECK-RUN-AUTHORITY.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_IS_SUPERVISOR
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-LINE-PTR
        STRING WS-STAMP
            ' AUTHORITY REFUSED PROC_ESCHEAT'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
        DISPLAY 'AUTHORITY REFUSED: the escheat remittance needs a'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> An X detail posts only under a type that moves money both ways.
CHECK-ESCHEAT-TYPE.
    MOVE 'N' TO WS-ESC-TYPE-STATE
    PERFORM VARYING WS-TYPE-SS FROM 1 BY 1
        UNTIL WS-TYPE-SS > WS-TYPE-COUNT
        IF WS-TT-CODE(WS-TYPE-SS) = WS-ESCHEAT-TYPE
            AND WS-TT-NATURE(WS-TYPE-SS) = 'B'
            AND WS-TT-ACTIVE(WS-TYPE-SS) NOT = 'I'
            MOVE 'Y' TO WS-ESC-TYPE-STATE
        END-IF
    END-PERFORM
    IF NOT ESC-TYPE-USABLE
        DISPLAY 'REFUSED: TXN_TYPES.DAT HAS NO ACTIVE '
            FUNCTION TRIM(WS-ESCHEAT-TYPE) ' TYPE OF NATURE B --'
            ' add it with PROC_TXNTYPE_EDIT; nothing remitted'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Proven once more, then the register entry and the close -- the
*> register first, so the posting run will always find the batch
*> that is to take the balance off.
REMIT-ONE-ACCOUNT.
    PERFORM REPROVE-UNCLAIMED
    IF WS-DROP-REASON NOT = SPACES
        PERFORM DROP-OUT-OF-PROCESS
    ELSE
        IF WS-REMIT-COUNT NOT < 1000 OR CUST-BALANCE > 9999999.99
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING '  SKIPPED ' ESC-CUST-ID
                ' -- TOO LARGE FOR ONE BATCH, REMIT BY HAND'
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
            WRITE REPORT-LINE
        ELSE
            SET ESC-REMITTED TO TRUE
            MOVE WS-RUN-DATE TO ESC-REMIT-DATE
            MOVE CUST-BALANCE TO ESC-REMIT-AMOUNT
            MOVE WS-BATCH-ID TO ESC-BATCH-ID
            MOVE OPERATOR_ID TO ESC-REMIT-OPERATOR
            REWRITE ESCHEAT-RECORD
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
                    DISPLAY 'ERROR: register entry for ' CUST-ID
                        ' not updated, FILE STATUS '
                        WS-ESCHEAT-STATUS ' -- account left open'
                    MOVE 1 TO RETURN-CODE
                NOT INVALID KEY
                    PERFORM CLOSE-REMITTED-ACCOUNT
            END-REWRITE
        END-IF
    END-IF
    .

CLOSE-REMITTED-ACCOUNT.
    MOVE 'C' TO CUST-STATUS
    MOVE WS-RUN-DATE TO CUST-CLOSED-DATE
    REWRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY 'ERROR: ' CUST-ID ' is remitted on the register'
                ' but could not be closed, FILE STATUS '
                WS-CUSTOMER-FILE-STATUS
            MOVE 1 TO RETURN-CODE
    END-REWRITE
    ADD 1 TO WS-REMIT-COUNT
    MOVE CUST-ID TO WS-RM-CUST-ID(WS-REMIT-COUNT)
    MOVE CUST-NAME TO WS-RM-NAME(WS-REMIT-COUNT)
    MOVE ESC-OWNER-STATE TO WS-RM-STATE(WS-REMIT-COUNT)
    MOVE ESC-LAST-ACTIVITY TO WS-RM-ACTIVITY(WS-REMIT-COUNT)
    MOVE ESC-LETTER-DATE TO WS-RM-LETTER(WS-REMIT-COUNT)
    MOVE ESC-REMIT-AMOUNT TO WS-RM-AMOUNT(WS-REMIT-COUNT)
    ADD ESC-REMIT-AMOUNT TO WS-REMIT-TOTAL
    MOVE ESC-REMIT-AMOUNT TO WS-BALANCE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  REMITTED ' CUST-ID ' [' CUST-NAME ']'
        ' AMOUNT ' WS-BALANCE-EDIT
        ' STATE ' ESC-OWNER-STATE
        ' LETTER ' ESC-LETTER-DATE ' -- CLOSED'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

*> One X detail per account, from the account to the clearing
*> account: it counts once in the controls and adds nothing to the
*> algebraic total -- the money stays on the book until the state
*> is paid out of the clearing account.
WRITE-CLEARING-BATCH.
    OPEN OUTPUT BATCH-FILE
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-RUN-DATE
        ' ' WS-REMIT-COUNT
        ' 0.00'
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    IF COMPANY_CODE NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE BATCH-LINE
    PERFORM VARYING WS-REMIT-SS FROM 1 BY 1
        UNTIL WS-REMIT-SS > WS-REMIT-COUNT
        MOVE WS-RM-AMOUNT(WS-REMIT-SS) TO WS-AMOUNT-EDIT
        MOVE SPACES TO BATCH-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'X ' WS-RM-CUST-ID(WS-REMIT-SS)
            ' ' WS-CLEARING-ACCOUNT
            ' ' WS-AMOUNT-EDIT
            ' ' WS-RUN-DATE
            ' ' FUNCTION TRIM(WS-ESCHEAT-TYPE) ' ESCHEAT'
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
        WRITE BATCH-LINE
    END-PERFORM
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'T ' WS-REMIT-COUNT ' 0.00'
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    CLOSE BATCH-FILE
    .

*> The report the state filing is made from: the owners grouped by
*> the state of their last known address, in state order, a total
*> per state and for the run.
WRITE-STATE-REMITTANCE.
    MOVE 0 TO WS-STATE-COUNT
    PERFORM VARYING WS-REMIT-SS FROM 1 BY 1
        UNTIL WS-REMIT-SS > WS-REMIT-COUNT
        PERFORM TALLY-REMIT-STATE
    END-PERFORM
    MOVE SPACES TO WS-REPORT-NAME
    STRING 'ESCHEAT_REMITTANCE.' WS-RUN-DATE '.RPT'
        DELIMITED BY SIZE INTO WS-REPORT-NAME
    OPEN OUTPUT ESCHEAT-REPORT
    MOVE WS-RUN-DATE TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- UNCLAIMED PROPERTY REMITTANCE ' WS-EDIT-OUT
        ' BATCH ' WS-BATCH-ID ' CLEARING ACCOUNT '
        WS-CLEARING-ACCOUNT ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    PERFORM VARYING WS-STATE-SS FROM 1 BY 1
        UNTIL WS-STATE-SS > WS-STATE-COUNT
        PERFORM WRITE-ONE-STATE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-REMIT-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ALL STATES: ' WS-REMIT-COUNT ' OWNER(S), TOTAL '
        FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE ESCHEAT-REPORT
    .

*> Each state once, the table kept in code order as it fills.
TALLY-REMIT-STATE.
    MOVE 'N' TO WS-STATE-FOUND
    MOVE 0 TO WS-STATE-INSERT
    PERFORM VARYING WS-STATE-SS FROM 1 BY 1
        UNTIL WS-STATE-SS > WS-STATE-COUNT OR WS-STATE-FOUND = 'Y'
            OR WS-STATE-INSERT > 0
        EVALUATE TRUE
            WHEN WS-ST-CODE(WS-STATE-SS) = WS-RM-STATE(WS-REMIT-SS)
                MOVE 'Y' TO WS-STATE-FOUND
                ADD 1 TO WS-ST-COUNT(WS-STATE-SS)
                ADD WS-RM-AMOUNT(WS-REMIT-SS)
                    TO WS-ST-TOTAL(WS-STATE-SS)
            WHEN WS-ST-CODE(WS-STATE-SS) > WS-RM-STATE(WS-REMIT-SS)
                MOVE WS-STATE-SS TO WS-STATE-INSERT
        END-EVALUATE
    END-PERFORM
    IF WS-STATE-FOUND = 'N' AND WS-STATE-COUNT < 60
        IF WS-STATE-INSERT = 0
            COMPUTE WS-STATE-INSERT = WS-STATE-COUNT + 1
        END-IF
        PERFORM VARYING WS-STATE-SS FROM WS-STATE-COUNT BY -1
            UNTIL WS-STATE-SS < WS-STATE-INSERT
            MOVE WS-STATE-ENTRY(WS-STATE-SS)
                TO WS-STATE-ENTRY(WS-STATE-SS + 1)
        END-PERFORM
        ADD 1 TO WS-STATE-COUNT
        MOVE WS-RM-STATE(WS-REMIT-SS) TO WS-ST-CODE(WS-STATE-INSERT)
        MOVE 1 TO WS-ST-COUNT(WS-STATE-INSERT)
        MOVE WS-RM-AMOUNT(WS-REMIT-SS) TO WS-ST-TOTAL(WS-STATE-INSERT)
    END-IF
    .

WRITE-ONE-STATE.
    IF WS-ST-CODE(WS-STATE-SS) = SPACES
        MOVE 'NO ADDRESS -- HOLDER''S STATE' TO WS-STATE-NAME
    ELSE
        MOVE SPACES TO WS-STATE-NAME
        STRING 'STATE ' WS-ST-CODE(WS-STATE-SS)
            DELIMITED BY SIZE INTO WS-STATE-NAME
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-STATE-NAME TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE '  ACCOUNT  OWNER                LAST ACTIVITY  LETTER'
        TO REPORT-LINE
    MOVE '            AMOUNT' TO REPORT-LINE(56:18)
    WRITE REPORT-LINE
    PERFORM VARYING WS-REMIT-SS FROM 1 BY 1
        UNTIL WS-REMIT-SS > WS-REMIT-COUNT
        IF WS-RM-STATE(WS-REMIT-SS) = WS-ST-CODE(WS-STATE-SS)
            PERFORM WRITE-ONE-OWNER
        END-IF
    END-PERFORM
    MOVE WS-ST-TOTAL(WS-STATE-SS) TO WS-BALANCE-EDIT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  ' FUNCTION TRIM(WS-STATE-NAME) ' TOTAL: '
        WS-ST-COUNT(WS-STATE-SS) ' OWNER(S), '
        FUNCTION TRIM(WS-BALANCE-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    .

WRITE-ONE-OWNER.
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-RM-CUST-ID(WS-REMIT-SS) TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    MOVE SPACES TO REPORT-LINE
    MOVE ACCT_NUMBER TO REPORT-LINE(3:7)
    MOVE WS-RM-NAME(WS-REMIT-SS) TO REPORT-LINE(12:20)
    MOVE WS-RM-ACTIVITY(WS-REMIT-SS) TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO REPORT-LINE(33:10)
    MOVE WS-RM-LETTER(WS-REMIT-SS) TO WS-EDIT-IN
    PERFORM EDIT-DATE
    MOVE WS-EDIT-OUT TO REPORT-LINE(48:10)
    MOVE WS-RM-AMOUNT(WS-REMIT-SS) TO WS-BALANCE-EDIT
    MOVE WS-BALANCE-EDIT TO REPORT-LINE(60:13)
    WRITE REPORT-LINE
    .

*> The writer interlock: only one program REWRITEs the master at a
*> time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_ESCHEAT' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    IF LOCK-REFUSED
        DISPLAY '*** MASTER LOCKED BY '
            FUNCTION TRIM(LOCK_HOLDER)
            ' (OPR ' FUNCTION TRIM(LOCK_HOLDER_OPR)
            ') SINCE ' LOCK_SINCE ' ***'
        DISPLAY 'If the holder crashed, clear the claim with'
            ' PROC_LOCK_MANAGER FORCE and rerun'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

RELEASE-MASTER-LOCK.
    MOVE 'R' TO LOCK_ACTION
    MOVE 'PROC_ESCHEAT' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
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
    MOVE 'PROC_ESCHEAT' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_ESCHEAT.
