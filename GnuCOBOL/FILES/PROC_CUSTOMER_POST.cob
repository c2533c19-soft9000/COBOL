*> whose nature is debit-only or credit-only rejects a detail moving
*> the other way. The register then says what each posting WAS, by
*> the type's description, not just its free-text reference.
*> The day's GL_JOURNAL.DAT is double-entry by GL account: each
*> posting's type (and the account's product) is mapped through the
*> chart of accounts in GL_MAP.DAT (PROC_GLMAP_EDIT) to a debit and a
*> credit account, see CB_GL_JOURNAL_RECORD.cpy. A posted type with
*> no mapping stops the extract -- named on the console, return code
*> 1 -- instead of publishing a journal that does not balance.
*> Transaction file, space-delimited tokens:
*>   H <yyyymmdd> <count> <algebraic-total> <batch-id> [<keyer>]
*>       [CO=<company>]
*>   D <cust-id> <D|C> <amount> <yyyymmdd> <type> <reference>
*>       [KYC=OVERRIDE]
*>   X <from-id> <to-id> <amount> <yyyymmdd> <type> <reference>
*>       [KYC=OVERRIDE]
*>   T <count> <algebraic-total>
*> (the algebraic total counts a credit as +amount, a debit as
*> -amount).
*> An X detail is an account-to-account transfer: a debit to the
*> from-account and a credit to the to-account that post together
*> or not at all. Both accounts pass every edit a D detail meets
*> (the credit-limit gate judging the debit leg) before either leg
*> stages; a failure on either side rejects the whole transfer as
*> ONE item naming the leg that failed. The type must be one that
*> posts both ways. It counts once in the controls and adds nothing
*> to the algebraic total -- the money never leaves the book. The
*> two legs stage as adjacent intents and land in the ledger
*> cross-referenced to each other (LGR-XFER-CUST-ID/LGR-XFER-NUM).
*> A detail dated after the run date never posts today: it is
*> diverted into the future-dated warehouse (CUSTOMER_FUTURE.DAT)
*> untouched, and the daily PROC_TRANS_RELEASE step feeds everything
*> first posted -- when that batch ID has already been posted, then
*> stamps the register after the commit completes. Running the same
*> file twice now costs a refusal, not a day of compare runs.
*> The same payment arriving in two different batches is the
*> PROC_DUP_CHECK step's to catch, ahead of this run: it holds the
*> suspects back for PROC_DUP_REVIEW and leaves a recounted batch.
*> A debit that would push the balance below the account's credit
*> limit (CUST-CREDIT-LIMIT, carried positive: the floor is minus
*> the limit) rejects with its own reason -- or, under LIMIT=FLAG on
*> the command line, posts anyway with an OVER LIMIT flag on the
*> register. The daily PROC_OVERDRAFT_RPT lists every account over
*> its limit with the amount and days over. Each such reject is also
*> appended, dated, to NSF_CANDIDATES.DAT, from which PROC_NSF_FEES
*> builds the day's returned-item fee batch.
*> A closed account takes no posting -- except a credit to one on
*> the write-off register (WRITEOFF_REGISTER.IDX, PROC_WRITEOFF):
*> the write-off run's own WOF clearing credit, and any later
*> payment, which the register line flags as a RECOVERY so
*> accounting books it against bad debt, not as a payment. Nor
*> does it take a debit -- except the unclaimed-property remittance
*> (ESCHEAT_REGISTER.IDX, PROC_ESCHEAT): the from-leg of an X
*> detail in the very batch the register says moved the account's
*> balance to the escheat clearing account.
*> KYC review hold: with KYC_HOLD_DAYS=n in SYSTEM.CFG, new activity
*> on an account whose KYC review (KYC_REVIEWS.IDX, PROC_KYC_EDIT)
*> fell due more than n days before the business date is not
*> posted: it rejects to CUSTOMER_REJECTS.DAT with a copy on the
*> supervisor queue, the way dormant-account activity does. The
*> only way such an item goes ahead of the review is a detail
*> carrying KYC=OVERRIDE in a batch KEYED by an operator who is
*> SUPERVISOR on OPERATORS.DAT -- PROC_REJECT_REVIEW's R)elease
*> writes exactly that into its resubmit batch. Either way the
*> decision is logged to KYC_OVERRIDES.LOG:
*>   yyyy-mm-dd hh:mm:ss KYC OVERRIDE|REFUSED PROC_CUSTOMER_POST
*>       <batch-id> CUST=<id> KEYED=<keyer> OPR=<poster>
*>       ROLE=<keyer's role>
*> and a refused override holds the item as if it were not there.
*> An account with no review record is PROC_KYC_DUE's to chase,
*> not held here. Unset or 0, no hold.
*> Entries keyed at the counter sit in the intraday memo file
*> (MEMO_POSTINGS.IDX, PROC_TRANS_ENTRY) as pending until their
*> batch posts. Once the batch is stamped its memo items come off --
*> posted or rejected, neither is pending any more -- and whatever
*> is still on the memo file is listed on MEMO_LEFTOVER.RPT: keyed
*> and never posted, the batch file lost or not yet run. The last
*> posting run of the night leaves the list to work in the morning.
*> Segregation of duties: the operator who keyed a batch (the
*> keyer on its H record, PROC_TRANS_ENTRY puts it there) may not
*> post it. The run is refused before anything stages and the
*> refusal logged to SOD_EXCEPTIONS.LOG (PROC_SOD_CHECK) -- unless
*> SOD=OVERRIDE is on the command line and the session is signed on
*> SUPERVISOR, in which case it posts and the override is logged
*> for PROC_SOD_EXCEPTIONS' daily list. A batch with no keyer on
*> its header (generated batches, files from outside) is not
*> judged. The register line carries both names:
*>   <batch-id>|<yyyymmdd>|<applied>|<rejects>|POSTED|<keyer>|<poster>
*> and each reject names the keyer (KEYED=) after the bracketed
*> detail, so the review desk can hold the same line on a fix.
*> Posting cutoff: with POSTING_CUTOFF=hhmm in SYSTEM.CFG, a file
*> INTAKE_CATALOG.LOG shows PROC_INTAKE_GATEWAY verified after the
*> cutoff posts under the next processing day (PROC_DATE_SERVICE
*> NEXT) as its business date -- the ledger post date, the GL
*> journal date and the register heading all carry it, so a late
*> file lands in the business day it belongs to however late the
*> operator runs it. Each roll is logged to POSTING_CUTOFF.LOG for
*> the morning report. A SUPERVISOR session may post a late file
*> same-day with CUTOFF=OVERRIDE (logged there too); any other role
*> asking for it is refused before anything stages and the refusal
*> logged to OPERATOR_SIGNON.LOG.
*> Company books: the run posts to the book COMPANY_CODE selects
*> (PROC_COMPANY) -- its master, ledger, control figures, batch
*> register, period control, staging files and GL extract. A batch
*> generated or keyed for another company carries CO=<code> on its
*> header and is refused outright, before anything stages, by any
*> other book's run; a header with no CO= belongs to the home book.
*> The register opens with the company it was posted to.
*> Installment loans: an account on the loan book (LOANS.DAT, see
*> CB_LOAN.cpy; PROC_LOAN_EDIT) runs below zero by what is owed, so
*> the credit-limit gate leaves its debits alone -- the schedule is
*> its limit. As each intent on an active loan commits, the book
*> follows: the billing run's interest charge (reference
*> LN-INTEREST) adds to the interest the loan owes, and a credit is
*> a payment, split -- the interest due first, the principal with
*> the rest, anything beyond both an overpayment left on the
*> account. The register line shows the split, and a loan paid off
*> is marked settled. The loan follows the master's restart rule:
*> staging works each movement out against the book as the batch
*> stacks up and writes the loan's resulting outstanding, interest
*> due, paid total and status into the intent as ABSOLUTE figures
*> (with the split, for the register), and the commit moves them
*> in -- so an intent the book already took before a crash, applied
*> again on resume, leaves the book exactly where it was.
*> Ledger chain: each ledger record is sealed as it is written --
*> its prior hash is the account's previous record's chain hash
*> (CB_LEDGER_RECORD.cpy), and a record that lands ahead of later
*> ones (a second same-day batch) carries the seal forward through
*> them, but only through records that still prove against the old
*> chain; one that does not is left broken for PROC_LEDGER_CHAIN to
*> report, never laundered.
*> Command line: [transaction-file] [LIMIT=FLAG] [SOD=OVERRIDE]
*> [CUTOFF=OVERRIDE] | BACKOUT.
*> cobc -x -j -free -I . -I ../BANNER PROC_CUSTOMER_POST.cob
*>     PROC_MASTER_LOCK.cob PROC_SOD_CHECK.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_DATE_SERVICE.cob
*>     PROC_COMPANY.cob PROC_LEDGER_HASH.cob
*>     PROC_LEDGER_ARCHIVE_READ.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CUSTOMER_POST.

FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
*> Read only: a closed account on it still takes credits.
COPY 'CB_WRITEOFF_FILE.cpy'.
*> Read only: a remitted account on it gives up its balance once.
COPY 'CB_ESCHEAT_FILE.cpy'.
*> Read only: a long-overdue KYC review holds new activity.
COPY 'CB_KYC_FILE.cpy'.
*> The counter's pending items -- cleared batch by batch.
COPY 'CB_MEMO_FILE.cpy'.
SELECT TRANS-FILE
    ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRANS-STATUS.
SELECT REJECT-FILE
    ASSIGN TO DYNAMIC COMPANY_REJECT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REJECT-STATUS.
*> Dormant-account activity goes here as well -- the supervisor
*> queue PROC_REJECT_REVIEW routes into -- so waking an account is
*> always a reviewed decision, never a silent side effect. Activity
*> held for an overdue KYC review joins it.
SELECT SUPERVISOR-FILE
    ASSIGN TO DYNAMIC COMPANY_SUPV_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SUPERVISOR-STATUS.
*> Every credit-limit reject is a returned item the customer is
*> charged for: one dated line each for the PROC_NSF_FEES run.
SELECT NSF-CANDIDATE-FILE
    ASSIGN TO DYNAMIC COMPANY_NSF_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NSF-CANDIDATE-STATUS.
SELECT REGISTER-REPORT
    ASSIGN TO 'POSTING_REGISTER.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REGISTER-STATUS.
SELECT MEMO-LEFTOVER-REPORT
    ASSIGN TO 'MEMO_LEFTOVER.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MEMO-REPORT-STATUS.
*> The book's control figures (count + grand total) as
*> PROC_CUSTOMER_BALANCE_RPT last published them -- checked against a
*> fresh re-total before anything posts, refreshed afterward so the
*> next run can check again.
SELECT CONTROL-FIGURES-FILE
    ASSIGN TO DYNAMIC COMPANY_CONTROL_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONTROL-STATUS.
*> The staged intents: one pipe-delimited line per REWRITE the commit
*> pass must apply, closed off with a T| trailer so a crash DURING
*> staging is told apart from a crash during commit.
SELECT INTENT-FILE
    ASSIGN TO DYNAMIC COMPANY_INTENT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTENT-STATUS.
*> Commit checkpoint: how many intents have been applied.
SELECT COMMIT-CKPT-FILE
    ASSIGN TO DYNAMIC COMPANY_CKPT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CKPT-STATUS.
*> The day's general-ledger journal extract: balanced double-entry
*> lines by GL account, rewritten per run -- the same postings the
*> register proves against the H/T controls, mapped through the
*> chart of accounts (GL_MAP.DAT) into the shape accounting imports.
COPY 'CB_GL_JOURNAL_FILE.cpy'.
*> The chart-of-accounts mapping: type (and product) to GL accounts.
SELECT GLMAP-FILE
    ASSIGN TO 'GL_MAP.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-GLMAP-STATUS.
*> The intake gateway's arrival catalog -- when this file came in,
*> judged against the posting cutoff. Read only.
SELECT INTAKE-CATALOG-FILE
    ASSIGN TO 'INTAKE_CATALOG.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-IC-STATUS.
*> The oldest open accounting period (PERIOD_CONTROL.DAT, YYYYMM,
*> advanced by PROC_PERIOD_CLOSE) -- a detail dated inside a closed
*> period rejects instead of restating a published month.
SELECT PERIOD-FILE
    ASSIGN TO DYNAMIC COMPANY_PERIOD_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PERIOD-STATUS.
*> The stop-list of blocked accounts (fraud holds, garnishments),
*> consulted ahead of the balance work for every detail.
SELECT BLOCKS-FILE
    ASSIGN TO DYNAMIC COMPANY_BLOCKED_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BLOCKS-STATUS.
*> The product-type master -- a suspense product's account must be
*> Future-dated details wait here, one raw D line each, until the
*> daily release step pulls the ones that have come due.
SELECT FUTURE-FILE
    ASSIGN TO DYNAMIC COMPANY_FUTURE_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FUTURE-STATUS.
*> One line per batch ever posted (or reversed) -- the duplicate
*> check reads it before staging, the stamp appends after commit.
SELECT BATCH-REG-FILE
    ASSIGN TO DYNAMIC COMPANY_BATCHREG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCHREG-STATUS.
*> Per-account balance projections while staging -- keyed so a
*> transaction file touching any number of distinct accounts projects
*> correctly, not just the first table-full.
SELECT STAGE-WORK-FILE
    ASSIGN TO DYNAMIC COMPANY_WORK_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PW-CUST-ID
    FILE STATUS IS WS-WORK-STATUS.
*> The installment-loan book -- read at start, rewritten whole as
*> each loan payment or interest charge commits.
SELECT LOAN-FILE
    ASSIGN TO DYNAMIC COMPANY_LOAN_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOAN-STATUS.
*> Read only: the batch keyer's role, when a detail asks to go
*> ahead of an overdue KYC review.
SELECT OPERATOR-MASTER-FILE
    ASSIGN TO 'OPERATORS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_WRITEOFF_RECORD.cpy'.
COPY 'CB_ESCHEAT_RECORD.cpy'.
COPY 'CB_KYC_RECORD.cpy'.
COPY 'CB_MEMO_RECORD.cpy'.

FD TRANS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS SUPERVISOR-LINE.
01 SUPERVISOR-LINE PIC X(160).

FD NSF-CANDIDATE-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS NSF-CANDIDATE-LINE.
01 NSF-CANDIDATE-LINE PIC X(100).

FD REGISTER-REPORT
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS REGISTER-LINE.
01 REGISTER-LINE PIC X(160).

FD MEMO-LEFTOVER-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS MEMO-LEFTOVER-LINE.
01 MEMO-LEFTOVER-LINE PIC X(132).

FD CONTROL-FIGURES-FILE
    RECORD CONTAINS 60 CHARACTERS
    DATA RECORD IS CONTROL-FIGURES-LINE.
01 CONTROL-FIGURES-LINE PIC X(60).

FD INTENT-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS INTENT-LINE.
01 INTENT-LINE PIC X(200).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS PERIOD-LINE.
01 PERIOD-LINE PIC X(6).

COPY 'CB_GL_JOURNAL_RECORD.cpy'.

FD GLMAP-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS GLMAP-LINE.
01 GLMAP-LINE PIC X(80).

FD INTAKE-CATALOG-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS INTAKE-CATALOG-LINE.
01 INTAKE-CATALOG-LINE PIC X(200).

FD FUTURE-FILE
    RECORD CONTAINS 100 CHARACTERS
   05 PW-OPENING    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 PW-PROJECTED  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

FD LOAN-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS LOAN-LINE.
01 LOAN-LINE PIC X(160).

FD OPERATOR-MASTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS OPERATOR-MASTER-LINE.
01 OPERATOR-MASTER-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-TRANS-FILE-NAME      PIC X(255) VALUE 'CUSTOMER_TRANS.DAT'.
01 WS-TRANS-STATUS         PIC XX.
01 WS-REJECT-STATUS        PIC XX.
01 WS-SUPERVISOR-STATUS    PIC XX.
01 WS-NSF-CANDIDATE-STATUS PIC XX.
01 WS-REGISTER-STATUS      PIC XX.
01 WS-CMD-LINE             PIC X(255).
01 WS-ARG1                 PIC X(255).
01 WS-ARG2                 PIC X(40).
01 WS-ARG3                 PIC X(40).
01 WS-ARG4                 PIC X(40).
01 WS-AT-END               PIC X.
    88 AT-END-OF-TRANS      VALUE 'Y'.

01 WS-TOK-5      PIC X(20).
01 WS-TOK-6      PIC X(20).
01 WS-TOK-7      PIC X(24).
*> After the reference: KYC=OVERRIDE, or nothing.
01 WS-TOK-8      PIC X(20).

*> Control verification, computed on the first pass.
01 WS-HEADER-SEEN    PIC X VALUE 'N'.
01 WS-INTENT-STATUS  PIC XX.
01 WS-CKPT-STATUS    PIC XX.
01 WS-WORK-STATUS    PIC XX.
01 WS-INTENT-DC      PIC X.
01 WS-INTENT-AT-END  PIC X.
    88 AT-END-OF-INTENTS VALUE 'Y'.

*> This file's batch ID (off the H record) and its standing in
*> POSTED_BATCHES.REG.
01 WS-BATCH-ID        PIC X(12).
*> Who keyed it (H record, sixth token) -- carried through staging
*> so a resumed commit still stamps it on the register.
01 WS-BATCH-KEYER     PIC X(8) VALUE SPACES.
*> The company the header says the batch was built for (CO=);
*> spaces for the home book.
01 WS-BATCH-COMPANY   PIC X(4) VALUE SPACES.
01 WS-SOD-OVERRIDE    PIC X VALUE 'N'.
    88 SOD-OVERRIDE-ON-COMMAND VALUE 'Y'.
01 WS-BATCHREG-STATUS PIC XX.
01 WS-BATCHREG-AT-END PIC X.
    88 AT-END-OF-BATCHREG VALUE 'Y'.
01 WS-FUTURE-STATUS   PIC XX.
01 WS-DEFERRED-COUNT  PIC 9(6) VALUE 0.

*> Transfer (X detail) staging: which leg an edit failed on, the two
*> accounts, and the cross-reference each leg's intent carries.
01 WS-TRANSFER-COUNT  PIC 9(6) VALUE 0.
01 WS-LEG-ID-TOKEN    PIC X(20).
01 WS-REJECT-LEG      PIC X(4).
01 WS-XFER-FROM-ID    PIC 9(6).
01 WS-XFER-TO-ID      PIC 9(6).
01 WS-INTENT-XFER-ID  PIC 9(6) VALUE 0.
01 WS-INTENT-XFER-NUM PIC 9(4) VALUE 0.
*> The intent's loan movement, worked out at staging: P a payment,
*> I an interest charge, N none.
01 WS-INTENT-LOAN-MOVED PIC X VALUE 'N'.
    88 INTENT-MOVES-LOAN VALUES 'P' 'I'.

*> The type master in memory -- 100 types, house table style. An
*> empty or missing TXN_TYPES.DAT rejects every detail, which is the
*> loud failure a missing master deserves.
01 WS-BLK-TOK-ID     PIC X(8).
01 WS-BLK-TOK-TYPE   PIC X(14).

*> Per-account tallies for the GL extract, accumulated as intents
*> are applied -- one slot per GL account and side this run touches.
01 WS-GL-STATUS PIC XX.
01 WS-GL-TABLE.
    05 WS-GL-ENTRY OCCURS 100 TIMES INDEXED BY WS-GL-SS.
        10 WS-GL-ENT-ACCOUNT PIC X(10).
        10 WS-GL-ENT-DC      PIC X.
        10 WS-GL-ENT-COUNT   PIC 9(6).
        10 WS-GL-ENT-AMOUNT  PIC 9(9)V99.
01 WS-GL-COUNT        PIC 9(4) VALUE 0.
01 WS-GL-MATCH-SS     PIC 9(4).
01 WS-GL-OVERFLOW     PIC X VALUE 'N'.
01 WS-GL-POST-COUNT   PIC 9(6) VALUE 0.
01 WS-GL-DEBIT-TOTAL  PIC 9(9)V99 VALUE 0.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-GL-WORK-AMOUNT  PIC 9(9)V99.
01 WS-GL-WANT-ACCOUNT PIC X(10).
01 WS-GL-WANT-DC      PIC X.
01 WS-GL-DEBIT-ACCT   PIC X(10).
01 WS-GL-CREDIT-ACCT  PIC X(10).
01 WS-GL-NATURAL-DC   PIC X.

*> The chart-of-accounts mapping (GL_MAP.DAT), house table style.
01 WS-GLMAP-STATUS PIC XX.
01 WS-GLMAP-AT-END PIC X.
    88 AT-END-OF-GLMAP VALUE 'Y'.
01 WS-GLMAP-TABLE.
    05 WS-GLMAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-GLMAP-SS.
        10 WS-GM-TYPE    PIC X(4).
        10 WS-GM-PRODUCT PIC X(4).
        10 WS-GM-DEBIT   PIC X(10).
        10 WS-GM-CREDIT  PIC X(10).
01 WS-GLMAP-COUNT    PIC 9(4) VALUE 0.
01 WS-GLMAP-MATCH-SS PIC 9(4).
01 WS-GM-TOK-TYPE    PIC X(6).
01 WS-GM-TOK-PRODUCT PIC X(6).
01 WS-GM-TOK-DEBIT   PIC X(12).
01 WS-GM-TOK-CREDIT  PIC X(12).
*> Every type/product pair posted with no mapping -- any entry here
*> stops the extract.
01 WS-GL-MISSING-TABLE.
    05 WS-GL-MISSING-ENTRY OCCURS 20 TIMES INDEXED BY WS-GL-MISS-SS.
        10 WS-GL-MISS-TYPE    PIC X(4).
        10 WS-GL-MISS-PRODUCT PIC X(4).
01 WS-GL-MISSING-COUNT PIC 9(4) VALUE 0.
01 WS-GL-MISS-MATCH-SS PIC 9(4).

*> The product master's suspense flags -- 50 products, house table
*> style.
01 WS-AP-TYPE         PIC X(4).
01 WS-AP-REFERENCE    PIC X(24).
01 WS-AP-FLAG         PIC X(2).
01 WS-AP-XFER-ID-TOKEN  PIC X(8).
01 WS-AP-XFER-NUM-TOKEN PIC X(6).
01 WS-AP-XFER-ID      PIC 9(6).
01 WS-AP-XFER-NUM     PIC 9(4).
01 WS-AP-SIGNED       PIC S9(7)V99.
01 WS-AP-BALANCE      PIC S9(7)V99.
*> The loan it moved, by account and start date, and the figures
*> the loan ends at -- spaces when the intent moves no loan.
01 WS-AP-LOAN-START   PIC X(10).
01 WS-AP-LOAN-OUT-TOKEN   PIC X(12).
01 WS-AP-LOAN-INT-TOKEN   PIC X(12).
01 WS-AP-LOAN-PAID-TOKEN  PIC X(12).
01 WS-AP-LOAN-STATUS  PIC X(2).
01 WS-AP-LOAN-TOINT-TOKEN PIC X(12).
01 WS-AP-LOAN-TOPRIN-TOKEN PIC X(12).
*> Ledger-write collision handling -- see WRITE-LEDGER-RECORD.
01 WS-LEDGER-DONE     PIC X.
    88 LEDGER-RECORD-STORED VALUE 'Y'.
01 WS-LGR-CANDIDATE   PIC X(137).
*> The ledger chain -- see SEAL-LEDGER-CHAIN.
01 WS-SEAL-KEY        PIC X(18).
01 WS-SEAL-CUST-ID    PIC 9(6).
01 WS-SEAL-OLD-PRIOR  PIC 9(18).
01 WS-SEAL-NEW-PRIOR  PIC 9(18).
01 WS-SEAL-FOUND      PIC X.
01 WS-SEAL-STATE      PIC X.
    88 SEAL-WALKING    VALUE 'W'.
01 WS-SEAL-CARRIED    PIC 9(6) VALUE 0.
01 WS-SEAL-BROKEN     PIC 9(6) VALUE 0.
COPY 'CB_LEDGER_HASH.cpy'.
COPY 'CB_LEDGER_ARCHIVE_READ.cpy'.

*> Control-figure verification against CUSTOMER_CONTROL.DAT.
01 WS-CONTROL-STATUS   PIC XX.
01 WS-RUN-DATE         PIC X(8).
01 WS-CURRENT-DATE     PIC X(21).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

*> The posting cutoff. WS-RUN-DATE above is the business date the
*> whole run posts under -- today's date unless a late file rolled
*> it forward; a resumed commit takes it back off the B| line.
COPY 'CB_SYSTEM_CONFIG.cpy'.
COPY 'CB_DATE_SERVICE.cpy'.
01 WS-CUTOFF-OVERRIDE  PIC X VALUE 'N'.
    88 CUTOFF-OVERRIDE-ON-COMMAND VALUE 'Y'.
01 WS-CUTOFF-ACTION    PIC X VALUE SPACE.
    88 CUTOFF-ROLLED     VALUE 'R'.
    88 CUTOFF-OVERRIDDEN VALUE 'O'.
01 WS-STAGED-RUN-DATE  PIC X(8) VALUE SPACES.
01 WS-STAGED-CUTOFF    PIC X VALUE SPACE.
01 WS-IC-STATUS        PIC XX.
01 WS-IC-AT-END        PIC X.
    88 AT-END-OF-CATALOG VALUE 'Y'.
01 WS-IC-STAMP-TOKEN   PIC X(16).
01 WS-IC-NAME-TOKEN    PIC X(255).
01 WS-IC-SENDER-TOKEN  PIC X(20).
01 WS-IC-RECORDS-TOKEN PIC X(20).
01 WS-IC-BYTES-TOKEN   PIC X(20).
01 WS-IC-VERDICT-TOKEN PIC X(12).
01 WS-IC-READY-NAME    PIC X(255).
*> The latest VERIFIED catalog line for this file: yyyymmdd hhmmss.
01 WS-ARRIVAL-STAMP    PIC X(15) VALUE SPACES.
01 WS-ARRIVAL-DATE     PIC X(8).
01 WS-ARRIVAL-TIME     PIC 9(6).
01 WS-CUTOFF-TIME      PIC 9(6).
01 WS-CUTOFF-EDIT      PIC 9(4).
01 WS-NEXT-DAY         PIC X(8).
*> Keyer against poster -- see CB_SOD_CHECK.cpy.
COPY 'CB_SOD_CHECK.cpy'.

*> The write-off register -- credits to a written-off account.
01 WS-WRITEOFF-STATUS    PIC XX.
01 WS-WRITEOFF-AVAILABLE PIC X VALUE 'N'.
    88 WRITEOFFS-ARE-AVAILABLE VALUE 'Y'.
01 WS-RECOVERY-COUNT     PIC 9(6) VALUE 0.

*> The KYC review file -- held only when KYC_HOLD_DAYS is set.
01 WS-KYC-STATUS         PIC XX.
01 WS-KYC-AVAILABLE      PIC X VALUE 'N'.
    88 KYC-REVIEWS-ARE-AVAILABLE VALUE 'Y'.
01 WS-KYC-RUN-INT        PIC 9(8).
01 WS-KYC-DAYS-OVER      PIC S9(8).
*> The batch keyer as OPERATORS.DAT has them -- looked up once, the
*> first time a held detail carries KYC=OVERRIDE. A disabled or
*> locked ID answers its state, not its role.
01 WS-KEYER-ROLE-STATE   PIC X VALUE 'N'.
    88 KEYER-ROLE-KNOWN   VALUE 'Y'.
01 WS-KEYER-ROLE         PIC X(10) VALUE SPACES.
    88 KEYER-IS-SUPERVISOR VALUE 'SUPERVISOR'.
01 WS-MASTER-STATUS      PIC XX.
01 WS-MASTER-AT-END      PIC X.
    88 AT-END-OF-MASTER   VALUE 'Y'.
01 WS-MASTER-TOK-ID      PIC X(10).
01 WS-MASTER-TOK-ROLE    PIC X(12).
01 WS-MASTER-TOK-SECRET  PIC X(20).
01 WS-MASTER-TOK-STATE   PIC X(10).
01 WS-KYC-VERDICT        PIC X(8).
01 WS-KYC-DAYS-EDIT      PIC Z(7)9.
01 WS-KYC-OVERRIDE-COUNT PIC 9(6) VALUE 0.

*> The unclaimed-property register -- the remittance batch's debits.
01 WS-ESCHEAT-STATUS     PIC XX.
01 WS-ESCHEAT-AVAILABLE  PIC X VALUE 'N'.
    88 ESCHEATS-ARE-AVAILABLE VALUE 'Y'.

*> The intraday memo file -- this batch's items cleared, the rest
*> listed as left behind.
01 WS-MEMO-STATUS        PIC XX.
01 WS-MEMO-REPORT-STATUS PIC XX.
01 WS-MEMO-SCAN-DONE     PIC X.
01 WS-MEMO-CLEARED       PIC 9(6) VALUE 0.
01 WS-MEMO-LEFTOVER      PIC 9(6) VALUE 0.

*> The writer interlock on the master -- see CB_MASTER_LOCK.cpy.
COPY 'CB_MASTER_LOCK.cpy'.

*> The installment-loan book, and one committed intent's effect on
*> the loan it touched: the payment split for the register line.
01 WS-LOAN-STATUS     PIC XX.
01 WS-LOAN-AT-END     PIC X.
    88 AT-END-OF-LOANS VALUE 'Y'.
COPY 'CB_LOAN.cpy'.
01 WS-LOAN-MATCH-SS   PIC 9(4).
01 WS-LOAN-MOVED      PIC X.
    88 LOAN-PAYMENT-SPLIT VALUE 'P'.
01 WS-LOAN-REMAINING  PIC 9(7)V99.
01 WS-LOAN-TO-INTEREST  PIC 9(7)V99.
01 WS-LOAN-TO-PRINCIPAL PIC 9(7)V99.
01 WS-LOAN-SPLIT-EDIT PIC Z(6)9.99.
01 WS-LOAN-PAID-COUNT PIC 9(6) VALUE 0.
01 WS-LOAN-SETTLE-COUNT PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    PERFORM LOAD-STOP-LIST
    PERFORM LOAD-OPEN-PERIOD
    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-GL-MAP
    PERFORM LOAD-LOAN-BOOK
    PERFORM DETECT-STAGED-RUN
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG1)) = 'BACKOUT'
        PERFORM BACK-OUT-STAGED-RUN
        STOP RUN
        MOVE FUNCTION TRIM(WS-ARG1) TO WS-TRANS-FILE-NAME
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2)) = 'LIMIT=FLAG'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3)) = 'LIMIT=FLAG'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4)) = 'LIMIT=FLAG'
        MOVE 'F' TO WS-LIMIT-MODE
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2)) = 'SOD=OVERRIDE'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
            = 'SOD=OVERRIDE'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4))
            = 'SOD=OVERRIDE'
        MOVE 'Y' TO WS-SOD-OVERRIDE
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
            = 'CUTOFF=OVERRIDE'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
            = 'CUTOFF=OVERRIDE'
        OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4))
            = 'CUTOFF=OVERRIDE'
        MOVE 'Y' TO WS-CUTOFF-OVERRIDE
    END-IF
    IF RUN-MODE-RESUME
        DISPLAY 'INTERRUPTED POSTING DETECTED -- resuming the'
            ' commit after ' WS-APPLIED-BEFORE ' applied intent(s)'
        IF WS-STAGED-RUN-DATE IS NUMERIC
            MOVE WS-STAGED-RUN-DATE TO WS-RUN-DATE
            MOVE WS-STAGED-CUTOFF TO WS-CUTOFF-ACTION
        END-IF
    ELSE
        PERFORM VERIFY-CONTROL-TOTALS
        IF WS-CONTROL-FAULTS > 0
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM CHECK-BATCH-COMPANY
        PERFORM CHECK-BATCH-REGISTER
        PERFORM CHECK-DUTY-SEGREGATION
        PERFORM SETTLE-BUSINESS-DATE
    END-IF
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN I-O CUSTOMER-FILE
    IF RUN-MODE-FRESH
        PERFORM CHECK-CONTROL-FIGURES
        PERFORM STAGE-ALL-TRANSACTIONS
*> Staging worked the loans forward in memory; the commit starts
*> again from the book as it stands on disk.
        PERFORM LOAD-LOAN-BOOK
    END-IF
    PERFORM COMMIT-STAGED-INTENTS
    PERFORM REFRESH-CONTROL-FIGURES
    CLOSE CUSTOMER-FILE
    PERFORM RELEASE-MASTER-LOCK
    PERFORM STAMP-BATCH-REGISTER
    PERFORM CLEAR-MEMO-POSTINGS
    PERFORM CLEAR-STAGING-FILES
    DISPLAY 'POSTED=' WS-APPLIED-COUNT ' REJECTED=' WS-REJECT-COUNT
        ' DEFERRED=' WS-DEFERRED-COUNT
        ' -- POSTING_REGISTER.RPT'
    IF WS-RECOVERY-COUNT > 0
        DISPLAY '  ' WS-RECOVERY-COUNT ' RECOVERY POSTING(S) ON'
            ' WRITTEN-OFF ACCOUNTS -- PROC_WRITEOFF RECOVERIES'
    END-IF
    IF WS-KYC-OVERRIDE-COUNT > 0
        DISPLAY '  ' WS-KYC-OVERRIDE-COUNT ' KYC HOLD(S) RELEASED BY'
            ' SUPERVISOR OVERRIDE -- KYC_OVERRIDES.LOG'
    END-IF
    IF WS-LOAN-PAID-COUNT > 0
        DISPLAY '  ' WS-LOAN-PAID-COUNT ' LOAN PAYMENT(S) SPLIT, '
            WS-LOAN-SETTLE-COUNT ' LOAN(S) PAID OFF -- '
            FUNCTION TRIM(COMPANY_LOAN_FILE)
    END-IF
    IF WS-MEMO-CLEARED > 0 OR WS-MEMO-LEFTOVER > 0
        DISPLAY 'MEMO ITEMS CLEARED=' WS-MEMO-CLEARED
            ' LEFT PENDING=' WS-MEMO-LEFTOVER
            ' -- MEMO_LEFTOVER.RPT'
    END-IF
    IF WS-REJECT-COUNT > 0 OR WS-COMMIT-FAULTS > 0
        OR WS-GL-MISSING-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.
                            SET STAGING-COMPLETE TO TRUE
                        WHEN INTENT-LINE(1:2) = 'B|'
                            MOVE INTENT-LINE(3:12) TO WS-BATCH-ID
                            MOVE INTENT-LINE(16:8) TO WS-BATCH-KEYER
                            MOVE INTENT-LINE(25:8)
                                TO WS-STAGED-RUN-DATE
                            MOVE INTENT-LINE(34:1)
                                TO WS-STAGED-CUTOFF
                        WHEN INTENT-LINE NOT = SPACES
                            ADD 1 TO WS-INTENT-TOTAL
                        WHEN OTHER
*> WRITE-LEDGER-RECORD) and LGR-SEQ holds four digits -- a batch
*> past 9999 details would wrap it and silently overwrite earlier
*> ledger records. No real sender's file comes within two orders
*> of that; one that does gets split, not wrapped. A transfer
*> stages two intents, so it counts twice here.
        IF WS-DETAIL-COUNT + WS-TRANSFER-COUNT > 9999
            DISPLAY 'BATCH TOO LARGE: ' WS-DETAIL-COUNT
                ' DETAILS (' WS-TRANSFER-COUNT ' TRANSFERS)'
                ' EXCEED THE 9999-PER-BATCH LEDGER'
                ' SEQUENCE -- split the file into smaller batches'
            ADD 1 TO WS-CONTROL-FAULTS
        END-IF
    END-IF
    .

*> A batch built for one company never posts to another's book. A
*> header with no CO= is the home book's, as every batch was before
*> there were sister books; the home book's own code is accepted
*> too.
CHECK-BATCH-COMPANY.
    IF WS-BATCH-COMPANY = SPACES
        IF NOT COMPANY-HOME
            DISPLAY '*** BATCH ' FUNCTION TRIM(WS-BATCH-ID)
                ' CARRIES NO COMPANY AND BELONGS TO THE HOME BOOK --'
                ' NOT POSTED TO ' FUNCTION TRIM(COMPANY_CODE) ' ***'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        IF WS-BATCH-COMPANY NOT = COMPANY_CODE
            DISPLAY '*** BATCH ' FUNCTION TRIM(WS-BATCH-ID)
                ' WAS BUILT FOR COMPANY '
                FUNCTION TRIM(WS-BATCH-COMPANY)
                ' -- NOTHING POSTED TO THIS BOOK ***'
            DISPLAY 'Run it with COMPANY_CODE='
                FUNCTION TRIM(WS-BATCH-COMPANY)
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    .

*> The hard stop against double-posting: any appearance of this
*> batch ID in POSTED_BATCHES.REG -- posted or reversed -- means the
*> batch has already been through the master.
    END-IF
    .

*> The keyer does not post their own batch. A refusal stops the run
*> here, before the lock is taken or anything stages; the service
*> has already logged it either way.
CHECK-DUTY-SEGREGATION.
    MOVE 'PROC_CUSTOMER_POST' TO SOD_PROGRAM
    MOVE WS-BATCH-ID TO SOD_REFERENCE
    MOVE WS-BATCH-KEYER TO SOD_CREATED_BY
    MOVE WS-SOD-OVERRIDE TO SOD_OVERRIDE_ASKED
    CALL 'PROC_SOD_CHECK' USING SOD-CHECK-PARAMS
    EVALUATE TRUE
        WHEN SOD-REFUSED
            DISPLAY '*** BATCH ' FUNCTION TRIM(WS-BATCH-ID)
                ' WAS KEYED BY ' FUNCTION TRIM(SOD_OPERATOR)
                ' -- THE KEYER MAY NOT POST IT, NOTHING POSTED ***'
            DISPLAY 'Another operator posts it, or a SUPERVISOR'
                ' reruns with SOD=OVERRIDE (logged)'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        WHEN SOD-OVERRIDDEN
            DISPLAY 'WARNING: SUPERVISOR OVERRIDE -- '
                FUNCTION TRIM(SOD_OPERATOR) ' posting batch '
                FUNCTION TRIM(WS-BATCH-ID) ' they keyed'
                ' (SOD_EXCEPTIONS.LOG)'
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> The posting cutoff. A file the intake gateway verified after
*> POSTING_CUTOFF belongs to the next processing day after its
*> arrival, and the run posts it under that business date however
*> late tonight it is run -- unless a SUPERVISOR asked for same-day
*> posting with CUTOFF=OVERRIDE. A file the catalog never saw (keyed
*> batches, release and fee batches) is not judged. A roll that
*> lands on or before today changes nothing: the file is simply
*> being posted on a later day already.
SETTLE-BUSINESS-DATE.
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    IF CONFIG_POSTING_CUTOFF > 0
        PERFORM FIND-INTAKE-ARRIVAL
        IF WS-ARRIVAL-STAMP NOT = SPACES
            MOVE WS-ARRIVAL-STAMP(1:8) TO WS-ARRIVAL-DATE
            MOVE WS-ARRIVAL-STAMP(10:6) TO WS-ARRIVAL-TIME
            COMPUTE WS-CUTOFF-TIME = CONFIG_POSTING_CUTOFF * 100
            IF WS-ARRIVAL-TIME > WS-CUTOFF-TIME
                MOVE 'NEXT' TO DATE_ACTION
                MOVE WS-ARRIVAL-DATE TO DATE_IN
                MOVE 0 TO DATE_COUNT
                CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
                IF DATE-SERVICE-OK AND DATE_OUT > WS-RUN-DATE
                    MOVE DATE_OUT TO WS-NEXT-DAY
                    PERFORM ROLL-OR-OVERRIDE-LATE-FILE
                END-IF
            END-IF
        END-IF
    END-IF
    IF CUTOFF-OVERRIDE-ON-COMMAND AND NOT CUTOFF-OVERRIDDEN
        DISPLAY 'NOTE: CUTOFF=OVERRIDE ignored -- '
            FUNCTION TRIM(WS-TRANS-FILE-NAME)
            ' is not a late file'
    END-IF
    .

*> The catalog names the file as it arrived; the gateway hands it on
*> as READY_<name>, and either spelling on the command line is the
*> same file. The latest verified arrival wins.
FIND-INTAKE-ARRIVAL.
    MOVE SPACES TO WS-ARRIVAL-STAMP
    MOVE 'N' TO WS-IC-AT-END
    OPEN INPUT INTAKE-CATALOG-FILE
    IF WS-IC-STATUS = '00'
        PERFORM UNTIL AT-END-OF-CATALOG
            READ INTAKE-CATALOG-FILE
                AT END SET AT-END-OF-CATALOG TO TRUE
                NOT AT END PERFORM JUDGE-CATALOG-LINE
            END-READ
        END-PERFORM
        CLOSE INTAKE-CATALOG-FILE
    END-IF
    .

JUDGE-CATALOG-LINE.
    MOVE SPACES TO WS-IC-STAMP-TOKEN WS-IC-NAME-TOKEN
        WS-IC-SENDER-TOKEN WS-IC-RECORDS-TOKEN WS-IC-BYTES-TOKEN
        WS-IC-VERDICT-TOKEN
    UNSTRING INTAKE-CATALOG-LINE DELIMITED BY '|'
        INTO WS-IC-STAMP-TOKEN WS-IC-NAME-TOKEN WS-IC-SENDER-TOKEN
             WS-IC-RECORDS-TOKEN WS-IC-BYTES-TOKEN
             WS-IC-VERDICT-TOKEN
    MOVE SPACES TO WS-IC-READY-NAME
    STRING 'READY_' FUNCTION TRIM(WS-IC-NAME-TOKEN)
        DELIMITED BY SIZE INTO WS-IC-READY-NAME
    IF WS-IC-VERDICT-TOKEN = 'VERIFIED'
        AND WS-IC-STAMP-TOKEN(1:8) IS NUMERIC
        AND WS-IC-STAMP-TOKEN(10:6) IS NUMERIC
        AND (WS-IC-NAME-TOKEN = WS-TRANS-FILE-NAME
             OR WS-IC-READY-NAME = WS-TRANS-FILE-NAME)
        MOVE WS-IC-STAMP-TOKEN(1:15) TO WS-ARRIVAL-STAMP
    END-IF
    .

*> Same-day posting of a late file is a SUPERVISOR's call. Anyone
*> else asking is refused outright -- silently rolling instead would
*> post the file on a day the operator did not ask for.
ROLL-OR-OVERRIDE-LATE-FILE.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    MOVE CONFIG_POSTING_CUTOFF TO WS-CUTOFF-EDIT
    IF CUTOFF-OVERRIDE-ON-COMMAND
        IF NOT ROLE_IS_SUPERVISOR
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO APPEND_LINE_TEXT
            MOVE 1 TO WS-LINE-PTR
            STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                '-' WS-CURRENT-DATE(7:2)
                ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
                ':' WS-CURRENT-DATE(13:2)
                ' AUTHORITY REFUSED PROC_CUSTOMER_POST CUTOFF=OVERRIDE'
                ' OPR=' FUNCTION TRIM(OPERATOR_ID)
                ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
                DELIMITED BY SIZE INTO APPEND_LINE_TEXT
                WITH POINTER WS-LINE-PTR
            MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
            CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
            DISPLAY 'AUTHORITY REFUSED: same-day posting of a late'
                ' file needs a SUPERVISOR sign-on (session role is '
                FUNCTION TRIM(OPERATOR_ROLE) ') -- NOTHING POSTED'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        SET CUTOFF-OVERRIDDEN TO TRUE
        DISPLAY 'WARNING: SUPERVISOR OVERRIDE -- '
            FUNCTION TRIM(WS-TRANS-FILE-NAME) ' arrived '
            WS-ARRIVAL-DATE ' ' WS-ARRIVAL-TIME(1:4)
            ' after the ' WS-CUTOFF-EDIT ' cutoff and posts under '
            WS-RUN-DATE ' (POSTING_CUTOFF.LOG)'
    ELSE
        SET CUTOFF-ROLLED TO TRUE
        MOVE WS-NEXT-DAY TO WS-RUN-DATE
        DISPLAY 'NOTE: ' FUNCTION TRIM(WS-TRANS-FILE-NAME)
            ' arrived ' WS-ARRIVAL-DATE ' ' WS-ARRIVAL-TIME(1:4)
            ' after the ' WS-CUTOFF-EDIT ' posting cutoff -- posting'
            ' under business date ' WS-RUN-DATE
    END-IF
    PERFORM WRITE-CUTOFF-LOG
    .

*> One line per late file for the morning report:
*>   yyyy-mm-dd hh:mm:ss ROLLED|SAMEDAY <file> BATCH= ARRIVED=
*>       CUTOFF= BUSINESS= OPR= <why>
WRITE-CUTOFF-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF CUTOFF-ROLLED
        STRING ' ROLLED ' DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING ' SAMEDAY ' DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING FUNCTION TRIM(WS-TRANS-FILE-NAME)
        ' BATCH=' FUNCTION TRIM(WS-BATCH-ID)
        ' ARRIVED=' WS-ARRIVAL-DATE '-' WS-ARRIVAL-TIME(1:4)
        ' CUTOFF=' WS-CUTOFF-EDIT
        ' BUSINESS=' WS-RUN-DATE
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF CUTOFF-ROLLED
        STRING ' arrived after the cutoff, rolled to the next'
            ' processing day'
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING ' arrived after the cutoff, same-day by SUPERVISOR'
            ' override'
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    MOVE 'POSTING_CUTOFF.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> The register says up front which business day it posted -- the
*> one thing a reader cannot tell from the details when a late file
*> rolled forward or was held to today by override.
WRITE-BUSINESS-DATE-HEADING.
    MOVE SPACES TO REGISTER-LINE
    MOVE 1 TO WS-LINE-PTR
    IF CUTOFF-ROLLED
        STRING '*** BUSINESS DATE ' WS-RUN-DATE
            ' -- FILE ARRIVED AFTER THE POSTING CUTOFF, ROLLED TO'
            ' THE NEXT PROCESSING DAY (POSTING_CUTOFF.LOG) ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING '*** BUSINESS DATE ' WS-RUN-DATE
            ' -- LATE FILE POSTED SAME DAY BY SUPERVISOR OVERRIDE'
            ' (POSTING_CUTOFF.LOG) ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REGISTER-LINE
    .

*> The stamp that makes the next duplicate refusable -- appended
*> only after the commit has finished.
STAMP-BATCH-REGISTER.
        '|' WS-APPLIED-COUNT
        '|' WS-REJECT-COUNT
        '|POSTED'
        '|' FUNCTION TRIM(WS-BATCH-KEYER)
        '|' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO BATCH-REG-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND BATCH-REG-FILE
    CLOSE BATCH-REG-FILE
    .

*> No memo file means nothing was keyed at the counter -- nothing
*> to clear and no report.
CLEAR-MEMO-POSTINGS.
    OPEN I-O MEMO-FILE
    IF WS-MEMO-STATUS = '00'
        MOVE 'N' TO WS-MEMO-SCAN-DONE
        MOVE WS-BATCH-ID TO MEMO-BATCH-ID
        MOVE 0 TO MEMO-SEQ
        START MEMO-FILE KEY IS >= MEMO-KEY
            INVALID KEY MOVE 'Y' TO WS-MEMO-SCAN-DONE
        END-START
        PERFORM UNTIL WS-MEMO-SCAN-DONE = 'Y'
            READ MEMO-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-MEMO-SCAN-DONE
                NOT AT END
                    IF MEMO-BATCH-ID NOT = WS-BATCH-ID
                        MOVE 'Y' TO WS-MEMO-SCAN-DONE
                    ELSE
                        DELETE MEMO-FILE RECORD
                            INVALID KEY CONTINUE
                            NOT INVALID KEY ADD 1 TO WS-MEMO-CLEARED
                        END-DELETE
                    END-IF
            END-READ
        END-PERFORM
        PERFORM LIST-LEFTOVER-MEMOS
        CLOSE MEMO-FILE
    END-IF
    .

LIST-LEFTOVER-MEMOS.
    OPEN OUTPUT MEMO-LEFTOVER-REPORT
    MOVE SPACES TO MEMO-LEFTOVER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'MEMO ITEMS LEFT PENDING AFTER POSTING ' WS-RUN-DATE
        ' (BATCH ' FUNCTION TRIM(WS-BATCH-ID) ')'
        DELIMITED BY SIZE INTO MEMO-LEFTOVER-LINE
        WITH POINTER WS-LINE-PTR
    WRITE MEMO-LEFTOVER-LINE
    MOVE 'BATCH        SEQ  CUST   D/C     AMOUNT DATE     TYPE KEYED'
        & '          OPERATOR REFERENCE' TO MEMO-LEFTOVER-LINE
    WRITE MEMO-LEFTOVER-LINE
    MOVE 'N' TO WS-MEMO-SCAN-DONE
    MOVE LOW-VALUES TO MEMO-KEY
    START MEMO-FILE KEY IS >= MEMO-KEY
        INVALID KEY MOVE 'Y' TO WS-MEMO-SCAN-DONE
    END-START
    PERFORM UNTIL WS-MEMO-SCAN-DONE = 'Y'
        READ MEMO-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-MEMO-SCAN-DONE
            NOT AT END
                ADD 1 TO WS-MEMO-LEFTOVER
                MOVE MEMO-AMOUNT TO WS-AMOUNT-EDIT
                MOVE SPACES TO MEMO-LEFTOVER-LINE
                MOVE 1 TO WS-LINE-PTR
                STRING MEMO-BATCH-ID ' ' MEMO-SEQ
                    ' ' MEMO-CUST-ID ' ' MEMO-DC
                    '  ' WS-AMOUNT-EDIT
                    ' ' MEMO-TXN-DATE ' ' MEMO-TYPE
                    ' ' MEMO-ENTERED ' ' MEMO-OPERATOR
                    ' ' FUNCTION TRIM(MEMO-REFERENCE)
                    DELIMITED BY SIZE INTO MEMO-LEFTOVER-LINE
                    WITH POINTER WS-LINE-PTR
                WRITE MEMO-LEFTOVER-LINE
        END-READ
    END-PERFORM
    MOVE SPACES TO MEMO-LEFTOVER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ITEMS LEFT PENDING: ' WS-MEMO-LEFTOVER
        DELIMITED BY SIZE INTO MEMO-LEFTOVER-LINE
        WITH POINTER WS-LINE-PTR
    WRITE MEMO-LEFTOVER-LINE
    CLOSE MEMO-LEFTOVER-REPORT
    .

CHECK-ONE-CONTROL-LINE.
    MOVE SPACES TO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
        WS-TOK-6 WS-TOK-7
            MOVE FUNCTION NUMVAL(WS-TOK-3) TO WS-HDR-COUNT
            MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-HDR-TOTAL
            MOVE WS-TOK-5(1:12) TO WS-BATCH-ID
            IF FUNCTION UPPER-CASE(WS-TOK-6(1:3)) = 'CO='
                MOVE FUNCTION UPPER-CASE(WS-TOK-6(4:4))
                    TO WS-BATCH-COMPANY
            ELSE
                MOVE WS-TOK-6(1:8) TO WS-BATCH-KEYER
                IF FUNCTION UPPER-CASE(WS-TOK-7(1:3)) = 'CO='
                    MOVE FUNCTION UPPER-CASE(WS-TOK-7(4:4))
                        TO WS-BATCH-COMPANY
                END-IF
            END-IF
        WHEN 'T'
            MOVE 'Y' TO WS-TRAILER-SEEN
            MOVE FUNCTION NUMVAL(WS-TOK-2) TO WS-TRL-COUNT
            ELSE
                ADD WS-TXN-AMOUNT TO WS-DETAIL-TOTAL
            END-IF
*> A transfer is one detail whose debit and credit cancel -- it
*> moves nothing into or out of the algebraic total.
        WHEN 'X'
            ADD 1 TO WS-DETAIL-COUNT
            ADD 1 TO WS-TRANSFER-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
*> still stamp the register for the right batch.
    MOVE SPACES TO INTENT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'B|' WS-BATCH-ID '|' WS-BATCH-KEYER
        '|' WS-RUN-DATE '|' WS-CUTOFF-ACTION
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE INTENT-LINE
    IF WS-REJECT-STATUS NOT = '00'
        OPEN OUTPUT REJECT-FILE
    END-IF
    MOVE 'N' TO WS-WRITEOFF-AVAILABLE
    OPEN INPUT WRITEOFF-FILE
    IF WS-WRITEOFF-STATUS = '00'
        MOVE 'Y' TO WS-WRITEOFF-AVAILABLE
    END-IF
    MOVE 'N' TO WS-ESCHEAT-AVAILABLE
    OPEN INPUT ESCHEAT-FILE
    IF WS-ESCHEAT-STATUS = '00'
        MOVE 'Y' TO WS-ESCHEAT-AVAILABLE
    END-IF
    MOVE 'N' TO WS-KYC-AVAILABLE
    IF CONFIG_KYC_HOLD_DAYS > 0
        OPEN INPUT KYC-FILE
        IF WS-KYC-STATUS = '00'
            MOVE 'Y' TO WS-KYC-AVAILABLE
            MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
                TO WS-KYC-RUN-INT
        END-IF
    END-IF
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TRANS-FILE
    PERFORM UNTIL AT-END-OF-TRANS
            AT END SET AT-END-OF-TRANS TO TRUE
            NOT AT END
                MOVE SPACES TO WS-TOK-TYPE WS-TOK-2 WS-TOK-3
                    WS-TOK-4 WS-TOK-5 WS-TOK-6 WS-TOK-7 WS-TOK-8
                UNSTRING TRANS-LINE DELIMITED BY ALL SPACE
                    INTO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4
                         WS-TOK-5 WS-TOK-6 WS-TOK-7 WS-TOK-8
                IF FUNCTION TRIM(WS-TOK-TYPE) = 'D'
                    OR FUNCTION TRIM(WS-TOK-TYPE) = 'X'
                    PERFORM STAGE-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRANS-FILE
    CLOSE REJECT-FILE
    IF WRITEOFFS-ARE-AVAILABLE
        CLOSE WRITEOFF-FILE
    END-IF
    IF ESCHEATS-ARE-AVAILABLE
        CLOSE ESCHEAT-FILE
    END-IF
    IF KYC-REVIEWS-ARE-AVAILABLE
        CLOSE KYC-FILE
    END-IF
*> The trailer marks the staging complete -- its absence on a rerun
*> means this pass died and the whole stage is discarded.
    MOVE SPACES TO INTENT-LINE
*> it goes to the warehouse raw and comes back through a release
*> batch on its value date, validated then like any other detail.
STAGE-ONE-TRANSACTION.
    MOVE SPACES TO WS-REJECT-LEG
    MOVE 0 TO WS-INTENT-XFER-ID WS-INTENT-XFER-NUM
    EVALUATE TRUE
        WHEN WS-TOK-5(1:8) IS NUMERIC
            AND WS-TOK-5(1:8) > WS-RUN-DATE
            PERFORM DEFER-FUTURE-DETAIL
        WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'X'
            PERFORM STAGE-TRANSFER-DETAIL
        WHEN OTHER
            PERFORM STAGE-CURRENT-DETAIL
    END-EVALUATE
    .

DEFER-FUTURE-DETAIL.

STAGE-CURRENT-DETAIL.
    MOVE SPACES TO WS-REASON
    MOVE WS-TOK-2 TO WS-LEG-ID-TOKEN
    PERFORM CHECK-ACCOUNT-POSTABLE
    IF WS-REASON = SPACES
        AND PERIOD-CONTROL-ACTIVE
        AND WS-TOK-5(1:6) < WS-OPEN-PERIOD
        MOVE 'CLOSED PERIOD' TO WS-REASON
    END-IF
    IF WS-REASON = SPACES
        PERFORM VALIDATE-TRANSACTION-TYPE
    END-IF
    IF WS-REASON NOT = SPACES
        PERFORM WRITE-REJECT-RECORD
    ELSE
        MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-TXN-AMOUNT
        MOVE FUNCTION TRIM(WS-TOK-3) TO WS-INTENT-DC
        IF WS-INTENT-DC = 'D'
            COMPUTE WS-SIGNED-AMOUNT = 0 - WS-TXN-AMOUNT
        ELSE
            MOVE WS-TXN-AMOUNT TO WS-SIGNED-AMOUNT
        END-IF
        PERFORM FETCH-BALANCE-PROJECTION
        PERFORM CHECK-CREDIT-LIMIT
        IF WS-REASON NOT = SPACES
            PERFORM WRITE-REJECT-RECORD
        ELSE
            PERFORM APPLY-BALANCE-PROJECTION
            PERFORM WRITE-INTENT-RECORD
        END-IF
    END-IF
    .

*> The account edits every leg meets, D or X: on the master, not
*> closed, not dormant, not held for an overdue KYC review, not on
*> the stop-list. Leaves the account in
*> the record area for the balance work.
CHECK-ACCOUNT-POSTABLE.
    IF FUNCTION TRIM(WS-LEG-ID-TOKEN) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-LEG-ID-TOKEN) TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY MOVE 'UNKNOWN CUSTOMER-ID' TO WS-REASON
        END-READ
        MOVE 'CUSTOMER-ID NOT NUMERIC' TO WS-REASON
    END-IF
    IF WS-REASON = SPACES AND CUST-CLOSED
        PERFORM CHECK-WRITTEN-OFF-CREDIT
        IF WS-REASON NOT = SPACES
            PERFORM CHECK-ESCHEAT-REMITTANCE
        END-IF
    END-IF
    IF WS-REASON = SPACES AND CUST-DORMANT
        MOVE 'DORMANT - SUPERVISOR REVIEW' TO WS-REASON
    END-IF
    IF WS-REASON = SPACES AND KYC-REVIEWS-ARE-AVAILABLE
        PERFORM CHECK-KYC-OVERDUE
    END-IF
    IF WS-REASON = SPACES
        PERFORM CHECK-STOP-LIST
    END-IF
    .

*> Past due by more than KYC_HOLD_DAYS as of the business date:
*> held, unless the detail carries KYC=OVERRIDE and its batch was
*> keyed by a SUPERVISOR -- see JUDGE-KYC-OVERRIDE. No record, or
*> no usable due date, holds nothing.
CHECK-KYC-OVERDUE.
    MOVE CUST-ID TO KYC-CUST-ID
    READ KYC-FILE
        INVALID KEY MOVE SPACES TO KYC-NEXT-DUE
    END-READ
    IF KYC-NEXT-DUE IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
            FUNCTION NUMVAL(KYC-NEXT-DUE)) = 0
            COMPUTE WS-KYC-DAYS-OVER = WS-KYC-RUN-INT
                - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(KYC-NEXT-DUE))
            IF WS-KYC-DAYS-OVER > CONFIG_KYC_HOLD_DAYS
                MOVE 'KYC OVERDUE-SUPERVISOR REVIEW' TO WS-REASON
                IF FUNCTION UPPER-CASE(WS-TOK-8) = 'KYC=OVERRIDE'
                    PERFORM JUDGE-KYC-OVERRIDE
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> The override is the keyer's, not the poster's: the batch was
*> built by whoever is on its H record, and only a SUPERVISOR there
*> releases an item past an overdue review. A batch with no keyer
*> on its header has nobody to answer for it and is refused. Both
*> verdicts are logged to KYC_OVERRIDES.LOG.
JUDGE-KYC-OVERRIDE.
    IF NOT KEYER-ROLE-KNOWN
        PERFORM LOOK-UP-KEYER-ROLE
    END-IF
    IF KEYER-IS-SUPERVISOR
        MOVE SPACES TO WS-REASON
        MOVE 'OVERRIDE' TO WS-KYC-VERDICT
        ADD 1 TO WS-KYC-OVERRIDE-COUNT
        MOVE WS-KYC-DAYS-OVER TO WS-KYC-DAYS-EDIT
        DISPLAY 'WARNING: SUPERVISOR OVERRIDE -- CUST-ID ' CUST-ID
            ' KYC review overdue '
            FUNCTION TRIM(WS-KYC-DAYS-EDIT)
            ' day(s), released by ' FUNCTION TRIM(WS-BATCH-KEYER)
            ' (KYC_OVERRIDES.LOG)'
    ELSE
        MOVE 'REFUSED' TO WS-KYC-VERDICT
        DISPLAY 'REFUSED: KYC=OVERRIDE on CUST-ID ' CUST-ID
            ' -- batch keyer ' FUNCTION TRIM(WS-BATCH-KEYER)
            ' is ' FUNCTION TRIM(WS-KEYER-ROLE)
            ', not SUPERVISOR; item held'
    END-IF
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' KYC ' FUNCTION TRIM(WS-KYC-VERDICT)
        ' PROC_CUSTOMER_POST ' FUNCTION TRIM(WS-BATCH-ID)
        ' CUST=' CUST-ID
        ' KEYED=' FUNCTION TRIM(WS-BATCH-KEYER)
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' ROLE=' FUNCTION TRIM(WS-KEYER-ROLE)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'KYC_OVERRIDES.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> Same reading as PROC_SHIFT_START's sign-on check: ID|ROLE|
*> SECRET|STATE. Not on the master at all answers NONE.
LOOK-UP-KEYER-ROLE.
    MOVE 'NONE' TO WS-KEYER-ROLE
    MOVE 'N' TO WS-MASTER-AT-END
    IF WS-BATCH-KEYER NOT = SPACES
        OPEN INPUT OPERATOR-MASTER-FILE
        IF WS-MASTER-STATUS = '00'
            PERFORM UNTIL AT-END-OF-MASTER
                READ OPERATOR-MASTER-FILE
                    AT END SET AT-END-OF-MASTER TO TRUE
                    NOT AT END PERFORM TAKE-KEYER-MASTER-LINE
                END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE
        END-IF
    END-IF
    SET KEYER-ROLE-KNOWN TO TRUE
    .

TAKE-KEYER-MASTER-LINE.
    IF OPERATOR-MASTER-LINE NOT = SPACES
        AND OPERATOR-MASTER-LINE(1:1) NOT = '*'
        MOVE SPACES TO WS-MASTER-TOK-ID WS-MASTER-TOK-ROLE
            WS-MASTER-TOK-SECRET WS-MASTER-TOK-STATE
        UNSTRING OPERATOR-MASTER-LINE DELIMITED BY '|'
            INTO WS-MASTER-TOK-ID WS-MASTER-TOK-ROLE
                 WS-MASTER-TOK-SECRET WS-MASTER-TOK-STATE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MASTER-TOK-ID))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-KEYER))
            MOVE FUNCTION UPPER-CASE(WS-MASTER-TOK-ROLE)
                TO WS-KEYER-ROLE
            EVALUATE FUNCTION UPPER-CASE(WS-MASTER-TOK-STATE(1:1))
                WHEN 'D' MOVE 'DISABLED' TO WS-KEYER-ROLE
                WHEN 'L' MOVE 'LOCKED' TO WS-KEYER-ROLE
            END-EVALUATE
        END-IF
    END-IF
    .

*> A written-off account stays closed to everything but a plain
*> credit detail -- the clearing credit and any money recovered.
*> A transfer leg never qualifies.
CHECK-WRITTEN-OFF-CREDIT.
    MOVE 'ACCOUNT IS CLOSED' TO WS-REASON
    IF WRITEOFFS-ARE-AVAILABLE
        AND FUNCTION TRIM(WS-TOK-TYPE) = 'D'
        AND FUNCTION TRIM(WS-TOK-3) = 'C'
        MOVE CUST-ID TO WOR-CUST-ID
        READ WRITEOFF-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SPACES TO WS-REASON
        END-READ
    END-IF
    .

*> A remitted account gives up its balance to the escheat clearing
*> account on the from-leg of an X detail, and only in the batch
*> the register names -- a rerun of an old batch, or any other
*> debit, still finds the account closed.
CHECK-ESCHEAT-REMITTANCE.
    IF ESCHEATS-ARE-AVAILABLE
        AND FUNCTION TRIM(WS-TOK-TYPE) = 'X'
        AND WS-REJECT-LEG = 'FROM'
        MOVE CUST-ID TO ESC-CUST-ID
        READ ESCHEAT-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF ESC-REMITTED AND ESC-BATCH-ID = WS-BATCH-ID
                    MOVE SPACES TO WS-REASON
                END-IF
        END-READ
    END-IF
    .

*> Both legs or neither: the to-account is proven first, then the
*> from-account (left in the record area for the credit-limit gate),
*> then the date and the type. Nothing stages until every edit on
*> both sides has passed, so a reject is always the whole transfer.
*> The type edit is the D detail's own -- token 3 is an account
*> here, never D or C, so only a code that posts both ways passes.
*> The two intents are written back to back; the commit applies
*> them in order, and a crash between them is finished by the
*> resumed commit like any other, so the book never keeps one leg.
STAGE-TRANSFER-DETAIL.
    MOVE SPACES TO WS-REASON
    IF FUNCTION TRIM(WS-TOK-2) IS NUMERIC
        AND FUNCTION TRIM(WS-TOK-3) IS NUMERIC
        AND FUNCTION NUMVAL(WS-TOK-2) = FUNCTION NUMVAL(WS-TOK-3)
        MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-REASON
    END-IF
    IF WS-REASON = SPACES
        MOVE 'TO' TO WS-REJECT-LEG
        MOVE WS-TOK-3 TO WS-LEG-ID-TOKEN
        PERFORM CHECK-ACCOUNT-POSTABLE
    END-IF
    IF WS-REASON = SPACES
        MOVE CUST-ID TO WS-XFER-TO-ID
        MOVE 'FROM' TO WS-REJECT-LEG
        MOVE WS-TOK-2 TO WS-LEG-ID-TOKEN
        PERFORM CHECK-ACCOUNT-POSTABLE
    END-IF
    IF WS-REASON = SPACES
        MOVE CUST-ID TO WS-XFER-FROM-ID
        MOVE SPACES TO WS-REJECT-LEG
        IF PERIOD-CONTROL-ACTIVE
            AND WS-TOK-5(1:6) < WS-OPEN-PERIOD
            MOVE 'CLOSED PERIOD' TO WS-REASON
        END-IF
    END-IF
    IF WS-REASON = SPACES
        PERFORM VALIDATE-TRANSACTION-TYPE
    END-IF
    IF WS-REASON = SPACES
        MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-TXN-AMOUNT
        IF WS-TXN-AMOUNT NOT > 0
            MOVE 'TRANSFER AMOUNT NOT POSITIVE' TO WS-REASON
        END-IF
    END-IF
    IF WS-REASON = SPACES
        COMPUTE WS-SIGNED-AMOUNT = 0 - WS-TXN-AMOUNT
        PERFORM FETCH-BALANCE-PROJECTION
        PERFORM CHECK-CREDIT-LIMIT
        IF WS-REASON NOT = SPACES
            MOVE 'FROM' TO WS-REJECT-LEG
        END-IF
    END-IF
    IF WS-REASON NOT = SPACES
        PERFORM WRITE-REJECT-RECORD
    ELSE
        ADD 1 TO WS-STAGED-COUNT GIVING WS-INTENT-XFER-NUM
        MOVE 'D' TO WS-INTENT-DC
        MOVE WS-XFER-TO-ID TO WS-INTENT-XFER-ID
        PERFORM APPLY-BALANCE-PROJECTION
        PERFORM WRITE-INTENT-RECORD
        MOVE WS-XFER-TO-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY CONTINUE
        END-READ
        MOVE WS-TXN-AMOUNT TO WS-SIGNED-AMOUNT
        MOVE SPACES TO WS-LIMIT-FLAG
        MOVE 'C' TO WS-INTENT-DC
        MOVE WS-XFER-FROM-ID TO WS-INTENT-XFER-ID
        PERFORM FETCH-BALANCE-PROJECTION
        PERFORM APPLY-BALANCE-PROJECTION
        PERFORM WRITE-INTENT-RECORD
    END-IF
    .

LOAD-TYPE-MASTER.
    END-IF
    IF WS-SUSPENSE-FLAGGED > 0
        DISPLAY 'WARNING: ' WS-SUSPENSE-FLAGGED ' SUSPENSE'
            ' ACCOUNT(S) NOT AT ZERO -- see the register;'
            ' clear the items with PROC_SUSPENSE_CLEAR'
    END-IF
    .

*> account's credit limit either rejects (the default) or, under
*> LIMIT=FLAG, posts with the breach flagged on the register.
*> Credits always pass -- money coming in never deepens a breach.
*> Nor has an account with an active loan a limit to breach: it
*> runs below zero by the loan.
CHECK-CREDIT-LIMIT.
    MOVE SPACES TO WS-LIMIT-FLAG
    COMPUTE WS-CANDIDATE = PW-PROJECTED + WS-SIGNED-AMOUNT
    PERFORM FIND-ACTIVE-LOAN
    IF WS-SIGNED-AMOUNT < 0
        AND WS-LOAN-MATCH-SS = 0
        AND WS-CANDIDATE < (0 - CUST-CREDIT-LIMIT)
        IF LIMIT-MODE-REJECT
            MOVE 'OVER CREDIT LIMIT' TO WS-REASON
*> One staged intent: the account, the movement, and the ABSOLUTE
*> balance the commit must leave behind -- applying an absolute
*> balance twice is harmless, which is what makes the commit
*> restartable at all. A movement on an active loan carries the
*> loan's absolute figures after it the same way.
WRITE-INTENT-RECORD.
    PERFORM PROJECT-LOAN-MOVEMENT
    ADD 1 TO WS-STAGED-COUNT
    MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT
    MOVE PW-PROJECTED TO WS-BALANCE-EDIT
    MOVE SPACES TO INTENT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING CUST-ID
        '|' WS-INTENT-DC
        '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
        '|' FUNCTION TRIM(WS-BALANCE-EDIT)
        '|' FUNCTION TRIM(WS-TOK-5)
        '|' FUNCTION TRIM(WS-TOK-6)
        '|' FUNCTION TRIM(WS-TOK-7)
        '|' WS-LIMIT-FLAG
        '|' WS-INTENT-XFER-ID
        '|' WS-INTENT-XFER-NUM
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    IF INTENT-MOVES-LOAN
        PERFORM APPEND-INTENT-LOAN
    END-IF
    WRITE INTENT-LINE
    .

*>   ...|<loan start>|<outstanding>|<interest due>|<paid total>
*>      |<status>|<to interest>|<to principal>
APPEND-INTENT-LOAN.
    SET WS-LOAN-SS TO WS-LOAN-MATCH-SS
    STRING '|' WS-LN-START(WS-LOAN-SS)
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
    STRING '|' WS-LN-MONEY-EDIT
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LN-INTEREST-DUE(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
    STRING '|' WS-LN-MONEY-EDIT
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LN-PAID-TOTAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
    STRING '|' WS-LN-MONEY-EDIT
        '|' WS-LN-STATUS(WS-LOAN-SS)
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LOAN-TO-INTEREST TO WS-LN-MONEY-EDIT
    STRING '|' WS-LN-MONEY-EDIT
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LOAN-TO-PRINCIPAL TO WS-LN-MONEY-EDIT
    STRING '|' WS-LN-MONEY-EDIT
        DELIMITED BY SIZE INTO INTENT-LINE
        WITH POINTER WS-LINE-PTR
    .

*> Phase two: apply the staged intents in order, skipping the ones a
*> prior run already applied, advancing the checkpoint after every
*> REWRITE. This is the only paragraph chain that touches the master.
    PERFORM OPEN-LEDGER-STORE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN OUTPUT REGISTER-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REGISTER-LINE
        STRING '*** COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME) ' ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
    END-IF
    IF CUTOFF-ROLLED OR CUTOFF-OVERRIDDEN
        PERFORM WRITE-BUSINESS-DATE-HEADING
    END-IF
    IF RUN-MODE-RESUME
        MOVE SPACES TO REGISTER-LINE
        MOVE 1 TO WS-LINE-PTR
    PERFORM WRITE-ACCOUNT-SUMMARIES
    CLOSE REGISTER-REPORT
    CLOSE LEDGER-FILE
    MOVE 'C' TO LAR_ACTION
    CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
    IF WS-SEAL-CARRIED > 0 OR WS-SEAL-BROKEN > 0
        DISPLAY 'LEDGER CHAIN: ' WS-SEAL-CARRIED ' LATER RECORD(S)'
            ' RESEALED BEHIND AN EARLIER POSTING, ' WS-SEAL-BROKEN
            ' ACCOUNT(S) FOUND ALREADY BROKEN'
    END-IF
    PERFORM WRITE-GL-EXTRACT
    .

    END-IF
    .

*> Each posting becomes one debit and one credit of the same amount,
*> so the journal balances by construction. The mapped pair is the
*> entry for a posting the type's own way; the other way swaps it.
TALLY-GL-MOVEMENT.
    PERFORM RESOLVE-GL-MAPPING
    IF WS-GLMAP-MATCH-SS = 0
        PERFORM NOTE-MISSING-GL-MAPPING
    ELSE
        SET WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
        MOVE WS-AP-TYPE TO WS-WANTED-TYPE
        PERFORM FIND-TYPE-BY-CODE
        MOVE 'C' TO WS-GL-NATURAL-DC
        IF WS-TYPE-MATCH-SS > 0
            SET WS-TYPE-SS TO WS-TYPE-MATCH-SS
            IF WS-TT-NATURE(WS-TYPE-SS) = 'D'
                MOVE 'D' TO WS-GL-NATURAL-DC
            END-IF
        END-IF
        IF WS-AP-DC(1:1) = WS-GL-NATURAL-DC
            MOVE WS-GM-DEBIT(WS-GLMAP-SS) TO WS-GL-DEBIT-ACCT
            MOVE WS-GM-CREDIT(WS-GLMAP-SS) TO WS-GL-CREDIT-ACCT
        ELSE
            MOVE WS-GM-CREDIT(WS-GLMAP-SS) TO WS-GL-DEBIT-ACCT
            MOVE WS-GM-DEBIT(WS-GLMAP-SS) TO WS-GL-CREDIT-ACCT
        END-IF
        IF WS-AP-SIGNED < 0
            COMPUTE WS-GL-WORK-AMOUNT = 0 - WS-AP-SIGNED
        ELSE
            MOVE WS-AP-SIGNED TO WS-GL-WORK-AMOUNT
        END-IF
        MOVE WS-GL-DEBIT-ACCT TO WS-GL-WANT-ACCOUNT
        MOVE 'D' TO WS-GL-WANT-DC
        PERFORM TALLY-GL-ACCOUNT-LINE
        MOVE WS-GL-CREDIT-ACCT TO WS-GL-WANT-ACCOUNT
        MOVE 'C' TO WS-GL-WANT-DC
        PERFORM TALLY-GL-ACCOUNT-LINE
        ADD 1 TO WS-GL-POST-COUNT
        ADD WS-GL-WORK-AMOUNT TO WS-GL-DEBIT-TOTAL
        ADD WS-GL-WORK-AMOUNT TO WS-GL-CREDIT-TOTAL
    END-IF
    .

TALLY-GL-ACCOUNT-LINE.
    MOVE 0 TO WS-GL-MATCH-SS
    PERFORM VARYING WS-GL-SS FROM 1 BY 1
        UNTIL WS-GL-SS > WS-GL-COUNT
        IF WS-GL-ENT-ACCOUNT(WS-GL-SS) = WS-GL-WANT-ACCOUNT
            AND WS-GL-ENT-DC(WS-GL-SS) = WS-GL-WANT-DC
            MOVE WS-GL-SS TO WS-GL-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GL-MATCH-SS = 0
        IF WS-GL-COUNT < 100
            ADD 1 TO WS-GL-COUNT
            MOVE WS-GL-COUNT TO WS-GL-MATCH-SS
            SET WS-GL-SS TO WS-GL-MATCH-SS
            MOVE WS-GL-WANT-ACCOUNT TO WS-GL-ENT-ACCOUNT(WS-GL-SS)
            MOVE WS-GL-WANT-DC TO WS-GL-ENT-DC(WS-GL-SS)
            MOVE 0 TO WS-GL-ENT-COUNT(WS-GL-SS)
            MOVE 0 TO WS-GL-ENT-AMOUNT(WS-GL-SS)
        ELSE
            MOVE 'Y' TO WS-GL-OVERFLOW
        END-IF
    END-IF
    IF WS-GL-MATCH-SS > 0
        ADD 1 TO WS-GL-ENT-COUNT(WS-GL-MATCH-SS)
        ADD WS-GL-WORK-AMOUNT TO WS-GL-ENT-AMOUNT(WS-GL-MATCH-SS)
    END-IF
    .

*> The customer's own product line first, then the type's * line.
RESOLVE-GL-MAPPING.
    MOVE 0 TO WS-GLMAP-MATCH-SS
    PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
        UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
        IF WS-GM-TYPE(WS-GLMAP-SS) = WS-AP-TYPE
            AND WS-GM-PRODUCT(WS-GLMAP-SS) = CUST-PRODUCT
            AND CUST-PRODUCT NOT = SPACES
            MOVE WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GLMAP-MATCH-SS = 0
        PERFORM VARYING WS-GLMAP-SS FROM 1 BY 1
            UNTIL WS-GLMAP-SS > WS-GLMAP-COUNT
            IF WS-GM-TYPE(WS-GLMAP-SS) = WS-AP-TYPE
                AND WS-GM-PRODUCT(WS-GLMAP-SS) = '*'
                MOVE WS-GLMAP-SS TO WS-GLMAP-MATCH-SS
            END-IF
        END-PERFORM
    END-IF
    .

NOTE-MISSING-GL-MAPPING.
    MOVE 0 TO WS-GL-MISS-MATCH-SS
    PERFORM VARYING WS-GL-MISS-SS FROM 1 BY 1
        UNTIL WS-GL-MISS-SS > WS-GL-MISSING-COUNT
           OR WS-GL-MISS-SS > 20
        IF WS-GL-MISS-TYPE(WS-GL-MISS-SS) = WS-AP-TYPE
            AND WS-GL-MISS-PRODUCT(WS-GL-MISS-SS) = CUST-PRODUCT
            MOVE WS-GL-MISS-SS TO WS-GL-MISS-MATCH-SS
        END-IF
    END-PERFORM
    IF WS-GL-MISS-MATCH-SS = 0
        ADD 1 TO WS-GL-MISSING-COUNT
        IF WS-GL-MISSING-COUNT <= 20
            SET WS-GL-MISS-SS TO WS-GL-MISSING-COUNT
            MOVE WS-AP-TYPE TO WS-GL-MISS-TYPE(WS-GL-MISS-SS)
            MOVE CUST-PRODUCT TO WS-GL-MISS-PRODUCT(WS-GL-MISS-SS)
        END-IF
    END-IF
    .

LOAD-GL-MAP.
    MOVE 0 TO WS-GLMAP-COUNT
    MOVE 'N' TO WS-GLMAP-AT-END
    OPEN INPUT GLMAP-FILE
    IF WS-GLMAP-STATUS = '00'
        PERFORM UNTIL AT-END-OF-GLMAP
            READ GLMAP-FILE
                AT END SET AT-END-OF-GLMAP TO TRUE
                NOT AT END
                    IF GLMAP-LINE NOT = SPACES
                        AND WS-GLMAP-COUNT < 200
                        MOVE SPACES TO WS-GM-TOK-TYPE
                            WS-GM-TOK-PRODUCT WS-GM-TOK-DEBIT
                            WS-GM-TOK-CREDIT
                        UNSTRING GLMAP-LINE DELIMITED BY '|'
                            INTO WS-GM-TOK-TYPE WS-GM-TOK-PRODUCT
                                 WS-GM-TOK-DEBIT WS-GM-TOK-CREDIT
                        ADD 1 TO WS-GLMAP-COUNT
                        SET WS-GLMAP-SS TO WS-GLMAP-COUNT
                        MOVE WS-GM-TOK-TYPE(1:4)
                            TO WS-GM-TYPE(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-PRODUCT(1:4)
                            TO WS-GM-PRODUCT(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-DEBIT(1:10)
                            TO WS-GM-DEBIT(WS-GLMAP-SS)
                        MOVE WS-GM-TOK-CREDIT(1:10)
                            TO WS-GM-CREDIT(WS-GLMAP-SS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLMAP-FILE
    ELSE
        DISPLAY 'WARNING: no GL_MAP.DAT -- the GL extract will stop'
            ' until the chart-of-accounts mapping is loaded'
    END-IF
    .

*> One line per GL account and side, then a TOTAL debit and a TOTAL
*> credit line that agree. A posted type/product with no mapping
*> would leave the journal lopsided, so then nothing is published:
*> the file is left empty (yesterday's never goes out twice), every
*> unmapped pair is named on the console, and the batch's journal is
*> rebuilt from the ledger by PROC_GL_JOURNAL once the mapping is in.
WRITE-GL-EXTRACT.
    OPEN OUTPUT GL-EXTRACT-FILE
    IF WS-GL-MISSING-COUNT > 0 OR WS-GL-OVERFLOW = 'Y'
        CLOSE GL-EXTRACT-FILE
        PERFORM VARYING WS-GL-MISS-SS FROM 1 BY 1
            UNTIL WS-GL-MISS-SS > WS-GL-MISSING-COUNT
               OR WS-GL-MISS-SS > 20
            DISPLAY 'GL EXTRACT STOPPED: type '
                WS-GL-MISS-TYPE(WS-GL-MISS-SS) ' on product '
                WS-GL-MISS-PRODUCT(WS-GL-MISS-SS)
                ' has no GL_MAP.DAT mapping'
        END-PERFORM
        IF WS-GL-OVERFLOW = 'Y'
            DISPLAY 'GL EXTRACT STOPPED: more than 100 GL account'
                ' lines in one run'
        END-IF
        DISPLAY 'GL_JOURNAL.DAT LEFT EMPTY -- map the type(s) with'
            ' PROC_GLMAP_EDIT, then run PROC_GL_JOURNAL '
            FUNCTION TRIM(WS-BATCH-ID) ' to rebuild it'
    ELSE
        PERFORM VARYING WS-GL-SS FROM 1 BY 1
            UNTIL WS-GL-SS > WS-GL-COUNT
            MOVE SPACES TO GL-EXTRACT-LINE
            MOVE WS-RUN-DATE TO GL-DATE
            MOVE WS-BATCH-ID TO GL-BATCH-ID
            MOVE WS-GL-ENT-ACCOUNT(WS-GL-SS) TO GL-ACCOUNT
            MOVE WS-GL-ENT-DC(WS-GL-SS) TO GL-DC
            MOVE WS-GL-ENT-COUNT(WS-GL-SS) TO GL-COUNT
            MOVE WS-GL-ENT-AMOUNT(WS-GL-SS) TO GL-AMOUNT
            WRITE GL-EXTRACT-LINE
        END-PERFORM
        MOVE SPACES TO GL-EXTRACT-LINE
        MOVE WS-RUN-DATE TO GL-DATE
        MOVE WS-BATCH-ID TO GL-BATCH-ID
        MOVE 'TOTAL' TO GL-ACCOUNT
        MOVE 'D' TO GL-DC
        MOVE WS-GL-POST-COUNT TO GL-COUNT
        MOVE WS-GL-DEBIT-TOTAL TO GL-AMOUNT
        WRITE GL-EXTRACT-LINE
        MOVE 'C' TO GL-DC
        MOVE WS-GL-CREDIT-TOTAL TO GL-AMOUNT
        WRITE GL-EXTRACT-LINE
        CLOSE GL-EXTRACT-FILE
    END-IF
    .

*> An intent the interrupted run already applied still belongs in
*> the GL and branch tallies -- only its REWRITE is being skipped
*> on the resume. Without this, a resumed commit publishes a GL
*> journal that covers just the post-crash tail, and the register's
*> branch subtotals run short the same way.
TALLY-ONE-APPLIED-INTENT.
    PERFORM PARSE-INTENT-LINE
    MOVE FUNCTION NUMVAL(WS-AP-AMOUNT-TOKEN) TO WS-AP-SIGNED
    MOVE FUNCTION NUMVAL(WS-AP-ID-TOKEN) TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE SPACES TO CUST-BRANCH CUST-PRODUCT
        NOT INVALID KEY CONTINUE
    END-READ
    PERFORM TALLY-GL-MOVEMENT
    PERFORM TALLY-BRANCH-MOVEMENT
    .

*> The intent line back into its fields. The transfer
*> cross-reference tokens are zero on an ordinary detail.
PARSE-INTENT-LINE.
    MOVE SPACES TO WS-AP-ID-TOKEN WS-AP-DC WS-AP-AMOUNT-TOKEN
        WS-AP-BALANCE-TOKEN WS-AP-DATE WS-AP-TYPE WS-AP-REFERENCE
        WS-AP-FLAG WS-AP-XFER-ID-TOKEN WS-AP-XFER-NUM-TOKEN
    MOVE SPACES TO WS-AP-LOAN-START WS-AP-LOAN-OUT-TOKEN
        WS-AP-LOAN-INT-TOKEN WS-AP-LOAN-PAID-TOKEN WS-AP-LOAN-STATUS
        WS-AP-LOAN-TOINT-TOKEN WS-AP-LOAN-TOPRIN-TOKEN
    UNSTRING INTENT-LINE DELIMITED BY '|'
        INTO WS-AP-ID-TOKEN WS-AP-DC WS-AP-AMOUNT-TOKEN
             WS-AP-BALANCE-TOKEN WS-AP-DATE WS-AP-TYPE
             WS-AP-REFERENCE WS-AP-FLAG WS-AP-XFER-ID-TOKEN
             WS-AP-XFER-NUM-TOKEN WS-AP-LOAN-START
             WS-AP-LOAN-OUT-TOKEN WS-AP-LOAN-INT-TOKEN
             WS-AP-LOAN-PAID-TOKEN WS-AP-LOAN-STATUS
             WS-AP-LOAN-TOINT-TOKEN WS-AP-LOAN-TOPRIN-TOKEN
    MOVE 0 TO WS-AP-XFER-ID WS-AP-XFER-NUM
    IF FUNCTION TRIM(WS-AP-XFER-ID-TOKEN) IS NUMERIC
        AND FUNCTION TRIM(WS-AP-XFER-NUM-TOKEN) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-AP-XFER-ID-TOKEN) TO WS-AP-XFER-ID
        MOVE FUNCTION NUMVAL(WS-AP-XFER-NUM-TOKEN) TO WS-AP-XFER-NUM
    END-IF
    .

APPLY-ONE-INTENT.
    PERFORM PARSE-INTENT-LINE
    MOVE FUNCTION NUMVAL(WS-AP-AMOUNT-TOKEN) TO WS-AP-SIGNED
    MOVE FUNCTION NUMVAL(WS-AP-BALANCE-TOKEN) TO WS-AP-BALANCE
    MOVE FUNCTION NUMVAL(WS-AP-ID-TOKEN) TO CUST-ID
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM WRITE-LEDGER-RECORD
                    PERFORM SEAL-LEDGER-CHAIN
                    PERFORM APPLY-LOAN-MOVEMENT
                    PERFORM WRITE-REGISTER-DETAIL
                    PERFORM TALLY-GL-MOVEMENT
                    PERFORM TALLY-BRANCH-MOVEMENT
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-AP-XFER-ID > 0
        IF WS-AP-DC(1:1) = 'D'
            STRING ' TRANSFER TO ' WS-AP-XFER-ID
                DELIMITED BY SIZE INTO REGISTER-LINE
                WITH POINTER WS-LINE-PTR
        ELSE
            STRING ' TRANSFER FROM ' WS-AP-XFER-ID
                DELIMITED BY SIZE INTO REGISTER-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
    END-IF
    IF WS-AP-FLAG(1:1) = 'L'
        STRING ' *** OVER LIMIT ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
*> Only a written-off account gets a credit through while closed.
    IF CUST-CLOSED AND WS-AP-DC(1:1) = 'C'
        AND WS-AP-TYPE NOT = 'WOF'
        ADD 1 TO WS-RECOVERY-COUNT
        STRING ' *** RECOVERY - WRITTEN-OFF ACCOUNT ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF LOAN-PAYMENT-SPLIT
        PERFORM APPEND-LOAN-SPLIT
    END-IF
    WRITE REGISTER-LINE
    .

*> A loan payment's split onto the end of its register line.
APPEND-LOAN-SPLIT.
    MOVE WS-LOAN-TO-INTEREST TO WS-LOAN-SPLIT-EDIT
    STRING ' LOAN INTEREST ' FUNCTION TRIM(WS-LOAN-SPLIT-EDIT)
        DELIMITED BY SIZE INTO REGISTER-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-LOAN-TO-PRINCIPAL TO WS-LOAN-SPLIT-EDIT
    STRING ' PRINCIPAL ' FUNCTION TRIM(WS-LOAN-SPLIT-EDIT)
        DELIMITED BY SIZE INTO REGISTER-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-LOAN-REMAINING > 0
        MOVE WS-LOAN-REMAINING TO WS-LOAN-SPLIT-EDIT
        STRING ' OVERPAID ' FUNCTION TRIM(WS-LOAN-SPLIT-EDIT)
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    SET WS-LOAN-SS TO WS-LOAN-MATCH-SS
    IF LN-SETTLED(WS-LOAN-SS)
        STRING ' *** LOAN PAID OFF ***'
            DELIMITED BY SIZE INTO REGISTER-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    .

WRITE-REJECT-RECORD.
    ADD 1 TO WS-REJECT-COUNT
    MOVE SPACES TO REJECT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-REASON)
        DELIMITED BY SIZE INTO REJECT-LINE
        WITH POINTER WS-LINE-PTR
*> A transfer rejects whole, as one item -- the reason says which
*> leg's account failed.
    IF WS-REJECT-LEG NOT = SPACES
        STRING ' ON ' FUNCTION TRIM(WS-REJECT-LEG) ' LEG '
            FUNCTION TRIM(WS-LEG-ID-TOKEN)
            DELIMITED BY SIZE INTO REJECT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING ' [' FUNCTION TRIM(TRANS-LINE) ']'
        DELIMITED BY SIZE INTO REJECT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-BATCH-KEYER NOT = SPACES
        STRING ' KEYED=' FUNCTION TRIM(WS-BATCH-KEYER)
            DELIMITED BY SIZE INTO REJECT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REJECT-LINE
*> Dormant-account items land straight in the supervisor queue too
*> -- waking an account is their call -- and so do items held for
*> an overdue KYC review.
    IF WS-REASON(1:7) = 'DORMANT'
        OR WS-REASON(1:11) = 'KYC OVERDUE'
        MOVE REJECT-LINE TO SUPERVISOR-LINE
        OPEN EXTEND SUPERVISOR-FILE
        IF WS-SUPERVISOR-STATUS NOT = '00'
        WRITE SUPERVISOR-LINE
        CLOSE SUPERVISOR-FILE
    END-IF
*> The fee itself can breach the limit too -- a returned-item fee
*> never raises another one.
    IF WS-REASON = 'OVER CREDIT LIMIT'
        AND FUNCTION TRIM(WS-TOK-6) NOT = 'NSF'
        PERFORM WRITE-NSF-CANDIDATE
    END-IF
    .

*>   <run-date>|<batch-id>|<cust-id>|<amount>|<date>|<type>|<ref>
*> -- the debited account is token 2 for a D and an X detail alike.
WRITE-NSF-CANDIDATE.
    MOVE SPACES TO NSF-CANDIDATE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-RUN-DATE
        '|' FUNCTION TRIM(WS-BATCH-ID)
        '|' FUNCTION TRIM(WS-TOK-2)
        '|' FUNCTION TRIM(WS-TOK-4)
        '|' FUNCTION TRIM(WS-TOK-5)
        '|' FUNCTION TRIM(WS-TOK-6)
        '|' FUNCTION TRIM(WS-TOK-7)
        DELIMITED BY SIZE INTO NSF-CANDIDATE-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND NSF-CANDIDATE-FILE
    IF WS-NSF-CANDIDATE-STATUS NOT = '00'
        OPEN OUTPUT NSF-CANDIDATE-FILE
    END-IF
    WRITE NSF-CANDIDATE-LINE
    CLOSE NSF-CANDIDATE-FILE
    .

*> Opening/closing per touched account, straight off the keyed
    MOVE WS-AP-REFERENCE(1:20) TO LGR-REFERENCE
    MOVE WS-BATCH-ID TO LGR-BATCH-ID
    MOVE OPERATOR_ID TO LGR-OPERATOR
    MOVE WS-AP-XFER-ID TO LGR-XFER-CUST-ID
    MOVE WS-AP-XFER-NUM TO LGR-XFER-NUM
    MOVE 0 TO LGR-PRIOR-HASH LGR-CHAIN-HASH
    MOVE 'N' TO WS-LEDGER-DONE
    PERFORM UNTIL LEDGER-RECORD-STORED OR LGR-SEQ >= 9999
        WRITE LEDGER-RECORD
    END-READ
    .

*> The record just stored takes the account's chain on from its
*> predecessor. Usually it is the newest record and that is all;
*> when later records follow it (a second batch the same day with
*> lower intent numbers), each is moved onto the new chain in turn
*> -- provided it still proves against the chain it was on. One that
*> does not (altered out of band, or already cut loose) stops the
*> carry: it stays as found, for PROC_LEDGER_CHAIN to name.
SEAL-LEDGER-CHAIN.
    IF LEDGER-RECORD-STORED
        MOVE LGR-KEY TO WS-SEAL-KEY
        MOVE LGR-CUST-ID TO WS-SEAL-CUST-ID
        PERFORM FIND-CHAIN-PRIOR
        MOVE WS-SEAL-KEY TO LGR-KEY
        READ LEDGER-FILE
            INVALID KEY
                ADD 1 TO WS-COMMIT-FAULTS
                DISPLAY 'COMMIT FAULT: ledger record ' WS-SEAL-KEY
                    ' vanished before it could be sealed'
            NOT INVALID KEY
                MOVE WS-SEAL-NEW-PRIOR TO LGR-PRIOR-HASH
                PERFORM HASH-LEDGER-RECORD
                MOVE LHASH_RESULT TO LGR-CHAIN-HASH
                REWRITE LEDGER-RECORD
                END-REWRITE
                MOVE WS-SEAL-NEW-PRIOR TO WS-SEAL-OLD-PRIOR
                MOVE LGR-CHAIN-HASH TO WS-SEAL-NEW-PRIOR
                MOVE 'W' TO WS-SEAL-STATE
                PERFORM UNTIL NOT SEAL-WALKING
                    READ LEDGER-FILE NEXT RECORD
                        AT END MOVE 'D' TO WS-SEAL-STATE
                        NOT AT END
                            IF LGR-CUST-ID NOT = WS-SEAL-CUST-ID
                                MOVE 'D' TO WS-SEAL-STATE
                            ELSE
                                PERFORM CARRY-SEAL-FORWARD
                            END-IF
                    END-READ
                END-PERFORM
        END-READ
    END-IF
    .

*> WS-SEAL-OLD-PRIOR is the chain this record should still hang
*> from, WS-SEAL-NEW-PRIOR the one it moves onto.
CARRY-SEAL-FORWARD.
    MOVE LGR-PRIOR-HASH TO LHASH_PRIOR
    MOVE LEDGER-RECORD(1:101) TO LHASH_DATA
    CALL 'PROC_LEDGER_HASH' USING LEDGER-HASH-PARAMS
    EVALUATE TRUE
        WHEN LHASH_RESULT NOT = LGR-CHAIN-HASH
            PERFORM NOTE-CHAIN-BROKEN
        WHEN LGR-PRIOR-HASH = WS-SEAL-NEW-PRIOR
            MOVE 'D' TO WS-SEAL-STATE
        WHEN LGR-PRIOR-HASH = WS-SEAL-OLD-PRIOR
            MOVE LGR-CHAIN-HASH TO WS-SEAL-OLD-PRIOR
            MOVE WS-SEAL-NEW-PRIOR TO LGR-PRIOR-HASH
            PERFORM HASH-LEDGER-RECORD
            MOVE LHASH_RESULT TO LGR-CHAIN-HASH
            REWRITE LEDGER-RECORD
            END-REWRITE
            MOVE LGR-CHAIN-HASH TO WS-SEAL-NEW-PRIOR
            ADD 1 TO WS-SEAL-CARRIED
        WHEN OTHER
            PERFORM NOTE-CHAIN-BROKEN
    END-EVALUATE
    .

NOTE-CHAIN-BROKEN.
    ADD 1 TO WS-SEAL-BROKEN
    DISPLAY 'WARNING: ledger chain for ' WS-SEAL-CUST-ID
        ' already broken at ' LGR-POST-DATE '/' LGR-SEQ
        ' -- left as found, run PROC_LEDGER_CHAIN'
    MOVE 'D' TO WS-SEAL-STATE
    .

*> The account's record just before WS-SEAL-KEY: on the live ledger
*> if it has one there, else the newest the archive holds, else
*> none -- the chain starts from zero.
FIND-CHAIN-PRIOR.
    MOVE 0 TO WS-SEAL-NEW-PRIOR
    MOVE 'N' TO WS-SEAL-FOUND
    MOVE WS-SEAL-KEY TO LGR-KEY
    START LEDGER-FILE KEY IS < LGR-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ LEDGER-FILE PREVIOUS RECORD
                AT END CONTINUE
                NOT AT END
                    IF LGR-CUST-ID = WS-SEAL-CUST-ID
                        MOVE LGR-CHAIN-HASH TO WS-SEAL-NEW-PRIOR
                        MOVE 'Y' TO WS-SEAL-FOUND
                    END-IF
            END-READ
    END-START
    IF WS-SEAL-FOUND = 'N'
        MOVE 'B' TO LAR_ACTION
        MOVE WS-SEAL-CUST-ID TO LAR_CUST_ID
        MOVE WS-SEAL-KEY(7:8) TO LAR_FROM_DATE
        MOVE WS-SEAL-KEY(15:4) TO LAR_FROM_SEQ
        CALL 'PROC_LEDGER_ARCHIVE_READ' USING LEDGER-ARCHIVE-READ-PARAMS
        IF LAR_FOUND
            MOVE LAR_RECORD TO LEDGER-RECORD
            MOVE LGR-CHAIN-HASH TO WS-SEAL-NEW-PRIOR
        END-IF
    END-IF
    .

HASH-LEDGER-RECORD.
    MOVE LGR-PRIOR-HASH TO LHASH_PRIOR
    MOVE LEDGER-RECORD(1:101) TO LHASH_DATA
    CALL 'PROC_LEDGER_HASH' USING LEDGER-HASH-PARAMS
    .

*> Before posting: re-total the book and compare with what
*> PROC_CUSTOMER_BALANCE_RPT (or the last posting run) published. A
*> disagreement means the master moved outside the controlled path
    END-PERFORM
    .

*> The loan book whole into the table. A book larger than the table
*> refuses the run before anything stages -- rewriting the capped
*> table would drop the loans past the cap.
LOAD-LOAN-BOOK.
    MOVE 0 TO WS-LOAN-COUNT
    MOVE 'N' TO WS-LOAN-AT-END
    OPEN INPUT LOAN-FILE
    IF WS-LOAN-STATUS = '00'
        PERFORM UNTIL AT-END-OF-LOANS
            READ LOAN-FILE
                AT END SET AT-END-OF-LOANS TO TRUE
                NOT AT END
                    IF LOAN-LINE NOT = SPACES
                        IF WS-LOAN-COUNT < 500
                            PERFORM TAKE-ONE-LOAN-LINE
                        ELSE
                            MOVE 'Y' TO WS-LOAN-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-FILE
    END-IF
    IF WS-LOAN-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_LOAN_FILE)
            ' HOLDS MORE THAN 500 LOANS -- nothing posted'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

TAKE-ONE-LOAN-LINE.
    MOVE SPACES TO WS-LN-TOK-ID WS-LN-TOK-PRINCIPAL WS-LN-TOK-RATE
        WS-LN-TOK-START WS-LN-TOK-TERM WS-LN-TOK-PAY-DAY
        WS-LN-TOK-INSTALLMENT WS-LN-TOK-FIRST-DUE WS-LN-TOK-LINKED
        WS-LN-TOK-OUTSTANDING WS-LN-TOK-INT-DUE WS-LN-TOK-BILLED
        WS-LN-TOK-BILLED-TOT WS-LN-TOK-INT-BILLED
        WS-LN-TOK-PAID-TOTAL WS-LN-TOK-STATUS WS-LN-TOK-SETTLED
    UNSTRING LOAN-LINE DELIMITED BY '|'
        INTO WS-LN-TOK-ID WS-LN-TOK-PRINCIPAL WS-LN-TOK-RATE
             WS-LN-TOK-START WS-LN-TOK-TERM WS-LN-TOK-PAY-DAY
             WS-LN-TOK-INSTALLMENT WS-LN-TOK-FIRST-DUE
             WS-LN-TOK-LINKED WS-LN-TOK-OUTSTANDING
             WS-LN-TOK-INT-DUE WS-LN-TOK-BILLED WS-LN-TOK-BILLED-TOT
             WS-LN-TOK-INT-BILLED WS-LN-TOK-PAID-TOTAL
             WS-LN-TOK-STATUS WS-LN-TOK-SETTLED
    ADD 1 TO WS-LOAN-COUNT
    SET WS-LOAN-SS TO WS-LOAN-COUNT
    MOVE FUNCTION NUMVAL(WS-LN-TOK-ID) TO WS-LN-CUST-ID(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PRINCIPAL)
        TO WS-LN-PRINCIPAL(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-RATE) TO WS-LN-RATE(WS-LOAN-SS)
    MOVE WS-LN-TOK-START(1:8) TO WS-LN-START(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-TERM) TO WS-LN-TERM(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PAY-DAY)
        TO WS-LN-PAY-DAY(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INSTALLMENT)
        TO WS-LN-INSTALLMENT(WS-LOAN-SS)
    MOVE WS-LN-TOK-FIRST-DUE(1:8) TO WS-LN-FIRST-DUE(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-LINKED)
        TO WS-LN-LINKED-ID(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-OUTSTANDING)
        TO WS-LN-OUTSTANDING(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INT-DUE)
        TO WS-LN-INTEREST-DUE(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-BILLED) TO WS-LN-BILLED(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-BILLED-TOT)
        TO WS-LN-BILLED-TOTAL(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-INT-BILLED)
        TO WS-LN-INTEREST-BILLED(WS-LOAN-SS)
    MOVE FUNCTION NUMVAL(WS-LN-TOK-PAID-TOTAL)
        TO WS-LN-PAID-TOTAL(WS-LOAN-SS)
    MOVE WS-LN-TOK-STATUS(1:1) TO WS-LN-STATUS(WS-LOAN-SS)
    MOVE WS-LN-TOK-SETTLED(1:8) TO WS-LN-SETTLED(WS-LOAN-SS)
    .

*> The active loan on CUST-ID, if any -- WS-LOAN-MATCH-SS, zero
*> when the account carries none.
FIND-ACTIVE-LOAN.
    MOVE 0 TO WS-LOAN-MATCH-SS
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
               OR WS-LOAN-MATCH-SS > 0
        IF WS-LN-CUST-ID(WS-LOAN-SS) = CUST-ID
            AND LN-ACTIVE(WS-LOAN-SS)
            SET WS-LOAN-MATCH-SS TO WS-LOAN-SS
        END-IF
    END-PERFORM
    .

*> Staging, one intent against the active loan it touches, worked
*> forward in the in-memory book so five movements on one loan
*> stack. The billing run's interest charge is owed interest; any
*> credit is a payment -- interest due first, then principal, the
*> rest overpaid. A loan with neither left is settled as of the
*> run. APPEND-INTENT-LOAN writes where it ends up.
PROJECT-LOAN-MOVEMENT.
    MOVE 'N' TO WS-INTENT-LOAN-MOVED
    MOVE 0 TO WS-LOAN-TO-INTEREST WS-LOAN-TO-PRINCIPAL
    PERFORM FIND-ACTIVE-LOAN
    IF WS-LOAN-MATCH-SS > 0
        SET WS-LOAN-SS TO WS-LOAN-MATCH-SS
        IF WS-INTENT-DC = 'C'
            MOVE 'P' TO WS-INTENT-LOAN-MOVED
            PERFORM SPLIT-LOAN-PAYMENT
        ELSE
            IF FUNCTION TRIM(WS-TOK-7) = 'LN-INTEREST'
                MOVE 'I' TO WS-INTENT-LOAN-MOVED
                COMPUTE WS-LN-INTEREST-DUE(WS-LOAN-SS) =
                    WS-LN-INTEREST-DUE(WS-LOAN-SS)
                    - WS-SIGNED-AMOUNT
            END-IF
        END-IF
    END-IF
    .

*> Commit: the staged figures are moved in, never added -- the
*> book ends where staging said it would however many times the
*> intent is applied. The loan is found by account and start date,
*> settled or not, since a resumed commit may meet it already paid
*> off by this very intent.
APPLY-LOAN-MOVEMENT.
    MOVE SPACE TO WS-LOAN-MOVED
    IF WS-AP-LOAN-START NOT = SPACES
        PERFORM FIND-STAGED-LOAN
        IF WS-LOAN-MATCH-SS = 0
            ADD 1 TO WS-COMMIT-FAULTS
            DISPLAY 'COMMIT FAULT: staged loan on ' CUST-ID
                ' drawn ' WS-AP-LOAN-START(1:8)
                ' vanished from ' FUNCTION TRIM(COMPANY_LOAN_FILE)
        ELSE
            SET WS-LOAN-SS TO WS-LOAN-MATCH-SS
            MOVE FUNCTION NUMVAL(WS-AP-LOAN-OUT-TOKEN)
                TO WS-LN-OUTSTANDING(WS-LOAN-SS)
            MOVE FUNCTION NUMVAL(WS-AP-LOAN-INT-TOKEN)
                TO WS-LN-INTEREST-DUE(WS-LOAN-SS)
            MOVE FUNCTION NUMVAL(WS-AP-LOAN-PAID-TOKEN)
                TO WS-LN-PAID-TOTAL(WS-LOAN-SS)
            IF WS-AP-LOAN-STATUS(1:1) = 'S'
                AND NOT LN-SETTLED(WS-LOAN-SS)
                SET LN-SETTLED(WS-LOAN-SS) TO TRUE
                MOVE WS-RUN-DATE TO WS-LN-SETTLED(WS-LOAN-SS)
                ADD 1 TO WS-LOAN-SETTLE-COUNT
            END-IF
            IF WS-AP-DC(1:1) = 'C'
                MOVE FUNCTION NUMVAL(WS-AP-LOAN-TOINT-TOKEN)
                    TO WS-LOAN-TO-INTEREST
                MOVE FUNCTION NUMVAL(WS-AP-LOAN-TOPRIN-TOKEN)
                    TO WS-LOAN-TO-PRINCIPAL
                COMPUTE WS-LOAN-REMAINING = WS-AP-SIGNED
                    - WS-LOAN-TO-INTEREST - WS-LOAN-TO-PRINCIPAL
                SET LOAN-PAYMENT-SPLIT TO TRUE
                ADD 1 TO WS-LOAN-PAID-COUNT
            END-IF
            PERFORM SAVE-LOAN-BOOK
        END-IF
    END-IF
    .

FIND-STAGED-LOAN.
    MOVE 0 TO WS-LOAN-MATCH-SS
    PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
               OR WS-LOAN-MATCH-SS > 0
        IF WS-LN-CUST-ID(WS-LOAN-SS) = CUST-ID
            AND WS-LN-START(WS-LOAN-SS) = WS-AP-LOAN-START(1:8)
            SET WS-LOAN-MATCH-SS TO WS-LOAN-SS
        END-IF
    END-PERFORM
    .

SPLIT-LOAN-PAYMENT.
    MOVE WS-SIGNED-AMOUNT TO WS-LOAN-REMAINING
    ADD WS-SIGNED-AMOUNT TO WS-LN-PAID-TOTAL(WS-LOAN-SS)
    IF WS-LOAN-REMAINING > WS-LN-INTEREST-DUE(WS-LOAN-SS)
        MOVE WS-LN-INTEREST-DUE(WS-LOAN-SS) TO WS-LOAN-TO-INTEREST
    ELSE
        MOVE WS-LOAN-REMAINING TO WS-LOAN-TO-INTEREST
    END-IF
    SUBTRACT WS-LOAN-TO-INTEREST FROM WS-LOAN-REMAINING
        WS-LN-INTEREST-DUE(WS-LOAN-SS)
    IF WS-LOAN-REMAINING > WS-LN-OUTSTANDING(WS-LOAN-SS)
        MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-LOAN-TO-PRINCIPAL
    ELSE
        MOVE WS-LOAN-REMAINING TO WS-LOAN-TO-PRINCIPAL
    END-IF
    SUBTRACT WS-LOAN-TO-PRINCIPAL FROM WS-LOAN-REMAINING
        WS-LN-OUTSTANDING(WS-LOAN-SS)
    IF WS-LN-OUTSTANDING(WS-LOAN-SS) = 0
        AND WS-LN-INTEREST-DUE(WS-LOAN-SS) = 0
        SET LN-SETTLED(WS-LOAN-SS) TO TRUE
        MOVE WS-RUN-DATE TO WS-LN-SETTLED(WS-LOAN-SS)
    END-IF
    .

SAVE-LOAN-BOOK.
    OPEN OUTPUT LOAN-FILE
    IF WS-LOAN-STATUS NOT = '00'
        ADD 1 TO WS-COMMIT-FAULTS
        DISPLAY 'COMMIT FAULT: cannot rewrite '
            FUNCTION TRIM(COMPANY_LOAN_FILE)
            ', FILE STATUS ' WS-LOAN-STATUS
    ELSE
        PERFORM VARYING WS-LOAN-SS FROM 1 BY 1
            UNTIL WS-LOAN-SS > WS-LOAN-COUNT
            MOVE SPACES TO LOAN-LINE
            MOVE 1 TO WS-LINE-PTR
            MOVE WS-LN-RATE(WS-LOAN-SS) TO WS-LN-RATE-EDIT
            STRING WS-LN-CUST-ID(WS-LOAN-SS)
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-PRINCIPAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                '|' WS-LN-RATE-EDIT
                '|' WS-LN-START(WS-LOAN-SS)
                '|' WS-LN-TERM(WS-LOAN-SS)
                '|' WS-LN-PAY-DAY(WS-LOAN-SS)
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-INSTALLMENT(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                '|' WS-LN-FIRST-DUE(WS-LOAN-SS)
                '|' WS-LN-LINKED-ID(WS-LOAN-SS)
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-OUTSTANDING(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-INTEREST-DUE(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                '|' WS-LN-BILLED(WS-LOAN-SS)
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-BILLED-TOTAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-INTEREST-BILLED(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            MOVE WS-LN-PAID-TOTAL(WS-LOAN-SS) TO WS-LN-MONEY-EDIT
            STRING '|' WS-LN-MONEY-EDIT
                '|' WS-LN-STATUS(WS-LOAN-SS)
                '|' WS-LN-SETTLED(WS-LOAN-SS)
                DELIMITED BY SIZE INTO LOAN-LINE
                WITH POINTER WS-LINE-PTR
            WRITE LOAN-LINE
        END-PERFORM
        CLOSE LOAN-FILE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_CUSTOMER_POST' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CUSTOMER_POST.
