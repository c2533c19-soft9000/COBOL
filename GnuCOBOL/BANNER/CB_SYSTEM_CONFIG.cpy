*> WATERMARK=TEST so a test statement can never be mistaken for a
*> mailable one again.
   05 CONFIG_WATERMARK_TEXT     PIC X(10) VALUE SPACES.
*> Operator sign-on discipline (PROC_OPERATOR_SIGNON): how many
*> consecutive wrong secrets lock an ID, and how many days a secret
*> lives before the operator must choose a new one. 0 means the key
*> was not supplied -- no lockout, no expiry, the behavior before
*> either existed.
   05 CONFIG_SIGNON_MAX_FAILS   PIC 9(4) VALUE 0.
   05 CONFIG_SECRET_EXPIRY_DAYS PIC 9(4) VALUE 0.
*> Ledger retention (PROC_LEDGER_ARCHIVE): postings older than this
*> many days move off CUSTOMER_LEDGER.IDX into the per-year archive
*> stores. 0 means the key was not supplied and the live ledger is
*> left alone.
   05 CONFIG_RETAIN_LEDGER_DAYS PIC 9(4) VALUE 0.
*> Maker/checker bar for credit limits (PROC_CUSTOMER_MAINT), whole
*> currency units: a limit set above it is staged for a second
*> operator's approval instead of applied. 0 means the key was not
*> supplied and the program's own default bar stands.
   05 CONFIG_LIMIT_APPROVAL_OVER PIC 9(5) VALUE 0.
*> Posting cutoff (PROC_CUSTOMER_POST), hhmm on the 24-hour clock: a
*> transaction file PROC_INTAKE_GATEWAY cataloged after it posts
*> under the next processing day's business date, not tonight's.
*> 0 means the key was not supplied -- no cutoff, every file posts
*> on the day it runs.
   05 CONFIG_POSTING_CUTOFF     PIC 9(4) VALUE 0.
*> Suspense aging (PROC_SUSPENSE_CLEAR): an uncleared item on a
*> suspense account older than this many days is escalated on the
*> aging report. 0 means the key was not supplied and the program's
*> own default stands.
   05 CONFIG_SUSPENSE_AGE_DAYS  PIC 9(4) VALUE 0.
*> Duplicate detection (PROC_DUP_CHECK): how many days of posted
*> ledger history an incoming detail is compared against. 0 means
*> the key was not supplied and the program's own default stands.
   05 CONFIG_DUPLICATE_DAYS     PIC 9(4) VALUE 0.
*> KYC review hold (PROC_CUSTOMER_POST): new activity on an account
*> whose KYC review is more than this many days past its due date
*> goes to supervisor review instead of posting. 0 (the key not
*> supplied) leaves posting alone.
   05 CONFIG_KYC_HOLD_DAYS      PIC 9(4) VALUE 0.
*> Report repository retention (PROC_REPORT_FILING), one key per
*> report type: RETAIN_RPT_<type>=days, the type being the report's
*> file name without .RPT (RETAIN_RPT_POSTING_REGISTER=2555), and
*> RETAIN_RPT_DEFAULT for every type without a key of its own. A
*> type with neither is kept for good. Each entry carries the part
*> of the file that won it, the same way CONFIG_KEY_SOURCE does;
*> keys past the fortieth are ignored.
   05 CONFIG_REPORT_RETAIN_COUNT PIC 9(2) VALUE 0.
   05 CONFIG_REPORT_RETAIN OCCURS 40 TIMES.
      10 CONFIG_REPORT_TYPE     PIC X(32).
      10 CONFIG_REPORT_DAYS     PIC 9(5).
      10 CONFIG_REPORT_SOURCE   PIC X(12).
   05 CONFIG_FILE_FOUND         PIC X VALUE 'N'.
      88 CONFIG_WAS_FOUND        VALUE 'Y'.
*> Where each key's effective value came from: 'DEFAULTS' for the
*>   7 RETAIN_ALERT_DAYS    8 RETAIN_CLSLOG_DAYS
*>   9 RETAIN_RETRY_DAYS   10 RETAIN_SPOOL_DAYS
*>  11 RETAIN_RUNLOG_DAYS  12 WATERMARK
*>  13 SIGNON_MAX_FAILURES 14 SECRET_EXPIRY_DAYS
*>  15 RETAIN_LEDGER_DAYS  16 LIMIT_APPROVAL_OVER
*>  17 POSTING_CUTOFF      18 SUSPENSE_AGE_DAYS
*>  19 DUPLICATE_DAYS     20 KYC_HOLD_DAYS
   05 CONFIG_KEY_SOURCE OCCURS 20 TIMES PIC X(12).
*> The environment section the loader actually selected (from the
*> SYSTEM_CFG_SECTION environment variable), for display by
*> PROC_CONFIG_REPORT. 'DEFAULTS' when no selector is set.
