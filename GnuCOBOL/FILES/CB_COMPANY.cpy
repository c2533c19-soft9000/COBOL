*> LINKAGE parameters for PROC_COMPANY: which company's books this
*> run works on. One installation may keep the accounts of more than
*> one legal entity, each in its own set of files; COMPANIES.DAT
*> lists them, one line per company:
*>   CODE|NAME|HOME
*> ('*' comments; CODE up to 4 characters; HOME 'Y' on exactly one
*> line). The home company keeps the file names the shop has always
*> used; every other company's files carry its code as a prefix
*> (ACME_CUSTOMERS.DAT, ACME_CUSTOMER_LEDGER.IDX and so on), so no
*> two books ever share a file. A name built per run or per year
*> (a statement run's extract, a year's LEDGER_ARCHIVE.<yyyy>.IDX)
*> takes the same prefix from COMPANY_CODE when the company is not
*> COMPANY-HOME. A shop with no COMPANIES.DAT is one book, exactly
*> as before.
*> The company is chosen by the COMPANY_CODE environment setting
*> (unset means the home company). The caller names itself in
*> COMPANY_PROGRAM; the service answers
*>   'S' selected -- the file names below are the company's; or
*>   'R' refused -- the code is not on COMPANIES.DAT, or the operator
*>       signed on to this session is not allowed into that book
*>       (the COMPANIES column of OPERATORS.DAT, carried on the
*>       session line). COMPANY_REASON says which, and the refusal
*>       is already in OPERATOR_SIGNON.LOG.
*> The file names carry the home names as their VALUEs, so a program
*> that COPYs this without calling the service works on the home book.
01 COMPANY-PARAMS.
   05 COMPANY_PROGRAM       PIC X(24).
   05 COMPANY_CODE          PIC X(4) VALUE SPACES.
   05 COMPANY_NAME          PIC X(40) VALUE SPACES.
   05 COMPANY_IS_HOME       PIC X VALUE 'Y'.
      88 COMPANY-HOME        VALUE 'Y'.
   05 COMPANY_RESULT        PIC X VALUE 'S'.
      88 COMPANY-SELECTED    VALUE 'S'.
      88 COMPANY-REFUSED     VALUE 'R'.
   05 COMPANY_REASON        PIC X(60) VALUE SPACES.
   05 COMPANY_CUSTOMER_FILE PIC X(40) VALUE 'CUSTOMERS.DAT'.
   05 COMPANY_LEDGER_FILE   PIC X(40) VALUE 'CUSTOMER_LEDGER.IDX'.
   05 COMPANY_ADDRESS_FILE  PIC X(40) VALUE 'CUSTOMER_ADDR.IDX'.
   05 COMPANY_CONTROL_FILE  PIC X(40) VALUE 'CUSTOMER_CONTROL.DAT'.
   05 COMPANY_BATCHREG_FILE PIC X(40) VALUE 'POSTED_BATCHES.REG'.
   05 COMPANY_PERIOD_FILE   PIC X(40) VALUE 'PERIOD_CONTROL.DAT'.
   05 COMPANY_GL_FILE       PIC X(40) VALUE 'GL_JOURNAL.DAT'.
   05 COMPANY_FUTURE_FILE   PIC X(40) VALUE 'CUSTOMER_FUTURE.DAT'.
   05 COMPANY_NSF_FILE      PIC X(40) VALUE 'NSF_CANDIDATES.DAT'.
   05 COMPANY_REJECT_FILE   PIC X(40) VALUE 'CUSTOMER_REJECTS.DAT'.
   05 COMPANY_SUPV_FILE     PIC X(40) VALUE 'REJECTS_SUPERVISOR.DAT'.
   05 COMPANY_MEMO_FILE     PIC X(40) VALUE 'MEMO_POSTINGS.IDX'.
   05 COMPANY_INTENT_FILE   PIC X(40) VALUE 'CUSTOMER_POST.INT'.
   05 COMPANY_WORK_FILE     PIC X(40) VALUE 'CUSTOMER_POST.WRK'.
   05 COMPANY_CKPT_FILE     PIC X(40) VALUE 'CUSTOMER_POST.CKPT'.
   05 COMPANY_TERMDEP_FILE  PIC X(40) VALUE 'TERM_DEPOSITS.DAT'.
   05 COMPANY_LOAN_FILE     PIC X(40) VALUE 'LOANS.DAT'.
   05 COMPANY_NOTIFY_FILE   PIC X(40) VALUE 'NOTIFY_PREFS.DAT'.
   05 COMPANY_SUSPENSE_FILE PIC X(40) VALUE 'SUSPENSE_CLEARED.DAT'.
   05 COMPANY_DUPHOLD_FILE  PIC X(40) VALUE 'DUPLICATE_HOLD.DAT'.
   05 COMPANY_DUPDEC_FILE   PIC X(40) VALUE 'DUPLICATE_DECISIONS.DAT'.
   05 COMPANY_DUPPEND_FILE  PIC X(40) VALUE 'DUPLICATE_PENDING.DAT'.
   05 COMPANY_KYC_FILE      PIC X(40) VALUE 'KYC_REVIEWS.IDX'.
   05 COMPANY_MIHIST_FILE   PIC X(40) VALUE 'MI_HISTORY.DAT'.
   05 COMPANY_STMTARC_FILE  PIC X(40) VALUE 'STMT_ARCHIVE.IDX'.
   05 COMPANY_LGRCAT_FILE   PIC X(40) VALUE 'LEDGER_ARCHIVE.CAT'.
   05 COMPANY_WRITEOFF_FILE PIC X(40) VALUE 'WRITEOFF_REGISTER.IDX'.
   05 COMPANY_ESCHEAT_FILE  PIC X(40) VALUE 'ESCHEAT_REGISTER.IDX'.
   05 COMPANY_MPEND_FILE    PIC X(40) VALUE 'CUST_MAINT_PENDING.IDX'.
   05 COMPANY_MAUDIT_FILE   PIC X(40) VALUE 'CUST_MAINT_AUDIT.IDX'.
   05 COMPANY_ADDRAUD_FILE  PIC X(40) VALUE 'ADDRESS_AUDIT.IDX'.
   05 COMPANY_ADDRCHG_FILE  PIC X(40) VALUE 'ADDRESS_CHANGES.LOG'.
   05 COMPANY_RETMAIL_FILE  PIC X(40) VALUE 'RETURNED_MAIL.DAT'.
   05 COMPANY_PROMISE_FILE  PIC X(40) VALUE 'PROMISES.IDX'.
   05 COMPANY_HHOLD_FILE    PIC X(40) VALUE 'HOUSEHOLDS.IDX'.
   05 COMPANY_STMTCYC_FILE  PIC X(40) VALUE 'STMT_CYCLES.IDX'.
   05 COMPANY_CORRESP_FILE  PIC X(40) VALUE 'CORRESP_HISTORY.IDX'.
   05 COMPANY_LETTER_FILE   PIC X(40) VALUE 'LETTER_ARCHIVE.IDX'.
   05 COMPANY_DISPUTE_FILE  PIC X(40) VALUE 'DISPUTE_CASES.IDX'.
   05 COMPANY_BLOCKED_FILE  PIC X(40) VALUE 'BLOCKED_ACCOUNTS.DAT'.
