*> The installment-loan book in memory. LOANS.DAT (the company's own
*> copy, COMPANY_LOAN_FILE in CB_COMPANY.cpy) holds one
*> pipe-delimited line per loan --
*>   <cust-id>|<principal>|<rate-pct>|<start>|<term-months>
*>     |<payment-day>|<installment>|<first-due>|<linked-cust-id>
*>     |<outstanding>|<interest-due>|<billed>|<billed-total>
*>     |<interest-billed>|<paid-total>|<status>|<settled>
*> -- the loan account's bare CUST-ID (one loan per loan account;
*> its balance on the master runs below zero by what is owed), the
*> amount lent, the annual rate in percent, the date it was drawn,
*> the term in monthly installments, the day of the month each
*> installment falls due (a short month pulls it back to the
*> month's end), the level installment the amortization schedule
*> was built on, the first installment's due date, and the
*> customer's current account the loan was paid into.
*> The running figures --
*>   <outstanding>     principal still owed
*>   <interest-due>    interest charged to the account, not yet paid
*>   <billed>          installments billed so far (1 to the term)
*>   <billed-total>    the sum of those installments
*>   <interest-billed> the interest charged by those billings
*>   <paid-total>      every payment received on the loan
*> -- are kept by PROC_LOAN_BILLING (billed, billed-total,
*> interest-billed) and PROC_CUSTOMER_POST (outstanding,
*> interest-due, paid-total: a payment pays the interest due first
*> and the principal with the rest). What is past due is the
*> billed-total less the paid-total; the installments it covers,
*> oldest first, are the missed ones.
*> Status: A active, S settled (principal and interest all paid;
*> <settled> is the date, spaces while active). Read whole and
*> rewritten whole by PROC_LOAN_EDIT, PROC_LOAN_BILLING and
*> PROC_CUSTOMER_POST; PROC_LOAN_PASTDUE_RPT and PROC_CUSTOMER_AGING
*> read it -- 500 loans, house table style.
01 WS-LOAN-TABLE.
    05 WS-LOAN-ENTRY OCCURS 500 TIMES INDEXED BY WS-LOAN-SS.
        10 WS-LN-CUST-ID         PIC 9(6).
        10 WS-LN-PRINCIPAL       PIC 9(7)V99.
        10 WS-LN-RATE            PIC 9(2)V9(4).
        10 WS-LN-START           PIC X(8).
        10 WS-LN-TERM            PIC 9(3).
        10 WS-LN-PAY-DAY         PIC 9(2).
        10 WS-LN-INSTALLMENT     PIC 9(7)V99.
        10 WS-LN-FIRST-DUE       PIC X(8).
        10 WS-LN-LINKED-ID       PIC 9(6).
        10 WS-LN-OUTSTANDING     PIC 9(7)V99.
        10 WS-LN-INTEREST-DUE    PIC 9(7)V99.
        10 WS-LN-BILLED          PIC 9(3).
        10 WS-LN-BILLED-TOTAL    PIC 9(7)V99.
        10 WS-LN-INTEREST-BILLED PIC 9(7)V99.
        10 WS-LN-PAID-TOTAL      PIC 9(7)V99.
        10 WS-LN-STATUS          PIC X.
            88 LN-ACTIVE          VALUE 'A'.
            88 LN-SETTLED         VALUE 'S'.
        10 WS-LN-SETTLED         PIC X(8).
01 WS-LOAN-COUNT  PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- a run that
*> saves the book then refuses, because saving the capped table
*> back over the file would silently delete everything past the cap.
01 WS-LOAN-OVERFLOW PIC X VALUE 'N'.
01 WS-LN-TOK-ID          PIC X(8).
01 WS-LN-TOK-PRINCIPAL   PIC X(12).
01 WS-LN-TOK-RATE        PIC X(10).
01 WS-LN-TOK-START       PIC X(10).
01 WS-LN-TOK-TERM        PIC X(5).
01 WS-LN-TOK-PAY-DAY     PIC X(4).
01 WS-LN-TOK-INSTALLMENT PIC X(12).
01 WS-LN-TOK-FIRST-DUE   PIC X(10).
01 WS-LN-TOK-LINKED      PIC X(8).
01 WS-LN-TOK-OUTSTANDING PIC X(12).
01 WS-LN-TOK-INT-DUE     PIC X(12).
01 WS-LN-TOK-BILLED      PIC X(5).
01 WS-LN-TOK-BILLED-TOT  PIC X(12).
01 WS-LN-TOK-INT-BILLED  PIC X(12).
01 WS-LN-TOK-PAID-TOTAL  PIC X(12).
01 WS-LN-TOK-STATUS      PIC X(2).
01 WS-LN-TOK-SETTLED     PIC X(10).
01 WS-LN-MONEY-EDIT      PIC 9(7).99.
01 WS-LN-RATE-EDIT       PIC 99.9999.
