*> The term-deposit book in memory. TERM_DEPOSITS.DAT (the company's
*> own copy, COMPANY_TERMDEP_FILE in CB_COMPANY.cpy) holds one
*> pipe-delimited line per deposit --
*>   <cust-id>|<principal>|<rate-pct>|<start>|<term-months>
*>     |<maturity>|<R|P|H>|<linked-cust-id>|<status>|<settled>
*> -- the deposit account's bare CUST-ID (one deposit per deposit
*> account), the principal it holds, the annual rate in percent
*> (4.25 is 4.25% a year), the start and maturity dates (yyyymmdd;
*> maturity is the start plus the term in calendar months, the day
*> clamped to a short month's end), and what happens at maturity:
*>   R renew -- principal and interest roll into a fresh term from
*>     the maturity date, same term, same rate;
*>   P pay -- principal and interest move to the linked account
*>     (a current account of the same customer, bare CUST-ID);
*>   H hold -- the money stays in the deposit account, earning
*>     nothing further, until the customer says what to do.
*> Status: A active, M matured and held, P paid out at maturity,
*> W withdrawn early. <settled> is the date a deposit left A
*> (spaces while active). Read and rewritten whole by
*> PROC_TERM_DEPOSIT_EDIT and PROC_TERM_MATURITY; PROC_TERM_DEPOSIT_RPT
*> reads it -- 500 deposits, house table style.
01 WS-DEPOSIT-TABLE.
    05 WS-DEPOSIT-ENTRY OCCURS 500 TIMES INDEXED BY WS-DEPOSIT-SS.
        10 WS-TD-CUST-ID    PIC 9(6).
        10 WS-TD-PRINCIPAL  PIC 9(7)V99.
        10 WS-TD-RATE       PIC 9(2)V9(4).
        10 WS-TD-START      PIC X(8).
        10 WS-TD-TERM       PIC 9(3).
        10 WS-TD-MATURITY   PIC X(8).
        10 WS-TD-INSTRUCT   PIC X.
            88 TD-RENEW       VALUE 'R'.
            88 TD-PAY-LINKED  VALUE 'P'.
            88 TD-HOLD        VALUE 'H'.
        10 WS-TD-LINKED-ID  PIC 9(6).
        10 WS-TD-STATUS     PIC X.
            88 TD-ACTIVE      VALUE 'A'.
            88 TD-MATURED-HELD VALUE 'M'.
            88 TD-PAID-OUT    VALUE 'P'.
            88 TD-WITHDRAWN   VALUE 'W'.
        10 WS-TD-SETTLED    PIC X(8).
01 WS-DEPOSIT-COUNT  PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- a run that
*> saves the book then refuses, because saving the capped table
*> back over the file would silently delete everything past the cap.
01 WS-DEPOSIT-OVERFLOW PIC X VALUE 'N'.
01 WS-TD-TOK-ID        PIC X(8).
01 WS-TD-TOK-PRINCIPAL PIC X(12).
01 WS-TD-TOK-RATE      PIC X(10).
01 WS-TD-TOK-START     PIC X(10).
01 WS-TD-TOK-TERM      PIC X(5).
01 WS-TD-TOK-MATURITY  PIC X(10).
01 WS-TD-TOK-INSTRUCT  PIC X(2).
01 WS-TD-TOK-LINKED    PIC X(8).
01 WS-TD-TOK-STATUS    PIC X(2).
01 WS-TD-TOK-SETTLED   PIC X(10).
01 WS-TD-PRINCIPAL-EDIT PIC 9(7).99.
01 WS-TD-RATE-EDIT      PIC 99.9999.
