*> Shared SELECT for the statement cycle file (STMT_CYCLES.IDX) --
*> one record per account, keyed by CUST-ID, saying which statement
*> cycle group the account belongs to (see CB_STMT_CYCLE_DAYS.cpy for
*> the groups). Accounts are put into a group by
*> PROC_STMT_CYCLE_ASSIGN (a new account from PROC_CUSTOMER_MAINT,
*> the existing book from PROC_STMT_CYCLE ASSIGN) and moved by
*> PROC_STMT_CYCLE SET; PROC_CUSTOMER_STATEMENTS reads it to print
*> only the group that is due. Same split-copybook idiom as
*> CB_HOUSEHOLD_FILE.cpy: the SELECT here, the FD in
*> CB_STMT_CYCLE_RECORD.cpy, the WS-STMT-CYCLE-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT STMT-CYCLE-FILE ASSIGN TO DYNAMIC COMPANY_STMTCYC_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SCYC-CUST-ID
    FILE STATUS IS WS-STMT-CYCLE-STATUS.
