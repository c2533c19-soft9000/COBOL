*> CB_CUSTOMER_FILE.cpy: the SELECT here, the FD in
*> CB_LEDGER_RECORD.cpy, the WS-LEDGER-STATUS field declared by each
*> program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT LEDGER-FILE ASSIGN TO DYNAMIC COMPANY_LEDGER_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LGR-KEY
