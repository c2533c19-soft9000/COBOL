*> Shared SELECT for the permanent bad-debt write-off register
*> (WRITEOFF_REGISTER.IDX) -- one record per account written off,
*> keyed by CUST-ID. PROC_WRITEOFF writes it when the SUPERVISOR-
*> approved run clears and closes an account and keeps its recovery
*> figures; PROC_CUSTOMER_POST reads it to let a credit through to a
*> closed account only when that account was written off, so the
*> clearing batch posts and a later payment lands as a recovery
*> instead of a reject. Records are never deleted. Same
*> split-copybook idiom as CB_LEDGER_FILE.cpy: the SELECT here, the
*> FD in CB_WRITEOFF_RECORD.cpy, the WS-WRITEOFF-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT WRITEOFF-FILE ASSIGN TO DYNAMIC COMPANY_WRITEOFF_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS WOR-CUST-ID
    FILE STATUS IS WS-WRITEOFF-STATUS.
