*> Shared SELECT for the customer dispute case file
*> (DISPUTE_CASES.IDX) -- one record per disputed posting, keyed by
*> case number, each tied back to the CUSTOMER_LEDGER.IDX record the
*> customer disputes (CUST-ID + posting date + sequence), so the
*> paper folder and the hand-keyed "provisional credit" that nobody
*> could trace back are both replaced by PROC_DISPUTE_CASE. Same
*> split-copybook idiom as CB_LEDGER_FILE.cpy: the SELECT here, the
*> FD in CB_DISPUTE_RECORD.cpy, the WS-DISPUTE-STATUS field declared
*> by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT DISPUTE-FILE ASSIGN TO DYNAMIC COMPANY_DISPUTE_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSP-CASE-NUM
    FILE STATUS IS WS-DISPUTE-STATUS.
