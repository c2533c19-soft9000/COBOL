*> Shared SELECT for the household relationship file
*> (HOUSEHOLDS.IDX) -- one record per linked account, keyed by the
*> account's own CUST-ID (an account belongs to one household at
*> most), with the household ID as a duplicates alternate key so a
*> household's accounts read together. Maintained by
*> PROC_HOUSEHOLD_EDIT; PROC_CUSTOMER_INQUIRY shows the household's
*> other accounts, PROC_CUSTOMER_STATEMENTS can print one combined
*> statement per household. Same split-copybook idiom as
*> CB_ADDRESS_FILE.cpy: the SELECT here, the FD in
*> CB_HOUSEHOLD_RECORD.cpy, the WS-HOUSEHOLD-STATUS field declared
*> by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT HOUSEHOLD-FILE ASSIGN TO DYNAMIC COMPANY_HHOLD_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS HH-CUST-ID
    ALTERNATE RECORD KEY IS HH-HOUSEHOLD-ID WITH DUPLICATES
    FILE STATUS IS WS-HOUSEHOLD-STATUS.
