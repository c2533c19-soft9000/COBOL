*> Shared SELECT for the keyed know-your-customer review file
*> (KYC_REVIEWS.IDX) -- one record per customer, keyed by the same
*> CUST-ID, holding the account's risk rating and when its customer
*> identification was last re-reviewed and is next due. Maintained
*> by PROC_KYC_EDIT; PROC_KYC_DUE lists reviews coming due and
*> overdue by branch, PROC_CUSTOMER_INQUIRY flags an overdue
*> high-risk account, and the posting run can route new activity on
*> a long-overdue account to supervisor review (KYC_HOLD_DAYS).
*> Same split-copybook idiom as CB_ADDRESS_FILE.cpy: the SELECT
*> here, the FD in CB_KYC_RECORD.cpy, the WS-KYC-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT KYC-FILE ASSIGN TO DYNAMIC COMPANY_KYC_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS KYC-CUST-ID
    FILE STATUS IS WS-KYC-STATUS.
