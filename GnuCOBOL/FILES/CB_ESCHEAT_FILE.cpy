*> Shared SELECT for the permanent unclaimed-property register
*> (ESCHEAT_REGISTER.IDX) -- one record per dormant account taken
*> into the escheatment process, keyed by CUST-ID. PROC_ESCHEAT
*> writes it when the due-diligence letter goes out, drops an
*> account back out when the customer turns up, and marks it
*> remitted when the balance is turned over to the state;
*> PROC_CUSTOMER_POST reads it to let that remittance batch take
*> the balance off the closed account. Records are never deleted.
*> Same split-copybook idiom as CB_WRITEOFF_FILE.cpy: the SELECT
*> here, the FD in CB_ESCHEAT_RECORD.cpy, the WS-ESCHEAT-STATUS
*> field declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT ESCHEAT-FILE ASSIGN TO DYNAMIC COMPANY_ESCHEAT_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ESC-CUST-ID
    FILE STATUS IS WS-ESCHEAT-STATUS.
