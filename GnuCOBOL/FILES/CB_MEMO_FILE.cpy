*> Shared SELECT for the intraday memo file (MEMO_POSTINGS.IDX) --
*> one record per detail keyed through PROC_TRANS_ENTRY and not yet
*> posted, so PROC_CUSTOMER_INQUIRY can show what is pending against
*> an account before the overnight run. Keyed by the batch ID and
*> the detail's place in the batch, so PROC_CUSTOMER_POST can clear
*> a whole batch once it posts; the account is a duplicates
*> alternate key so one account's pending items read together.
*> Same split-copybook idiom as CB_HOUSEHOLD_FILE.cpy: the SELECT
*> here, the FD in CB_MEMO_RECORD.cpy, the WS-MEMO-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT MEMO-FILE ASSIGN TO DYNAMIC COMPANY_MEMO_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MEMO-KEY
    ALTERNATE RECORD KEY IS MEMO-CUST-ID WITH DUPLICATES
    FILE STATUS IS WS-MEMO-STATUS.
