*> Shared SELECT for the customer correspondence history
*> (CORRESP_HISTORY.IDX) -- one record per document that went to
*> (or came back from) a customer: every statement, letter, notice
*> and reprint the paper and electronic runs produce, and every
*> envelope the post office returned. Keyed by CUST-ID plus the
*> yyyymmddhhmmss it was recorded plus a tie-break sequence, so one
*> customer's history reads together in date order. Written only
*> through PROC_CORRESP_LOG (see CB_CORRESP_LOG.cpy); paged on the
*> PROC_CUSTOMER_INQUIRY history screen. Same split-copybook idiom
*> as CB_HOUSEHOLD_FILE.cpy: the SELECT here, the FD in
*> CB_CORRESP_RECORD.cpy, the WS-CORRESP-STATUS field declared by
*> each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT CORRESP-FILE ASSIGN TO DYNAMIC COMPANY_CORRESP_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS COR-KEY
    FILE STATUS IS WS-CORRESP-STATUS.
