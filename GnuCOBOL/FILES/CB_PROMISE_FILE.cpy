*> Shared SELECT for the promise-to-pay file (PROMISES.IDX) -- one
*> record per payment promise collections takes over the phone,
*> keyed by CUST-ID + promise number so an account's promises read
*> together, newest last. PROC_PROMISE_TO_PAY takes and checks
*> them; PROC_DUNNING_RUN holds its letter for an account with a
*> promise in force. Same split-copybook idiom as
*> CB_DISPUTE_FILE.cpy: the SELECT here, the FD in
*> CB_PROMISE_RECORD.cpy, the WS-PROMISE-STATUS field declared by
*> each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT PROMISE-FILE ASSIGN TO DYNAMIC COMPANY_PROMISE_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PTP-KEY
    FILE STATUS IS WS-PROMISE-STATUS.
