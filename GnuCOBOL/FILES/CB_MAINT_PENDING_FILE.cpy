*> Shared SELECT for the keyed maker/checker store
*> (CUST_MAINT_PENDING.IDX) -- the master changes one operator may
*> ask for but not make alone: a credit limit set above the
*> SYSTEM.CFG LIMIT_APPROVAL_OVER amount, and any reopening of a
*> closed or dormant account. PROC_CUSTOMER_MAINT stages them here
*> instead of REWRITEing the master, and PROC_LIMIT_REVIEW STAGE
*> stages the limit changes the credit committee accepted from the
*> quarterly review; only an approval in
*> PROC_MAINT_APPROVAL, by a SENIOR or SUPERVISOR who is not the
*> maker, applies one. Decided requests stay on file with the
*> checker's name. Same split-copybook idiom: the SELECT here, the
*> FD in CB_MAINT_PENDING_RECORD.cpy, the WS-MAINT-PENDING-STATUS
*> field declared by each program.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT MAINT-PENDING-FILE ASSIGN TO DYNAMIC COMPANY_MPEND_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MPND-KEY
    FILE STATUS IS WS-MAINT-PENDING-STATUS.
