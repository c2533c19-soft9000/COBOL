*> Shared SELECT for the keyed address audit store
*> (ADDRESS_AUDIT.IDX) -- every add, change and drop
*> PROC_ADDRESS_EDIT performs lands here with a before-image and an
*> after-image of the whole address record, keyed by timestamp plus
*> a per-second sequence exactly like CB_MAINT_AUDIT_FILE.cpy.
*> ADDRESS_CHANGES.LOG says an address changed; this says what it
*> changed from, which is where the change-confirmation run sends
*> its letter to the old address. Same split-copybook idiom: the
*> SELECT here, the FD in CB_ADDRESS_AUDIT_RECORD.cpy, the
*> WS-ADDRESS-AUDIT-STATUS field declared by each program.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT ADDRESS-AUDIT-FILE ASSIGN TO DYNAMIC COMPANY_ADDRAUD_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AAUD-KEY
    FILE STATUS IS WS-ADDRESS-AUDIT-STATUS.
