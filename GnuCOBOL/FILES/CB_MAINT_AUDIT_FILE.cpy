*> account and what did it used to say". Same split-copybook idiom:
*> the SELECT here, the FD in CB_MAINT_AUDIT_RECORD.cpy, the
*> WS-MAINT-AUDIT-STATUS field declared by each program.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT MAINT-AUDIT-FILE ASSIGN TO DYNAMIC COMPANY_MAUDIT_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MAUD-KEY
