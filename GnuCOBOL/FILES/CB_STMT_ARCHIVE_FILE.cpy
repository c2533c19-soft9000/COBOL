*> CB_LEDGER_FILE.cpy: the SELECT here, the FD in
*> CB_STMT_ARCHIVE_RECORD.cpy, the WS-STMT-ARCHIVE-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT STMT-ARCHIVE-FILE ASSIGN TO DYNAMIC COMPANY_STMTARC_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SAR-KEY
