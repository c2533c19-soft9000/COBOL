*> Shared SELECT for the ledger archive catalog (LEDGER_ARCHIVE.CAT)
*> -- one line per archived posting year, oldest first, so a reader
*> knows which LEDGER_ARCHIVE.<yyyy>.IDX stores exist without
*> probing for them. Written only by PROC_LEDGER_ARCHIVE. Same
*> split-copybook idiom as CB_LEDGER_FILE.cpy: the SELECT here, the
*> FD in CB_LEDGER_CATALOG_RECORD.cpy, the WS-CATALOG-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT LEDGER-CATALOG-FILE ASSIGN TO DYNAMIC COMPANY_LGRCAT_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CATALOG-STATUS.
