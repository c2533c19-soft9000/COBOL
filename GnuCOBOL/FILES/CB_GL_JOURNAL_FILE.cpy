*> Shared SELECT for the general-ledger journal extract
*> (GL_JOURNAL.DAT) -- balanced double-entry lines by GL account,
*> rewritten by every posting run and by PROC_GL_JOURNAL when a
*> batch's journal has to be rebuilt from the ledger. Same
*> split-copybook idiom as CB_LEDGER_FILE.cpy: the SELECT here, the
*> FD in CB_GL_JOURNAL_RECORD.cpy, the WS-GL-STATUS field declared by
*> each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT GL-EXTRACT-FILE
    ASSIGN TO DYNAMIC COMPANY_GL_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-GL-STATUS.
