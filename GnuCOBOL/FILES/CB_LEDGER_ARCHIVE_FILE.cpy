*> Shared SELECT for one year's ledger archive store
*> (LEDGER_ARCHIVE.<yyyy>.IDX). PROC_LEDGER_ARCHIVE moves postings
*> older than the SYSTEM.CFG retention (RETAIN_LEDGER_DAYS) off
*> CUSTOMER_LEDGER.IDX into the store for their posting year, same
*> key, same record, so an archived account's history is still a
*> START on the key -- just in an older file. The years on hand are
*> listed in LEDGER_ARCHIVE.CAT (see CB_LEDGER_CATALOG_FILE.cpy).
*> Same split-copybook idiom as CB_LEDGER_FILE.cpy: the SELECT
*> here, the FD in CB_LEDGER_ARCHIVE_RECORD.cpy, the
*> WS-LEDGER-ARCHIVE-NAME and WS-LEDGER-ARCHIVE-STATUS fields
*> declared by each program that COPYs this.
SELECT LEDGER-ARCHIVE-FILE
    ASSIGN TO DYNAMIC WS-LEDGER-ARCHIVE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ALR-KEY
    FILE STATUS IS WS-LEDGER-ARCHIVE-STATUS.
