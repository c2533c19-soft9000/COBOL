*> Shared SELECT for the report repository (REPORT_STORE.IDX). The
*> operations reports -- POSTING_REGISTER.RPT, CUSTOMER_BALANCE.RPT,
*> MORNING_REPORT.RPT, HOUSEKEEPING.RPT and the rest -- are
*> overwritten or rotated every run; this store keeps each night's
*> copy of each one, keyed by report type and business date plus a
*> line sequence, so "the posting register from the 14th" is a START
*> on the key and a reprint (PROC_REPORT_RETRIEVE), not a search of
*> whatever backup tapes are left. Filed by PROC_REPORT_FILING at the
*> end of each jobstream. Same split-copybook idiom as
*> CB_AUDIT_KEYED_FILE.cpy: the SELECT here, the FD in
*> CB_REPORT_STORE_RECORD.cpy, the WS-REPORT-STORE-STATUS field
*> declared by each program that COPYs this.
SELECT REPORT-STORE-FILE ASSIGN TO 'REPORT_STORE.IDX'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RST-KEY
    FILE STATUS IS WS-REPORT-STORE-STATUS.
