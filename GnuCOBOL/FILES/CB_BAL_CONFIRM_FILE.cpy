*> Shared SELECT for the audit balance confirmation store
*> (BALANCE_CONFIRMS.IDX) -- one record per confirmation letter the
*> external auditors' sample called for, keyed by its control number
*> (the as-of year plus a five-digit sequence, printed yyyy-nnnnn on
*> the letter and its reply slip), with the account as a duplicates
*> alternate key so an account's confirmations over the years read
*> together. Written by PROC_BALANCE_CONFIRM SELECT, answered by its
*> REPLY and NOREPLY modes, summarised by SUMMARY. Same
*> split-copybook idiom as CB_HOUSEHOLD_FILE.cpy: the SELECT here,
*> the FD in CB_BAL_CONFIRM_RECORD.cpy, the WS-BAL-CONFIRM-STATUS
*> field declared by each program that COPYs this.
SELECT BAL-CONFIRM-FILE ASSIGN TO 'BALANCE_CONFIRMS.IDX'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BCF-CONTROL-NO
    ALTERNATE RECORD KEY IS BCF-CUST-ID WITH DUPLICATES
    FILE STATUS IS WS-BAL-CONFIRM-STATUS.
