*> Shared SELECT for the keyed postal reference (POSTAL_REF.IDX) --
*> one record per postal-code prefix (the first three digits) and
*> valid city name under it, with the state the prefix belongs to.
*> Built whole from the postal service's file by PROC_POSTAL_LOAD;
*> read through PROC_POSTAL_CHECK, which PROC_ADDRESS_EDIT and
*> PROC_ADDRESS_STANDARDIZE both call. One reference serves every
*> company book -- the post office's map is the same for all of
*> them. Same split-copybook idiom as CB_ADDRESS_FILE.cpy: the
*> SELECT here, the FD in CB_POSTAL_REF_RECORD.cpy, the
*> WS-POSTAL-REF-STATUS field declared by each program that COPYs
*> this.
SELECT POSTAL-REF-FILE ASSIGN TO 'POSTAL_REF.IDX'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PREF-KEY
    FILE STATUS IS WS-POSTAL-REF-STATUS.
