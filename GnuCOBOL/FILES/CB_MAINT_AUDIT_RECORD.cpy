*> duplicate-key WRITE, same idiom as AUDIT_KEY_SEQ. The before and
*> after images are the whole 63-byte CUSTOMER-RECORD as it stood
*> either side of the operation; an ADD's before-image is spaces.
*> MAUD-APPROVER is the second operator on a maker/checker change
*> (PROC_MAINT_APPROVAL): MAUD-OPERATOR staged it, MAUD-APPROVER
*> approved or rejected it. Spaces on everything applied directly.
*> A store built before CUST-BRANCH/CUST-PRODUCT grew the images,
*> or before MAUD-APPROVER arrived, must be rebuilt
*> (re-created empty) -- the record length changed.
FD MAINT-AUDIT-FILE
    RECORD CONTAINS 174 CHARACTERS
    DATA RECORD IS MAINT-AUDIT-RECORD.
01 MAINT-AUDIT-RECORD.
   05 MAUD-KEY.
   05 MAUD-CUST-ID      PIC 9(6).
   05 MAUD-BEFORE-IMAGE PIC X(63).
   05 MAUD-AFTER-IMAGE  PIC X(63).
   05 MAUD-APPROVER     PIC X(8).
