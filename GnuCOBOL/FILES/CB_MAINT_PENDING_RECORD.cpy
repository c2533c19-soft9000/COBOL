*> FD/record for MAINT-PENDING-FILE (see CB_MAINT_PENDING_FILE.cpy
*> for the SELECT). Keyed by account, then the stamp the request was
*> staged, then a per-second sequence (same bump-on-duplicate idiom
*> as MAUD-KEY-SEQ), so one account's requests read together in
*> the order they were made. The old values are what the maker saw:
*> an approval refuses to apply a request the master has moved on
*> from since.
*>   MPND-KIND  LIMIT   new credit limit over the approval amount
*>              REOPEN  closed/dormant account back to active
FD MAINT-PENDING-FILE
    RECORD CONTAINS 85 CHARACTERS
    DATA RECORD IS MAINT-PENDING-RECORD.
01 MAINT-PENDING-RECORD.
   05 MPND-KEY.
      10 MPND-CUST-ID      PIC 9(6).
      10 MPND-STAMP        PIC X(14).
      10 MPND-SEQ          PIC 9(4).
   05 MPND-KIND            PIC X(8).
      88 MPND-KIND-LIMIT    VALUE 'LIMIT'.
      88 MPND-KIND-REOPEN   VALUE 'REOPEN'.
   05 MPND-STATE           PIC X.
      88 MPND-PENDING       VALUE 'P'.
      88 MPND-APPROVED      VALUE 'A'.
      88 MPND-REJECTED      VALUE 'R'.
*> Refused at approval because the master no longer held the old
*> value -- the maker must stage it again if it still stands.
      88 MPND-STALE         VALUE 'S'.
   05 MPND-MAKER           PIC X(8).
   05 MPND-OLD-LIMIT       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 MPND-NEW-LIMIT       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 MPND-OLD-STATUS      PIC X.
   05 MPND-NEW-STATUS      PIC X.
   05 MPND-CHECKER         PIC X(8).
   05 MPND-DECIDED-STAMP   PIC X(14).
