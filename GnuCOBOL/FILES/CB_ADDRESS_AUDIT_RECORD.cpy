*> FD/record for ADDRESS-AUDIT-FILE (see CB_ADDRESS_AUDIT_FILE.cpy
*> for the SELECT). AAUD-KEY-SEQ disambiguates changes landing in
*> the same clock second -- the writer starts at 1 and bumps on a
*> duplicate-key WRITE, same idiom as MAUD-KEY-SEQ. The before and
*> after images are the whole 112-byte ADDRESS-RECORD as it stood
*> either side of the operation; an ADDED's before-image and a
*> DROPPED's after-image are spaces.
FD ADDRESS-AUDIT-FILE
    RECORD CONTAINS 264 CHARACTERS
    DATA RECORD IS ADDRESS-AUDIT-RECORD.
01 ADDRESS-AUDIT-RECORD.
   05 AAUD-KEY.
      10 AAUD-KEY-STAMP PIC X(14).
      10 AAUD-KEY-SEQ   PIC 9(4).
   05 AAUD-ACTION       PIC X(8).
   05 AAUD-OPERATOR     PIC X(8).
   05 AAUD-CUST-ID      PIC 9(6).
   05 AAUD-BEFORE-IMAGE PIC X(112).
   05 AAUD-AFTER-IMAGE  PIC X(112).
