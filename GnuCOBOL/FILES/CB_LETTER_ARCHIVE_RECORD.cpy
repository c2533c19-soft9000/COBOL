*> FD/record for LETTER-ARCHIVE-FILE (see CB_LETTER_ARCHIVE_FILE.cpy
*> for the SELECT). LTA-DOC-KEY is the COR-KEY of the letter's
*> history record; LTA-LINE-SEQ runs 1 upward in render order.
FD LETTER-ARCHIVE-FILE
    RECORD CONTAINS 158 CHARACTERS
    DATA RECORD IS LETTER-ARCHIVE-RECORD.
01 LETTER-ARCHIVE-RECORD.
   05 LTA-KEY.
      10 LTA-DOC-KEY.
         15 LTA-CUST-ID   PIC 9(6).
         15 LTA-STAMP     PIC X(14).
         15 LTA-SEQ       PIC 9(2).
      10 LTA-LINE-SEQ     PIC 9(4).
   05 LTA-TEXT            PIC X(132).
