*> FD/record for MEMO-FILE (see CB_MEMO_FILE.cpy for the SELECT).
*> The detail fields are the D record as keyed; MEMO-ENTERED is the
*> yyyymmddhhmmss the teller accepted it and MEMO-OPERATOR who.
FD MEMO-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS MEMO-RECORD.
01 MEMO-RECORD.
   05 MEMO-KEY.
      10 MEMO-BATCH-ID  PIC X(12).
      10 MEMO-SEQ       PIC 9(4).
   05 MEMO-CUST-ID      PIC 9(6).
   05 MEMO-DC           PIC X.
      88 MEMO-IS-DEBIT  VALUE 'D'.
      88 MEMO-IS-CREDIT VALUE 'C'.
   05 MEMO-AMOUNT       PIC 9(7)V99.
   05 MEMO-TXN-DATE     PIC X(8).
   05 MEMO-TYPE         PIC X(4).
   05 MEMO-REFERENCE    PIC X(20).
   05 MEMO-ENTERED      PIC X(14).
   05 MEMO-OPERATOR     PIC X(8).
   05 FILLER            PIC X(14).
