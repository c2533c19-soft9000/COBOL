*> FD/record for LEDGER-ARCHIVE-FILE (see CB_LEDGER_ARCHIVE_FILE.cpy
*> for the SELECT). Byte for byte the CUSTOMER_LEDGER.IDX record
*> (CB_LEDGER_RECORD.cpy): the key split out so the store can be
*> keyed on it, the rest carried whole. A reader MOVEs the record
*> back over LEDGER-RECORD and uses the ledger's own field names.
FD LEDGER-ARCHIVE-FILE
    RECORD CONTAINS 137 CHARACTERS
    DATA RECORD IS LEDGER-ARCHIVE-RECORD.
01 LEDGER-ARCHIVE-RECORD.
   05 ALR-KEY.
      10 ALR-CUST-ID       PIC 9(6).
      10 ALR-POST-DATE     PIC X(8).
      10 ALR-SEQ           PIC 9(4).
   05 ALR-DATA             PIC X(119).
