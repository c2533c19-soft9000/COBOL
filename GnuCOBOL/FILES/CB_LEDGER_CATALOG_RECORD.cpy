*> FD/record for LEDGER-CATALOG-FILE (see CB_LEDGER_CATALOG_FILE.cpy
*> for the SELECT). Fixed columns, "yyyy|count|last-run":
*>   LCT-YEAR      the posting year the store holds
*>   LCT-COUNT     records archived into that store to date
*>   LCT-LAST-RUN  the date of the archive run that last added to it
FD LEDGER-CATALOG-FILE
    RECORD CONTAINS 24 CHARACTERS
    DATA RECORD IS LEDGER-CATALOG-LINE.
01 LEDGER-CATALOG-LINE.
   05 LCT-YEAR             PIC X(4).
   05 LCT-SEP-1            PIC X.
   05 LCT-COUNT            PIC 9(9).
   05 LCT-SEP-2            PIC X.
   05 LCT-LAST-RUN         PIC X(8).
   05 FILLER               PIC X.
