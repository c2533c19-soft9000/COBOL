*> LINKAGE parameters for PROC_LEDGER_ARCHIVE_READ: one account's
*> archived ledger history, walked across the yearly
*> LEDGER_ARCHIVE.<yyyy>.IDX stores as if they were one file.
*>   LAR_ACTION   'F' first record at or after LAR_CUST_ID +
*>                    LAR_FROM_DATE + LAR_FROM_SEQ, walking forward
*>                'B' first record at or before that key, walking
*>                    backward (newest first)
*>                'N' next record in the direction the last F or B
*>                    set, crossing into the next year's store
*>                'C' close whatever store is open
*>   LAR_RESULT   'Y' with the record in LAR_RECORD (the 137-byte
*>                CUSTOMER_LEDGER.IDX layout -- MOVE it over
*>                LEDGER-RECORD), 'N' when the account has nothing
*>                more in that direction
*>   LAR_YEAR_COUNT  archived years in LEDGER_ARCHIVE.CAT, set on
*>                every call; 0 means nothing has been archived and
*>                a caller need not offer older history at all
*>   LAR_MISSING_YEAR  a catalogued year whose store would not open
*>                (skipped, so the walk is short of that year) --
*>                spaces when every store the walk touched opened
01 LEDGER-ARCHIVE-READ-PARAMS.
   05 LAR_ACTION          PIC X.
   05 LAR_CUST_ID         PIC 9(6).
   05 LAR_FROM_DATE       PIC X(8).
   05 LAR_FROM_SEQ        PIC 9(4).
   05 LAR_RESULT          PIC X.
      88 LAR_FOUND         VALUE 'Y'.
      88 LAR_NOT_FOUND     VALUE 'N'.
   05 LAR_YEAR_COUNT      PIC 9(3).
   05 LAR_MISSING_YEAR    PIC X(4).
   05 LAR_RECORD          PIC X(137).
