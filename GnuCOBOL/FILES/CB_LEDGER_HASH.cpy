*> LINKAGE parameters for PROC_LEDGER_HASH: one link of a ledger
*> chain. LHASH_PRIOR is where the chain stands (the previous
*> record's chain hash, zero at the start of one); LHASH_DATA the
*> bytes being chained on -- a ledger record's first 101 bytes, or
*> anything else a caller wants folded in, space-padded. The answer
*> in LHASH_RESULT is the new chain value. Same input, same answer,
*> on any run on any day -- that is the whole point of it.
01 LEDGER-HASH-PARAMS.
   05 LHASH_PRIOR     PIC 9(18).
   05 LHASH_DATA      PIC X(101).
   05 LHASH_RESULT    PIC 9(18).
