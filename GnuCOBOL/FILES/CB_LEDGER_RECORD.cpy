*> proven against TXN_TYPES.DAT at posting, so the register and the
*> statements can say "fee" or "transfer" instead of parroting a
*> free-text reference.
*> LGR-XFER-CUST-ID / LGR-XFER-NUM tie the two legs of an
*> account-to-account transfer (an X detail) together: each leg
*> names the OTHER leg's account, and both carry the same transfer
*> number (the debit leg's intent number in the posting run), so
*> the other leg is the record under LGR-XFER-CUST-ID with the same
*> posting date, batch ID and transfer number. Zero on every
*> ordinary posting.
*> LGR-PRIOR-HASH / LGR-CHAIN-HASH make each account's history
*> tamper-evident: the chain hash is PROC_LEDGER_HASH over the
*> record's first 101 bytes (everything above them), started from
*> the prior hash -- which is the chain hash of the account's
*> previous record in key order (live or archived), zero on its
*> first. A record altered, deleted or slipped in outside the
*> writers that keep the chain (PROC_CUSTOMER_POST, the merge tool)
*> breaks it where PROC_LEDGER_CHAIN will find it.
*> A ledger built before the batch-ID and type-code fields arrived,
*> before the transfer cross-reference, or before the chain, must be
*> rebuilt (re-created empty) -- the record length changed when
*> they did.
FD LEDGER-FILE
    RECORD CONTAINS 137 CHARACTERS
    DATA RECORD IS LEDGER-RECORD.
01 LEDGER-RECORD.
   05 LGR-KEY.
   05 LGR-REFERENCE        PIC X(20).
   05 LGR-BATCH-ID         PIC X(12).
   05 LGR-OPERATOR         PIC X(8).
   05 LGR-XFER-CUST-ID     PIC 9(6).
   05 LGR-XFER-NUM         PIC 9(4).
   05 LGR-PRIOR-HASH       PIC 9(18).
   05 LGR-CHAIN-HASH       PIC 9(18).
