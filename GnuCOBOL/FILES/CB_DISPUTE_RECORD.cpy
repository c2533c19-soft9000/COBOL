*> FD/record for DISPUTE-FILE (see CB_DISPUTE_FILE.cpy for the
*> SELECT). DSP-CUST-ID + DSP-LGR-POST-DATE + DSP-LGR-SEQ is the
*> disputed ledger record's key; the type, transaction date and
*> amount are copied off it when the case opens, so the case still
*> reads whole after the ledger record is archived.
*> DSP-STATUS runs O (open) -> P (provisionally credited) -> C
*> (resolved for the customer) or B (resolved for the bank); a case
*> may also resolve straight from O.
*> DSP-PROV-DUE-DATE is the date the provisional credit must be
*> granted by, DSP-RESOLVE-DUE-DATE the regulatory resolution
*> deadline -- both set when the case opens. The two batch IDs name
*> the H/D/T batches the case generated, so a ledger posting under
*> either traces back to its case.
FD DISPUTE-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS DISPUTE-RECORD.
01 DISPUTE-RECORD.
   05 DSP-CASE-NUM         PIC 9(6).
   05 DSP-CUST-ID          PIC 9(6).
   05 DSP-LGR-POST-DATE    PIC X(8).
   05 DSP-LGR-SEQ          PIC 9(4).
   05 DSP-TXN-DATE         PIC X(8).
   05 DSP-TYPE-CODE        PIC X(4).
   05 DSP-AMOUNT           PIC 9(7)V99.
   05 DSP-STATUS           PIC X.
      88 DSP-OPEN               VALUE 'O'.
      88 DSP-PROV-CREDITED      VALUE 'P'.
      88 DSP-RESOLVED-CUSTOMER  VALUE 'C'.
      88 DSP-RESOLVED-BANK      VALUE 'B'.
      88 DSP-UNRESOLVED         VALUE 'O' 'P'.
   05 DSP-OPENED-DATE      PIC X(8).
   05 DSP-PROV-DUE-DATE    PIC X(8).
   05 DSP-RESOLVE-DUE-DATE PIC X(8).
   05 DSP-PROV-DATE        PIC X(8).
   05 DSP-PROV-BATCH-ID    PIC X(12).
   05 DSP-RESOLVED-DATE    PIC X(8).
   05 DSP-RESOLVE-BATCH-ID PIC X(12).
   05 DSP-OPERATOR         PIC X(8).
   05 FILLER               PIC X(2).
