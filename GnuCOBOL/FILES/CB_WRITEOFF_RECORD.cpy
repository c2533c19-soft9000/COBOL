*> FD/record for WRITEOFF-FILE (see CB_WRITEOFF_FILE.cpy for the
*> SELECT). WOR-AMOUNT is the debit balance written off (carried
*> positive), WOR-DAYS-UNDER how long the account had been below
*> zero on the aging run that nominated it, WOR-BATCH-ID the
*> clearing batch (type WOF) the run generated and WOR-OPERATOR the
*> supervisor who ran it. WOR-RECOVERED is every credit other than
*> the clearing one posted to the account since the write-off date,
*> re-added from the ledger by each recovery report, and
*> WOR-LAST-RECOVERY the newest such posting date.
FD WRITEOFF-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS WRITEOFF-RECORD.
01 WRITEOFF-RECORD.
   05 WOR-CUST-ID         PIC 9(6).
   05 WOR-NAME            PIC X(20).
   05 WOR-DATE            PIC X(8).
   05 WOR-AMOUNT          PIC 9(7)V99.
   05 WOR-DAYS-UNDER      PIC 9(5).
   05 WOR-BATCH-ID        PIC X(12).
   05 WOR-OPERATOR        PIC X(8).
   05 WOR-RECOVERED       PIC 9(7)V99.
   05 WOR-LAST-RECOVERY   PIC X(8).
   05 FILLER              PIC X(15).
