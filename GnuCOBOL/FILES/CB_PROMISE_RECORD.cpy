*> FD/record for PROMISE-FILE (see CB_PROMISE_FILE.cpy for the
*> SELECT). PTP-AMOUNT is what the customer promised to pay by
*> PTP-PROMISED-DATE; PTP-TAKEN-DATE and PTP-OPERATOR say when and
*> by whom the promise was taken -- ledger credits posted from the
*> taken date on count toward it.
*> PTP-STATUS runs A (in force) -> K (kept: the credits reached the
*> amount) or B (broken: the promised date passed short); X is a
*> promise the collector withdrew. Only an A promise dated today or
*> later holds the dunning letter. PTP-PAID is the credit total the
*> last daily check found, PTP-CLOSED-DATE the day it closed, and
*> PTP-BUCKET the aging bucket a broken promise sent the account
*> back to dunning at.
FD PROMISE-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS PROMISE-RECORD.
01 PROMISE-RECORD.
   05 PTP-KEY.
      10 PTP-CUST-ID       PIC 9(6).
      10 PTP-PROMISE-NUM   PIC 9(3).
   05 PTP-AMOUNT           PIC 9(7)V99.
   05 PTP-PROMISED-DATE    PIC X(8).
   05 PTP-TAKEN-DATE       PIC X(8).
   05 PTP-OPERATOR         PIC X(8).
   05 PTP-STATUS           PIC X.
      88 PTP-IN-FORCE      VALUE 'A'.
      88 PTP-KEPT          VALUE 'K'.
      88 PTP-BROKEN        VALUE 'B'.
      88 PTP-WITHDRAWN     VALUE 'X'.
   05 PTP-PAID             PIC 9(7)V99.
   05 PTP-CLOSED-DATE      PIC X(8).
   05 PTP-BUCKET           PIC X(7).
   05 FILLER               PIC X(13).
