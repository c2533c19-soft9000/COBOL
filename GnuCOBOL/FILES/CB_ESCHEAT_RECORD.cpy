*> FD/record for ESCHEAT-FILE (see CB_ESCHEAT_FILE.cpy for the
*> SELECT). ESC-LAST-ACTIVITY is the account's last customer-
*> initiated posting, the date the statutory period runs from; any
*> customer-initiated posting after it drops the account out.
*> ESC-STATUS:
*>   L  due-diligence letter sent ESC-LETTER-DATE, the customer has
*>      until ESC-RESPONSE-DUE to come forward
*>   N  no letter could be sent (no address on file, or the account
*>      is on returned-mail hold) -- the response window still runs
*>      from ESC-LETTER-DATE, the reason in ESC-NOTE
*>   W  dropped out on ESC-DROP-DATE, the reason in ESC-NOTE; a
*>      later letter run takes the account in again if it goes
*>      quiet for another full period
*>   R  remitted to the state of ESC-OWNER-STATE on
*>      ESC-REMIT-DATE: ESC-REMIT-AMOUNT moved to the escheat
*>      clearing account by batch ESC-BATCH-ID and the account
*>      closed
FD ESCHEAT-FILE
    RECORD CONTAINS 180 CHARACTERS
    DATA RECORD IS ESCHEAT-RECORD.
01 ESCHEAT-RECORD.
   05 ESC-CUST-ID          PIC 9(6).
   05 ESC-NAME             PIC X(20).
   05 ESC-STATUS           PIC X.
      88 ESC-LETTER-SENT    VALUE 'L'.
      88 ESC-NO-LETTER      VALUE 'N'.
      88 ESC-IN-PROCESS     VALUES 'L' 'N'.
      88 ESC-WITHDRAWN      VALUE 'W'.
      88 ESC-REMITTED       VALUE 'R'.
   05 ESC-LAST-ACTIVITY    PIC X(8).
   05 ESC-LETTER-DATE      PIC X(8).
   05 ESC-LETTER-OPERATOR  PIC X(8).
   05 ESC-RESPONSE-DUE     PIC X(8).
   05 ESC-LETTER-BALANCE   PIC S9(9)V99.
   05 ESC-OWNER-STATE      PIC X(2).
   05 ESC-REMIT-DATE       PIC X(8).
   05 ESC-REMIT-AMOUNT     PIC S9(9)V99.
   05 ESC-BATCH-ID         PIC X(12).
   05 ESC-REMIT-OPERATOR   PIC X(8).
   05 ESC-DROP-DATE        PIC X(8).
   05 ESC-NOTE             PIC X(30).
   05 FILLER               PIC X(31).
