*> The fixed-format answer PROC_INQUIRY_SERVICE writes to standard
*> output for the phone system and the web portal -- one header
*> line, then one line per recent posting, newest first. Every field
*> sits at a fixed column so a caller in any language can cut it
*> apart without a parser; amounts are signed, trailing sign, two
*> implied decimals (0000012550+ is 125.50).
*> INQ-STATUS is the outcome word, the same one the process exit
*> code carries as a number:
*>   FOUND     0  the account, its balances and postings follow
*>   NOTFOUND  1  no such account on the master
*>   NOVERIFY  2  the verification value did not match
*>   BLOCKED   3  the account is on the stop-list (BLOCKED_ACCOUNTS.DAT)
*>   REFUSED   9  the request itself was bad, or the books could not
*>                be read -- nothing was looked up
*> Only FOUND fills in the name, balances and postings; every other
*> answer carries the account number asked about and nothing more,
*> so a caller who cannot verify learns nothing about the account.
*> INQ-ACCT-STATUS is the master's A(ctive), C(losed) or D(ormant);
*> INQ-AVAILABLE is the balance with the items keyed since the last
*> posting run (MEMO_POSTINGS.IDX) taken into account, the same
*> figure the inquiry screen shows.
01 INQ-RESPONSE-HEADER.
   05 INQ-RECORD-TYPE    PIC X VALUE 'H'.
   05 INQ-STATUS         PIC X(8).
   05 INQ-ACCOUNT        PIC X(7).
   05 INQ-NAME           PIC X(20).
   05 INQ-ACCT-STATUS    PIC X.
   05 INQ-BALANCE        PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 INQ-AVAILABLE      PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 INQ-POSTING-COUNT  PIC 9(2).
   05 INQ-AS-OF          PIC X(14).
*> One posting off the permanent ledger (CUSTOMER_LEDGER.IDX).
01 INQ-RESPONSE-POSTING.
   05 INQ-PST-RECORD-TYPE PIC X VALUE 'P'.
   05 INQ-PST-POST-DATE  PIC X(8).
   05 INQ-PST-TXN-DATE   PIC X(8).
   05 INQ-PST-DC         PIC X.
   05 INQ-PST-TYPE       PIC X(4).
   05 INQ-PST-AMOUNT     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 INQ-PST-BALANCE    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
   05 INQ-PST-REFERENCE  PIC X(20).
