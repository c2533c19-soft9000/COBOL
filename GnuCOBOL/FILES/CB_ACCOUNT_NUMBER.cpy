*> LINKAGE parameters for PROC_ACCOUNT_NUMBER: the customer's full
*> account number is the six-digit CUST-ID followed by one check
*> digit (mod-10, the Luhn scheme -- every single mistyped digit and
*> every adjacent transposition but 09/90 changes it), seven digits
*> in all. The files stay keyed on the bare CUST-ID; the full number
*> is what gets keyed, scanned, received from the lockbox and
*> mainframe feeds, and printed on anything a customer sees.
*> ACCT_REQUEST 'M' makes ACCT_NUMBER from ACCT_CUST_ID; 'V' verifies
*> what was keyed (ACCT_KEYED, leading/trailing spaces ignored) and
*> on success hands back ACCT_CUST_ID and ACCT_NUMBER. A failure
*> says why in ACCT_MESSAGE, ready to DISPLAY.
01 ACCOUNT-NUMBER-PARAMS.
   05 ACCT_REQUEST    PIC X.
      88 ACCT-MAKE-NUMBER   VALUE 'M'.
      88 ACCT-VERIFY-NUMBER VALUE 'V'.
   05 ACCT_KEYED      PIC X(20).
   05 ACCT_CUST_ID    PIC 9(6).
   05 ACCT_NUMBER     PIC X(7).
   05 ACCT_RESULT     PIC X.
      88 ACCT-NUMBER-GOOD VALUE 'Y'.
      88 ACCT-NUMBER-BAD  VALUE 'N'.
   05 ACCT_MESSAGE    PIC X(48).
