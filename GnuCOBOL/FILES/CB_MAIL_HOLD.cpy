*> LINKAGE parameters for PROC_MAIL_HOLD: is this account on mail
*> hold? An account is held from the first returned envelope logged
*> by PROC_RETURNED_MAIL (RETURNED_MAIL.DAT) until PROC_ADDRESS_EDIT
*> records a newer address for it (ADDRESS_CHANGES.LOG) -- returns
*> scanned before the last address change are history, not holds.
*> The paper runs (statements, dunning) ask before printing and
*> exception-list a held account instead of mailing it to an address
*> already known to be wrong; PROC_MAIL_HOLD_RPT ages the holds.
*> HOLD_SINCE is the stamp of the return that opened the hold,
*> HOLD_RETURNS how many envelopes have come back since, and
*> HOLD_LAST_RETURN the newest of them.
01 MAIL-HOLD-PARAMS.
   05 HOLD_CUST_ID     PIC 9(6).
   05 HOLD_RESULT      PIC X.
      88 HOLD-IS-OPEN  VALUE 'Y'.
      88 HOLD-IS-CLEAR VALUE 'N'.
   05 HOLD_SINCE       PIC X(19).
   05 HOLD_RETURNS     PIC 9(4).
   05 HOLD_LAST_RETURN PIC X(19).
