*> LINKAGE parameters for PROC_SOD_CHECK: segregation of duties
*> between keying a batch and posting it, and between posting and
*> reversing or resubmitting it. The caller names the program, the
*> thing acted on (SOD_REFERENCE, usually the batch id) and the
*> operator who created it (SOD_CREATED_BY -- the keyer recorded on
*> the batch). The service answers for the operator signed on to
*> this session:
*>   'C' clear -- a different operator, or nobody recorded as the
*>       creator (generated batches, batches keyed before the keyer
*>       was carried, or an UNKNOWN session on either side);
*>   'R' refused -- the same operator, and no override taken;
*>   'O' overridden -- the same operator, but the caller asked for
*>       the override (SOD_OVERRIDE_ASKED) and the session is signed
*>       on SUPERVISOR. An override asked for below SUPERVISOR is
*>       refused like any other.
*> Every 'R' and 'O' is written to SOD_EXCEPTIONS.LOG before the
*> service returns, so the daily exceptions list (PROC_SOD_EXCEPTIONS)
*> sees each one whether or not the caller carries on. SOD_OPERATOR
*> and SOD_ROLE come back filled either way, for the caller's own log.
01 SOD-CHECK-PARAMS.
   05 SOD_PROGRAM         PIC X(24).
   05 SOD_REFERENCE       PIC X(20).
   05 SOD_CREATED_BY      PIC X(8).
   05 SOD_OVERRIDE_ASKED  PIC X VALUE 'N'.
      88 SOD-OVERRIDE-WANTED VALUE 'Y'.
   05 SOD_OPERATOR        PIC X(8).
   05 SOD_ROLE            PIC X(10).
   05 SOD_RESULT          PIC X.
      88 SOD-CLEAR         VALUE 'C'.
      88 SOD-REFUSED       VALUE 'R'.
      88 SOD-OVERRIDDEN    VALUE 'O'.
