*> LINKAGE parameter for PROC_OPERATOR_ROLE: the authority level of
*> the operator signed on to this console session, as verified by
*> PROC_OPERATOR_SIGNON against the OPERATORS.DAT master (one line
*> per operator: ID|ROLE|SECRET|...). A session with no verified role
*> -- no sign-on, or a sign-on from before roles existed -- answers
*> OPERATOR, the least-privileged level, so the sensitive programs
*> refuse rather than guess. Supervisor outranks senior outranks
