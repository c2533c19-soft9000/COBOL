*> LINKAGE parameters for PROC_STMT_CYCLE_ASSIGN: put an account in
*> a statement cycle group (STMT_CYCLES.IDX, see
*> CB_STMT_CYCLE_FILE.cpy) if it is not in one already. The group
*> chosen is the one holding the fewest accounts, earliest day on a
*> tie, so new accounts keep the groups level without anybody
*> counting. CYCLE_RESULT 'A' the account was assigned just now,
*> 'E' it already had a group (left alone), 'N' the store could not
*> be opened or written; CYCLE_DAY carries the group's day on 'A'
*> and 'E'.
01 STMT-CYCLE-ASSIGN-PARAMS.
   05 CYCLE_CUST_ID   PIC 9(6).
   05 CYCLE_DAY       PIC 9(2).
   05 CYCLE_RESULT    PIC X.
      88 CYCLE-NEWLY-ASSIGNED  VALUE 'A'.
      88 CYCLE-ALREADY-ASSIGNED VALUE 'E'.
      88 CYCLE-ASSIGN-FAILED   VALUE 'N'.
