*> FD/record for STMT-CYCLE-FILE (see CB_STMT_CYCLE_FILE.cpy for the
*> SELECT). SCYC-CYCLE-DAY is the group's nominal day of the month
*> (one of the CB_STMT_CYCLE_DAYS.cpy days); SCYC-ASSIGNED-DATE and
*> SCYC-OPERATOR say when and by whom the account was put in it or
*> last moved.
FD STMT-CYCLE-FILE
    RECORD CONTAINS 40 CHARACTERS
    DATA RECORD IS STMT-CYCLE-RECORD.
01 STMT-CYCLE-RECORD.
   05 SCYC-CUST-ID        PIC 9(6).
   05 SCYC-CYCLE-DAY      PIC 9(2).
   05 SCYC-ASSIGNED-DATE  PIC X(8).
   05 SCYC-OPERATOR       PIC X(8).
   05 FILLER              PIC X(16).
