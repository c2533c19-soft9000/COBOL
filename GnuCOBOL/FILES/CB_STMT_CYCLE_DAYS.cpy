*> The statement cycle groups: the nominal day of the month each
*> group's statements are cut, four groups a week apart so the
*> month's printing and mailing is spread instead of landing on one
*> night. A group whose day is not a processing day rolls to the
*> next one (PROC_DATE_SERVICE NEXT, holidays off HOLIDAYS.CTL);
*> a week apart, no roll can ever land two groups on the same day.
*> Working storage, not LINKAGE -- every program that needs the
*> groups COPYs this table.
01 STMT-CYCLE-DAY-VALUES.
   05 FILLER PIC X(8) VALUE '01081522'.
01 STMT-CYCLE-DAY-TABLE REDEFINES STMT-CYCLE-DAY-VALUES.
   05 STMT_CYCLE_DAY PIC 9(2) OCCURS 4 TIMES.
01 STMT_CYCLE_GROUPS PIC 9 VALUE 4.
