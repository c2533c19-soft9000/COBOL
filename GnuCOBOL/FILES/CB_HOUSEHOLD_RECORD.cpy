*> FD/record for HOUSEHOLD-FILE (see CB_HOUSEHOLD_FILE.cpy for the
*> SELECT). HH-PRIMARY marks the one account per household whose
*> name and mailing address a combined statement goes out under;
*> the editor keeps exactly one primary while the household has any
*> account at all. HH-LINKED-DATE and HH-OPERATOR say when and by
*> whom the account was linked or last made primary.
FD HOUSEHOLD-FILE
    RECORD CONTAINS 40 CHARACTERS
    DATA RECORD IS HOUSEHOLD-RECORD.
01 HOUSEHOLD-RECORD.
   05 HH-CUST-ID        PIC 9(6).
   05 HH-HOUSEHOLD-ID   PIC 9(6).
   05 HH-PRIMARY        PIC X.
      88 HH-IS-PRIMARY  VALUE 'Y'.
   05 HH-LINKED-DATE    PIC X(8).
   05 HH-OPERATOR       PIC X(8).
   05 FILLER            PIC X(11).
