*> FD/record for GL-EXTRACT-FILE (see CB_GL_JOURNAL_FILE.cpy for the
*> SELECT). Fixed columns, every field at a constant offset -- the
*> import on the other side reads positions, not tokens. One line
*> per GL account and side (D or C) the batch touched, with the
*> number of postings behind it and the unsigned amount; the two
*> closing TOTAL lines carry all debits and all credits, which are
*> equal on every journal the writers let out of the door.
*> GL accounts come from the chart-of-accounts mapping in GL_MAP.DAT
*> (maintained by PROC_GLMAP_EDIT):
*>   <type>|<product or *>|<debit GL account>|<credit GL account>
*> The pair is the entry for a posting that moves the customer's
*> account the type's own way -- a credit for a C or B type, a debit
*> for a D type; a posting the other way (a reversal, the debit leg
*> of a transfer) swaps them. A line for the customer's product
*> wins over the type's * line.
FD GL-EXTRACT-FILE
    RECORD CONTAINS 53 CHARACTERS
    DATA RECORD IS GL-EXTRACT-LINE.
01 GL-EXTRACT-LINE.
   05 GL-DATE     PIC X(8).
   05 FILLER      PIC X.
   05 GL-BATCH-ID PIC X(12).
   05 FILLER      PIC X.
   05 GL-ACCOUNT  PIC X(10).
   05 FILLER      PIC X.
   05 GL-DC       PIC X.
   05 FILLER      PIC X.
   05 GL-COUNT    PIC 9(6).
   05 FILLER      PIC X.
   05 GL-AMOUNT   PIC 9(9)V99.
