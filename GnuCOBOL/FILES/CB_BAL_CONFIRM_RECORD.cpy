*> FD/record for BAL-CONFIRM-FILE (see CB_BAL_CONFIRM_FILE.cpy for
*> the SELECT). BCF-METHOD says which of the auditors' selections
*> drew the account -- V over the value, N every Nth, R random within
*> its branch (an account drawn twice counts under the first).
*> BCF-ASOF-BALANCE is the balance the letter asked the customer to
*> confirm; BCF-STATED-BALANCE the figure a disputing customer gave
*> back (BCF-STATED-GIVEN 'Y' when they gave one). BCF-NOTE carries
*> the reason a letter was never sent, or the desk's note on a
*> reply.
FD BAL-CONFIRM-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS BAL-CONFIRM-RECORD.
01 BAL-CONFIRM-RECORD.
   05 BCF-CONTROL-NO      PIC 9(9).
   05 BCF-CONTROL-PARTS REDEFINES BCF-CONTROL-NO.
      10 BCF-CONTROL-YEAR PIC 9(4).
      10 BCF-CONTROL-SEQ  PIC 9(5).
   05 BCF-CUST-ID         PIC 9(6).
   05 BCF-ASOF-DATE       PIC X(8).
   05 BCF-METHOD          PIC X.
      88 BCF-BY-VALUE      VALUE 'V'.
      88 BCF-BY-INTERVAL   VALUE 'N'.
      88 BCF-BY-RANDOM     VALUE 'R'.
   05 BCF-BRANCH          PIC X(3).
   05 BCF-ASOF-BALANCE    PIC S9(9)V99.
   05 BCF-STATUS          PIC X.
      88 BCF-OUTSTANDING   VALUE 'O'.
      88 BCF-AGREED        VALUE 'A'.
      88 BCF-DISPUTED      VALUE 'D'.
      88 BCF-UNANSWERED    VALUE 'U'.
      88 BCF-NOT-SENT      VALUE 'X'.
   05 BCF-SENT-DATE       PIC X(8).
   05 BCF-OPERATOR        PIC X(8).
   05 BCF-REPLY-DATE      PIC X(8).
   05 BCF-REPLY-OPERATOR  PIC X(8).
   05 BCF-STATED-GIVEN    PIC X.
   05 BCF-STATED-BALANCE  PIC S9(9)V99.
   05 BCF-NOTE            PIC X(40).
   05 FILLER              PIC X(37).
