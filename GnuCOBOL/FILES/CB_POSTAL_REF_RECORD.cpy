*> FD/record for POSTAL-REF-FILE (see CB_POSTAL_REF_FILE.cpy for the
*> SELECT). PREF-CITY-KEY is the city in matching form -- upper
*> case, punctuation dropped, ST/STE/FT/MT/PT spelled out, single
*> spaces (PROC_POSTAL_CHECK 'N' makes it) -- so "St. Louis" and
*> "SAINT LOUIS" land on the same record; PREF-CITY is the name as
*> the postal service spells it, which is what standardizing writes
*> back. Every record under a prefix carries the same PREF-STATE.
FD POSTAL-REF-FILE
    RECORD CONTAINS 48 CHARACTERS
    DATA RECORD IS POSTAL-REF-RECORD.
01 POSTAL-REF-RECORD.
   05 PREF-KEY.
      10 PREF-PREFIX   PIC X(3).
      10 PREF-CITY-KEY PIC X(20).
   05 PREF-STATE       PIC X(2).
   05 PREF-CITY        PIC X(20).
   05 FILLER           PIC X(3).
