*> LINKAGE parameters for PROC_POSTAL_CHECK: an address's postal
*> code, state and city checked against the postal reference
*> (POSTAL_REF.IDX, see CB_POSTAL_REF_FILE.cpy) and handed back in
*> standard form --
*>   POSTAL_CODE_OUT  nnnnn or nnnnn-nnnn
*>   POSTAL_STATE_OUT the prefix's state (filled in when blank)
*>   POSTAL_CITY_OUT  the city as the postal service spells it
*> POSTAL_REQUEST 'C' checks; 'N' only puts POSTAL_CITY_IN into
*> matching form (POSTAL_CITY_KEY), which is how PROC_POSTAL_LOAD
*> keys the reference the same way the check reads it; 'X' closes
*> the reference at the end of a run. The answer:
*>   'V' valid exactly as keyed
*>   'S' valid once standardized -- the _OUT fields differ from
*>       the _IN ones and are the ones to keep
*>   'E' not valid; POSTAL_REASON says which part and why
*>   'U' no reference to check against (not loaded yet) -- the
*>       address is neither passed nor failed
01 POSTAL-CHECK-PARAMS.
   05 POSTAL_REQUEST   PIC X.
      88 POSTAL-CHECK-ADDRESS   VALUE 'C'.
      88 POSTAL-NORMALIZE-CITY  VALUE 'N'.
      88 POSTAL-CLOSE-REFERENCE VALUE 'X'.
   05 POSTAL_CODE_IN   PIC X(10).
   05 POSTAL_STATE_IN  PIC X(2).
   05 POSTAL_CITY_IN   PIC X(20).
   05 POSTAL_CODE_OUT  PIC X(10).
   05 POSTAL_STATE_OUT PIC X(2).
   05 POSTAL_CITY_OUT  PIC X(20).
   05 POSTAL_CITY_KEY  PIC X(20).
   05 POSTAL_RESULT    PIC X.
      88 POSTAL-VALID          VALUE 'V'.
      88 POSTAL-STANDARDIZED   VALUE 'S'.
      88 POSTAL-INVALID        VALUE 'E'.
      88 POSTAL-NO-REFERENCE   VALUE 'U'.
   05 POSTAL_REASON    PIC X(60).
