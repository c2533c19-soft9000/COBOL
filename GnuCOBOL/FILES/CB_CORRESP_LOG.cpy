*> LINKAGE parameters for PROC_CORRESP_LOG: record a document in
*> the customer's correspondence history (CORRESP_HISTORY.IDX, see
*> CB_CORRESP_RECORD.cpy for the document types and the copy
*> codes) and, for a letter, keep its rendered lines for reprint.
*>   CORR_ACTION 'D' record one document -- CORR_CUST_ID through
*>                   CORR_PROGRAM filled in by the caller; the
*>                   stamp, sequence and operator are added here
*>                   and the record's key comes back in
*>                   CORR_DOC_KEY. With CORR_COPY 'L' the lines
*>                   that follow are filed under it.
*>               'L' file CORR_LINE as the next line of the
*>                   document CORR_DOC_KEY names (LETTER_ARCHIVE.IDX)
*>                   -- only ever the last one recorded; a key of
*>                   spaces (nothing recorded for this letter) files
*>                   nothing.
*>               'C' close the stores -- once, at the end of the
*>                   run. The first call of a run opens them (and
*>                   creates them on a shop that has neither yet).
*> CORR_RESULT 'Y' done, 'N' the store could not be opened or
*> written -- reported on the console here; a letter run carries on
*> regardless, the history is a record of the mail, not a gate on it.
01 CORRESP-LOG-PARAMS.
   05 CORR_ACTION       PIC X.
      88 CORR-RECORD-DOCUMENT VALUE 'D'.
      88 CORR-FILE-LINE       VALUE 'L'.
      88 CORR-CLOSE-STORES    VALUE 'C'.
   05 CORR_CUST_ID      PIC 9(6).
   05 CORR_DOC_TYPE     PIC X(4).
   05 CORR_CHANNEL      PIC X.
   05 CORR_REFERENCE    PIC X(40).
   05 CORR_COPY         PIC X.
   05 CORR_COPY_CUST_ID PIC 9(6).
   05 CORR_COPY_CYCLE   PIC X(8).
   05 CORR_PROGRAM      PIC X(24).
   05 CORR_LINE         PIC X(132).
   05 CORR_DOC_KEY      PIC X(22).
   05 CORR_RESULT       PIC X.
      88 CORR-DONE      VALUE 'Y'.
      88 CORR-FAILED    VALUE 'N'.
