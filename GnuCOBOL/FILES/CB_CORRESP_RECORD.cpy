*> FD/record for CORRESP-FILE (see CB_CORRESP_FILE.cpy for the
*> SELECT). COR-DOC-TYPE says what the document was:
*>   STMT statement              DUNN overdue (dunning) letter
*>   CHGC change confirmation    BCNF auditors' balance confirmation
*>   ESCH unclaimed-property     ITAX year-end interest notice
*>        due-diligence letter   RPRT reprint of an earlier document
*>   RETM returned mail (the envelope came back)
*>   TDMN term deposit maturity notice
*>   LNSC loan amortization schedule  LNDN loan installment due notice
*>   NTFY balance-event notification (low balance, large debit)
*> COR-CHANNEL is how it travelled: P(aper) or E(lectronic).
*> COR-REFERENCE is the run's own reference for it -- the spool or
*> extract it went out in, the cycle, bucket, control number.
*> COR-COPY says where an exact copy is kept for a reprint:
*>   S the statement archive (STMT_ARCHIVE.IDX) under
*>     COR-COPY-CUST-ID and COR-COPY-CYCLE -- a household member's
*>     statement is filed under the household primary's ID
*>   L the letter archive (LETTER_ARCHIVE.IDX) under this record's
*>     own key
*>   N no copy kept (an electronic-only statement, returned mail)
FD CORRESP-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS CORRESP-RECORD.
01 CORRESP-RECORD.
   05 COR-KEY.
      10 COR-CUST-ID      PIC 9(6).
      10 COR-STAMP        PIC X(14).
      10 COR-SEQ          PIC 9(2).
   05 COR-DOC-TYPE        PIC X(4).
   05 COR-CHANNEL         PIC X.
      88 COR-BY-PAPER     VALUE 'P'.
      88 COR-BY-ELECTRONIC VALUE 'E'.
   05 COR-REFERENCE       PIC X(40).
   05 COR-COPY            PIC X.
      88 COR-COPY-IN-STATEMENTS VALUE 'S'.
      88 COR-COPY-IN-LETTERS    VALUE 'L'.
      88 COR-NO-COPY            VALUE 'N'.
   05 COR-COPY-CUST-ID    PIC 9(6).
   05 COR-COPY-CYCLE      PIC X(8).
   05 COR-PROGRAM         PIC X(24).
   05 COR-OPERATOR        PIC X(8).
   05 FILLER              PIC X(6).
