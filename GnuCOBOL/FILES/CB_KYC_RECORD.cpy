*> FD/record for KYC-FILE (see CB_KYC_FILE.cpy for the SELECT).
*> Dates are YYYYMMDD. KYC-NEXT-DUE is stored, not derived, so a
*> reviewer can bring a review forward; PROC_KYC_EDIT defaults it
*> from the rating when left blank -- high risk yearly, medium every
*> two years, low every three. KYC-UPDATED/-BY stamp the last
*> change to the record itself.
FD KYC-FILE
    RECORD CONTAINS 64 CHARACTERS
    DATA RECORD IS KYC-RECORD.
01 KYC-RECORD.
   05 KYC-CUST-ID      PIC 9(6).
   05 KYC-RISK         PIC X.
      88 KYC-RISK-HIGH   VALUE 'H'.
      88 KYC-RISK-MEDIUM VALUE 'M'.
      88 KYC-RISK-LOW    VALUE 'L'.
   05 KYC-LAST-REVIEW  PIC X(8).
   05 KYC-NEXT-DUE     PIC X(8).
   05 KYC-REVIEWER     PIC X(8).
   05 KYC-UPDATED      PIC X(8).
   05 KYC-UPDATED-BY   PIC X(8).
   05 FILLER           PIC X(17).
