*> Mission: Take the parent company's mainframe extract without the
*> contractor's PC in the middle. The extract arrives EBCDIC-encoded
*> (code page 037), fixed 33-byte records:
*>   columns  1-7   account number, EBCDIC digits -- the customer ID
*>                  then its check digit (see PROC_ACCOUNT_NUMBER)
*>   columns  8-27  customer name, EBCDIC text
*>   columns 28-32  balance, packed decimal (COMP-3 S9(7)V99)
*>   column  33     their status code, EBCDIC
*> Each record is translated to our character set through a
*> compiled-in CP037 table, the packed balance is unpacked nibble by
*> nibble into the SIGN TRAILING SEPARATE shape
*> A/C values through the STATUS_XLATE.CTL translation file
*> (<their-code>|<our-code> lines). Clean records land in
*> CUSTOMERS_INTAKE.SDF ready for PROC_CUSTOMER_EDIT; anything that
*> does not translate cleanly -- non-digit account number, a check
*> digit that does not match the ID, a bad packed nibble or sign,
*> an unmapped status -- goes to INTAKE_EXCEPTIONS.RPT with the
*> reason and the record number.
*> Command line: [extract-file], default MAINFRAME_EXTRACT.DAT.
*> cobc -x -j -free -I . PROC_MAINFRAME_INTAKE.cob
*>     PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MAINFRAME_INTAKE.

DATA DIVISION.
FILE SECTION.
FD EXTRACT-FILE
    RECORD CONTAINS 33 CHARACTERS
    DATA RECORD IS EXTRACT-RECORD.
01 EXTRACT-RECORD.
   05 EXT-ACCOUNT-EBCDIC PIC X(7).
   05 EXT-NAME-EBCDIC   PIC X(20).
   05 EXT-BALANCE-PACKED PIC X(5).
   05 EXT-STATUS-EBCDIC PIC X.
01 WS-DIGIT-PTR     PIC 9(2).
01 WS-PACK-FAULT    PIC X.
01 WS-THEIR-STATUS  PIC X.
*> The account number as translated, ID plus check digit.
01 WS-BR-ACCOUNT    PIC X(7).
COPY 'CB_ACCOUNT_NUMBER.cpy'.

*> The status translation table off STATUS_XLATE.CTL -- 20 codes,
*> house table style.
    PERFORM TRANSLATE-ID-AND-NAME
    PERFORM UNPACK-THE-BALANCE
    PERFORM MAP-THE-STATUS
    IF WS-BR-ACCOUNT IS NOT NUMERIC
        MOVE 'ACCOUNT NOT NUMERIC AFTER TRANSLATION'
            TO WS-REASON-TEXT
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        PERFORM VERIFY-CHECK-DIGIT
    END-IF
    IF WS-RECORD-FAULTS = 0
        MOVE WS-BUILT-RECORD TO INTAKE-OUT-RECORD
*> Byte-for-byte table lookup: the byte's unsigned value plus one
*> indexes the 256-slot character table.
TRANSLATE-ID-AND-NAME.
    MOVE SPACES TO WS-BR-ACCOUNT
    PERFORM VARYING WS-BYTE-SS FROM 1 BY 1 UNTIL WS-BYTE-SS > 7
        MOVE EXT-ACCOUNT-EBCDIC(WS-BYTE-SS:1) TO WS-BYTE-CHAR
        COMPUTE WS-TABLE-SS = WS-BYTE-NUM + 1
        MOVE WS-E2A-CHAR(WS-TABLE-SS)
            TO WS-BR-ACCOUNT(WS-BYTE-SS:1)
    END-PERFORM
    MOVE WS-BR-ACCOUNT(1:6) TO WS-BR-ID
    PERFORM VARYING WS-BYTE-SS FROM 1 BY 1 UNTIL WS-BYTE-SS > 20
        MOVE EXT-NAME-EBCDIC(WS-BYTE-SS:1) TO WS-BYTE-CHAR
        COMPUTE WS-TABLE-SS = WS-BYTE-NUM + 1
    END-IF
    .

*> A digit mistyped or transposed upstream shows here as a check
*> digit that does not match -- the record is refused rather than
*> landed against somebody else's ID.
VERIFY-CHECK-DIGIT.
    MOVE 'V' TO ACCT_REQUEST
    MOVE WS-BR-ACCOUNT TO ACCT_KEYED
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    IF ACCT-NUMBER-BAD
        MOVE SPACES TO WS-REASON-TEXT
        STRING 'CHECK DIGIT FAILS ON ACCOUNT ' WS-BR-ACCOUNT
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    .

MAP-THE-STATUS.
    MOVE EXT-STATUS-EBCDIC TO WS-BYTE-CHAR
    COMPUTE WS-TABLE-SS = WS-BYTE-NUM + 1
