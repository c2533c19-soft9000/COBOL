*> Mission: The ledger chain's arithmetic, in one place (see
*> CB_LEDGER_HASH.cpy for the contract) -- the posting run that seals
*> a record, the merge tool that reseals one and PROC_LEDGER_CHAIN
*> that checks them all must never disagree about what a record's
*> hash is. Two independent running remainders, one per half of the
*> 18-digit result, each carried from the prior value through every
*> byte of the data: change any byte, any byte's place, or the prior
*> value, and both halves move.
*> GnuCOBOL: cobc -free PROC_LEDGER_HASH.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_HASH.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-HIGH-HALF      PIC 9(12).
01 WS-LOW-HALF       PIC 9(12).
01 WS-BYTE-SS        PIC 9(4).
01 WS-BYTE-CHAR      PIC X.
01 WS-BYTE-NUM REDEFINES WS-BYTE-CHAR PIC X COMP-X.

LINKAGE SECTION.
COPY 'CB_LEDGER_HASH.cpy'.

PROCEDURE DIVISION USING LEDGER-HASH-PARAMS.
MAIN-PARA.
    DIVIDE LHASH_PRIOR BY 1000000000 GIVING WS-HIGH-HALF
        REMAINDER WS-LOW-HALF
    PERFORM VARYING WS-BYTE-SS FROM 1 BY 1
        UNTIL WS-BYTE-SS > LENGTH OF LHASH_DATA
        MOVE LHASH_DATA(WS-BYTE-SS:1) TO WS-BYTE-CHAR
        COMPUTE WS-HIGH-HALF = FUNCTION MOD(
            WS-HIGH-HALF * 257 + WS-BYTE-NUM + 1, 999999937)
        COMPUTE WS-LOW-HALF = FUNCTION MOD(
            WS-LOW-HALF * 263 + WS-BYTE-NUM + 7, 999999929)
    END-PERFORM
    COMPUTE LHASH_RESULT = WS-HIGH-HALF * 1000000000 + WS-LOW-HALF
    GOBACK.

END PROGRAM PROC_LEDGER_HASH.
