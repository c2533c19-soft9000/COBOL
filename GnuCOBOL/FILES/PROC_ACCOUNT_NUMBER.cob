*> Mission: The check digit on customer account numbers, in one
*> place (see CB_ACCOUNT_NUMBER.cpy for the contract) -- a transposed
*> digit in a bare six-digit CUST-ID posts money to the wrong
*> customer whenever both IDs exist; with the check digit the
*> keying point refuses it instead. Every program that takes an ID
*> from an operator, a scanner or an outside feed verifies through
*> here, and everything that prints a number for a customer makes
*> it through here, so the scheme can never disagree with itself.
*> GnuCOBOL: cobc -free PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_ACCOUNT_NUMBER.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-KEYED          PIC X(20).
01 WS-ID-DIGITS      PIC 9(6).
01 WS-ID-DIGIT-TABLE REDEFINES WS-ID-DIGITS.
    05 WS-ID-DIGIT   PIC 9 OCCURS 6 TIMES.
01 WS-DIGIT-SS       PIC 9(2).
01 WS-DIGIT-VALUE    PIC 9(2).
01 WS-DIGIT-SUM      PIC 9(3).
01 WS-CHECK-DIGIT    PIC 9.

LINKAGE SECTION.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION USING ACCOUNT-NUMBER-PARAMS.
MAIN-PARA.
    MOVE 'N' TO ACCT_RESULT
    MOVE SPACES TO ACCT_MESSAGE
    EVALUATE TRUE
        WHEN ACCT-MAKE-NUMBER
            MOVE ACCT_CUST_ID TO WS-ID-DIGITS
            PERFORM COMPUTE-CHECK-DIGIT
            MOVE ACCT_CUST_ID TO ACCT_NUMBER(1:6)
            MOVE WS-CHECK-DIGIT TO ACCT_NUMBER(7:1)
            MOVE 'Y' TO ACCT_RESULT
        WHEN ACCT-VERIFY-NUMBER
            PERFORM VERIFY-KEYED-NUMBER
        WHEN OTHER
            MOVE 'UNKNOWN ACCOUNT NUMBER REQUEST' TO ACCT_MESSAGE
    END-EVALUATE
    GOBACK.

*> Exactly seven digits: a bare six-digit ID from before the check
*> digit is refused outright rather than read as some other
*> account's ID plus a check digit.
VERIFY-KEYED-NUMBER.
    MOVE 0 TO ACCT_CUST_ID
    MOVE SPACES TO ACCT_NUMBER
    MOVE FUNCTION TRIM(ACCT_KEYED) TO WS-KEYED
    IF WS-KEYED(1:7) IS NOT NUMERIC
        OR WS-KEYED(8:13) NOT = SPACES
        MOVE 'ACCOUNT NUMBERS ARE 7 DIGITS (ID + CHECK DIGIT)'
            TO ACCT_MESSAGE
    ELSE
        MOVE WS-KEYED(1:6) TO WS-ID-DIGITS
        PERFORM COMPUTE-CHECK-DIGIT
        IF WS-KEYED(7:1) = WS-CHECK-DIGIT
            MOVE WS-ID-DIGITS TO ACCT_CUST_ID
            MOVE WS-KEYED(1:7) TO ACCT_NUMBER
            MOVE 'Y' TO ACCT_RESULT
        ELSE
            MOVE 'CHECK DIGIT WRONG -- NUMBER MISKEYED?'
                TO ACCT_MESSAGE
        END-IF
    END-IF
    .

*> Luhn: from the rightmost ID digit leftward every other digit is
*> doubled (a doubled digit over 9 loses 9), the lot summed, and the
*> check digit is what brings the sum up to a multiple of ten.
COMPUTE-CHECK-DIGIT.
    MOVE 0 TO WS-DIGIT-SUM
    PERFORM VARYING WS-DIGIT-SS FROM 1 BY 1 UNTIL WS-DIGIT-SS > 6
        MOVE WS-ID-DIGIT(WS-DIGIT-SS) TO WS-DIGIT-VALUE
        IF FUNCTION MOD(WS-DIGIT-SS, 2) = 0
            MULTIPLY 2 BY WS-DIGIT-VALUE
            IF WS-DIGIT-VALUE > 9
                SUBTRACT 9 FROM WS-DIGIT-VALUE
            END-IF
        END-IF
        ADD WS-DIGIT-VALUE TO WS-DIGIT-SUM
    END-PERFORM
    COMPUTE WS-CHECK-DIGIT =
        FUNCTION MOD(10 - FUNCTION MOD(WS-DIGIT-SUM, 10), 10)
    .

END PROGRAM PROC_ACCOUNT_NUMBER.
