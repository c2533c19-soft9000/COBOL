*> identically because the customer record had no product concept;
*> PRODUCTS.DAT gives each product its rules --
*>   <code>|<description>|<min-balance>|<monthly-fee>|<Y|N interest>
*>       |<Y|N suspense>|<returned-item-fee>
*> -- where interest eligibility and the monthly fee drive the
*> accrual run's selection, a suspense product is expected back
*> at zero by day's end (the posting run flags any that is not),
*> and the returned-item fee is what PROC_NSF_FEES charges for each
*> debit the posting run rejected over the credit limit (zero, or
*> blank on a line from before the field, charges nothing).
*> Same prompt-and-ACCEPT editor mold as PROC_TXNTYPE_EDIT.
*> cobc -x -free PROC_PRODUCT_EDIT.cob
IDENTIFICATION DIVISION.
        10 WS-PD-FEE      PIC 9(5)V99.
        10 WS-PD-INTEREST PIC X.
        10 WS-PD-SUSPENSE PIC X.
        10 WS-PD-NSF-FEE  PIC 9(5)V99.
01 WS-PRODUCT-COUNT PIC 9(2) VALUE 0.
*> Set when the file outgrows the in-memory table -- the run then
*> refuses, because saving the capped table back over the file
01 WS-TOK-FEE       PIC X(10).
01 WS-TOK-INTEREST  PIC X(2).
01 WS-TOK-SUSPENSE  PIC X(2).
01 WS-TOK-NSF-FEE   PIC X(10).
01 WS-MIN-EDIT      PIC -(7)9.99.
01 WS-FEE-EDIT      PIC 9(5).99.
01 WS-NSF-FEE-EDIT  PIC 9(5).99.
01 WS-LINE-PTR      PIC 9(4).

PROCEDURE DIVISION.

TAKE-ONE-PRODUCT-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-DESC WS-TOK-MIN WS-TOK-FEE
        WS-TOK-INTEREST WS-TOK-SUSPENSE WS-TOK-NSF-FEE
    UNSTRING PRODUCTS-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-DESC WS-TOK-MIN WS-TOK-FEE
             WS-TOK-INTEREST WS-TOK-SUSPENSE WS-TOK-NSF-FEE
    ADD 1 TO WS-PRODUCT-COUNT
    SET WS-PRODUCT-SS TO WS-PRODUCT-COUNT
    MOVE WS-TOK-CODE(1:4) TO WS-PD-CODE(WS-PRODUCT-SS)
    END-IF
    MOVE WS-TOK-INTEREST(1:1) TO WS-PD-INTEREST(WS-PRODUCT-SS)
    MOVE WS-TOK-SUSPENSE(1:1) TO WS-PD-SUSPENSE(WS-PRODUCT-SS)
    IF WS-TOK-NSF-FEE NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-TOK-NSF-FEE) = 0
        MOVE FUNCTION NUMVAL(WS-TOK-NSF-FEE)
            TO WS-PD-NSF-FEE(WS-PRODUCT-SS)
    ELSE
        MOVE 0 TO WS-PD-NSF-FEE(WS-PRODUCT-SS)
    END-IF
    .

SAVE-PRODUCT-MASTER.
        UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
        MOVE WS-PD-MIN-BAL(WS-PRODUCT-SS) TO WS-MIN-EDIT
        MOVE WS-PD-FEE(WS-PRODUCT-SS) TO WS-FEE-EDIT
        MOVE WS-PD-NSF-FEE(WS-PRODUCT-SS) TO WS-NSF-FEE-EDIT
        MOVE SPACES TO PRODUCTS-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-PD-CODE(WS-PRODUCT-SS))
            '|' WS-FEE-EDIT
            '|' WS-PD-INTEREST(WS-PRODUCT-SS)
            '|' WS-PD-SUSPENSE(WS-PRODUCT-SS)
            '|' WS-NSF-FEE-EDIT
            DELIMITED BY SIZE INTO PRODUCTS-LINE
            WITH POINTER WS-LINE-PTR
        WRITE PRODUCTS-LINE
        UNTIL WS-PRODUCT-SS > WS-PRODUCT-COUNT
        MOVE WS-PD-MIN-BAL(WS-PRODUCT-SS) TO WS-MIN-EDIT
        MOVE WS-PD-FEE(WS-PRODUCT-SS) TO WS-FEE-EDIT
        MOVE WS-PD-NSF-FEE(WS-PRODUCT-SS) TO WS-NSF-FEE-EDIT
        DISPLAY WS-PD-CODE(WS-PRODUCT-SS)
            ' [' FUNCTION TRIM(WS-PD-DESC(WS-PRODUCT-SS)) ']'
            ' MIN ' FUNCTION TRIM(WS-MIN-EDIT)
            ' FEE ' WS-FEE-EDIT
            ' INT ' WS-PD-INTEREST(WS-PRODUCT-SS)
            ' SUSP ' WS-PD-SUSPENSE(WS-PRODUCT-SS)
            ' NSF ' WS-NSF-FEE-EDIT
    END-PERFORM
    IF WS-PRODUCT-COUNT = 0
        DISPLAY 'NO PRODUCTS ON FILE'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Returned-item fee like 25.00 (blank = none): '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF WS-ANSWER = SPACES
            MOVE 0 TO WS-PD-NSF-FEE(WS-PRODUCT-SS)
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
                AND FUNCTION NUMVAL(WS-ANSWER) >= 0
                MOVE FUNCTION NUMVAL(WS-ANSWER)
                    TO WS-PD-NSF-FEE(WS-PRODUCT-SS)
            ELSE
                DISPLAY 'REJECTED: not a non-negative number'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-IF
    END-IF
    .

END PROGRAM PROC_PRODUCT_EDIT.
