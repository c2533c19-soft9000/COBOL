*> could not tell a fee from a transfer from a correction.
*> TXN_TYPES.DAT holds one pipe-delimited line per type --
*>   <code>|<description>|<D|C|B nature>|<A|I active>
*>       |<profit class>
*> -- where the nature says which direction the type may move money
*> (B for both), and an inactive type is refused at posting without
*> losing its history. The profit class says what the type means to
*> the bank's earnings, for PROC_PROFITABILITY:
*>   F fee income         I interest paid out to the customer
*>   R interest received  W write-off
*>   N none -- principal: payments, purchases, transfers
*> (blank, on a line from before the field, reads as N, except
*> that the house codes INT, FEE, NSF and WOF keep their obvious
*> class). Same prompt-and-ACCEPT editor mold as
*> PROC_CUSTOMER_MAINT; types are deactivated, never dropped, so old
*> ledger records always resolve to a description.
*> cobc -x -free PROC_TXNTYPE_EDIT.cob
        10 WS-TT-DESC   PIC X(30).
        10 WS-TT-NATURE PIC X.
        10 WS-TT-ACTIVE PIC X.
        10 WS-TT-CLASS  PIC X.
01 WS-TYPE-COUNT   PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- the run then
*> refuses, because saving the capped table back over the file
01 WS-FIELD-CODE   PIC X(4).
01 WS-FIELD-DESC   PIC X(30).
01 WS-FIELD-NATURE PIC X.
01 WS-FIELD-CLASS  PIC X.
01 WS-TOK-CODE     PIC X(6).
01 WS-TOK-DESC     PIC X(32).
01 WS-TOK-NATURE   PIC X(2).
01 WS-TOK-ACTIVE   PIC X(2).
01 WS-TOK-CLASS    PIC X(2).
01 WS-LINE-PTR     PIC 9(4).

PROCEDURE DIVISION.

TAKE-ONE-TYPE-LINE.
    MOVE SPACES TO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE
        WS-TOK-ACTIVE WS-TOK-CLASS
    UNSTRING TYPES-LINE DELIMITED BY '|'
        INTO WS-TOK-CODE WS-TOK-DESC WS-TOK-NATURE WS-TOK-ACTIVE
            WS-TOK-CLASS
    ADD 1 TO WS-TYPE-COUNT
    SET WS-TYPE-SS TO WS-TYPE-COUNT
    MOVE WS-TOK-CODE(1:4) TO WS-TT-CODE(WS-TYPE-SS)
    MOVE WS-TOK-DESC(1:30) TO WS-TT-DESC(WS-TYPE-SS)
    MOVE WS-TOK-NATURE(1:1) TO WS-TT-NATURE(WS-TYPE-SS)
    MOVE WS-TOK-ACTIVE(1:1) TO WS-TT-ACTIVE(WS-TYPE-SS)
    MOVE WS-TOK-CLASS(1:1) TO WS-TT-CLASS(WS-TYPE-SS)
    .

SAVE-TYPE-MASTER.
            '|' FUNCTION TRIM(WS-TT-DESC(WS-TYPE-SS))
            '|' WS-TT-NATURE(WS-TYPE-SS)
            '|' WS-TT-ACTIVE(WS-TYPE-SS)
            '|' WS-TT-CLASS(WS-TYPE-SS)
            DELIMITED BY SIZE INTO TYPES-LINE
            WITH POINTER WS-LINE-PTR
        WRITE TYPES-LINE
        MOVE WS-FIELD-DESC TO WS-TT-DESC(WS-TYPE-SS)
        MOVE WS-FIELD-NATURE TO WS-TT-NATURE(WS-TYPE-SS)
        MOVE 'A' TO WS-TT-ACTIVE(WS-TYPE-SS)
        MOVE WS-FIELD-CLASS TO WS-TT-CLASS(WS-TYPE-SS)
        PERFORM SAVE-TYPE-MASTER
        DISPLAY 'ADDED TYPE ' WS-FIELD-CODE
    END-IF
        SET WS-TYPE-SS TO WS-MATCH-SS
        MOVE WS-FIELD-DESC TO WS-TT-DESC(WS-TYPE-SS)
        MOVE WS-FIELD-NATURE TO WS-TT-NATURE(WS-TYPE-SS)
        MOVE WS-FIELD-CLASS TO WS-TT-CLASS(WS-TYPE-SS)
        PERFORM SAVE-TYPE-MASTER
        DISPLAY 'CHANGED TYPE ' WS-FIELD-CODE
    END-IF
            ' [' FUNCTION TRIM(WS-TT-DESC(WS-TYPE-SS)) ']'
            ' NATURE ' WS-TT-NATURE(WS-TYPE-SS)
            ' ' WS-TT-ACTIVE(WS-TYPE-SS)
            ' CLASS ' WS-TT-CLASS(WS-TYPE-SS)
    END-PERFORM
    IF WS-TYPE-COUNT = 0
        DISPLAY 'NO TRANSACTION TYPES ON FILE'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        DISPLAY 'Profit class F)ee income I)nterest paid'
            ' R)interest received W)rite-off N)one: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-FIELD-CLASS
        IF WS-FIELD-CLASS = SPACE
            MOVE 'N' TO WS-FIELD-CLASS
        END-IF
        IF WS-FIELD-CLASS NOT = 'F' AND WS-FIELD-CLASS NOT = 'I'
            AND WS-FIELD-CLASS NOT = 'R' AND WS-FIELD-CLASS NOT = 'W'
            AND WS-FIELD-CLASS NOT = 'N'
            DISPLAY 'REJECTED: F, I, R, W or N'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    .

END PROGRAM PROC_TXNTYPE_EDIT.
