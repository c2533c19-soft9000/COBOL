*> Mission: One answer to "is this account on mail hold?" for every
*> program that puts paper in an envelope (see CB_MAIL_HOLD.cpy for
*> the contract). Reads the returned-mail scans (RETURNED_MAIL.DAT,
*> from PROC_RETURNED_MAIL) against the address-change trail
*> (ADDRESS_CHANGES.LOG, from PROC_ADDRESS_EDIT): a return logged
*> after the account's last recorded address add or change holds
*> the account; a newer address clears it with nobody having to
*> remember to. Both files are read once, on the first call, and
*> kept for the rest of the run -- a statement run asks once per
*> customer. No returned-mail file at all means nothing is held.
*> Both files are the book's the run selected (CB_COMPANY.cpy) --
*> asked of PROC_COMPANY on the first call, the same answer the
*> calling program was given.
*> 2000 held accounts and 2000 address changes, house table style.
*> Beyond that the run is warned once, the overflow is noted, and an
*> account the tables can no longer judge -- one whose address
*> change or hold did not fit -- is looked up in the two files on
*> its own, so nobody is held, or let through, on a short table.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_MAIL_HOLD.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MAIL_HOLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETURNED-FILE ASSIGN TO DYNAMIC COMPANY_RETMAIL_FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURNED-STATUS.
    SELECT CHANGES-FILE ASSIGN TO DYNAMIC COMPANY_ADDRCHG_FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHANGES-STATUS.

DATA DIVISION.
FILE SECTION.
FD RETURNED-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS RETURNED-LINE.
01 RETURNED-LINE PIC X(80).

FD CHANGES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS CHANGES-LINE.
01 CHANGES-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-RETURNED-STATUS PIC XX.
01 WS-CHANGES-STATUS  PIC XX.
01 WS-AT-END          PIC X.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-LOAD-STATE      PIC X VALUE 'N'.
    88 HOLDS-LOADED    VALUE 'Y'.
01 WS-OVERFLOW-WARNED PIC X VALUE 'N'.
01 WS-CHANGE-OVERFLOW PIC X VALUE 'N'.
    88 CHANGES-OVERFLOWED VALUE 'Y'.
01 WS-HOLD-OVERFLOW   PIC X VALUE 'N'.
    88 HOLDS-OVERFLOWED   VALUE 'Y'.
01 WS-BOOK-STATE      PIC X VALUE 'N'.
    88 BOOK-SELECTED   VALUE 'Y'.
    88 BOOK-REFUSED    VALUE 'R'.

*> Newest address add/change per account. A drop does not count --
*> taking the address away is not a better one to mail to.
01 WS-CHANGE-TABLE.
    05 WS-CHANGE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CHG-SS.
        10 WS-CHG-CUST-ID PIC 9(6).
        10 WS-CHG-STAMP   PIC X(19).
01 WS-CHANGE-COUNT    PIC 9(4) VALUE 0.
01 WS-CHANGE-MATCH-SS PIC 9(4).

*> The open holds, in the order their first return was scanned.
01 WS-HOLD-TABLE.
    05 WS-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HOLD-SS.
        10 WS-HLD-CUST-ID PIC 9(6).
        10 WS-HLD-SINCE   PIC X(19).
        10 WS-HLD-RETURNS PIC 9(4).
        10 WS-HLD-LAST    PIC X(19).
01 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
01 WS-HOLD-MATCH-SS   PIC 9(4).

01 WS-LINE-CUST-ID    PIC 9(6).
01 WS-LINE-STAMP      PIC X(19).
01 WS-LINE-ACTION     PIC X(8).

*> One account looked up straight off the files after an overflow.
01 WS-ONE-CHG-STAMP   PIC X(19).
01 WS-ONE-SINCE       PIC X(19).
01 WS-ONE-RETURNS     PIC 9(4).
01 WS-ONE-LAST        PIC X(19).

LINKAGE SECTION.
COPY 'CB_MAIL_HOLD.cpy'.

PROCEDURE DIVISION USING MAIL-HOLD-PARAMS.
MAIN-PARA.
    IF NOT HOLDS-LOADED
        PERFORM SELECT-COMPANY-BOOK
        IF BOOK-SELECTED
            PERFORM LOAD-ADDRESS-CHANGES
            PERFORM LOAD-RETURNED-MAIL
        END-IF
        SET HOLDS-LOADED TO TRUE
    END-IF
    MOVE 'N' TO HOLD_RESULT
    MOVE SPACES TO HOLD_SINCE HOLD_LAST_RETURN
    MOVE 0 TO HOLD_RETURNS
    MOVE HOLD_CUST_ID TO WS-LINE-CUST-ID
    PERFORM FIND-HOLD
    PERFORM FIND-CHANGE
    IF (HOLDS-OVERFLOWED AND WS-HOLD-MATCH-SS = 0)
        OR (CHANGES-OVERFLOWED AND WS-HOLD-MATCH-SS > 0
            AND WS-CHANGE-MATCH-SS = 0)
        PERFORM LOOK-UP-ONE-ACCOUNT
        IF WS-ONE-RETURNS > 0
            MOVE 'Y' TO HOLD_RESULT
            MOVE WS-ONE-SINCE TO HOLD_SINCE
            MOVE WS-ONE-RETURNS TO HOLD_RETURNS
            MOVE WS-ONE-LAST TO HOLD_LAST_RETURN
        END-IF
    ELSE
        IF WS-HOLD-MATCH-SS > 0
            MOVE 'Y' TO HOLD_RESULT
            MOVE WS-HLD-SINCE(WS-HOLD-MATCH-SS) TO HOLD_SINCE
            MOVE WS-HLD-RETURNS(WS-HOLD-MATCH-SS) TO HOLD_RETURNS
            MOVE WS-HLD-LAST(WS-HOLD-MATCH-SS) TO HOLD_LAST_RETURN
        END-IF
    END-IF
    GOBACK.

*> The calling program has already been let into its book, so this
*> is the same answer; a refusal here holds nothing rather than read
*> another book's files.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_MAIL_HOLD' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        SET BOOK-REFUSED TO TRUE
        DISPLAY 'ERROR: PROC_MAIL_HOLD refused company '
            FUNCTION TRIM(COMPANY_CODE) ' -- '
            FUNCTION TRIM(COMPANY_REASON) ' -- no account is held'
    ELSE
        SET BOOK-SELECTED TO TRUE
    END-IF
    .

*> ADDRESS_CHANGES.LOG lines: 'yyyy-mm-dd hh:mm:ss nnnnnn ACTION
*> OPR=xx', appended in time order, so the last add/change read for
*> an account is its newest.
LOAD-ADDRESS-CHANGES.
    MOVE 0 TO WS-CHANGE-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CHANGES-FILE
    IF WS-CHANGES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CHANGES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF CHANGES-LINE(21:6) IS NUMERIC
                        PERFORM TAKE-ONE-CHANGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGES-FILE
    END-IF
    .

TAKE-ONE-CHANGE.
    MOVE CHANGES-LINE(1:19) TO WS-LINE-STAMP
    MOVE CHANGES-LINE(21:6) TO WS-LINE-CUST-ID
    MOVE CHANGES-LINE(28:8) TO WS-LINE-ACTION
    IF WS-LINE-ACTION = 'ADDED' OR WS-LINE-ACTION = 'CHANGED'
        PERFORM FIND-CHANGE
        IF WS-CHANGE-MATCH-SS > 0
            MOVE WS-LINE-STAMP TO WS-CHG-STAMP(WS-CHANGE-MATCH-SS)
        ELSE
            IF WS-CHANGE-COUNT < 2000
                ADD 1 TO WS-CHANGE-COUNT
                MOVE WS-LINE-CUST-ID
                    TO WS-CHG-CUST-ID(WS-CHANGE-COUNT)
                MOVE WS-LINE-STAMP TO WS-CHG-STAMP(WS-CHANGE-COUNT)
            ELSE
                SET CHANGES-OVERFLOWED TO TRUE
                PERFORM WARN-TABLE-FULL
            END-IF
        END-IF
    END-IF
    .

*> RETURNED_MAIL.DAT lines: 'yyyy-mm-dd hh:mm:ss nnnnnn OPR=xx
*> name'. A return newer than the account's last address change
*> opens (or adds to) its hold.
LOAD-RETURNED-MAIL.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT RETURNED-FILE
    IF WS-RETURNED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ RETURNED-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF RETURNED-LINE(21:6) IS NUMERIC
                        PERFORM TAKE-ONE-RETURN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETURNED-FILE
    END-IF
    .

TAKE-ONE-RETURN.
    MOVE RETURNED-LINE(1:19) TO WS-LINE-STAMP
    MOVE RETURNED-LINE(21:6) TO WS-LINE-CUST-ID
    PERFORM FIND-CHANGE
    IF WS-CHANGE-MATCH-SS = 0
        OR WS-LINE-STAMP > WS-CHG-STAMP(WS-CHANGE-MATCH-SS)
        PERFORM FIND-HOLD
        IF WS-HOLD-MATCH-SS > 0
            IF WS-HLD-RETURNS(WS-HOLD-MATCH-SS) < 9999
                ADD 1 TO WS-HLD-RETURNS(WS-HOLD-MATCH-SS)
            END-IF
            MOVE WS-LINE-STAMP TO WS-HLD-LAST(WS-HOLD-MATCH-SS)
        ELSE
            IF WS-HOLD-COUNT < 2000
                ADD 1 TO WS-HOLD-COUNT
                MOVE WS-LINE-CUST-ID TO WS-HLD-CUST-ID(WS-HOLD-COUNT)
                MOVE WS-LINE-STAMP TO WS-HLD-SINCE(WS-HOLD-COUNT)
                MOVE 1 TO WS-HLD-RETURNS(WS-HOLD-COUNT)
                MOVE WS-LINE-STAMP TO WS-HLD-LAST(WS-HOLD-COUNT)
            ELSE
                SET HOLDS-OVERFLOWED TO TRUE
                PERFORM WARN-TABLE-FULL
            END-IF
        END-IF
    END-IF
    .

*> Past an overflow the tables can only answer for the accounts they
*> hold; this answers for one account straight off the two files --
*> its newest address add or change, then every return after it.
LOOK-UP-ONE-ACCOUNT.
    MOVE SPACES TO WS-ONE-CHG-STAMP WS-ONE-SINCE WS-ONE-LAST
    MOVE 0 TO WS-ONE-RETURNS
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CHANGES-FILE
    IF WS-CHANGES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CHANGES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF CHANGES-LINE(21:6) = HOLD_CUST_ID
                        AND (CHANGES-LINE(28:8) = 'ADDED'
                            OR CHANGES-LINE(28:8) = 'CHANGED')
                        MOVE CHANGES-LINE(1:19) TO WS-ONE-CHG-STAMP
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGES-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    OPEN INPUT RETURNED-FILE
    IF WS-RETURNED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ RETURNED-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF RETURNED-LINE(21:6) = HOLD_CUST_ID
                        AND RETURNED-LINE(1:19) > WS-ONE-CHG-STAMP
                        PERFORM TAKE-ONE-ACCOUNT-RETURN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETURNED-FILE
    END-IF
    .

TAKE-ONE-ACCOUNT-RETURN.
    IF WS-ONE-RETURNS = 0
        MOVE RETURNED-LINE(1:19) TO WS-ONE-SINCE
    END-IF
    IF WS-ONE-RETURNS < 9999
        ADD 1 TO WS-ONE-RETURNS
    END-IF
    MOVE RETURNED-LINE(1:19) TO WS-ONE-LAST
    .

FIND-CHANGE.
    MOVE 0 TO WS-CHANGE-MATCH-SS
    PERFORM VARYING WS-CHG-SS FROM 1 BY 1
        UNTIL WS-CHG-SS > WS-CHANGE-COUNT
           OR WS-CHANGE-MATCH-SS > 0
        IF WS-CHG-CUST-ID(WS-CHG-SS) = WS-LINE-CUST-ID
            SET WS-CHANGE-MATCH-SS TO WS-CHG-SS
        END-IF
    END-PERFORM
    .

FIND-HOLD.
    MOVE 0 TO WS-HOLD-MATCH-SS
    PERFORM VARYING WS-HOLD-SS FROM 1 BY 1
        UNTIL WS-HOLD-SS > WS-HOLD-COUNT
           OR WS-HOLD-MATCH-SS > 0
        IF WS-HLD-CUST-ID(WS-HOLD-SS) = WS-LINE-CUST-ID
            SET WS-HOLD-MATCH-SS TO WS-HOLD-SS
        END-IF
    END-PERFORM
    .

WARN-TABLE-FULL.
    IF WS-OVERFLOW-WARNED = 'N'
        MOVE 'Y' TO WS-OVERFLOW-WARNED
        DISPLAY 'WARNING: more than 2000 returned-mail accounts or'
            ' address changes -- the accounts past that are looked'
            ' up in RETURNED_MAIL.DAT and ADDRESS_CHANGES.LOG one'
            ' at a time (slower run, same answers)'
    END-IF
    .

END PROGRAM PROC_MAIL_HOLD.
