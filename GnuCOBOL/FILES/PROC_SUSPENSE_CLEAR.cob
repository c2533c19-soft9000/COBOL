*> Mission: Clearing suspense at the console instead of on paper.
*> A product flagged suspense on PRODUCTS.DAT (PROC_PRODUCT_EDIT) is
*> expected back at zero, and the posting run flags any that is not
*> -- this is where the items parked there get worked off. Every
*> account on a suspense product is walked in CUSTOMER_LEDGER.IDX
*> and each posting not yet cleared is an open item, numbered for
*> the session:
*>   M)atch     offsetting items on the same suspense account --
*>              two or more whose amounts net to zero -- clear each
*>              other; the money already nets out, so nothing posts
*>   R)eassign  an item to the customer account it belonged on,
*>              keyed as its full account number, check digit and
*>              all (PROC_ACCOUNT_NUMBER) --
*>              queued as a pair of details: the suspense account
*>              gives the item back and the correct account takes
*>              it, both under one clearing reference
*>   B)atch     writes the queued reassignments as one balanced
*>              H/D/T transaction file, SUSPENSE_CLEAR_<batch>.TRN
*>              (batch ID SC<yymmddhhmm>, type XFR, algebraic total
*>              zero) for the normal PROC_CUSTOMER_POST run
*>   L)ist      the open items again
*> Both forms key through the PROC_ENTRY_FORM screen service, the
*> way PROC_BRANCH_EDIT keys an office. The operator who chose the
*> reassignments goes on the batch header as its keyer, so the
*> posting run's segregation-of-duties check keeps that operator
*> from posting them too.
*> What has been cleared is the book's suspense clearing register
*> (COMPANY_SUSPENSE_FILE in CB_COMPANY.cpy, SUSPENSE_CLEARED.DAT for
*> the home book), appended one line per item --
*>   <cust-id>|<post date>|<seq>|<M|T>|<clearing ref>|<to cust-id>
*>       |<amount>|<operator>|<yyyymmdd cleared>
*> -- M matched, T reassigned. The clearing leg a reassignment posts
*> back onto the suspense account carries the clearing reference,
*> and is closed by it: it is the other half of the item, not a new
*> one. A reassignment is on the register from the moment its batch
*> is written; until the batch posts the aging report lists it as
*> awaiting posting.
*> AGING on the command line prints SUSPENSE_AGING.RPT instead: each
*> suspense account's open items with their age in days since
*> posting (as of today, or the yyyymmdd given), bucketed 0-30,
*> 31-60, 61-90 and over 90, and every item older than
*> SUSPENSE_AGE_DAYS in SYSTEM.CFG (default 30) marked for
*> escalation -- listed again in an escalation section at the foot
*> and raised as one alert line on BANNER_ALERTS.LOG, the channel
*> PROC_ALERT_MONITOR already watches, as PROC_ARRIVAL_CHECK raises a
*> late file. Only the live ledger is read: an item old enough to
*> have been archived off it is long past escalation anyway.
*> Command line: [AGING [yyyymmdd]].
*> cobc -x -j -free -I . -I ../BANNER PROC_SUSPENSE_CLEAR.cob
*>     ../BANNER/PROC_ENTRY_FORM.cob ../BANNER/PROC_CLS.cob
*>     ../BANNER/PROC_GOTOXY.cob ../BANNER/PROC_DRAW_FRAME.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_APPEND_LINE.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     PROC_COMPANY.cob PROC_ACCOUNT_NUMBER.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_SUSPENSE_CLEAR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT PRODUCTS-FILE
    ASSIGN TO 'PRODUCTS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PRODUCTS-STATUS.
SELECT TYPES-FILE
    ASSIGN TO 'TXN_TYPES.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TYPES-STATUS.
SELECT CLEARED-FILE
    ASSIGN TO DYNAMIC COMPANY_SUSPENSE_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CLEARED-STATUS.
SELECT BATCH-FILE
    ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-STATUS.
SELECT AGING-REPORT
    ASSIGN TO 'SUSPENSE_AGING.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.

FD PRODUCTS-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS PRODUCTS-LINE.
01 PRODUCTS-LINE PIC X(80).

FD TYPES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS TYPES-LINE.
01 TYPES-LINE PIC X(80).

FD CLEARED-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS CLEARED-LINE.
01 CLEARED-LINE PIC X(120).

FD BATCH-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS BATCH-LINE.
01 BATCH-LINE PIC X(100).

FD AGING-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-PRODUCTS-STATUS   PIC XX.
01 WS-TYPES-STATUS      PIC XX.
01 WS-CLEARED-STATUS    PIC XX.
01 WS-BATCH-STATUS      PIC XX.
01 WS-REPORT-STATUS     PIC XX.
01 WS-BATCH-FILE-NAME   PIC X(64).
01 WS-BATCH-ID          PIC X(12).
01 WS-CMD-LINE          PIC X(255).
01 WS-CMD-WORD          PIC X(10).
01 WS-CMD-DATE          PIC X(10).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-TODAY             PIC X(8).
01 WS-ASOF-DATE         PIC X(8).
01 WS-ASOF-INT          PIC 9(8).
01 WS-ANSWER            PIC X(40).
01 WS-EDITING           PIC X VALUE 'Y'.
    88 DONE-EDITING      VALUE 'N'.
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-LGR-AT-END        PIC X.
    88 AT-END-OF-LEDGER  VALUE 'Y'.
01 WS-LINE-PTR          PIC 9(4).
01 WS-RECORD-OK         PIC X.

*> The suspense products off PRODUCTS.DAT -- 50, the product
*> master's own cap.
01 WS-SUSP-PRODUCT-TABLE.
    05 WS-SP-CODE OCCURS 50 TIMES PIC X(4).
01 WS-SP-COUNT          PIC 9(2) VALUE 0.
01 WS-SP-SS             PIC 9(2).
01 WS-PD-TOK-CODE       PIC X(6).
01 WS-PD-TOK-DESC       PIC X(32).
01 WS-PD-TOK-MIN        PIC X(14).
01 WS-PD-TOK-FEE        PIC X(14).
01 WS-PD-TOK-INTEREST   PIC X(14).
01 WS-PD-TOK-SUSPENSE   PIC X(2).
01 WS-IS-SUSPENSE       PIC X.

*> The accounts on those products -- 50, house table style.
01 WS-SUSP-ACCOUNT-TABLE.
    05 WS-SUSP-ACCOUNT OCCURS 50 TIMES.
        10 WS-SA-CUST-ID   PIC 9(6).
        10 WS-SA-NAME      PIC X(20).
        10 WS-SA-PRODUCT   PIC X(4).
        10 WS-SA-BALANCE   PIC S9(7)V99.
01 WS-SA-COUNT          PIC 9(2) VALUE 0.
01 WS-SA-SS             PIC 9(2).
01 WS-SA-DROPPED        PIC 9(4) VALUE 0.

*> The clearing register as loaded -- 5000 lines. It is only ever
*> appended to, so a register past the cap loses nothing on file,
*> but every item past it would show as open again: the run refuses.
01 WS-CLEARED-TABLE.
    05 WS-CLEARED-ENTRY OCCURS 5000 TIMES.
        10 WS-CL-ITEM-KEY   PIC X(18).
        10 WS-CL-KIND       PIC X.
            88 CL-MATCHED    VALUE 'M'.
            88 CL-REASSIGNED VALUE 'T'.
        10 WS-CL-REF        PIC X(16).
        10 WS-CL-TO-CUST-ID PIC X(6).
        10 WS-CL-AMOUNT     PIC X(12).
        10 WS-CL-DATE       PIC X(8).
*> Set once the reassignment's clearing leg is seen on the ledger --
*> the batch has posted.
        10 WS-CL-POSTED     PIC X.
01 WS-CL-COUNT          PIC 9(4) VALUE 0.
01 WS-CL-SS             PIC 9(4).
01 WS-CL-OVERFLOW       PIC X VALUE 'N'.
01 WS-CL-TOK-ID         PIC X(8).
01 WS-CL-TOK-DATE       PIC X(10).
01 WS-CL-TOK-SEQ        PIC X(6).
01 WS-CL-TOK-KIND       PIC X(2).
01 WS-CL-TOK-REF        PIC X(18).
01 WS-CL-TOK-TO         PIC X(8).
01 WS-CL-TOK-AMOUNT     PIC X(14).
01 WS-CL-TOK-OPERATOR   PIC X(10).
01 WS-CL-TOK-CLEARED    PIC X(10).
01 WS-ITEM-KEY.
    05 WS-IK-CUST-ID    PIC 9(6).
    05 WS-IK-POST-DATE  PIC X(8).
    05 WS-IK-SEQ        PIC 9(4).
01 WS-ITEM-CLEARED      PIC X.

*> The open items, numbered for the session -- 1000, house table
*> style; past that the list says so and the rest wait for the
*> first ones to clear.
01 WS-ITEM-TABLE.
    05 WS-OPEN-ITEM OCCURS 1000 TIMES.
        10 WS-OI-CUST-ID    PIC 9(6).
        10 WS-OI-POST-DATE  PIC X(8).
        10 WS-OI-SEQ        PIC 9(4).
        10 WS-OI-TXN-DATE   PIC X(8).
        10 WS-OI-DC         PIC X.
        10 WS-OI-TYPE-CODE  PIC X(4).
        10 WS-OI-AMOUNT     PIC S9(7)V99.
        10 WS-OI-REFERENCE  PIC X(20).
        10 WS-OI-AGE        PIC 9(5).
*> Space while open; M matched, T queued for reassignment, this
*> session.
        10 WS-OI-STATE      PIC X.
            88 OI-OPEN       VALUE SPACE.
01 WS-OI-COUNT          PIC 9(4) VALUE 0.
01 WS-OI-SS             PIC 9(4).
01 WS-OI-DROPPED        PIC 9(6) VALUE 0.

*> Reassignments queued for the next batch -- 100 per batch.
01 WS-MOVE-TABLE.
    05 WS-MOVE-ENTRY OCCURS 100 TIMES.
        10 WS-MV-ITEM-SS    PIC 9(4).
        10 WS-MV-TO-CUST-ID PIC 9(6).
01 WS-MOVE-COUNT        PIC 9(3) VALUE 0.
01 WS-MOVE-SS           PIC 9(3).
01 WS-MOVE-REF          PIC X(16).
01 WS-MOVE-NUM-EDIT     PIC 9(3).
01 WS-MOVE-TO-ID        PIC 9(6).
01 WS-DETAIL-COUNT      PIC 9(4).
01 WS-SUSP-DC           PIC X.
01 WS-TO-DC             PIC X.
01 WS-CLEAR-TYPE        PIC X(4) VALUE 'XFR'.
01 WS-TYPE-USABLE       PIC X.
01 WS-TY-TOK-CODE       PIC X(6).
01 WS-TY-TOK-DESC       PIC X(32).
01 WS-TY-TOK-NATURE     PIC X(2).
01 WS-TY-TOK-ACTIVE     PIC X(2).

*> One match being proven.
01 WS-MATCH-LIST.
    05 WS-MATCH-ITEM OCCURS 8 TIMES PIC 9(4).
01 WS-MATCH-COUNT       PIC 9(2).
01 WS-MATCH-SS          PIC 9(2).
01 WS-MATCH-SS-2        PIC 9(2).
01 WS-MATCH-NET         PIC S9(9)V99.
01 WS-MATCH-CUST-ID     PIC 9(6).
01 WS-MATCH-REF         PIC X(16).
01 WS-FORM-SS           PIC 9(2).
01 WS-PICKED-SS         PIC 9(4).

*> Aging.
01 WS-ESCALATE-DAYS     PIC 9(4) VALUE 30.
01 WS-POST-INT          PIC 9(8).
01 WS-BUCKET-TABLE.
    05 WS-BUCKET-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
    05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(5).
01 WS-BUCKET-SS         PIC 9.
01 WS-ACCT-TOTAL        PIC S9(9)V99.
01 WS-ACCT-ITEMS        PIC 9(5).
01 WS-BOOK-ITEMS        PIC 9(5) VALUE 0.
01 WS-BOOK-TOTAL        PIC S9(9)V99 VALUE 0.
01 WS-ESCALATED-COUNT   PIC 9(5) VALUE 0.
01 WS-ESCALATED-TOTAL   PIC S9(9)V99 VALUE 0.
01 WS-AWAITING-COUNT    PIC 9(5) VALUE 0.
01 WS-FLAG-TEXT         PIC X(14).
01 WS-AMOUNT-EDIT       PIC -(7)9.99.
01 WS-BATCH-AMOUNT-EDIT PIC 9(7).99.
01 WS-TOTAL-EDIT        PIC -(9)9.99.
01 WS-AGE-EDIT          PIC Z(4)9.
01 WS-ITEM-EDIT         PIC Z(3)9.
01 WS-COUNT-EDIT        PIC Z(4)9.

COPY 'CB_ENTRY_FORM.cpy'.
COPY 'CB_SYSTEM_CONFIG.cpy'.
COPY 'CB_APPEND_LINE.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_ACCOUNT_NUMBER.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-ASOF-DATE
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-CMD-WORD WS-CMD-DATE
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-CMD-WORD WS-CMD-DATE
    MOVE FUNCTION UPPER-CASE(WS-CMD-WORD) TO WS-CMD-WORD
    IF WS-CMD-WORD NOT = SPACES AND WS-CMD-WORD NOT = 'AGING'
        DISPLAY 'REFUSED: the command line is [AGING [yyyymmdd]]'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CMD-DATE NOT = SPACES
        IF WS-CMD-DATE(1:8) IS NUMERIC AND WS-CMD-DATE(9:2) = SPACES
            AND FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-CMD-DATE(1:8))) = 0
            MOVE WS-CMD-DATE(1:8) TO WS-ASOF-DATE
        ELSE
            DISPLAY 'REFUSED: the aging date must be yyyymmdd'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF-DATE))
        TO WS-ASOF-INT
    PERFORM LOAD-SUSPENSE-PRODUCTS
    IF WS-SP-COUNT = 0
        DISPLAY 'NO SUSPENSE PRODUCT ON PRODUCTS.DAT -- flag one'
            ' with PROC_PRODUCT_EDIT; nothing to clear'
        STOP RUN
    END-IF
    PERFORM LOAD-CLEARED-REGISTER
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ', FILE STATUS ' WS-LEDGER-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FIND-SUSPENSE-ACCOUNTS
    PERFORM LOAD-OPEN-ITEMS
    IF WS-CMD-WORD = 'AGING'
        PERFORM WRITE-AGING-REPORT
    ELSE
        PERFORM RUN-THE-WORKSTATION
    END-IF
    CLOSE LEDGER-FILE
    CLOSE CUSTOMER-FILE
    STOP RUN.

RUN-THE-WORKSTATION.
    PERFORM LIST-OPEN-ITEMS
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'M)atch  R)eassign  B)atch  L)ist  Q)uit: '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
            WHEN 'M' PERFORM MATCH-ITEMS
            WHEN 'R' PERFORM REASSIGN-ITEM
            WHEN 'B' PERFORM WRITE-CLEARING-BATCH
            WHEN 'L' PERFORM LIST-OPEN-ITEMS
            WHEN 'Q' PERFORM QUIT-THE-WORKSTATION
            WHEN OTHER DISPLAY 'M, R, B, L or Q'
        END-EVALUATE
    END-PERFORM
    .

*> Queued reassignments are nothing until their batch is written --
*> quitting offers the batch first rather than dropping them.
QUIT-THE-WORKSTATION.
    IF WS-MOVE-COUNT > 0
        DISPLAY WS-MOVE-COUNT ' REASSIGNMENT(S) QUEUED --'
            ' write the clearing batch now (Y/N)? '
            WITH NO ADVANCING
        ACCEPT WS-ANSWER
        IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = 'Y'
            PERFORM WRITE-CLEARING-BATCH
        ELSE
            DISPLAY 'NOTE: ' WS-MOVE-COUNT ' queued reassignment(s)'
                ' discarded -- those items stay open'
            MOVE 0 TO WS-MOVE-COUNT
        END-IF
    END-IF
    IF WS-MOVE-COUNT = 0
        MOVE 'N' TO WS-EDITING
    END-IF
    .

LOAD-SUSPENSE-PRODUCTS.
    MOVE 0 TO WS-SP-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT PRODUCTS-FILE
    IF WS-PRODUCTS-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ PRODUCTS-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF PRODUCTS-LINE NOT = SPACES
                        MOVE SPACES TO WS-PD-TOK-CODE
                            WS-PD-TOK-DESC WS-PD-TOK-MIN
                            WS-PD-TOK-FEE WS-PD-TOK-INTEREST
                            WS-PD-TOK-SUSPENSE
                        UNSTRING PRODUCTS-LINE DELIMITED BY '|'
                            INTO WS-PD-TOK-CODE WS-PD-TOK-DESC
                                 WS-PD-TOK-MIN WS-PD-TOK-FEE
                                 WS-PD-TOK-INTEREST
                                 WS-PD-TOK-SUSPENSE
                        IF WS-PD-TOK-SUSPENSE(1:1) = 'Y'
                            AND WS-SP-COUNT < 50
                            ADD 1 TO WS-SP-COUNT
                            MOVE WS-PD-TOK-CODE(1:4)
                                TO WS-SP-CODE(WS-SP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRODUCTS-FILE
    END-IF
    .

LOAD-CLEARED-REGISTER.
    MOVE 0 TO WS-CL-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT CLEARED-FILE
    IF WS-CLEARED-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ CLEARED-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF CLEARED-LINE NOT = SPACES
                        IF WS-CL-COUNT < 5000
                            PERFORM TAKE-ONE-CLEARED-LINE
                        ELSE
                            MOVE 'Y' TO WS-CL-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLEARED-FILE
    END-IF
    IF WS-CL-OVERFLOW = 'Y'
        DISPLAY 'REFUSED: ' FUNCTION TRIM(COMPANY_SUSPENSE_FILE)
            ' HOLDS MORE THAN 5000 CLEARED ITEMS -- items past the'
            ' table would show as open and could be cleared twice'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

TAKE-ONE-CLEARED-LINE.
    MOVE SPACES TO WS-CL-TOK-ID WS-CL-TOK-DATE WS-CL-TOK-SEQ
        WS-CL-TOK-KIND WS-CL-TOK-REF WS-CL-TOK-TO
        WS-CL-TOK-AMOUNT WS-CL-TOK-OPERATOR WS-CL-TOK-CLEARED
    UNSTRING CLEARED-LINE DELIMITED BY '|'
        INTO WS-CL-TOK-ID WS-CL-TOK-DATE WS-CL-TOK-SEQ
             WS-CL-TOK-KIND WS-CL-TOK-REF WS-CL-TOK-TO
             WS-CL-TOK-AMOUNT WS-CL-TOK-OPERATOR WS-CL-TOK-CLEARED
    ADD 1 TO WS-CL-COUNT
    MOVE SPACES TO WS-CLEARED-ENTRY(WS-CL-COUNT)
    MOVE WS-CL-TOK-ID(1:6) TO WS-CL-ITEM-KEY(WS-CL-COUNT)(1:6)
    MOVE WS-CL-TOK-DATE(1:8) TO WS-CL-ITEM-KEY(WS-CL-COUNT)(7:8)
    MOVE WS-CL-TOK-SEQ(1:4) TO WS-CL-ITEM-KEY(WS-CL-COUNT)(15:4)
    MOVE WS-CL-TOK-KIND(1:1) TO WS-CL-KIND(WS-CL-COUNT)
    MOVE WS-CL-TOK-REF(1:16) TO WS-CL-REF(WS-CL-COUNT)
    MOVE WS-CL-TOK-TO(1:6) TO WS-CL-TO-CUST-ID(WS-CL-COUNT)
    MOVE WS-CL-TOK-AMOUNT(1:12) TO WS-CL-AMOUNT(WS-CL-COUNT)
    MOVE WS-CL-TOK-CLEARED(1:8) TO WS-CL-DATE(WS-CL-COUNT)
    MOVE 'N' TO WS-CL-POSTED(WS-CL-COUNT)
    .

FIND-SUSPENSE-ACCOUNTS.
    MOVE 0 TO WS-SA-COUNT
    MOVE 'N' TO WS-AT-END
    MOVE 0 TO CUST-ID
    START CUSTOMER-FILE KEY IS >= CUST-ID
        INVALID KEY SET AT-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-FILE
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                MOVE 'N' TO WS-IS-SUSPENSE
                PERFORM VARYING WS-SP-SS FROM 1 BY 1
                    UNTIL WS-SP-SS > WS-SP-COUNT
                    IF CUST-PRODUCT = WS-SP-CODE(WS-SP-SS)
                        MOVE 'Y' TO WS-IS-SUSPENSE
                    END-IF
                END-PERFORM
                IF WS-IS-SUSPENSE = 'Y'
                    IF WS-SA-COUNT < 50
                        ADD 1 TO WS-SA-COUNT
                        MOVE CUST-ID TO WS-SA-CUST-ID(WS-SA-COUNT)
                        MOVE CUST-NAME TO WS-SA-NAME(WS-SA-COUNT)
                        MOVE CUST-PRODUCT
                            TO WS-SA-PRODUCT(WS-SA-COUNT)
                        MOVE CUST-BALANCE
                            TO WS-SA-BALANCE(WS-SA-COUNT)
                    ELSE
                        ADD 1 TO WS-SA-DROPPED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-SA-DROPPED > 0
        DISPLAY 'WARNING: ' WS-SA-DROPPED ' suspense account(s)'
            ' past the first 50 not shown'
    END-IF
    .

*> Each suspense account's whole live history, in key order; a
*> posting is open unless the register names it or it is the
*> clearing leg of a reassignment on the register.
LOAD-OPEN-ITEMS.
    MOVE 0 TO WS-OI-COUNT WS-OI-DROPPED
    PERFORM VARYING WS-SA-SS FROM 1 BY 1
        UNTIL WS-SA-SS > WS-SA-COUNT
        MOVE 'N' TO WS-LGR-AT-END
        MOVE WS-SA-CUST-ID(WS-SA-SS) TO LGR-CUST-ID
        MOVE LOW-VALUES TO LGR-POST-DATE
        MOVE 0 TO LGR-SEQ
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
        PERFORM UNTIL AT-END-OF-LEDGER
            READ LEDGER-FILE NEXT RECORD
                AT END SET AT-END-OF-LEDGER TO TRUE
                NOT AT END
                    IF LGR-CUST-ID NOT = WS-SA-CUST-ID(WS-SA-SS)
                        SET AT-END-OF-LEDGER TO TRUE
                    ELSE
                        PERFORM JUDGE-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM
    IF WS-OI-DROPPED > 0
        DISPLAY 'WARNING: ' WS-OI-DROPPED ' open item(s) past the'
            ' first 1000 not loaded -- clear these first'
    END-IF
    .

JUDGE-ONE-ITEM.
    MOVE LGR-CUST-ID TO WS-IK-CUST-ID
    MOVE LGR-POST-DATE TO WS-IK-POST-DATE
    MOVE LGR-SEQ TO WS-IK-SEQ
    MOVE 'N' TO WS-ITEM-CLEARED
    PERFORM VARYING WS-CL-SS FROM 1 BY 1
        UNTIL WS-CL-SS > WS-CL-COUNT
        IF WS-CL-ITEM-KEY(WS-CL-SS) = WS-ITEM-KEY
            MOVE 'Y' TO WS-ITEM-CLEARED
        END-IF
        IF CL-REASSIGNED(WS-CL-SS)
            AND LGR-REFERENCE(1:16) = WS-CL-REF(WS-CL-SS)
            AND LGR-REFERENCE(17:4) = SPACES
            MOVE 'Y' TO WS-ITEM-CLEARED
            MOVE 'Y' TO WS-CL-POSTED(WS-CL-SS)
        END-IF
    END-PERFORM
    IF WS-ITEM-CLEARED = 'N'
        IF WS-OI-COUNT < 1000
            ADD 1 TO WS-OI-COUNT
            MOVE LGR-CUST-ID TO WS-OI-CUST-ID(WS-OI-COUNT)
            MOVE LGR-POST-DATE TO WS-OI-POST-DATE(WS-OI-COUNT)
            MOVE LGR-SEQ TO WS-OI-SEQ(WS-OI-COUNT)
            MOVE LGR-TXN-DATE TO WS-OI-TXN-DATE(WS-OI-COUNT)
            MOVE LGR-DC TO WS-OI-DC(WS-OI-COUNT)
            MOVE LGR-TYPE-CODE TO WS-OI-TYPE-CODE(WS-OI-COUNT)
            MOVE LGR-AMOUNT TO WS-OI-AMOUNT(WS-OI-COUNT)
            MOVE LGR-REFERENCE TO WS-OI-REFERENCE(WS-OI-COUNT)
            MOVE SPACE TO WS-OI-STATE(WS-OI-COUNT)
            MOVE 0 TO WS-OI-AGE(WS-OI-COUNT)
            IF LGR-POST-DATE IS NUMERIC
                MOVE FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(LGR-POST-DATE)) TO WS-POST-INT
                IF WS-ASOF-INT > WS-POST-INT
                    COMPUTE WS-OI-AGE(WS-OI-COUNT)
                        = WS-ASOF-INT - WS-POST-INT
                END-IF
            END-IF
        ELSE
            ADD 1 TO WS-OI-DROPPED
        END-IF
    END-IF
    .

LIST-OPEN-ITEMS.
    PERFORM VARYING WS-SA-SS FROM 1 BY 1
        UNTIL WS-SA-SS > WS-SA-COUNT
        MOVE WS-SA-BALANCE(WS-SA-SS) TO WS-AMOUNT-EDIT
        DISPLAY ' '
        DISPLAY 'SUSPENSE ' WS-SA-CUST-ID(WS-SA-SS)
            ' [' FUNCTION TRIM(WS-SA-NAME(WS-SA-SS)) '] '
            FUNCTION TRIM(WS-SA-PRODUCT(WS-SA-SS))
            ' BALANCE ' FUNCTION TRIM(WS-AMOUNT-EDIT)
        MOVE 0 TO WS-ACCT-ITEMS
        PERFORM VARYING WS-OI-SS FROM 1 BY 1
            UNTIL WS-OI-SS > WS-OI-COUNT
            IF WS-OI-CUST-ID(WS-OI-SS) = WS-SA-CUST-ID(WS-SA-SS)
                AND OI-OPEN(WS-OI-SS)
                ADD 1 TO WS-ACCT-ITEMS
                MOVE WS-OI-SS TO WS-ITEM-EDIT
                MOVE WS-OI-AMOUNT(WS-OI-SS) TO WS-AMOUNT-EDIT
                MOVE WS-OI-AGE(WS-OI-SS) TO WS-AGE-EDIT
                DISPLAY '  ' WS-ITEM-EDIT ' '
                    WS-OI-POST-DATE(WS-OI-SS) ' '
                    WS-OI-DC(WS-OI-SS) ' ' WS-AMOUNT-EDIT ' '
                    WS-OI-TYPE-CODE(WS-OI-SS) ' '
                    WS-OI-REFERENCE(WS-OI-SS)
                    ' AGE ' WS-AGE-EDIT
            END-IF
        END-PERFORM
        IF WS-ACCT-ITEMS = 0
            DISPLAY '  (no open items)'
        END-IF
    END-PERFORM
    IF WS-SA-COUNT = 0
        DISPLAY 'NO ACCOUNTS ON A SUSPENSE PRODUCT'
    END-IF
    IF WS-MOVE-COUNT > 0
        DISPLAY WS-MOVE-COUNT ' REASSIGNMENT(S) QUEUED FOR THE'
            ' NEXT BATCH'
    END-IF
    .

*> Offsetting items: every number an open item, no number twice,
*> all on one suspense account, and the amounts net to zero --
*> anything else is refused whole.
MATCH-ITEMS.
    PERFORM BUILD-MATCH-FORM
    CALL 'PROC_ENTRY_FORM' USING PARAMS-ENTRY-FORM
    IF FORM_ABANDONED
        DISPLAY 'NO CHANGE -- form abandoned'
    ELSE
        MOVE 'Y' TO WS-RECORD-OK
        MOVE 0 TO WS-MATCH-COUNT WS-MATCH-NET
        PERFORM VARYING WS-FORM-SS FROM 1 BY 1
            UNTIL WS-FORM-SS > 8
            IF FORM_VALUE(WS-FORM-SS) NOT = SPACES
                ADD 1 TO WS-MATCH-COUNT
                MOVE FUNCTION NUMVAL(FORM_VALUE(WS-FORM-SS))
                    TO WS-MATCH-ITEM(WS-MATCH-COUNT)
            END-IF
        END-PERFORM
        PERFORM PROVE-THE-MATCH
        IF WS-RECORD-OK = 'Y'
            PERFORM RECORD-THE-MATCH
        END-IF
    END-IF
    .

BUILD-MATCH-FORM.
    MOVE 'MATCH OFFSETTING SUSPENSE ITEMS' TO FORM_TITLE
    MOVE 8 TO FORM_FIELD_COUNT
    PERFORM VARYING WS-FORM-SS FROM 1 BY 1 UNTIL WS-FORM-SS > 8
        MOVE 0 TO FORM_LINE(WS-FORM-SS)
        MOVE SPACES TO FORM_LABEL(WS-FORM-SS)
        STRING 'Item number ' WS-FORM-SS
            DELIMITED BY SIZE INTO FORM_LABEL(WS-FORM-SS)
        MOVE 4 TO FORM_LENGTH(WS-FORM-SS)
        MOVE 'N' TO FORM_TYPE(WS-FORM-SS)
        MOVE 'N' TO FORM_REQUIRED(WS-FORM-SS)
        MOVE SPACES TO FORM_CODES(WS-FORM-SS)
        MOVE 'N' TO FORM_UPSHIFT(WS-FORM-SS)
        MOVE SPACES TO FORM_VALUE(WS-FORM-SS)
    END-PERFORM
    MOVE 'Y' TO FORM_REQUIRED(1) FORM_REQUIRED(2)
    .

PROVE-THE-MATCH.
    PERFORM VARYING WS-MATCH-SS FROM 1 BY 1
        UNTIL WS-MATCH-SS > WS-MATCH-COUNT
        MOVE WS-MATCH-ITEM(WS-MATCH-SS) TO WS-PICKED-SS
        IF WS-PICKED-SS = 0 OR WS-PICKED-SS > WS-OI-COUNT
            DISPLAY 'REJECTED: no open item ' WS-PICKED-SS
            MOVE 'N' TO WS-RECORD-OK
        ELSE
            IF NOT OI-OPEN(WS-PICKED-SS)
                DISPLAY 'REJECTED: item ' WS-PICKED-SS
                    ' is already cleared this session'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
            IF WS-MATCH-SS = 1
                MOVE WS-OI-CUST-ID(WS-PICKED-SS) TO WS-MATCH-CUST-ID
            END-IF
            IF WS-OI-CUST-ID(WS-PICKED-SS) NOT = WS-MATCH-CUST-ID
                DISPLAY 'REJECTED: item ' WS-PICKED-SS
                    ' is on another suspense account'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
            ADD WS-OI-AMOUNT(WS-PICKED-SS) TO WS-MATCH-NET
        END-IF
        PERFORM VARYING WS-MATCH-SS-2 FROM 1 BY 1
            UNTIL WS-MATCH-SS-2 >= WS-MATCH-SS
            IF WS-MATCH-ITEM(WS-MATCH-SS-2) = WS-PICKED-SS
                DISPLAY 'REJECTED: item ' WS-PICKED-SS
                    ' named twice'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-RECORD-OK = 'Y' AND WS-MATCH-NET NOT = 0
        MOVE WS-MATCH-NET TO WS-TOTAL-EDIT
        DISPLAY 'REJECTED: the items net to '
            FUNCTION TRIM(WS-TOTAL-EDIT) ', not zero'
        MOVE 'N' TO WS-RECORD-OK
    END-IF
    .

*> One group reference for the whole match, SM<yymmddhhmmss>.
RECORD-THE-MATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-MATCH-REF
    STRING 'SM' WS-CURRENT-DATE(3:12)
        DELIMITED BY SIZE INTO WS-MATCH-REF
    PERFORM VARYING WS-MATCH-SS FROM 1 BY 1
        UNTIL WS-MATCH-SS > WS-MATCH-COUNT
        MOVE WS-MATCH-ITEM(WS-MATCH-SS) TO WS-PICKED-SS
        MOVE 'M' TO WS-OI-STATE(WS-PICKED-SS)
        MOVE WS-MATCH-REF TO WS-MOVE-REF
        MOVE 0 TO WS-MOVE-TO-ID
        PERFORM APPEND-CLEARED-LINE
    END-PERFORM
    DISPLAY 'MATCHED ' WS-MATCH-COUNT ' ITEM(S) ON SUSPENSE '
        WS-MATCH-CUST-ID ' -- ' FUNCTION TRIM(WS-MATCH-REF)
    .

*> The correct account must be on the master, open, and not itself
*> a suspense account -- moving an item from one suspense account
*> to another clears nothing.
REASSIGN-ITEM.
    IF WS-MOVE-COUNT >= 100
        DISPLAY 'REJECTED: 100 reassignments queued -- write the'
            ' batch (B) first'
    ELSE
        PERFORM BUILD-REASSIGN-FORM
        CALL 'PROC_ENTRY_FORM' USING PARAMS-ENTRY-FORM
        IF FORM_ABANDONED
            DISPLAY 'NO CHANGE -- form abandoned'
        ELSE
            PERFORM PROVE-THE-REASSIGNMENT
            IF WS-RECORD-OK = 'Y'
                ADD 1 TO WS-MOVE-COUNT
                MOVE WS-PICKED-SS TO WS-MV-ITEM-SS(WS-MOVE-COUNT)
                MOVE WS-MOVE-TO-ID TO WS-MV-TO-CUST-ID(WS-MOVE-COUNT)
                MOVE 'T' TO WS-OI-STATE(WS-PICKED-SS)
                MOVE WS-OI-AMOUNT(WS-PICKED-SS) TO WS-AMOUNT-EDIT
                DISPLAY 'QUEUED: item ' WS-PICKED-SS ' '
                    FUNCTION TRIM(WS-AMOUNT-EDIT) ' from suspense '
                    WS-OI-CUST-ID(WS-PICKED-SS) ' to '
                    ACCT_NUMBER ' [' FUNCTION TRIM(CUST-NAME) ']'
            END-IF
        END-IF
    END-IF
    .

BUILD-REASSIGN-FORM.
    MOVE 'REASSIGN A SUSPENSE ITEM' TO FORM_TITLE
    MOVE 2 TO FORM_FIELD_COUNT
    PERFORM VARYING WS-FORM-SS FROM 1 BY 1 UNTIL WS-FORM-SS > 2
        MOVE 0 TO FORM_LINE(WS-FORM-SS)
        MOVE 'N' TO FORM_TYPE(WS-FORM-SS)
        MOVE 'Y' TO FORM_REQUIRED(WS-FORM-SS)
        MOVE SPACES TO FORM_CODES(WS-FORM-SS)
        MOVE 'N' TO FORM_UPSHIFT(WS-FORM-SS)
        MOVE SPACES TO FORM_VALUE(WS-FORM-SS)
    END-PERFORM
    MOVE 'Item number'        TO FORM_LABEL(1)
    MOVE 4 TO FORM_LENGTH(1)
    MOVE 'Correct account (7)'  TO FORM_LABEL(2)
    MOVE 7 TO FORM_LENGTH(2)
    .

*> The correct account is picked by its account number, check
*> digit and all -- a mis-keyed digit is refused here, not posted
*> to a stranger's account.
PROVE-THE-REASSIGNMENT.
    MOVE 'Y' TO WS-RECORD-OK
    MOVE FUNCTION NUMVAL(FORM_VALUE(1)) TO WS-PICKED-SS
    MOVE 0 TO WS-MOVE-TO-ID
    IF WS-PICKED-SS = 0 OR WS-PICKED-SS > WS-OI-COUNT
        DISPLAY 'REJECTED: no open item ' WS-PICKED-SS
        MOVE 'N' TO WS-RECORD-OK
    ELSE
        IF NOT OI-OPEN(WS-PICKED-SS)
            DISPLAY 'REJECTED: item ' WS-PICKED-SS
                ' is already cleared this session'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
        IF WS-OI-AMOUNT(WS-PICKED-SS) = 0
            DISPLAY 'REJECTED: item ' WS-PICKED-SS
                ' is for nothing -- match it instead'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE 'V' TO ACCT_REQUEST
        MOVE FORM_VALUE(2) TO ACCT_KEYED
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        IF ACCT-NUMBER-BAD
            DISPLAY 'REJECTED: ' FUNCTION TRIM(ACCT_MESSAGE)
            MOVE 'N' TO WS-RECORD-OK
        ELSE
            MOVE ACCT_CUST_ID TO WS-MOVE-TO-ID
        END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
        MOVE WS-MOVE-TO-ID TO CUST-ID
        READ CUSTOMER-FILE
            INVALID KEY
                DISPLAY 'REJECTED: no account ' ACCT_NUMBER
                    ' on the master'
                MOVE 'N' TO WS-RECORD-OK
        END-READ
    END-IF
    IF WS-RECORD-OK = 'Y'
        IF CUST-CLOSED
            DISPLAY 'REJECTED: account ' ACCT_NUMBER ' is closed'
            MOVE 'N' TO WS-RECORD-OK
        END-IF
        PERFORM VARYING WS-SA-SS FROM 1 BY 1
            UNTIL WS-SA-SS > WS-SA-COUNT
            IF WS-SA-CUST-ID(WS-SA-SS) = WS-MOVE-TO-ID
                DISPLAY 'REJECTED: account ' ACCT_NUMBER
                    ' is a suspense account'
                MOVE 'N' TO WS-RECORD-OK
            END-IF
        END-PERFORM
    END-IF
    .

*> The pair for each reassignment: the suspense account gives the
*> item back (a credit item is debited off, a debit item credited
*> back) and the correct account takes it the same way round it
*> first arrived. Each pair nets to zero, so the algebraic total on
*> the header and trailer is zero.
WRITE-CLEARING-BATCH.
    IF WS-MOVE-COUNT = 0
        DISPLAY 'NOTHING QUEUED -- reassign an item (R) first'
    ELSE
        PERFORM CHECK-CLEARING-TYPE
        IF WS-TYPE-USABLE = 'Y'
            PERFORM WRITE-THE-BATCH-FILE
        END-IF
    END-IF
    .

WRITE-THE-BATCH-FILE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    MOVE SPACES TO WS-BATCH-ID
    STRING 'SC' WS-CURRENT-DATE(3:10)
        DELIMITED BY SIZE INTO WS-BATCH-ID
    MOVE SPACES TO WS-BATCH-FILE-NAME
    STRING 'SUSPENSE_CLEAR_' WS-BATCH-ID '.TRN'
        DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME
    OPEN OUTPUT BATCH-FILE
    IF WS-BATCH-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ', FILE STATUS ' WS-BATCH-STATUS
            ' -- the reassignments stay queued'
    ELSE
        COMPUTE WS-DETAIL-COUNT = WS-MOVE-COUNT * 2
        MOVE SPACES TO BATCH-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'H ' WS-TODAY
            ' ' WS-DETAIL-COUNT
            ' 0.00'
            ' ' WS-BATCH-ID
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
        IF OPERATOR_ID NOT = SPACES
            STRING ' ' FUNCTION TRIM(OPERATOR_ID)
                DELIMITED BY SIZE INTO BATCH-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        IF COMPANY_CODE NOT = SPACES
            STRING ' CO=' FUNCTION TRIM(COMPANY_CODE)
                DELIMITED BY SIZE INTO BATCH-LINE
                WITH POINTER WS-LINE-PTR
        END-IF
        WRITE BATCH-LINE
        PERFORM VARYING WS-MOVE-SS FROM 1 BY 1
            UNTIL WS-MOVE-SS > WS-MOVE-COUNT
            PERFORM WRITE-ONE-REASSIGNMENT
        END-PERFORM
        MOVE SPACES TO BATCH-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'T ' WS-DETAIL-COUNT ' 0.00'
            DELIMITED BY SIZE INTO BATCH-LINE
            WITH POINTER WS-LINE-PTR
        WRITE BATCH-LINE
        CLOSE BATCH-FILE
        DISPLAY 'BATCH ' WS-BATCH-ID ': ' WS-MOVE-COUNT
            ' REASSIGNMENT(S), ' WS-DETAIL-COUNT ' DETAIL(S) -- '
            FUNCTION TRIM(WS-BATCH-FILE-NAME)
            ' ready for PROC_CUSTOMER_POST'
        MOVE 0 TO WS-MOVE-COUNT
    END-IF
    .

*> Clearing reference <batch-id>-<nnn>: both legs carry it, and the
*> register line points the suspense item at it.
WRITE-ONE-REASSIGNMENT.
    MOVE WS-MV-ITEM-SS(WS-MOVE-SS) TO WS-PICKED-SS
    MOVE WS-MV-TO-CUST-ID(WS-MOVE-SS) TO WS-MOVE-TO-ID
    MOVE WS-MOVE-SS TO WS-MOVE-NUM-EDIT
    MOVE SPACES TO WS-MOVE-REF
    STRING WS-BATCH-ID '-' WS-MOVE-NUM-EDIT
        DELIMITED BY SIZE INTO WS-MOVE-REF
    IF WS-OI-AMOUNT(WS-PICKED-SS) > 0
        MOVE 'D' TO WS-SUSP-DC
        MOVE 'C' TO WS-TO-DC
        MOVE WS-OI-AMOUNT(WS-PICKED-SS) TO WS-BATCH-AMOUNT-EDIT
    ELSE
        MOVE 'C' TO WS-SUSP-DC
        MOVE 'D' TO WS-TO-DC
        COMPUTE WS-BATCH-AMOUNT-EDIT = 0 - WS-OI-AMOUNT(WS-PICKED-SS)
    END-IF
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D ' WS-OI-CUST-ID(WS-PICKED-SS)
        ' ' WS-SUSP-DC ' ' WS-BATCH-AMOUNT-EDIT
        ' ' WS-TODAY
        ' ' FUNCTION TRIM(WS-CLEAR-TYPE)
        ' ' WS-MOVE-REF
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    MOVE SPACES TO BATCH-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D ' WS-MOVE-TO-ID
        ' ' WS-TO-DC ' ' WS-BATCH-AMOUNT-EDIT
        ' ' WS-TODAY
        ' ' FUNCTION TRIM(WS-CLEAR-TYPE)
        ' ' WS-MOVE-REF
        DELIMITED BY SIZE INTO BATCH-LINE
        WITH POINTER WS-LINE-PTR
    WRITE BATCH-LINE
    PERFORM APPEND-CLEARED-LINE
    .

*> One register line for the open item at WS-PICKED-SS, cleared
*> under WS-MOVE-REF (to WS-MOVE-TO-ID when reassigned).
APPEND-CLEARED-LINE.
    MOVE WS-OI-AMOUNT(WS-PICKED-SS) TO WS-AMOUNT-EDIT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-OI-CUST-ID(WS-PICKED-SS)
        '|' WS-OI-POST-DATE(WS-PICKED-SS)
        '|' WS-OI-SEQ(WS-PICKED-SS)
        '|' WS-OI-STATE(WS-PICKED-SS)
        '|' FUNCTION TRIM(WS-MOVE-REF)
        '|' DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    IF WS-MOVE-TO-ID NOT = 0
        STRING WS-MOVE-TO-ID DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-LINE-PTR
    END-IF
    STRING '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
        '|' FUNCTION TRIM(OPERATOR_ID)
        '|' WS-CURRENT-DATE(1:8)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE COMPANY_SUSPENSE_FILE TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

*> The clearing pair moves money both ways, so its type must be on
*> TXN_TYPES.DAT, active, nature B -- checked before the file is
*> written, the way PROC_NSF_FEES checks NSF.
CHECK-CLEARING-TYPE.
    MOVE 'N' TO WS-TYPE-USABLE
    MOVE 'N' TO WS-AT-END
    OPEN INPUT TYPES-FILE
    IF WS-TYPES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ TYPES-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-TY-TOK-CODE WS-TY-TOK-DESC
                        WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    UNSTRING TYPES-LINE DELIMITED BY '|'
                        INTO WS-TY-TOK-CODE WS-TY-TOK-DESC
                             WS-TY-TOK-NATURE WS-TY-TOK-ACTIVE
                    IF WS-TY-TOK-CODE = WS-CLEAR-TYPE
                        AND WS-TY-TOK-NATURE(1:1) = 'B'
                        AND WS-TY-TOK-ACTIVE(1:1) NOT = 'I'
                        MOVE 'Y' TO WS-TYPE-USABLE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TYPES-FILE
    END-IF
    IF WS-TYPE-USABLE = 'N'
        DISPLAY 'REFUSED: TXN_TYPES.DAT HAS NO ACTIVE '
            FUNCTION TRIM(WS-CLEAR-TYPE) ' TYPE OF NATURE B --'
            ' add it with PROC_TXNTYPE_EDIT; the reassignments'
            ' stay queued'
    END-IF
    .

WRITE-AGING-REPORT.
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    IF CONFIG_SUSPENSE_AGE_DAYS > 0
        MOVE CONFIG_SUSPENSE_AGE_DAYS TO WS-ESCALATE-DAYS
    END-IF
    OPEN OUTPUT AGING-REPORT
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING '--- SUSPENSE AGING AS OF ' WS-ASOF-DATE
        ' -- ESCALATE OVER ' WS-ESCALATE-DAYS ' DAYS ---'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-SA-SS FROM 1 BY 1
        UNTIL WS-SA-SS > WS-SA-COUNT
        PERFORM AGE-ONE-ACCOUNT
    END-PERFORM
    PERFORM WRITE-ESCALATION-SECTION
    PERFORM WRITE-AWAITING-SECTION
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-BOOK-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'SUSPENSE ACCOUNTS=' WS-SA-COUNT
        ' OPEN ITEMS=' WS-BOOK-ITEMS
        ' TOTAL=' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ESCALATED=' WS-ESCALATED-COUNT
        ' AWAITING POSTING=' WS-AWAITING-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-OI-DROPPED > 0
        MOVE SPACES TO REPORT-LINE
        STRING '*** INCOMPLETE: ' WS-OI-DROPPED
            ' OPEN ITEM(S) PAST THE 1000-ITEM TABLE NOT AGED ***'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE AGING-REPORT
    IF WS-ESCALATED-COUNT > 0
        PERFORM RAISE-ESCALATION-ALERT
    END-IF
    DISPLAY 'SUSPENSE AGING ' WS-ASOF-DATE ': ' WS-BOOK-ITEMS
        ' OPEN ITEM(S), ' WS-ESCALATED-COUNT ' ESCALATED'
        ' -- SUSPENSE_AGING.RPT'
    .

AGE-ONE-ACCOUNT.
    MOVE WS-SA-BALANCE(WS-SA-SS) TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'SUSPENSE ' WS-SA-CUST-ID(WS-SA-SS)
        ' ' WS-SA-NAME(WS-SA-SS)
        ' ' WS-SA-PRODUCT(WS-SA-SS)
        ' BALANCE ' FUNCTION TRIM(WS-AMOUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-ACCT-ITEMS WS-ACCT-TOTAL
    PERFORM VARYING WS-BUCKET-SS FROM 1 BY 1 UNTIL WS-BUCKET-SS > 4
        MOVE 0 TO WS-BUCKET-TOTAL(WS-BUCKET-SS)
            WS-BUCKET-COUNT(WS-BUCKET-SS)
    END-PERFORM
    PERFORM VARYING WS-OI-SS FROM 1 BY 1
        UNTIL WS-OI-SS > WS-OI-COUNT
        IF WS-OI-CUST-ID(WS-OI-SS) = WS-SA-CUST-ID(WS-SA-SS)
            PERFORM AGE-ONE-ITEM
        END-IF
    END-PERFORM
    IF WS-ACCT-ITEMS = 0
        MOVE '  (no open items)' TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING '  BY AGE:' DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM VARYING WS-BUCKET-SS FROM 1 BY 1
            UNTIL WS-BUCKET-SS > 4
            EVALUATE WS-BUCKET-SS
                WHEN 1 MOVE ' 0-30 ' TO WS-FLAG-TEXT
                WHEN 2 MOVE ' 31-60 ' TO WS-FLAG-TEXT
                WHEN 3 MOVE ' 61-90 ' TO WS-FLAG-TEXT
                WHEN 4 MOVE ' OVER 90 ' TO WS-FLAG-TEXT
            END-EVALUATE
            MOVE WS-BUCKET-COUNT(WS-BUCKET-SS) TO WS-COUNT-EDIT
            MOVE WS-BUCKET-TOTAL(WS-BUCKET-SS) TO WS-TOTAL-EDIT
            STRING WS-FLAG-TEXT DELIMITED BY '  '
                ' ' FUNCTION TRIM(WS-COUNT-EDIT) ' ITEM(S) '
                FUNCTION TRIM(WS-TOTAL-EDIT) ' '
                DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER WS-LINE-PTR
        END-PERFORM
        WRITE REPORT-LINE
        MOVE WS-ACCT-TOTAL TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '  OPEN ITEMS ' WS-ACCT-ITEMS
            ' TOTAL ' FUNCTION TRIM(WS-TOTAL-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

AGE-ONE-ITEM.
    ADD 1 TO WS-ACCT-ITEMS WS-BOOK-ITEMS
    ADD WS-OI-AMOUNT(WS-OI-SS) TO WS-ACCT-TOTAL WS-BOOK-TOTAL
    EVALUATE TRUE
        WHEN WS-OI-AGE(WS-OI-SS) <= 30
            MOVE 1 TO WS-BUCKET-SS
        WHEN WS-OI-AGE(WS-OI-SS) <= 60
            MOVE 2 TO WS-BUCKET-SS
        WHEN WS-OI-AGE(WS-OI-SS) <= 90
            MOVE 3 TO WS-BUCKET-SS
        WHEN OTHER
            MOVE 4 TO WS-BUCKET-SS
    END-EVALUATE
    ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SS)
    ADD WS-OI-AMOUNT(WS-OI-SS) TO WS-BUCKET-TOTAL(WS-BUCKET-SS)
    MOVE SPACES TO WS-FLAG-TEXT
    IF WS-OI-AGE(WS-OI-SS) > WS-ESCALATE-DAYS
        MOVE '*** ESCALATE' TO WS-FLAG-TEXT
        ADD 1 TO WS-ESCALATED-COUNT
        ADD WS-OI-AMOUNT(WS-OI-SS) TO WS-ESCALATED-TOTAL
    END-IF
    PERFORM WRITE-ITEM-LINE
    .

WRITE-ITEM-LINE.
    MOVE WS-OI-AMOUNT(WS-OI-SS) TO WS-AMOUNT-EDIT
    MOVE WS-OI-AGE(WS-OI-SS) TO WS-AGE-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING '  ' WS-OI-CUST-ID(WS-OI-SS)
        ' ' WS-OI-POST-DATE(WS-OI-SS)
        ' ' WS-OI-SEQ(WS-OI-SS)
        ' ' WS-OI-DC(WS-OI-SS)
        ' ' WS-AMOUNT-EDIT
        ' ' WS-OI-TYPE-CODE(WS-OI-SS)
        ' ' WS-OI-REFERENCE(WS-OI-SS)
        ' AGE ' WS-AGE-EDIT
        ' ' WS-FLAG-TEXT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    .

WRITE-ESCALATION-SECTION.
    IF WS-ESCALATED-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-ESCALATED-TOTAL TO WS-TOTAL-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '--- ESCALATED: ' WS-ESCALATED-COUNT
            ' ITEM(S) OLDER THAN ' WS-ESCALATE-DAYS ' DAYS, TOTAL '
            FUNCTION TRIM(WS-TOTAL-EDIT) ' ---'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE '*** ESCALATE' TO WS-FLAG-TEXT
        PERFORM VARYING WS-OI-SS FROM 1 BY 1
            UNTIL WS-OI-SS > WS-OI-COUNT
            IF WS-OI-AGE(WS-OI-SS) > WS-ESCALATE-DAYS
                PERFORM WRITE-ITEM-LINE
            END-IF
        END-PERFORM
    END-IF
    .

*> A reassignment whose clearing leg has not reached the suspense
*> account yet: its batch is written but not posted.
WRITE-AWAITING-SECTION.
    PERFORM VARYING WS-CL-SS FROM 1 BY 1
        UNTIL WS-CL-SS > WS-CL-COUNT
        IF CL-REASSIGNED(WS-CL-SS) AND WS-CL-POSTED(WS-CL-SS) = 'N'
            IF WS-AWAITING-COUNT = 0
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE '--- REASSIGNED, AWAITING POSTING ---'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            ADD 1 TO WS-AWAITING-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING '  ' WS-CL-ITEM-KEY(WS-CL-SS)(1:6)
                ' ' WS-CL-ITEM-KEY(WS-CL-SS)(7:8)
                ' ' WS-CL-ITEM-KEY(WS-CL-SS)(15:4)
                ' ' WS-CL-AMOUNT(WS-CL-SS)
                ' TO ' WS-CL-TO-CUST-ID(WS-CL-SS)
                ' ' WS-CL-REF(WS-CL-SS)
                ' BATCH WRITTEN ' WS-CL-DATE(WS-CL-SS)
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    .

*> Same alert-line shape every other writer uses, through the
*> serialized PROC_APPEND_LINE service -- PROC_ALERT_MONITOR dedups
*> and escalates it like any program failure.
RAISE-ESCALATION-ALERT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-ESCALATED-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
        ':' WS-CURRENT-DATE(13:2)
        ' ALERT PROC_SUSPENSE_CLEAR RETURN CODE 08 CID=NONE'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' SUSPENSE AGING: ' WS-ESCALATED-COUNT
        ' ITEM(S) OVER ' WS-ESCALATE-DAYS ' DAYS, TOTAL '
        FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'BANNER_ALERTS.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    DISPLAY 'ESCALATED: ' WS-ESCALATED-COUNT ' suspense item(s)'
        ' older than ' WS-ESCALATE-DAYS ' days (BANNER_ALERTS.LOG)'
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_SUSPENSE_CLEAR' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_SUSPENSE_CLEAR.
