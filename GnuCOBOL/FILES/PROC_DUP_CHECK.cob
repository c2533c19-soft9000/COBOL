*> Mission: Catch the same payment arriving twice in two different
*> batches before it posts twice. POSTED_BATCHES.REG stops one batch
*> posting twice; it cannot see a lockbox payment the counter also
*> keyed, or a standing order somebody keyed by hand as well. This
*> step runs ahead of PROC_CUSTOMER_POST on the same transaction
*> file (CUSTOMER_TRANS.DAT or the name on the command line) and
*> compares every detail with
*>   - the account's postings of the last DUPLICATE_DAYS days in
*>     CUSTOMER_LEDGER.IDX (SYSTEM.CFG, default 5), and
*>   - the details of every other batch this step has passed that
*>     has not posted yet (the pending register below).
*> A suspected duplicate matches on account, D/C, amount, type and
*> reference, with a transaction date no more than three days away.
*> A transfer (X) is judged by its debit leg -- the from-account.
*> Each suspect is lifted out of the file into the book's
*> duplicate-hold file (COMPANY_DUPHOLD_FILE, DUPLICATE_HOLD.DAT
*> for the home book) --
*>   <hold-id>|<batch-id>|<held yyyymmdd>|<matched against>|<detail>
*> -- and the batch is written back without it, its header and
*> trailer recounted and retotalled, so the posting run posts the
*> rest and never sees the suspect. An operator releases or rejects
*> each held detail in PROC_DUP_REVIEW; a release goes back through
*> posting in a batch of its own, which this step leaves alone.
*> The details of a batch that passes are added to the pending
*> register (COMPANY_DUPPEND_FILE, DUPLICATE_PENDING.DAT) --
*>   <batch-id>|<checked yyyymmdd>|<cust-id>|<D|C>|<amount>
*>       |<yyyymmdd>|<type>|<reference>
*> -- rewritten on each run without the batches that have since
*> posted (they are on the ledger now) or were checked before the
*> look-back began.
*> A file whose controls do not prove, whose batch has already
*> posted or belongs to another company is left exactly as it came:
*> the posting run refuses it with the reason.
*> Command line: [transaction-file].
*> GnuCOBOL: cobc -x -j -free -I . -I ../BANNER PROC_DUP_CHECK.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_APPEND_LINE.cob
*>     ../BANNER/PROC_OPERATOR_ID.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     PROC_COMPANY.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_DUP_CHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_LEDGER_FILE.cpy'.
SELECT TRANS-FILE
    ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRANS-STATUS.
SELECT PENDING-FILE
    ASSIGN TO DYNAMIC COMPANY_DUPPEND_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PENDING-STATUS.
SELECT DECISION-FILE
    ASSIGN TO DYNAMIC COMPANY_DUPDEC_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DECISION-STATUS.
SELECT BATCH-REG-FILE
    ASSIGN TO DYNAMIC COMPANY_BATCHREG_FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCHREG-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_LEDGER_RECORD.cpy'.

FD TRANS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS TRANS-LINE.
01 TRANS-LINE PIC X(100).

FD PENDING-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS PENDING-LINE.
01 PENDING-LINE PIC X(120).

FD DECISION-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS DECISION-LINE.
01 DECISION-LINE PIC X(160).

FD BATCH-REG-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS BATCH-REG-LINE.
01 BATCH-REG-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-TRANS-STATUS      PIC XX.
01 WS-PENDING-STATUS    PIC XX.
01 WS-DECISION-STATUS   PIC XX.
01 WS-BATCHREG-STATUS   PIC XX.
01 WS-TRANS-FILE-NAME   PIC X(255) VALUE 'CUSTOMER_TRANS.DAT'.
01 WS-CMD-LINE          PIC X(255).
01 WS-CURRENT-DATE      PIC X(21).
01 WS-TODAY             PIC X(8).
01 WS-TODAY-INT         PIC 9(8).
01 WS-LOOKBACK-DATE     PIC X(8).
01 WS-LOOKBACK-DAYS     PIC 9(4) VALUE 5.
*> How far apart two transaction dates may be and still be "close":
*> the counter keys a payment the day it is handed over, the lockbox
*> file carries it a day or two later.
01 WS-DATE-SPAN         PIC 9(2) VALUE 3.
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-LGR-AT-END        PIC X.
    88 AT-END-OF-LEDGER  VALUE 'Y'.
01 WS-LEDGER-AVAILABLE  PIC X VALUE 'N'.
01 WS-LINE-PTR          PIC 9(4).

*> The batch as it came: header, details, trailer -- 9999 details is
*> the most the posting run takes in one batch.
01 WS-LINE-TABLE.
    05 WS-BATCH-LINE OCCURS 10001 TIMES.
        10 WS-BL-TEXT      PIC X(100).
        10 WS-BL-HELD      PIC X.
01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
01 WS-LINE-SS           PIC 9(5).
01 WS-LINE-OVERFLOW     PIC X VALUE 'N'.

01 WS-TOK-TYPE   PIC X(2).
01 WS-TOK-2      PIC X(20).
01 WS-TOK-3      PIC X(20).
01 WS-TOK-4      PIC X(20).
01 WS-TOK-5      PIC X(20).
01 WS-TOK-6      PIC X(20).
01 WS-TOK-7      PIC X(24).

*> Header and controls.
01 WS-HEADER-SEEN       PIC X VALUE 'N'.
01 WS-TRAILER-SEEN      PIC X VALUE 'N'.
01 WS-HDR-DATE          PIC X(8).
01 WS-HDR-COUNT         PIC 9(6) VALUE 0.
01 WS-HDR-TOTAL         PIC S9(9)V99 VALUE 0.
01 WS-TRL-COUNT         PIC 9(6) VALUE 0.
01 WS-TRL-TOTAL         PIC S9(9)V99 VALUE 0.
01 WS-DETAIL-COUNT      PIC 9(6) VALUE 0.
01 WS-DETAIL-TOTAL      PIC S9(9)V99 VALUE 0.
01 WS-BATCH-ID          PIC X(12) VALUE SPACES.
01 WS-BATCH-KEYER       PIC X(8) VALUE SPACES.
01 WS-BATCH-COMPANY     PIC X(4) VALUE SPACES.
01 WS-LEAVE-ALONE       PIC X VALUE 'N'.
01 WS-KEPT-COUNT        PIC 9(6) VALUE 0.
01 WS-KEPT-TOTAL        PIC S9(9)V99 VALUE 0.
01 WS-HELD-COUNT        PIC 9(6) VALUE 0.
01 WS-TOTAL-EDIT        PIC -(9)9.99.

*> The detail being judged.
01 WS-DT-CUST-ID        PIC 9(6).
01 WS-DT-DC             PIC X.
01 WS-DT-AMOUNT         PIC S9(7)V99.
01 WS-DT-DATE           PIC X(8).
01 WS-DT-DATE-INT       PIC 9(8).
01 WS-DT-TYPE           PIC X(4).
01 WS-DT-REFERENCE      PIC X(20).
01 WS-DT-JUDGED         PIC X.
01 WS-MATCH-FOUND       PIC X.
01 WS-MATCH-TEXT        PIC X(40).
01 WS-OTHER-DATE-INT    PIC 9(8).
01 WS-DAYS-APART        PIC S9(8).
01 WS-AMOUNT-EDIT       PIC 9(7).99.
01 WS-HOLD-ID           PIC X(20).
01 WS-HOLD-NUM-EDIT     PIC 9(4).

*> The pending register as loaded -- 5000 details, house table
*> style. Past that the rest go unjudged against, said so on the
*> console, and the register is only added to, never rewritten, so
*> nothing past the table is lost.
01 WS-PENDING-TABLE.
    05 WS-PENDING-ENTRY OCCURS 5000 TIMES.
        10 WS-PN-BATCH-ID   PIC X(12).
        10 WS-PN-CHECKED    PIC X(8).
        10 WS-PN-CUST-ID    PIC 9(6).
        10 WS-PN-DC         PIC X.
        10 WS-PN-AMOUNT     PIC S9(7)V99.
        10 WS-PN-DATE       PIC X(8).
        10 WS-PN-TYPE       PIC X(4).
        10 WS-PN-REFERENCE  PIC X(20).
*> 'Y' while the entry still stands: its batch has not posted and
*> was checked inside the look-back.
        10 WS-PN-LIVE       PIC X.
01 WS-PN-COUNT          PIC 9(4) VALUE 0.
01 WS-PN-SS             PIC 9(4).
01 WS-PN-DROPPED        PIC 9(6) VALUE 0.
01 WS-PN-TOK-BATCH      PIC X(14).
01 WS-PN-TOK-CHECKED    PIC X(10).
01 WS-PN-TOK-CUST       PIC X(8).
01 WS-PN-TOK-DC         PIC X(2).
01 WS-PN-TOK-AMOUNT     PIC X(14).
01 WS-PN-TOK-DATE       PIC X(10).
01 WS-PN-TOK-TYPE       PIC X(6).
01 WS-PN-TOK-REF        PIC X(22).
01 WS-ALREADY-PENDING   PIC X VALUE 'N'.

*> Posted batch IDs off the batch register, only as far as they
*> touch the pending register.
01 WS-BR-ID-TOKEN       PIC X(20).
01 WS-BR-REST           PIC X(100).
01 WS-BATCH-POSTED      PIC X VALUE 'N'.

*> Release batches PROC_DUP_REVIEW wrote: the reviewer's verdict
*> that their details are not duplicates.
01 WS-DC-TOK-ID         PIC X(22).
01 WS-DC-TOK-STAMP      PIC X(21).
01 WS-DC-TOK-VERDICT    PIC X(10).
01 WS-DC-TOK-OPERATOR   PIC X(14).
01 WS-DC-TOK-DETAIL     PIC X(80).
01 WS-IS-RELEASE-BATCH  PIC X VALUE 'N'.

COPY 'CB_SYSTEM_CONFIG.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    IF WS-CMD-LINE NOT = SPACES
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-TRANS-FILE-NAME
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    IF CONFIG_DUPLICATE_DAYS > 0
        MOVE CONFIG_DUPLICATE_DAYS TO WS-LOOKBACK-DAYS
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
        TO WS-TODAY-INT
    MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-LOOKBACK-DAYS)
        TO WS-LOOKBACK-DATE
    PERFORM LOAD-THE-BATCH
    PERFORM PROVE-THE-CONTROLS
    IF WS-LEAVE-ALONE = 'Y'
        STOP RUN
    END-IF
    PERFORM CHECK-RELEASE-BATCH
    IF WS-IS-RELEASE-BATCH = 'Y'
        DISPLAY 'NOTE: batch ' FUNCTION TRIM(WS-BATCH-ID)
            ' is a duplicate-review release -- not judged again'
        STOP RUN
    END-IF
    PERFORM LOAD-PENDING-REGISTER
    PERFORM RETIRE-POSTED-PENDING
    IF WS-BATCH-POSTED = 'Y'
        DISPLAY 'NOTE: batch ' FUNCTION TRIM(WS-BATCH-ID)
            ' has already posted -- left for the posting run to'
            ' refuse'
        STOP RUN
    END-IF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = '00'
        MOVE 'Y' TO WS-LEDGER-AVAILABLE
    ELSE
        DISPLAY 'NOTE: no ledger at '
            FUNCTION TRIM(COMPANY_LEDGER_FILE)
            ' -- judged against pending batches only'
    END-IF
    PERFORM VARYING WS-LINE-SS FROM 1 BY 1
        UNTIL WS-LINE-SS > WS-LINE-COUNT
        PERFORM JUDGE-ONE-LINE
    END-PERFORM
    IF WS-LEDGER-AVAILABLE = 'Y'
        CLOSE LEDGER-FILE
    END-IF
    IF WS-HELD-COUNT > 0
        PERFORM REWRITE-THE-BATCH
    END-IF
    PERFORM REWRITE-PENDING-REGISTER
    MOVE WS-KEPT-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'DUPLICATE CHECK ' FUNCTION TRIM(WS-BATCH-ID) ': '
        WS-DETAIL-COUNT ' DETAIL(S), ' WS-HELD-COUNT ' HELD, '
        WS-KEPT-COUNT ' TO POST (TOTAL '
        FUNCTION TRIM(WS-TOTAL-EDIT) ')'
    IF WS-HELD-COUNT > 0
        DISPLAY 'WARNING: ' WS-HELD-COUNT ' suspected duplicate(s)'
            ' held on ' FUNCTION TRIM(COMPANY_DUPHOLD_FILE)
            ' -- release or reject with PROC_DUP_REVIEW'
    END-IF
    IF WS-PN-DROPPED > 0
        DISPLAY 'WARNING: ' WS-PN-DROPPED ' pending detail(s) past'
            ' the first 5000 not judged against'
    END-IF
    STOP RUN.

LOAD-THE-BATCH.
    OPEN INPUT TRANS-FILE
    IF WS-TRANS-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-TRANS-FILE-NAME)
            ', FILE STATUS ' WS-TRANS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-FILE
        READ TRANS-FILE
            AT END SET AT-END-OF-FILE TO TRUE
            NOT AT END
                IF WS-LINE-COUNT < 10001
                    ADD 1 TO WS-LINE-COUNT
                    MOVE TRANS-LINE TO WS-BL-TEXT(WS-LINE-COUNT)
                    MOVE 'N' TO WS-BL-HELD(WS-LINE-COUNT)
                    PERFORM TALLY-ONE-LINE
                ELSE
                    MOVE 'Y' TO WS-LINE-OVERFLOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRANS-FILE
    .

*> Same token reading and the same controls the posting run proves.
TALLY-ONE-LINE.
    PERFORM PARSE-TRANS-LINE
    EVALUATE FUNCTION TRIM(WS-TOK-TYPE)
        WHEN 'H'
            MOVE 'Y' TO WS-HEADER-SEEN
            MOVE WS-TOK-2(1:8) TO WS-HDR-DATE
            MOVE FUNCTION NUMVAL(WS-TOK-3) TO WS-HDR-COUNT
            MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-HDR-TOTAL
            MOVE WS-TOK-5(1:12) TO WS-BATCH-ID
            IF FUNCTION UPPER-CASE(WS-TOK-6(1:3)) = 'CO='
                MOVE FUNCTION UPPER-CASE(WS-TOK-6(4:4))
                    TO WS-BATCH-COMPANY
            ELSE
                MOVE WS-TOK-6(1:8) TO WS-BATCH-KEYER
                IF FUNCTION UPPER-CASE(WS-TOK-7(1:3)) = 'CO='
                    MOVE FUNCTION UPPER-CASE(WS-TOK-7(4:4))
                        TO WS-BATCH-COMPANY
                END-IF
            END-IF
        WHEN 'T'
            MOVE 'Y' TO WS-TRAILER-SEEN
            MOVE FUNCTION NUMVAL(WS-TOK-2) TO WS-TRL-COUNT
            MOVE FUNCTION NUMVAL(WS-TOK-3) TO WS-TRL-TOTAL
        WHEN 'D'
            ADD 1 TO WS-DETAIL-COUNT
            IF FUNCTION TRIM(WS-TOK-3) = 'D'
                SUBTRACT FUNCTION NUMVAL(WS-TOK-4)
                    FROM WS-DETAIL-TOTAL
            ELSE
                ADD FUNCTION NUMVAL(WS-TOK-4) TO WS-DETAIL-TOTAL
            END-IF
        WHEN 'X'
            ADD 1 TO WS-DETAIL-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

PARSE-TRANS-LINE.
    MOVE SPACES TO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
        WS-TOK-6 WS-TOK-7
    UNSTRING TRANS-LINE DELIMITED BY ALL SPACE
        INTO WS-TOK-TYPE WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
             WS-TOK-6 WS-TOK-7
    .

*> Anything the posting run would refuse outright is not ours to
*> rewrite -- it goes through untouched and is refused there.
PROVE-THE-CONTROLS.
    EVALUATE TRUE
        WHEN WS-LINE-OVERFLOW = 'Y'
            DISPLAY 'NOTE: ' FUNCTION TRIM(WS-TRANS-FILE-NAME)
                ' is larger than any batch the posting run takes'
                ' -- not judged'
            MOVE 'Y' TO WS-LEAVE-ALONE
        WHEN WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
            OR WS-BATCH-ID = SPACES
            OR WS-HDR-COUNT NOT = WS-DETAIL-COUNT
            OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
            OR WS-HDR-TOTAL NOT = WS-DETAIL-TOTAL
            OR WS-TRL-TOTAL NOT = WS-DETAIL-TOTAL
            DISPLAY 'NOTE: ' FUNCTION TRIM(WS-TRANS-FILE-NAME)
                ' does not prove its controls -- not judged; the'
                ' posting run will refuse it'
            MOVE 'Y' TO WS-LEAVE-ALONE
        WHEN (WS-BATCH-COMPANY = SPACES AND NOT COMPANY-HOME)
            OR (WS-BATCH-COMPANY NOT = SPACES
                AND WS-BATCH-COMPANY NOT = COMPANY_CODE)
            DISPLAY 'NOTE: batch ' FUNCTION TRIM(WS-BATCH-ID)
                ' belongs to another company''s book -- not judged'
                ' in this one'
            MOVE 'Y' TO WS-LEAVE-ALONE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

CHECK-RELEASE-BATCH.
    MOVE 'N' TO WS-IS-RELEASE-BATCH
    MOVE 'N' TO WS-AT-END
    OPEN INPUT DECISION-FILE
    IF WS-DECISION-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ DECISION-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-DC-TOK-ID WS-DC-TOK-STAMP
                        WS-DC-TOK-VERDICT WS-DC-TOK-OPERATOR
                        WS-DC-TOK-DETAIL
                    UNSTRING DECISION-LINE DELIMITED BY '|'
                        INTO WS-DC-TOK-ID WS-DC-TOK-STAMP
                             WS-DC-TOK-VERDICT WS-DC-TOK-OPERATOR
                             WS-DC-TOK-DETAIL
                    IF WS-DC-TOK-VERDICT = 'RELEASED'
                        AND WS-DC-TOK-DETAIL(1:12) = WS-BATCH-ID
                        MOVE 'Y' TO WS-IS-RELEASE-BATCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECISION-FILE
    END-IF
    .

LOAD-PENDING-REGISTER.
    MOVE 0 TO WS-PN-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ PENDING-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF PENDING-LINE NOT = SPACES
                        IF WS-PN-COUNT < 5000
                            PERFORM TAKE-ONE-PENDING-LINE
                        ELSE
                            ADD 1 TO WS-PN-DROPPED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-FILE
    END-IF
    .

TAKE-ONE-PENDING-LINE.
    MOVE SPACES TO WS-PN-TOK-BATCH WS-PN-TOK-CHECKED WS-PN-TOK-CUST
        WS-PN-TOK-DC WS-PN-TOK-AMOUNT WS-PN-TOK-DATE WS-PN-TOK-TYPE
        WS-PN-TOK-REF
    UNSTRING PENDING-LINE DELIMITED BY '|'
        INTO WS-PN-TOK-BATCH WS-PN-TOK-CHECKED WS-PN-TOK-CUST
             WS-PN-TOK-DC WS-PN-TOK-AMOUNT WS-PN-TOK-DATE
             WS-PN-TOK-TYPE WS-PN-TOK-REF
    ADD 1 TO WS-PN-COUNT
    MOVE WS-PN-TOK-BATCH(1:12) TO WS-PN-BATCH-ID(WS-PN-COUNT)
    MOVE WS-PN-TOK-CHECKED(1:8) TO WS-PN-CHECKED(WS-PN-COUNT)
    MOVE FUNCTION NUMVAL(WS-PN-TOK-CUST) TO WS-PN-CUST-ID(WS-PN-COUNT)
    MOVE WS-PN-TOK-DC(1:1) TO WS-PN-DC(WS-PN-COUNT)
    MOVE FUNCTION NUMVAL(WS-PN-TOK-AMOUNT)
        TO WS-PN-AMOUNT(WS-PN-COUNT)
    MOVE WS-PN-TOK-DATE(1:8) TO WS-PN-DATE(WS-PN-COUNT)
    MOVE WS-PN-TOK-TYPE(1:4) TO WS-PN-TYPE(WS-PN-COUNT)
    MOVE WS-PN-TOK-REF(1:20) TO WS-PN-REFERENCE(WS-PN-COUNT)
    MOVE 'Y' TO WS-PN-LIVE(WS-PN-COUNT)
    IF WS-PN-CHECKED(WS-PN-COUNT) < WS-LOOKBACK-DATE
        MOVE 'N' TO WS-PN-LIVE(WS-PN-COUNT)
    END-IF
    IF WS-PN-BATCH-ID(WS-PN-COUNT) = WS-BATCH-ID
        MOVE 'Y' TO WS-ALREADY-PENDING
    END-IF
    .

*> One pass of the batch register: a pending batch found there has
*> posted and is the ledger's business now -- and so has this one,
*> if it is there.
RETIRE-POSTED-PENDING.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BATCH-REG-FILE
    IF WS-BATCHREG-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ BATCH-REG-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-BR-ID-TOKEN WS-BR-REST
                    UNSTRING BATCH-REG-LINE DELIMITED BY '|'
                        INTO WS-BR-ID-TOKEN WS-BR-REST
                    IF WS-BR-ID-TOKEN(1:12) = WS-BATCH-ID
                        MOVE 'Y' TO WS-BATCH-POSTED
                    END-IF
                    PERFORM VARYING WS-PN-SS FROM 1 BY 1
                        UNTIL WS-PN-SS > WS-PN-COUNT
                        IF WS-PN-BATCH-ID(WS-PN-SS)
                            = WS-BR-ID-TOKEN(1:12)
                            MOVE 'N' TO WS-PN-LIVE(WS-PN-SS)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE BATCH-REG-FILE
    END-IF
    .

JUDGE-ONE-LINE.
    MOVE WS-BL-TEXT(WS-LINE-SS) TO TRANS-LINE
    PERFORM PARSE-TRANS-LINE
    MOVE 'N' TO WS-DT-JUDGED
    EVALUATE FUNCTION TRIM(WS-TOK-TYPE)
        WHEN 'D'
            MOVE 'Y' TO WS-DT-JUDGED
            MOVE FUNCTION NUMVAL(WS-TOK-2) TO WS-DT-CUST-ID
            MOVE WS-TOK-3(1:1) TO WS-DT-DC
        WHEN 'X'
            MOVE 'Y' TO WS-DT-JUDGED
            MOVE FUNCTION NUMVAL(WS-TOK-2) TO WS-DT-CUST-ID
            MOVE 'D' TO WS-DT-DC
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-DT-JUDGED = 'Y'
        MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-DT-AMOUNT
        MOVE WS-TOK-5(1:8) TO WS-DT-DATE
        MOVE WS-TOK-6(1:4) TO WS-DT-TYPE
        MOVE WS-TOK-7(1:20) TO WS-DT-REFERENCE
*> A date the posting run will reject anyway is not worth judging.
        IF WS-DT-DATE IS NUMERIC
            AND FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-DT-DATE)) = 0
            MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DT-DATE))
                TO WS-DT-DATE-INT
            MOVE 'N' TO WS-MATCH-FOUND
            IF WS-LEDGER-AVAILABLE = 'Y'
                PERFORM MATCH-AGAINST-LEDGER
            END-IF
            IF WS-MATCH-FOUND = 'N'
                PERFORM MATCH-AGAINST-PENDING
            END-IF
            IF WS-MATCH-FOUND = 'Y'
                PERFORM HOLD-THIS-DETAIL
            END-IF
        END-IF
        IF WS-BL-HELD(WS-LINE-SS) = 'N'
            ADD 1 TO WS-KEPT-COUNT
            EVALUATE TRUE
                WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'X'
                    CONTINUE
                WHEN WS-DT-DC = 'D'
                    SUBTRACT WS-DT-AMOUNT FROM WS-KEPT-TOTAL
                WHEN OTHER
                    ADD WS-DT-AMOUNT TO WS-KEPT-TOTAL
            END-EVALUATE
        END-IF
    END-IF
    .

*> The account's postings from the look-back date on, in key order.
MATCH-AGAINST-LEDGER.
    MOVE 'N' TO WS-LGR-AT-END
    MOVE WS-DT-CUST-ID TO LGR-CUST-ID
    MOVE WS-LOOKBACK-DATE TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER OR WS-MATCH-FOUND = 'Y'
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = WS-DT-CUST-ID
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    PERFORM JUDGE-LEDGER-RECORD
                END-IF
        END-READ
    END-PERFORM
    .

JUDGE-LEDGER-RECORD.
    IF LGR-DC = WS-DT-DC
        AND (LGR-AMOUNT = WS-DT-AMOUNT
             OR LGR-AMOUNT = 0 - WS-DT-AMOUNT)
        AND LGR-TYPE-CODE = WS-DT-TYPE
        AND LGR-REFERENCE = WS-DT-REFERENCE
        AND LGR-TXN-DATE IS NUMERIC
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LGR-TXN-DATE))
            TO WS-OTHER-DATE-INT
        PERFORM JUDGE-DATE-SPAN
        IF WS-MATCH-FOUND = 'Y'
            MOVE SPACES TO WS-MATCH-TEXT
            STRING 'LEDGER ' LGR-CUST-ID ' ' LGR-POST-DATE
                ' ' LGR-SEQ ' ' LGR-BATCH-ID
                DELIMITED BY SIZE INTO WS-MATCH-TEXT
        END-IF
    END-IF
    .

MATCH-AGAINST-PENDING.
    PERFORM VARYING WS-PN-SS FROM 1 BY 1
        UNTIL WS-PN-SS > WS-PN-COUNT OR WS-MATCH-FOUND = 'Y'
        IF WS-PN-LIVE(WS-PN-SS) = 'Y'
            AND WS-PN-BATCH-ID(WS-PN-SS) NOT = WS-BATCH-ID
            AND WS-PN-CUST-ID(WS-PN-SS) = WS-DT-CUST-ID
            AND WS-PN-DC(WS-PN-SS) = WS-DT-DC
            AND WS-PN-AMOUNT(WS-PN-SS) = WS-DT-AMOUNT
            AND WS-PN-TYPE(WS-PN-SS) = WS-DT-TYPE
            AND WS-PN-REFERENCE(WS-PN-SS) = WS-DT-REFERENCE
            AND WS-PN-DATE(WS-PN-SS) IS NUMERIC
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-PN-DATE(WS-PN-SS)))
                TO WS-OTHER-DATE-INT
            PERFORM JUDGE-DATE-SPAN
            IF WS-MATCH-FOUND = 'Y'
                MOVE SPACES TO WS-MATCH-TEXT
                STRING 'PENDING ' WS-PN-BATCH-ID(WS-PN-SS)
                    ' CHECKED ' WS-PN-CHECKED(WS-PN-SS)
                    DELIMITED BY SIZE INTO WS-MATCH-TEXT
            END-IF
        END-IF
    END-PERFORM
    .

JUDGE-DATE-SPAN.
    COMPUTE WS-DAYS-APART = WS-OTHER-DATE-INT - WS-DT-DATE-INT
    IF WS-DAYS-APART < 0
        COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
    END-IF
    IF WS-DAYS-APART <= WS-DATE-SPAN
        MOVE 'Y' TO WS-MATCH-FOUND
    END-IF
    .

*> Hold ID DH<yymmddhhmmss>-<nnnn>: unique across runs, and the key
*> PROC_DUP_REVIEW's verdict is recorded under.
HOLD-THIS-DETAIL.
    ADD 1 TO WS-HELD-COUNT
    MOVE 'Y' TO WS-BL-HELD(WS-LINE-SS)
    MOVE WS-HELD-COUNT TO WS-HOLD-NUM-EDIT
    MOVE SPACES TO WS-HOLD-ID
    STRING 'DH' WS-CURRENT-DATE(3:12) '-' WS-HOLD-NUM-EDIT
        DELIMITED BY SIZE INTO WS-HOLD-ID
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-HOLD-ID)
        '|' FUNCTION TRIM(WS-BATCH-ID)
        '|' WS-TODAY
        '|' FUNCTION TRIM(WS-MATCH-TEXT)
        '|' FUNCTION TRIM(WS-BL-TEXT(WS-LINE-SS))
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE COMPANY_DUPHOLD_FILE TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    IF APPEND_FAILED
        DISPLAY 'ERROR: ' FUNCTION TRIM(COMPANY_DUPHOLD_FILE)
            ' could not be written -- ' FUNCTION TRIM(WS-BATCH-ID)
            ' left as it came, nothing held'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'HELD ' FUNCTION TRIM(WS-HOLD-ID) ': '
        FUNCTION TRIM(WS-BL-TEXT(WS-LINE-SS))
    DISPLAY '     MATCHES ' FUNCTION TRIM(WS-MATCH-TEXT)
    .

*> The batch again without the held details; the header keeps its
*> date, batch ID, keyer and company, with the counts and totals of
*> what is left.
REWRITE-THE-BATCH.
    OPEN OUTPUT TRANS-FILE
    IF WS-TRANS-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot rewrite '
            FUNCTION TRIM(WS-TRANS-FILE-NAME)
            ', FILE STATUS ' WS-TRANS-STATUS
            ' -- the held details are on '
            FUNCTION TRIM(COMPANY_DUPHOLD_FILE)
            ' but still in the batch; do not post it'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-KEPT-TOTAL TO WS-TOTAL-EDIT
    PERFORM VARYING WS-LINE-SS FROM 1 BY 1
        UNTIL WS-LINE-SS > WS-LINE-COUNT
        MOVE WS-BL-TEXT(WS-LINE-SS) TO TRANS-LINE
        PERFORM PARSE-TRANS-LINE
        EVALUATE TRUE
            WHEN WS-BL-HELD(WS-LINE-SS) = 'Y'
                CONTINUE
            WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'H'
                PERFORM WRITE-NEW-HEADER
            WHEN FUNCTION TRIM(WS-TOK-TYPE) = 'T'
                MOVE SPACES TO TRANS-LINE
                STRING 'T ' WS-KEPT-COUNT
                    ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
                    DELIMITED BY SIZE INTO TRANS-LINE
                WRITE TRANS-LINE
            WHEN OTHER
                WRITE TRANS-LINE
        END-EVALUATE
    END-PERFORM
    CLOSE TRANS-FILE
    .

WRITE-NEW-HEADER.
    MOVE SPACES TO TRANS-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H ' WS-HDR-DATE
        ' ' WS-KEPT-COUNT
        ' ' FUNCTION TRIM(WS-TOTAL-EDIT)
        ' ' FUNCTION TRIM(WS-BATCH-ID)
        DELIMITED BY SIZE INTO TRANS-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-BATCH-KEYER NOT = SPACES
        STRING ' ' FUNCTION TRIM(WS-BATCH-KEYER)
            DELIMITED BY SIZE INTO TRANS-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    IF WS-BATCH-COMPANY NOT = SPACES
        STRING ' CO=' FUNCTION TRIM(WS-BATCH-COMPANY)
            DELIMITED BY SIZE INTO TRANS-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE TRANS-LINE
    .

*> The register again: the entries still standing, then this batch's
*> details unless a rerun already put them there.
REWRITE-PENDING-REGISTER.
    IF WS-PN-DROPPED > 0
        OPEN EXTEND PENDING-FILE
    ELSE
        OPEN OUTPUT PENDING-FILE
    END-IF
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'WARNING: cannot write '
            FUNCTION TRIM(COMPANY_DUPPEND_FILE)
            ', FILE STATUS ' WS-PENDING-STATUS
            ' -- later batches will not be judged against this one'
    ELSE
        PERFORM VARYING WS-PN-SS FROM 1 BY 1
            UNTIL WS-PN-SS > WS-PN-COUNT OR WS-PN-DROPPED > 0
            IF WS-PN-LIVE(WS-PN-SS) = 'Y'
                PERFORM WRITE-ONE-PENDING-ENTRY
            END-IF
        END-PERFORM
        IF WS-ALREADY-PENDING = 'N'
            PERFORM VARYING WS-LINE-SS FROM 1 BY 1
                UNTIL WS-LINE-SS > WS-LINE-COUNT
                IF WS-BL-HELD(WS-LINE-SS) = 'N'
                    PERFORM WRITE-ONE-BATCH-ENTRY
                END-IF
            END-PERFORM
        END-IF
        CLOSE PENDING-FILE
    END-IF
    .

WRITE-ONE-PENDING-ENTRY.
    MOVE WS-PN-AMOUNT(WS-PN-SS) TO WS-AMOUNT-EDIT
    MOVE SPACES TO PENDING-LINE
    STRING FUNCTION TRIM(WS-PN-BATCH-ID(WS-PN-SS))
        '|' WS-PN-CHECKED(WS-PN-SS)
        '|' WS-PN-CUST-ID(WS-PN-SS)
        '|' WS-PN-DC(WS-PN-SS)
        '|' WS-AMOUNT-EDIT
        '|' WS-PN-DATE(WS-PN-SS)
        '|' FUNCTION TRIM(WS-PN-TYPE(WS-PN-SS))
        '|' FUNCTION TRIM(WS-PN-REFERENCE(WS-PN-SS))
        DELIMITED BY SIZE INTO PENDING-LINE
    WRITE PENDING-LINE
    .

WRITE-ONE-BATCH-ENTRY.
    MOVE WS-BL-TEXT(WS-LINE-SS) TO TRANS-LINE
    PERFORM PARSE-TRANS-LINE
    IF FUNCTION TRIM(WS-TOK-TYPE) = 'D'
        OR FUNCTION TRIM(WS-TOK-TYPE) = 'X'
        IF FUNCTION TRIM(WS-TOK-TYPE) = 'X'
            MOVE 'D' TO WS-DT-DC
        ELSE
            MOVE WS-TOK-3(1:1) TO WS-DT-DC
        END-IF
        MOVE FUNCTION NUMVAL(WS-TOK-2) TO WS-DT-CUST-ID
        MOVE FUNCTION NUMVAL(WS-TOK-4) TO WS-AMOUNT-EDIT
        MOVE SPACES TO PENDING-LINE
        STRING FUNCTION TRIM(WS-BATCH-ID)
            '|' WS-TODAY
            '|' WS-DT-CUST-ID
            '|' WS-DT-DC
            '|' WS-AMOUNT-EDIT
            '|' WS-TOK-5(1:8)
            '|' FUNCTION TRIM(WS-TOK-6)
            '|' FUNCTION TRIM(WS-TOK-7)
            DELIMITED BY SIZE INTO PENDING-LINE
        WRITE PENDING-LINE
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_DUP_CHECK' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_DUP_CHECK.
