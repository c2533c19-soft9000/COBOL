*> -- printed in file order, so each bucket's wording escalates
*> however collections writes it. Every letter lands in the
*> DUNNING_MANIFEST.LOG follow-up file.
*> An account on returned-mail hold (PROC_MAIL_HOLD: mail came back
*> and no newer address has been keyed since) gets no letter -- it
*> goes on DUNNING_EXCEPTIONS.RPT instead, for collections to chase
*> by phone until the address desk catches up.
*> An account with a promise to pay in force (PROC_PROMISE_TO_PAY:
*> taken, not yet kept or broken, promised date not yet past) gets
*> no letter either -- it is listed on the same exceptions report
*> with the promise, and comes back into the run at its bucket the
*> day the promise breaks.
*> Every letter also goes into the customer's correspondence history
*> (PROC_CORRESP_LOG) with its lines kept in the letter archive, so
*> the inquiry screen can show it was sent and reprint it.
*> Command line: [starting-bucket], default 30.
*> cobc -x -j -free -I . -I ../BANNER PROC_DUNNING_RUN.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob PROC_MAIL_HOLD.cob
*>     PROC_ACCOUNT_NUMBER.cob PROC_CORRESP_LOG.cob PROC_COMPANY.cob
*>     ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_DUNNING_RUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_PROMISE_FILE.cpy'.
SELECT AGING-DATA-FILE
    ASSIGN TO 'CUSTOMER_AGING.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    ASSIGN TO 'DUNNING_MANIFEST.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
SELECT EXCEPTION-FILE
    ASSIGN TO 'DUNNING_EXCEPTIONS.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_PROMISE_RECORD.cpy'.

FD AGING-DATA-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS AGING-DATA-LINE.
    DATA RECORD IS MANIFEST-LINE.
01 MANIFEST-LINE PIC X(160).

FD EXCEPTION-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS EXCEPTION-LINE.
01 EXCEPTION-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-DATA-STATUS     PIC XX.
01 WS-TEXT-STATUS     PIC XX.
01 WS-LETTER-STATUS   PIC XX.
01 WS-MANIFEST-STATUS PIC XX.
01 WS-EXCEPTION-STATUS PIC XX.
01 WS-HOLD-COUNT      PIC 9(6) VALUE 0.
01 WS-PROMISE-STATUS  PIC XX.
01 WS-PROMISES-AVAILABLE PIC X VALUE 'N'.
    88 PROMISES-ARE-AVAILABLE VALUE 'Y'.
01 WS-PROMISE-HELD-COUNT PIC 9(6) VALUE 0.
01 WS-PROMISE-SCAN-DONE PIC X.
01 WS-PROMISE-FOUND   PIC X.
    88 PROMISE-IN-FORCE VALUE 'Y'.
01 WS-PROMISE-CUST-ID PIC 9(6).
01 WS-PROMISE-AMOUNT-EDIT PIC Z(6)9.99.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X.
    88 AT-END-OF-FILE  VALUE 'Y'.
01 WS-TOK-DAYS    PIC X(7).
01 WS-TOK-BUCKET  PIC X(8).
01 WS-THIS-RANK   PIC 9.
*> The letter quotes the full account number, check digit and all,
*> as the customer is asked to quote it back.
01 WS-LETTER-ACCOUNT PIC X(8).
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-LETTERHEAD-ROW PIC 99.

*> The letter texts, bucket-tagged, in file order -- 100 lines,
*> house table style.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
*> Returned-mail hold -- see CB_MAIL_HOLD.cpy.
COPY 'CB_MAIL_HOLD.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-LINE))
        WHEN 'CURRENT' MOVE 1 TO WS-THRESHOLD-RANK
    CLOSE LETTER-FILE
    MOVE 'DUNNING.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    OPEN OUTPUT EXCEPTION-FILE
    OPEN INPUT PROMISE-FILE
    IF WS-PROMISE-STATUS = '00'
        MOVE 'Y' TO WS-PROMISES-AVAILABLE
    END-IF
    MOVE 'N' TO WS-AT-END
    OPEN INPUT AGING-DATA-FILE
    IF WS-DATA-STATUS NOT = '00'
        END-READ
    END-PERFORM
    CLOSE AGING-DATA-FILE
    CLOSE EXCEPTION-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    IF PROMISES-ARE-AVAILABLE
        CLOSE PROMISE-FILE
    END-IF
    DISPLAY 'PRINTED ' WS-LETTER-COUNT ' LETTER(S) -- DUNNING.PRN'
        ' (manifest in DUNNING_MANIFEST.LOG), ' WS-HOLD-COUNT
        ' HELD FOR RETURNED MAIL, ' WS-PROMISE-HELD-COUNT
        ' HELD FOR PROMISE TO PAY (DUNNING_EXCEPTIONS.RPT)'
    STOP RUN.

LOAD-LETTER-TEXTS.
        WHEN OTHER     MOVE 0 TO WS-THIS-RANK
    END-EVALUATE
    IF WS-THIS-RANK >= WS-THRESHOLD-RANK AND WS-THIS-RANK > 0
        PERFORM CHECK-PROMISE-TO-PAY
        IF PROMISE-IN-FORCE
            PERFORM WRITE-PROMISE-EXCEPTION
        ELSE
            PERFORM CHECK-MAIL-HOLD
            IF HOLD-IS-OPEN
                PERFORM WRITE-HOLD-EXCEPTION
            ELSE
                PERFORM PRINT-ONE-LETTER
            END-IF
        END-IF
    END-IF
    .

*> A promise is in force while it is neither kept, broken nor
*> withdrawn and its date has not passed -- one past its date is
*> not honoured even before the daily check has marked it broken.
CHECK-PROMISE-TO-PAY.
    MOVE 'N' TO WS-PROMISE-FOUND
    IF PROMISES-ARE-AVAILABLE
        AND FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-TOK-ID) TO WS-PROMISE-CUST-ID
        MOVE 'N' TO WS-PROMISE-SCAN-DONE
        MOVE WS-PROMISE-CUST-ID TO PTP-CUST-ID
        MOVE 0 TO PTP-PROMISE-NUM
        START PROMISE-FILE KEY IS >= PTP-KEY
            INVALID KEY MOVE 'Y' TO WS-PROMISE-SCAN-DONE
        END-START
        PERFORM UNTIL WS-PROMISE-SCAN-DONE = 'Y'
            READ PROMISE-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-PROMISE-SCAN-DONE
                NOT AT END
                    IF PTP-CUST-ID NOT = WS-PROMISE-CUST-ID
                        MOVE 'Y' TO WS-PROMISE-SCAN-DONE
                    ELSE
                        IF PTP-IN-FORCE
                            AND PTP-PROMISED-DATE
                                >= WS-CURRENT-DATE(1:8)
                            MOVE 'Y' TO WS-PROMISE-FOUND
                            MOVE 'Y' TO WS-PROMISE-SCAN-DONE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    .

WRITE-PROMISE-EXCEPTION.
    ADD 1 TO WS-PROMISE-HELD-COUNT
    MOVE PTP-AMOUNT TO WS-PROMISE-AMOUNT-EDIT
    MOVE SPACES TO EXCEPTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'PROMISE:   ' FUNCTION TRIM(WS-TOK-ID)
        ' [' FUNCTION TRIM(WS-TOK-NAME) ']'
        ' BUCKET ' FUNCTION TRIM(WS-TOK-BUCKET)
        ' BALANCE ' FUNCTION TRIM(WS-TOK-BALANCE)
        ' PROMISED ' FUNCTION TRIM(WS-PROMISE-AMOUNT-EDIT)
        ' BY ' PTP-PROMISED-DATE
        ' OPR=' FUNCTION TRIM(PTP-OPERATOR)
        ' -- letter not printed'
        DELIMITED BY SIZE INTO EXCEPTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXCEPTION-LINE
    .

CHECK-MAIL-HOLD.
    MOVE 'N' TO HOLD_RESULT
    IF FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-TOK-ID) TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
    END-IF
    .

WRITE-HOLD-EXCEPTION.
    ADD 1 TO WS-HOLD-COUNT
    MOVE SPACES TO EXCEPTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'MAIL HOLD: ' FUNCTION TRIM(WS-TOK-ID)
        ' [' FUNCTION TRIM(WS-TOK-NAME) ']'
        ' BUCKET ' FUNCTION TRIM(WS-TOK-BUCKET)
        ' BALANCE ' FUNCTION TRIM(WS-TOK-BALANCE)
        ' RETURNED MAIL SINCE ' HOLD_SINCE(1:10)
        ' -- letter not printed'
        DELIMITED BY SIZE INTO EXCEPTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXCEPTION-LINE
    .

*> The letter: the customer's name through PROC_BANNER as the
*> letterhead, then the bucket's escalating text with the balance
*> and age filled in.
PRINT-ONE-LETTER.
    ADD 1 TO WS-LETTER-COUNT
    PERFORM RECORD-LETTER-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-TOK-NAME(1:20) TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_DUNNING_RUN' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    MOVE WS-TOK-ID TO WS-LETTER-ACCOUNT
    IF FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
        MOVE 'M' TO ACCT_REQUEST
        MOVE FUNCTION NUMVAL(WS-TOK-ID) TO ACCT_CUST_ID
        CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
        MOVE ACCT_NUMBER TO WS-LETTER-ACCOUNT
    END-IF
    OPEN EXTEND LETTER-FILE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNT ' FUNCTION TRIM(WS-LETTER-ACCOUNT)
        '   DATE ' WS-CURRENT-DATE(1:4) '-'
        WS-CURRENT-DATE(5:2) '-' WS-CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 0 TO WS-LINES-PRINTED
    PERFORM VARYING WS-TEXT-SS FROM 1 BY 1
        UNTIL WS-TEXT-SS > WS-TEXT-COUNT
            = FUNCTION TRIM(WS-TOK-BUCKET)
            ADD 1 TO WS-LINES-PRINTED
            MOVE WS-TX-LINE(WS-TEXT-SS) TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
        END-IF
    END-PERFORM
    IF WS-LINES-PRINTED = 0
        MOVE 'Your account requires attention.' TO LETTER-LINE
        PERFORM PUT-LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
        '   DAYS PAST DUE: ' FUNCTION TRIM(WS-TOK-DAYS)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    CLOSE LETTER-FILE
    PERFORM WRITE-MANIFEST-LINE
    .

*> The history line, before anything prints, so the letter's lines
*> file under it. An aging line without a numeric ID prints but has
*> no customer to record against.
RECORD-LETTER-SENT.
    MOVE SPACES TO CORR_DOC_KEY
    IF FUNCTION TRIM(WS-TOK-ID) IS NUMERIC
        MOVE 'D' TO CORR_ACTION
        MOVE FUNCTION NUMVAL(WS-TOK-ID) TO CORR_CUST_ID
        MOVE 'DUNN' TO CORR_DOC_TYPE
        MOVE 'P' TO CORR_CHANNEL
        MOVE SPACES TO CORR_REFERENCE
        MOVE 1 TO WS-LINE-PTR
        STRING 'DUNNING.PRN BUCKET ' FUNCTION TRIM(WS-TOK-BUCKET)
            ' BAL ' FUNCTION TRIM(WS-TOK-BALANCE)
            DELIMITED BY SIZE INTO CORR_REFERENCE
            WITH POINTER WS-LINE-PTR
        MOVE 'L' TO CORR_COPY
        MOVE 0 TO CORR_COPY_CUST_ID
        MOVE SPACES TO CORR_COPY_CYCLE
        MOVE 'PROC_DUNNING_RUN' TO CORR_PROGRAM
        CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    END-IF
    .

*> The banner rows come back in NINE_LINES -- filed with the letter
*> so a reprint reproduces the letterhead too.
FILE-LETTERHEAD-ROWS.
    PERFORM VARYING WS-LETTERHEAD-ROW FROM 1 BY 1
        UNTIL WS-LETTERHEAD-ROW > RASTER_ACTIVE_LINES
            OR WS-LETTERHEAD-ROW > RASTER_LINES
        MOVE 'L' TO CORR_ACTION
        MOVE SPACES TO CORR_LINE
        MOVE NINE_LINES(WS-LETTERHEAD-ROW) TO CORR_LINE(1:72)
        CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    END-PERFORM
    .

*> Every letter line goes two places: the spool and the archive.
PUT-LETTER-LINE.
    WRITE LETTER-LINE
    MOVE 'L' TO CORR_ACTION
    MOVE LETTER-LINE TO CORR_LINE
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

WRITE-MANIFEST-LINE.
    MOVE SPACES TO MANIFEST-LINE
    MOVE 1 TO WS-LINE-PTR
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_DUNNING_RUN' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_DUNNING_RUN.
