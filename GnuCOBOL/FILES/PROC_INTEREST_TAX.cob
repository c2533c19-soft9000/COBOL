*> Mission: The year-end interest notice, off the ledger instead of
*> someone totalling INT postings by hand for the big accounts only.
*> One pass over the keyed master (every account, closed ones too --
*> interest credited before a closure is still reportable) sums, per
*> CUST-ID, the interest-type records CUSTOMER_LEDGER.IDX holds for
*> the calendar tax year: interest credits add, an interest debit
*> (a correction posted under the same code) takes back. The
*> interest code is the one the accrual run posts with
*> (ACCRUAL_RATES.CTL INTEREST_TYPE, default INT); an interest
*> credit reversed under the general ADJ code is not netted here.
*> Each account at or over the reporting threshold gets a notice in
*> INTEREST_TAX.<yyyy>.PRN -- the customer's name rendered as the
*> banner letterhead, exactly the way PROC_CUSTOMER_STATEMENTS heads
*> a statement, with the CUSTOMER_ADDR.IDX mailing block under it --
*> and a D record in the filing extract INTEREST_TAX.<yyyy>.DAT for
*> the tax authority:
*>   H|<tax-year>|<run-date>|<interest-type>
*>   D|<cust-id>|<name>|<addr-1>|<addr-2>|<city>|<state>|<postal>|
*>     <interest>|<postings>
*>   T|<reported-count>|<reported-total>|<under-count>|<under-total>
*> Accounts with interest under the threshold are counted in the T
*> record and the run summary but neither printed nor filed. An
*> account with no address record, or on returned-mail hold
*> (PROC_MAIL_HOLD), is still filed -- the authority gets every
*> reportable figure -- but its notice goes to
*> INTEREST_TAX_EXCEPTIONS.<yyyy>.RPT instead of the print package.
*> Every notice printed also goes into the customer's correspondence
*> history (PROC_CORRESP_LOG) with its lines kept in the letter
*> archive, so the inquiry screen can show it was sent and reprint
*> it.
*> Command line: [tax-year-yyyy] [threshold]. The year defaults to
*> the one just ended, the threshold to 10.00.
*> cobc -x -j -free -I . -I ../BANNER PROC_INTEREST_TAX.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob PROC_MAIL_HOLD.cob
*>     PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_INTEREST_TAX.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
SELECT RATES-FILE
    ASSIGN TO 'ACCRUAL_RATES.CTL'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATES-STATUS.
*> Named per tax year, so a rerun of last year never truncates this
*> year's package, extract or exception list.
SELECT NOTICE-FILE
    ASSIGN TO DYNAMIC WS-NOTICE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTICE-STATUS.
SELECT FILING-FILE
    ASSIGN TO DYNAMIC WS-FILING-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FILING-STATUS.
SELECT EXCEPTION-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.

FD RATES-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS RATES-LINE.
01 RATES-LINE PIC X(80).

FD NOTICE-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS NOTICE-LINE.
01 NOTICE-LINE PIC X(132).

FD FILING-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS FILING-LINE.
01 FILING-LINE PIC X(200).

FD EXCEPTION-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS EXCEPTION-LINE.
01 EXCEPTION-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-ADDRESS-AVAILABLE    PIC X VALUE 'N'.
    88 ADDRESS-STORE-AVAILABLE VALUE 'Y'.
01 WS-RATES-STATUS         PIC XX.
01 WS-RATES-AT-END         PIC X.
    88 AT-END-OF-RATES      VALUE 'Y'.
01 WS-RATE-KEY             PIC X(30).
01 WS-RATE-VALUE           PIC X(30).
01 WS-INTEREST-TYPE        PIC X(4) VALUE 'INT'.
01 WS-NOTICE-STATUS        PIC XX.
01 WS-NOTICE-FILE-NAME     PIC X(64).
01 WS-FILING-STATUS        PIC XX.
01 WS-FILING-FILE-NAME     PIC X(64).
01 WS-EXCEPTION-STATUS     PIC XX.
01 WS-EXCEPTION-FILE-NAME  PIC X(64).
01 WS-CMD-LINE             PIC X(255).
01 WS-ARG1                 PIC X(20).
01 WS-ARG2                 PIC X(20).
01 WS-AT-END               PIC X.
    88 AT-END-OF-MASTER     VALUE 'Y'.
01 WS-LGR-AT-END           PIC X.
    88 AT-END-OF-LEDGER     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-LINE-PTR             PIC 9(4).

*> The tax year and the reporting threshold.
01 WS-TAX-YEAR             PIC 9(4).
01 WS-YEAR-START           PIC X(8).
01 WS-YEAR-END             PIC X(8).
01 WS-THRESHOLD            PIC 9(7)V99 VALUE 10.00.

*> One account's year.
01 WS-YEAR-INTEREST        PIC S9(9)V99.
01 WS-YEAR-POSTINGS        PIC 9(4).
01 WS-WORK-AMOUNT          PIC S9(7)V99.
01 WS-HAS-ADDRESS          PIC X.
    88 ACCOUNT-HAS-ADDRESS  VALUE 'Y'.
01 WS-MAILABLE             PIC X.
    88 NOTICE-IS-MAILABLE   VALUE 'Y'.

*> Run controls -- the reported side is the extract's T record.
01 WS-REPORTED-COUNT       PIC 9(6) VALUE 0.
01 WS-REPORTED-TOTAL       PIC S9(11)V99 VALUE 0.
01 WS-UNDER-COUNT          PIC 9(6) VALUE 0.
01 WS-UNDER-TOTAL          PIC S9(11)V99 VALUE 0.
01 WS-NOTICE-COUNT         PIC 9(6) VALUE 0.
01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
01 WS-HOLD-COUNT           PIC 9(6) VALUE 0.
01 WS-AMOUNT-EDIT          PIC -(9)9.99.
01 WS-TOTAL-EDIT           PIC -(11)9.99.

*> RASTER-IO lives here, not in LINKAGE SECTION -- this program is
*> the top of the call chain, same as PROC_REPORT_LETTERHEAD.
COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
*> Returned-mail hold -- see CB_MAIL_HOLD.cpy.
COPY 'CB_MAIL_HOLD.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-LETTERHEAD-ROW PIC 99.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
*> The year just ended is the normal January run.
    COMPUTE WS-TAX-YEAR = FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) - 1
    MOVE SPACES TO WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2
    IF WS-ARG1 NOT = SPACES
        AND FUNCTION TRIM(WS-ARG1) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-ARG1) TO WS-TAX-YEAR
    END-IF
    IF WS-ARG2 NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-ARG2) = 0
        MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-THRESHOLD
    END-IF
    MOVE SPACES TO WS-YEAR-START WS-YEAR-END
    STRING WS-TAX-YEAR '0101' DELIMITED BY SIZE INTO WS-YEAR-START
    STRING WS-TAX-YEAR '1231' DELIMITED BY SIZE INTO WS-YEAR-END
    PERFORM LOAD-INTEREST-TYPE
    PERFORM BUILD-RUN-FILE-NAMES
    PERFORM RESOLVE_BANNER_LINK_TARGET
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX, FILE STATUS '
            WS-LEDGER-STATUS ' -- no interest history to report'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        CLOSE LEDGER-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE 'Y' TO WS-ADDRESS-AVAILABLE
    ELSE
        DISPLAY 'NOTE: no CUSTOMER_ADDR.IDX -- every notice goes to'
            ' the exception list, the extract carries no addresses'
    END-IF
*> Fresh notice package each run -- the banner path always appends,
*> same erase-first idiom as PROC_REPORT_LETTERHEAD.
    OPEN OUTPUT NOTICE-FILE
    CLOSE NOTICE-FILE
    MOVE WS-NOTICE-FILE-NAME TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    OPEN OUTPUT EXCEPTION-FILE
    OPEN OUTPUT FILING-FILE
    MOVE SPACES TO FILING-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'H|' WS-TAX-YEAR
        '|' WS-CURRENT-DATE(1:8)
        '|' FUNCTION TRIM(WS-INTEREST-TYPE)
        DELIMITED BY SIZE INTO FILING-LINE
        WITH POINTER WS-LINE-PTR
    WRITE FILING-LINE
    MOVE 'N' TO WS-AT-END
    PERFORM UNTIL AT-END-OF-MASTER
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                PERFORM SUM-YEAR-INTEREST
                EVALUATE TRUE
                    WHEN WS-YEAR-INTEREST <= 0
                        CONTINUE
                    WHEN WS-YEAR-INTEREST < WS-THRESHOLD
                        ADD 1 TO WS-UNDER-COUNT
                        ADD WS-YEAR-INTEREST TO WS-UNDER-TOTAL
                    WHEN OTHER
                        PERFORM REPORT-ONE-ACCOUNT
                END-EVALUATE
        END-READ
    END-PERFORM
    PERFORM CLOSE-FILING-EXTRACT
    CLOSE CUSTOMER-FILE
    CLOSE LEDGER-FILE
    IF ADDRESS-STORE-AVAILABLE
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE EXCEPTION-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    MOVE WS-REPORTED-TOTAL TO WS-TOTAL-EDIT
    DISPLAY 'TAX YEAR ' WS-TAX-YEAR ': ' WS-REPORTED-COUNT
        ' ACCOUNT(S) REPORTED, INTEREST '
        FUNCTION TRIM(WS-TOTAL-EDIT) ' -- '
        FUNCTION TRIM(WS-FILING-FILE-NAME)
    MOVE WS-UNDER-TOTAL TO WS-TOTAL-EDIT
    DISPLAY '  ' WS-NOTICE-COUNT ' NOTICE(S) PRINTED TO '
        FUNCTION TRIM(WS-NOTICE-FILE-NAME) ', '
        WS-EXCEPTION-COUNT ' NOT MAILABLE ('
        FUNCTION TRIM(WS-EXCEPTION-FILE-NAME) '), '
        WS-HOLD-COUNT ' OF THEM ON MAIL HOLD'
    DISPLAY '  ' WS-UNDER-COUNT ' ACCOUNT(S) UNDER THE THRESHOLD, '
        'INTEREST ' FUNCTION TRIM(WS-TOTAL-EDIT) ' -- not reported'
    STOP RUN.

*> The per-year names.
BUILD-RUN-FILE-NAMES.
    MOVE SPACES TO WS-NOTICE-FILE-NAME WS-FILING-FILE-NAME
        WS-EXCEPTION-FILE-NAME
    STRING 'INTEREST_TAX.' WS-TAX-YEAR '.PRN'
        DELIMITED BY SIZE INTO WS-NOTICE-FILE-NAME
    STRING 'INTEREST_TAX.' WS-TAX-YEAR '.DAT'
        DELIMITED BY SIZE INTO WS-FILING-FILE-NAME
    STRING 'INTEREST_TAX_EXCEPTIONS.' WS-TAX-YEAR '.RPT'
        DELIMITED BY SIZE INTO WS-EXCEPTION-FILE-NAME
    .

*> The interest code comes off the accrual run's own rate table, so
*> a shop that renamed it there is not reported as paying nothing.
LOAD-INTEREST-TYPE.
    MOVE 'N' TO WS-RATES-AT-END
    OPEN INPUT RATES-FILE
    IF WS-RATES-STATUS = '00'
        PERFORM UNTIL AT-END-OF-RATES
            READ RATES-FILE
                AT END SET AT-END-OF-RATES TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-RATE-KEY WS-RATE-VALUE
                    UNSTRING RATES-LINE DELIMITED BY '='
                        INTO WS-RATE-KEY WS-RATE-VALUE
                    IF FUNCTION TRIM(WS-RATE-KEY) = 'INTEREST_TYPE'
                        AND WS-RATE-VALUE NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-RATE-VALUE)) TO
                            WS-INTEREST-TYPE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATES-FILE
    END-IF
    .

*> This account's tax year straight off the ledger: START at (this
*> CUST-ID, 1 January) and walk forward until the key leaves the
*> account or the year.
SUM-YEAR-INTEREST.
    MOVE 0 TO WS-YEAR-INTEREST WS-YEAR-POSTINGS
    MOVE 'N' TO WS-LGR-AT-END
    MOVE CUST-ID TO LGR-CUST-ID
    MOVE WS-YEAR-START TO LGR-POST-DATE
    MOVE 0 TO LGR-SEQ
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-CUST-ID NOT = CUST-ID
                    OR LGR-POST-DATE > WS-YEAR-END
                    SET AT-END-OF-LEDGER TO TRUE
                ELSE
                    IF LGR-TYPE-CODE = WS-INTEREST-TYPE
                        PERFORM TAKE-INTEREST-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

*> LGR-AMOUNT is signed as posted -- a credit positive, a debit
*> negative -- so adding it nets a correction against the credit.
TAKE-INTEREST-RECORD.
    MOVE LGR-AMOUNT TO WS-WORK-AMOUNT
    ADD WS-WORK-AMOUNT TO WS-YEAR-INTEREST
    IF WS-YEAR-POSTINGS < 9999
        ADD 1 TO WS-YEAR-POSTINGS
    END-IF
    .

REPORT-ONE-ACCOUNT.
    ADD 1 TO WS-REPORTED-COUNT
    ADD WS-YEAR-INTEREST TO WS-REPORTED-TOTAL
    PERFORM CHECK-NOTICE-ADDRESS
    PERFORM WRITE-FILING-DETAIL
    IF NOTICE-IS-MAILABLE
        PERFORM PRINT-ONE-NOTICE
    END-IF
    .

*> No address record, or mail already coming back, means no printed
*> notice -- the account goes on the exception list for the address
*> desk, same as a statement would.
CHECK-NOTICE-ADDRESS.
    MOVE 'N' TO WS-HAS-ADDRESS
    MOVE 'N' TO WS-MAILABLE
    MOVE WS-YEAR-INTEREST TO WS-AMOUNT-EDIT
    IF ADDRESS-STORE-AVAILABLE
        MOVE CUST-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-HAS-ADDRESS
        END-READ
    END-IF
    IF ACCOUNT-HAS-ADDRESS
        MOVE CUST-ID TO HOLD_CUST_ID
        CALL 'PROC_MAIL_HOLD' USING MAIL-HOLD-PARAMS
        IF HOLD-IS-OPEN
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD 1 TO WS-HOLD-COUNT
            MOVE SPACES TO EXCEPTION-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING 'MAIL HOLD: ' CUST-ID
                ' [' FUNCTION TRIM(CUST-NAME) ']'
                ' INTEREST ' FUNCTION TRIM(WS-AMOUNT-EDIT)
                ' RETURNED MAIL SINCE ' HOLD_SINCE(1:10)
                ' -- filed, notice not printed'
                DELIMITED BY SIZE INTO EXCEPTION-LINE
                WITH POINTER WS-LINE-PTR
            WRITE EXCEPTION-LINE
        ELSE
            MOVE 'Y' TO WS-MAILABLE
        END-IF
    ELSE
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO EXCEPTION-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'NO ADDRESS ON FILE: ' CUST-ID
            ' [' FUNCTION TRIM(CUST-NAME) ']'
            ' INTEREST ' FUNCTION TRIM(WS-AMOUNT-EDIT)
            ' -- filed, notice not printed'
            DELIMITED BY SIZE INTO EXCEPTION-LINE
            WITH POINTER WS-LINE-PTR
        WRITE EXCEPTION-LINE
    END-IF
    .

WRITE-FILING-DETAIL.
    IF NOT ACCOUNT-HAS-ADDRESS
        MOVE SPACES TO ADDR-LINE-1 ADDR-LINE-2 ADDR-CITY
            ADDR-STATE ADDR-POSTAL
    END-IF
    MOVE WS-YEAR-INTEREST TO WS-AMOUNT-EDIT
    MOVE SPACES TO FILING-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'D|' CUST-ID
        '|' FUNCTION TRIM(CUST-NAME)
        '|' FUNCTION TRIM(ADDR-LINE-1)
        '|' FUNCTION TRIM(ADDR-LINE-2)
        '|' FUNCTION TRIM(ADDR-CITY)
        '|' FUNCTION TRIM(ADDR-STATE)
        '|' FUNCTION TRIM(ADDR-POSTAL)
        '|' FUNCTION TRIM(WS-AMOUNT-EDIT)
        '|' WS-YEAR-POSTINGS
        DELIMITED BY SIZE INTO FILING-LINE
        WITH POINTER WS-LINE-PTR
    WRITE FILING-LINE
    .

*> The control record the authority's receipt reconciles against,
*> with the under-threshold accounts counted alongside.
CLOSE-FILING-EXTRACT.
    MOVE SPACES TO FILING-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE WS-REPORTED-TOTAL TO WS-TOTAL-EDIT
    STRING 'T|' WS-REPORTED-COUNT
        '|' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO FILING-LINE
        WITH POINTER WS-LINE-PTR
    MOVE WS-UNDER-TOTAL TO WS-TOTAL-EDIT
    STRING '|' WS-UNDER-COUNT
        '|' FUNCTION TRIM(WS-TOTAL-EDIT)
        DELIMITED BY SIZE INTO FILING-LINE
        WITH POINTER WS-LINE-PTR
    WRITE FILING-LINE
    CLOSE FILING-FILE
    .

*> The notice: the customer's name through PROC_BANNER as the
*> letterhead, the mailing block, then the year's figure.
PRINT-ONE-NOTICE.
    ADD 1 TO WS-NOTICE-COUNT
    PERFORM RECORD-NOTICE-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE CUST-NAME TO BANNER_FIELD
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE WS-NOTICE-FILE-NAME TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_INTEREST_TAX' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    OPEN EXTEND NOTICE-FILE
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'INTEREST PAID TO YOU IN TAX YEAR ' WS-TAX-YEAR
        '   ACCOUNT ' CUST-ID
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE CUST-NAME TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE ADDR-LINE-1 TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    IF ADDR-LINE-2 NOT = SPACES
        MOVE ADDR-LINE-2 TO NOTICE-LINE
        PERFORM PUT-NOTICE-LINE
    END-IF
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(ADDR-CITY) ', ' ADDR-STATE
        ' ' FUNCTION TRIM(ADDR-POSTAL)
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE WS-YEAR-INTEREST TO WS-AMOUNT-EDIT
    MOVE SPACES TO NOTICE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'INTEREST CREDITED 01-01-' WS-TAX-YEAR
        ' TO 12-31-' WS-TAX-YEAR ': '
        FUNCTION TRIM(WS-AMOUNT-EDIT)
        ' (' WS-YEAR-POSTINGS ' POSTING(S))'
        DELIMITED BY SIZE INTO NOTICE-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-NOTICE-LINE
    MOVE 'This amount is being reported to the tax authority.'
        TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE 'Keep this notice with your tax records.' TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    PERFORM PUT-NOTICE-LINE
    CLOSE NOTICE-FILE
    .

*> The history line, before anything prints, so the notice's lines
*> file under it.
RECORD-NOTICE-SENT.
    MOVE 'D' TO CORR_ACTION
    MOVE CUST-ID TO CORR_CUST_ID
    MOVE 'ITAX' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-NOTICE-FILE-NAME) ' TAX YEAR ' WS-TAX-YEAR
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_INTEREST_TAX' TO CORR_PROGRAM
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
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

*> Every notice line goes two places: the spool and the archive.
PUT-NOTICE-LINE.
    WRITE NOTICE-LINE
    MOVE 'L' TO CORR_ACTION
    MOVE NOTICE-LINE TO CORR_LINE
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    .

*> Retarget WS-BANNER-PROGRAM-NAME from PROC_BANNER_LINK_TARGET if an
*> operator has set it -- see CB_BANNER_LINK.cpy.
RESOLVE_BANNER_LINK_TARGET.
    DISPLAY 'PROC_BANNER_LINK_TARGET' UPON ENVIRONMENT-NAME
    ACCEPT WS-BANNER-LINK-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-BANNER-LINK-ENV-VALUE NOT = SPACES
        MOVE FUNCTION TRIM(WS-BANNER-LINK-ENV-VALUE)
            TO WS-BANNER-PROGRAM-NAME
    END-IF
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_INTEREST_TAX' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_INTEREST_TAX.
