*> Mission: The customer hears about it when the mailing address or
*> the name on the account changes -- account takeover nearly always
*> starts with exactly that change, and until now nobody was told. A
*> nightly run (a PROC_JOBSTREAM step after the day's maintenance)
*> that finds the day's changes in the two keyed audit stores and
*> prints a confirmation letter for each into CHANGE_CONFIRM.PRN,
*> the customer's name as the banner letterhead through the
*> PROC_BANNER machinery the way PROC_DUNNING_RUN heads a letter:
*>   ADDRESS  an address CHANGED in PROC_ADDRESS_EDIT (street, city,
*>            state or postal code -- a phone-only change is not a
*>            mailing change) gets TWO letters, one to the old
*>            address off the ADDRESS_AUDIT.IDX before-image and one
*>            to the new address off the after-image. The letter to
*>            the old address names only the new city and state.
*>   NAME     a CHANGE in PROC_CUSTOMER_MAINT whose before- and
*>            after-images in CUST_MAINT_AUDIT.IDX carry different
*>            names gets one letter to the address on file, quoting
*>            the old name and the new. No address on file means no
*>            letter -- CHANGE_CONFIRM_EXCEPTIONS.RPT lists it.
*> Every letter lands in the CHANGE_CONFIRM_MANIFEST.LOG
*> correspondence manifest, one pipe-delimited line each --
*>   <printed stamp>|<audit ref>|<OLD|NEW|NAME>|<account no>|<name>
*>     |<address line 1, city state postal>|OPR=<operator>
*> -- where the audit ref is A (address audit) or M (maintenance
*> audit) plus that audit record's key. A rerun of the same night
*> finds its refs already in the manifest and prints nothing twice.
*> An account with more than one address change (ADDED or CHANGED)
*> in the 30 days ending on the run date, one of them that day, goes
*> to the fraud review queue FRAUD_REVIEW_QUEUE.DAT --
*>   <run date>|<cust-id>|ADDRESS-CHANGES|<count>|<window start>
*>     |<stamp>|OPR=<operator>
*> -- once per account per night, and raises an alert through
*> BANNER_ALERTS.LOG for PROC_ALERT_MONITOR to page from. A first
*> address keyed on a new account counts: a new account whose
*> address moves again inside the month is the pattern itself.
*> Every letter also goes into the customer's correspondence history
*> (PROC_CORRESP_LOG) with its lines kept in the letter archive, so
*> the inquiry screen can show it was sent and reprint it.
*> Command line: [run-date-yyyymmdd], default today.
*> cobc -x -j -free -I . -I ../BANNER PROC_CHANGE_CONFIRM.cob
*>     ../BANNER/PROC_BANNER9.cob ../BANNER/PROC_LOAD_CONFIG.cob
*>     ../BANNER/PROC_APPEND_LINE.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     ../BANNER/PROC_SPOOL_ROTATION.cob PROC_ACCOUNT_NUMBER.cob
*>     PROC_CORRESP_LOG.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CHANGE_CONFIRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_CUSTOMER_FILE.cpy'.
COPY 'CB_ADDRESS_FILE.cpy'.
COPY 'CB_ADDRESS_AUDIT_FILE.cpy'.
COPY 'CB_MAINT_AUDIT_FILE.cpy'.
SELECT LETTER-FILE
    ASSIGN TO 'CHANGE_CONFIRM.PRN'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LETTER-STATUS.
SELECT MANIFEST-FILE
    ASSIGN TO 'CHANGE_CONFIRM_MANIFEST.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
SELECT QUEUE-FILE
    ASSIGN TO 'FRAUD_REVIEW_QUEUE.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-QUEUE-STATUS.
SELECT EXCEPTION-FILE
    ASSIGN TO 'CHANGE_CONFIRM_EXCEPTIONS.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_CUSTOMER_RECORD.cpy'.
COPY 'CB_ADDRESS_RECORD.cpy'.
COPY 'CB_ADDRESS_AUDIT_RECORD.cpy'.
COPY 'CB_MAINT_AUDIT_RECORD.cpy'.

FD LETTER-FILE
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS LETTER-LINE.
01 LETTER-LINE PIC X(132).

FD MANIFEST-FILE
    RECORD CONTAINS 200 CHARACTERS
    DATA RECORD IS MANIFEST-LINE.
01 MANIFEST-LINE PIC X(200).

FD QUEUE-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS QUEUE-LINE.
01 QUEUE-LINE PIC X(120).

FD EXCEPTION-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS EXCEPTION-LINE.
01 EXCEPTION-LINE PIC X(120).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-CUSTOMER-FILE-NAME   PIC X(255) VALUE 'CUSTOMERS.DAT'.
01 WS-CUSTOMER-FILE-STATUS PIC XX.
01 WS-ADDRESS-STATUS       PIC XX.
01 WS-ADDRESS-AUDIT-STATUS PIC XX.
01 WS-MAINT-AUDIT-STATUS   PIC XX.
01 WS-LETTER-STATUS        PIC XX.
01 WS-MANIFEST-STATUS      PIC XX.
01 WS-QUEUE-STATUS         PIC XX.
01 WS-EXCEPTION-STATUS     PIC XX.
01 WS-ADDRESSES-AVAILABLE  PIC X VALUE 'N'.
    88 ADDRESSES-ARE-AVAILABLE VALUE 'Y'.
01 WS-CMD-LINE             PIC X(255).
01 WS-AT-END               PIC X.
    88 AT-END-OF-FILE       VALUE 'Y'.
01 WS-SCAN-DONE            PIC X.
    88 SCAN-IS-DONE         VALUE 'Y'.
01 WS-CURRENT-DATE         PIC X(21).
01 WS-STAMP                PIC X(19).
01 WS-LINE-PTR             PIC 9(4).
01 WS-ALERT-PTR            PIC 9(4).
01 WS-LETTER-COUNT         PIC 9(6) VALUE 0.
01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
01 WS-QUEUED-COUNT         PIC 9(6) VALUE 0.

*> The run date and the 30-day window ending on it.
01 WS-RUN-DATE             PIC X(8).
01 WS-RUN-INT              PIC 9(8).
01 WS-WORK-INT             PIC 9(8).
01 WS-WORK-DATE            PIC 9(8).
01 WS-WINDOW-START         PIC X(8).
01 WS-WINDOW-DAYS          PIC 9(4) VALUE 30.

*> The audit images, in the shapes of the records they hold.
01 WS-OLD-ADDRESS.
   05 WS-OA-CUST-ID        PIC 9(6).
   05 WS-OA-MAILING.
      10 WS-OA-LINE-1      PIC X(30).
      10 WS-OA-LINE-2      PIC X(30).
      10 WS-OA-CITY        PIC X(20).
      10 WS-OA-STATE       PIC X(2).
      10 WS-OA-POSTAL      PIC X(10).
   05 WS-OA-PHONE          PIC X(14).
01 WS-NEW-ADDRESS.
   05 WS-NA-CUST-ID        PIC 9(6).
   05 WS-NA-MAILING.
      10 WS-NA-LINE-1      PIC X(30).
      10 WS-NA-LINE-2      PIC X(30).
      10 WS-NA-CITY        PIC X(20).
      10 WS-NA-STATE       PIC X(2).
      10 WS-NA-POSTAL      PIC X(10).
   05 WS-NA-PHONE          PIC X(14).
01 WS-OLD-CUSTOMER.
   05 WS-OC-ID             PIC X(6).
   05 WS-OC-NAME           PIC X(20).
   05 FILLER               PIC X(37).
01 WS-NEW-CUSTOMER.
   05 WS-NC-ID             PIC X(6).
   05 WS-NC-NAME           PIC X(20).
   05 FILLER               PIC X(37).

*> The letter in hand: which leg, to whom, where, and why.
01 WS-LT-LEG               PIC X(4).
01 WS-LT-REF               PIC X(19).
01 WS-LT-CUST-ID           PIC 9(6).
01 WS-LT-NAME              PIC X(20).
01 WS-LT-CHANGE-DATE       PIC X(10).
01 WS-LT-ADDRESS.
   05 WS-LT-LINE-1         PIC X(30).
   05 WS-LT-LINE-2         PIC X(30).
   05 WS-LT-CITY           PIC X(20).
   05 WS-LT-STATE          PIC X(2).
   05 WS-LT-POSTAL         PIC X(10).
COPY 'CB_ACCOUNT_NUMBER.cpy'.
COPY 'CB_CORRESP_LOG.cpy'.
01 WS-LETTERHEAD-ROW PIC 99.

*> Refs already in the manifest (audit ref + leg), so a rerun of the
*> night prints nothing twice -- 2000 letters, house table style.
01 WS-DONE-TABLE.
    05 WS-DONE-KEY OCCURS 2000 TIMES PIC X(23).
01 WS-DONE-COUNT           PIC 9(4) VALUE 0.
01 WS-DONE-SS              PIC 9(4).
01 WS-THIS-KEY             PIC X(23).
01 WS-ALREADY-DONE         PIC X.
    88 LETTER-ALREADY-DONE  VALUE 'Y'.
01 WS-MF-STAMP             PIC X(16).
01 WS-MF-REF               PIC X(19).
01 WS-MF-LEG               PIC X(4).

*> Address changes per account across the window -- 1000 accounts.
01 WS-MOVER-TABLE.
    05 WS-MOVER-ENTRY OCCURS 1000 TIMES.
        10 WS-MV-CUST-ID   PIC 9(6).
        10 WS-MV-COUNT     PIC 9(4).
        10 WS-MV-TONIGHT   PIC X.
        10 WS-MV-QUEUED    PIC X.
01 WS-MOVER-COUNT          PIC 9(4) VALUE 0.
01 WS-MOVER-SS             PIC 9(4).
01 WS-MOVER-FOUND          PIC X.
01 WS-COUNT-EDIT           PIC Z(3)9.
01 WS-QL-DATE              PIC X(8).
01 WS-QL-CUST-ID           PIC X(6).

COPY 'CB_RASTER_IO.cpy'.
COPY 'CB_BANNER_LINK.cpy'.
COPY 'CB_SPOOL_ROTATION.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
        WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
        WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
        DELIMITED BY SIZE INTO WS-STAMP
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    IF WS-CMD-LINE NOT = SPACES
        AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
        MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-RUN-DATE
    END-IF
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
        TO WS-RUN-INT
    COMPUTE WS-WORK-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE
    MOVE WS-WORK-DATE TO WS-WINDOW-START
    PERFORM RESOLVE_BANNER_LINK_TARGET
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
            ', FILE STATUS ' WS-CUSTOMER-FILE-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDRESS-STATUS = '00'
        MOVE 'Y' TO WS-ADDRESSES-AVAILABLE
    END-IF
    PERFORM LOAD-MANIFESTED-LETTERS
*> Fresh letter package each run -- the banner path always appends,
*> same erase-first idiom as PROC_DUNNING_RUN.
    OPEN OUTPUT LETTER-FILE
    CLOSE LETTER-FILE
    MOVE 'CHANGE_CONFIRM.PRN' TO ROTATION_FILE_NAME
    CALL 'PROC_SPOOL_ROTATION' USING ROTATION-PARAMS
    OPEN OUTPUT EXCEPTION-FILE
    IF COMPANY_CODE NOT = SPACES
        MOVE SPACES TO EXCEPTION-LINE
        STRING 'COMPANY ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_NAME)
            DELIMITED BY SIZE INTO EXCEPTION-LINE
        WRITE EXCEPTION-LINE
    END-IF
    MOVE SPACES TO EXCEPTION-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- CHANGE CONFIRMATION EXCEPTIONS, CHANGES OF '
        WS-RUN-DATE ' ---'
        DELIMITED BY SIZE INTO EXCEPTION-LINE
        WITH POINTER WS-LINE-PTR
    WRITE EXCEPTION-LINE
    PERFORM SCAN-ADDRESS-CHANGES
    PERFORM SCAN-NAME-CHANGES
    PERFORM QUEUE-REPEAT-MOVERS
    CLOSE EXCEPTION-FILE
    MOVE 'C' TO CORR_ACTION
    CALL 'PROC_CORRESP_LOG' USING CORRESP-LOG-PARAMS
    IF ADDRESSES-ARE-AVAILABLE
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE CUSTOMER-FILE
    DISPLAY 'PRINTED ' WS-LETTER-COUNT
        ' LETTER(S) -- CHANGE_CONFIRM.PRN'
        ' (manifest in CHANGE_CONFIRM_MANIFEST.LOG), '
        WS-SKIPPED-COUNT ' ALREADY SENT, '
        WS-EXCEPTION-COUNT ' EXCEPTION(S), '
        WS-QUEUED-COUNT ' QUEUED FOR FRAUD REVIEW'
    STOP RUN.

*> Manifest lines: '<stamp>|<ref>|<leg>|...' -- every ref+leg
*> already there is a letter already printed.
LOAD-MANIFESTED-LETTERS.
    MOVE 0 TO WS-DONE-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT MANIFEST-FILE
    IF WS-MANIFEST-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ MANIFEST-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-MF-STAMP WS-MF-REF WS-MF-LEG
                    UNSTRING MANIFEST-LINE DELIMITED BY '|'
                        INTO WS-MF-STAMP WS-MF-REF WS-MF-LEG
                    IF WS-MF-REF(2:8) = WS-RUN-DATE
                        AND WS-DONE-COUNT < 2000
                        ADD 1 TO WS-DONE-COUNT
                        MOVE WS-MF-REF TO
                            WS-DONE-KEY(WS-DONE-COUNT)(1:19)
                        MOVE WS-MF-LEG TO
                            WS-DONE-KEY(WS-DONE-COUNT)(20:4)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MANIFEST-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    .

*> One pass over the address audit from the start of the window to
*> the end of the run date: every mailing change counts toward the
*> account's 30-day total, and the run date's CHANGED records get
*> their two letters.
SCAN-ADDRESS-CHANGES.
    OPEN INPUT ADDRESS-AUDIT-FILE
    IF WS-ADDRESS-AUDIT-STATUS NOT = '00'
        DISPLAY 'NOTE: no ADDRESS_AUDIT.IDX -- no address changes'
            ' to confirm'
    ELSE
        MOVE 'N' TO WS-SCAN-DONE
        MOVE SPACES TO AAUD-KEY
        MOVE WS-WINDOW-START TO AAUD-KEY-STAMP(1:8)
        MOVE '000000' TO AAUD-KEY-STAMP(9:6)
        MOVE 0 TO AAUD-KEY-SEQ
        START ADDRESS-AUDIT-FILE KEY IS >= AAUD-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
        END-START
        PERFORM UNTIL SCAN-IS-DONE
            READ ADDRESS-AUDIT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                    IF AAUD-KEY-STAMP(1:8) > WS-RUN-DATE
                        MOVE 'Y' TO WS-SCAN-DONE
                    ELSE
                        PERFORM CONSIDER-ADDRESS-CHANGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADDRESS-AUDIT-FILE
    END-IF
    .

CONSIDER-ADDRESS-CHANGE.
    MOVE AAUD-BEFORE-IMAGE TO WS-OLD-ADDRESS
    MOVE AAUD-AFTER-IMAGE TO WS-NEW-ADDRESS
    IF (AAUD-ACTION = 'ADDED' OR AAUD-ACTION = 'CHANGED')
        AND WS-OA-MAILING NOT = WS-NA-MAILING
        PERFORM COUNT-ADDRESS-CHANGE
        IF AAUD-ACTION = 'CHANGED'
            AND AAUD-KEY-STAMP(1:8) = WS-RUN-DATE
            PERFORM CONFIRM-ADDRESS-CHANGE
        END-IF
    END-IF
    .

COUNT-ADDRESS-CHANGE.
    MOVE 'N' TO WS-MOVER-FOUND
    PERFORM VARYING WS-MOVER-SS FROM 1 BY 1
        UNTIL WS-MOVER-SS > WS-MOVER-COUNT OR WS-MOVER-FOUND = 'Y'
        IF WS-MV-CUST-ID(WS-MOVER-SS) = AAUD-CUST-ID
            MOVE 'Y' TO WS-MOVER-FOUND
            ADD 1 TO WS-MV-COUNT(WS-MOVER-SS)
            IF AAUD-KEY-STAMP(1:8) = WS-RUN-DATE
                MOVE 'Y' TO WS-MV-TONIGHT(WS-MOVER-SS)
            END-IF
        END-IF
    END-PERFORM
    IF WS-MOVER-FOUND = 'N' AND WS-MOVER-COUNT < 1000
        ADD 1 TO WS-MOVER-COUNT
        MOVE AAUD-CUST-ID TO WS-MV-CUST-ID(WS-MOVER-COUNT)
        MOVE 1 TO WS-MV-COUNT(WS-MOVER-COUNT)
        MOVE 'N' TO WS-MV-TONIGHT(WS-MOVER-COUNT)
        MOVE 'N' TO WS-MV-QUEUED(WS-MOVER-COUNT)
        IF AAUD-KEY-STAMP(1:8) = WS-RUN-DATE
            MOVE 'Y' TO WS-MV-TONIGHT(WS-MOVER-COUNT)
        END-IF
    END-IF
    .

*> Two letters per change: the old address hears that the mail is
*> moving (and roughly where to), the new one that it has arrived.
CONFIRM-ADDRESS-CHANGE.
    MOVE SPACES TO WS-LT-REF
    STRING 'A' AAUD-KEY DELIMITED BY SIZE INTO WS-LT-REF
    MOVE AAUD-CUST-ID TO WS-LT-CUST-ID
    MOVE AAUD-CUST-ID TO CUST-ID
    READ CUSTOMER-FILE
        INVALID KEY MOVE '(NOT ON MASTER)' TO WS-LT-NAME
        NOT INVALID KEY MOVE CUST-NAME TO WS-LT-NAME
    END-READ
    MOVE SPACES TO WS-LT-CHANGE-DATE
    STRING AAUD-KEY-STAMP(1:4) '-' AAUD-KEY-STAMP(5:2) '-'
        AAUD-KEY-STAMP(7:2)
        DELIMITED BY SIZE INTO WS-LT-CHANGE-DATE
    MOVE 'OLD' TO WS-LT-LEG
    MOVE WS-OA-MAILING TO WS-LT-ADDRESS
    PERFORM SEND-ONE-LETTER
    MOVE 'NEW' TO WS-LT-LEG
    MOVE WS-NA-MAILING TO WS-LT-ADDRESS
    PERFORM SEND-ONE-LETTER
    .

*> The run date's maintenance CHANGEs whose name moved.
SCAN-NAME-CHANGES.
    OPEN INPUT MAINT-AUDIT-FILE
    IF WS-MAINT-AUDIT-STATUS NOT = '00'
        DISPLAY 'NOTE: no CUST_MAINT_AUDIT.IDX -- no name changes'
            ' to confirm'
    ELSE
        MOVE 'N' TO WS-SCAN-DONE
        MOVE SPACES TO MAUD-KEY
        MOVE WS-RUN-DATE TO MAUD-KEY-STAMP(1:8)
        MOVE '000000' TO MAUD-KEY-STAMP(9:6)
        MOVE 0 TO MAUD-KEY-SEQ
        START MAINT-AUDIT-FILE KEY IS >= MAUD-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
        END-START
        PERFORM UNTIL SCAN-IS-DONE
            READ MAINT-AUDIT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                    IF MAUD-KEY-STAMP(1:8) > WS-RUN-DATE
                        MOVE 'Y' TO WS-SCAN-DONE
                    ELSE
                        PERFORM CONSIDER-NAME-CHANGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAINT-AUDIT-FILE
    END-IF
    .

CONSIDER-NAME-CHANGE.
    MOVE MAUD-BEFORE-IMAGE TO WS-OLD-CUSTOMER
    MOVE MAUD-AFTER-IMAGE TO WS-NEW-CUSTOMER
    IF MAUD-ACTION = 'CHANGE'
        AND WS-OC-NAME NOT = WS-NC-NAME
        PERFORM CONFIRM-NAME-CHANGE
    END-IF
    .

CONFIRM-NAME-CHANGE.
    MOVE SPACES TO WS-LT-REF
    STRING 'M' MAUD-KEY DELIMITED BY SIZE INTO WS-LT-REF
    MOVE MAUD-CUST-ID TO WS-LT-CUST-ID
    MOVE WS-NC-NAME TO WS-LT-NAME
    MOVE SPACES TO WS-LT-CHANGE-DATE
    STRING MAUD-KEY-STAMP(1:4) '-' MAUD-KEY-STAMP(5:2) '-'
        MAUD-KEY-STAMP(7:2)
        DELIMITED BY SIZE INTO WS-LT-CHANGE-DATE
    MOVE 'NAME' TO WS-LT-LEG
    MOVE SPACES TO WS-LT-ADDRESS
    IF ADDRESSES-ARE-AVAILABLE
        MOVE MAUD-CUST-ID TO ADDR-CUST-ID
        READ ADDRESS-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE ADDR-LINE-1 TO WS-LT-LINE-1
                MOVE ADDR-LINE-2 TO WS-LT-LINE-2
                MOVE ADDR-CITY TO WS-LT-CITY
                MOVE ADDR-STATE TO WS-LT-STATE
                MOVE ADDR-POSTAL TO WS-LT-POSTAL
        END-READ
    END-IF
    IF WS-LT-LINE-1 = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO EXCEPTION-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING 'NO ADDRESS: ' MAUD-CUST-ID
            ' NAME CHANGED ' WS-LT-CHANGE-DATE
            ' FROM [' FUNCTION TRIM(WS-OC-NAME) ']'
            ' TO [' FUNCTION TRIM(WS-NC-NAME) ']'
            ' OPR=' FUNCTION TRIM(MAUD-OPERATOR)
            ' -- letter not printed'
            DELIMITED BY SIZE INTO EXCEPTION-LINE
            WITH POINTER WS-LINE-PTR
        WRITE EXCEPTION-LINE
    ELSE
        PERFORM SEND-ONE-LETTER
    END-IF
    .

SEND-ONE-LETTER.
    MOVE SPACES TO WS-THIS-KEY
    MOVE WS-LT-REF TO WS-THIS-KEY(1:19)
    MOVE WS-LT-LEG TO WS-THIS-KEY(20:4)
    MOVE 'N' TO WS-ALREADY-DONE
    PERFORM VARYING WS-DONE-SS FROM 1 BY 1
        UNTIL WS-DONE-SS > WS-DONE-COUNT OR LETTER-ALREADY-DONE
        IF WS-DONE-KEY(WS-DONE-SS) = WS-THIS-KEY
            MOVE 'Y' TO WS-ALREADY-DONE
        END-IF
    END-PERFORM
    IF LETTER-ALREADY-DONE
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        PERFORM PRINT-ONE-LETTER
        PERFORM WRITE-MANIFEST-LINE
    END-IF
    .

*> The letter: the customer's name through PROC_BANNER as the
*> letterhead, the full account number, the addressee block, then
*> the wording for the leg.
PRINT-ONE-LETTER.
    ADD 1 TO WS-LETTER-COUNT
    PERFORM RECORD-LETTER-SENT
    MOVE SPACES TO BANNER_FIELD
    MOVE WS-LT-NAME TO BANNER_FIELD(1:20)
    MOVE 'Y' TO RASTER_PRINT_REQUEST
    MOVE 'CHANGE_CONFIRM.PRN' TO RASTER_PRINT_FILE
    MOVE 'N' TO RASTER_DISPLAY_REQUEST
    MOVE 1 TO RASTER_PAGE_NUMBER
    MOVE 'PROC_CHANGE_CONFIRM' TO RASTER_CALLING_PROGRAM
    CALL WS-BANNER-PROGRAM-NAME USING RASTER-IO
    PERFORM FILE-LETTERHEAD-ROWS
    MOVE 'M' TO ACCT_REQUEST
    MOVE WS-LT-CUST-ID TO ACCT_CUST_ID
    CALL 'PROC_ACCOUNT_NUMBER' USING ACCOUNT-NUMBER-PARAMS
    OPEN EXTEND LETTER-FILE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'ACCOUNT ' ACCT_NUMBER
        '   DATE ' WS-CURRENT-DATE(1:4) '-'
        WS-CURRENT-DATE(5:2) '-' WS-CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE WS-LT-NAME TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE WS-LT-LINE-1 TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    IF WS-LT-LINE-2 NOT = SPACES
        MOVE WS-LT-LINE-2 TO LETTER-LINE
        PERFORM PUT-LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING FUNCTION TRIM(WS-LT-CITY) ', ' WS-LT-STATE
        ' ' FUNCTION TRIM(WS-LT-POSTAL)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    EVALUATE WS-LT-LEG
        WHEN 'OLD'  PERFORM WRITE-OLD-ADDRESS-TEXT
        WHEN 'NEW'  PERFORM WRITE-NEW-ADDRESS-TEXT
        WHEN OTHER  PERFORM WRITE-NAME-CHANGE-TEXT
    END-EVALUATE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'If you did not ask for this change, call us at once --'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE 'quote the account number above.' TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    CLOSE LETTER-FILE
    .

WRITE-OLD-ADDRESS-TEXT.
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'On ' WS-LT-CHANGE-DATE ' we were asked to change the'
        ' mailing address on this account.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'From now on we will write to an address in '
        FUNCTION TRIM(WS-NA-CITY) ', ' WS-NA-STATE '.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE 'This letter goes to the address we held until then.'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    .

WRITE-NEW-ADDRESS-TEXT.
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'This confirms the change of mailing address on this'
        ' account, made ' WS-LT-CHANGE-DATE '.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE 'We will write to you at this address from now on.'
        TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    .

WRITE-NAME-CHANGE-TEXT.
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'This confirms the change of name on this account, made '
        WS-LT-CHANGE-DATE '.'
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  PREVIOUS NAME: ' FUNCTION TRIM(WS-OC-NAME)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '  NEW NAME:      ' FUNCTION TRIM(WS-NC-NAME)
        DELIMITED BY SIZE INTO LETTER-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM PUT-LETTER-LINE
    .

*> The history line, before anything prints, so the letter's lines
*> file under it.
RECORD-LETTER-SENT.
    MOVE 'D' TO CORR_ACTION
    MOVE WS-LT-CUST-ID TO CORR_CUST_ID
    MOVE 'CHGC' TO CORR_DOC_TYPE
    MOVE 'P' TO CORR_CHANNEL
    MOVE SPACES TO CORR_REFERENCE
    MOVE 1 TO WS-LINE-PTR
    STRING 'CHANGE_CONFIRM.PRN ' WS-LT-LEG ' ' WS-LT-REF
        DELIMITED BY SIZE INTO CORR_REFERENCE
        WITH POINTER WS-LINE-PTR
    MOVE 'L' TO CORR_COPY
    MOVE 0 TO CORR_COPY_CUST_ID
    MOVE SPACES TO CORR_COPY_CYCLE
    MOVE 'PROC_CHANGE_CONFIRM' TO CORR_PROGRAM
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
    STRING WS-CURRENT-DATE(1:8) ' ' WS-CURRENT-DATE(9:6)
        '|' WS-LT-REF
        '|' FUNCTION TRIM(WS-LT-LEG)
        '|' ACCT_NUMBER
        '|' FUNCTION TRIM(WS-LT-NAME)
        '|' FUNCTION TRIM(WS-LT-LINE-1)
        ', ' FUNCTION TRIM(WS-LT-CITY)
        ' ' WS-LT-STATE ' ' FUNCTION TRIM(WS-LT-POSTAL)
        '|OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO MANIFEST-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND MANIFEST-FILE
    IF WS-MANIFEST-STATUS NOT = '00'
        OPEN OUTPUT MANIFEST-FILE
    END-IF
    WRITE MANIFEST-LINE
    CLOSE MANIFEST-FILE
    .

*> More than one address change in the window, one of them on the
*> run date: onto the fraud review queue, unless a run of the same
*> night already put it there.
QUEUE-REPEAT-MOVERS.
    PERFORM MARK-ALREADY-QUEUED
    PERFORM VARYING WS-MOVER-SS FROM 1 BY 1
        UNTIL WS-MOVER-SS > WS-MOVER-COUNT
        IF WS-MV-COUNT(WS-MOVER-SS) > 1
            AND WS-MV-TONIGHT(WS-MOVER-SS) = 'Y'
            AND WS-MV-QUEUED(WS-MOVER-SS) = 'N'
            PERFORM QUEUE-ONE-MOVER
        END-IF
    END-PERFORM
    .

MARK-ALREADY-QUEUED.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ QUEUE-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-QL-DATE WS-QL-CUST-ID
                    UNSTRING QUEUE-LINE DELIMITED BY '|'
                        INTO WS-QL-DATE WS-QL-CUST-ID
                    IF WS-QL-DATE = WS-RUN-DATE
                        AND QUEUE-LINE(17:15) = 'ADDRESS-CHANGES'
                        PERFORM MARK-ONE-QUEUED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF
    MOVE 'N' TO WS-AT-END
    .

MARK-ONE-QUEUED.
    PERFORM VARYING WS-MOVER-SS FROM 1 BY 1
        UNTIL WS-MOVER-SS > WS-MOVER-COUNT
        IF WS-MV-CUST-ID(WS-MOVER-SS) = WS-QL-CUST-ID
            MOVE 'Y' TO WS-MV-QUEUED(WS-MOVER-SS)
        END-IF
    END-PERFORM
    .

QUEUE-ONE-MOVER.
    ADD 1 TO WS-QUEUED-COUNT
    MOVE 'Y' TO WS-MV-QUEUED(WS-MOVER-SS)
    MOVE WS-MV-COUNT(WS-MOVER-SS) TO WS-COUNT-EDIT
    MOVE SPACES TO QUEUE-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-RUN-DATE
        '|' WS-MV-CUST-ID(WS-MOVER-SS)
        '|ADDRESS-CHANGES'
        '|' FUNCTION TRIM(WS-COUNT-EDIT)
        '|' WS-WINDOW-START
        '|' WS-STAMP
        '|OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO QUEUE-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND QUEUE-FILE
    IF WS-QUEUE-STATUS NOT = '00'
        OPEN OUTPUT QUEUE-FILE
    END-IF
    WRITE QUEUE-LINE
    CLOSE QUEUE-FILE
    PERFORM RAISE-QUEUE-ALERT
    .

*> Same alert-line shape every other writer uses, through the
*> serialized PROC_APPEND_LINE service.
RAISE-QUEUE-ALERT.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-ALERT-PTR
    STRING WS-STAMP
        ' ALERT PROC_CHANGE_CONFIRM RETURN CODE 08 CID=NONE'
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        ' FRAUD QUEUE ACCOUNT ' WS-MV-CUST-ID(WS-MOVER-SS)
        ' ' FUNCTION TRIM(WS-COUNT-EDIT)
        ' ADDRESS CHANGES SINCE ' WS-WINDOW-START
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-ALERT-PTR
    MOVE 'BANNER_ALERTS.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
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
    MOVE 'PROC_CHANGE_CONFIRM' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE COMPANY_CUSTOMER_FILE TO WS-CUSTOMER-FILE-NAME
    .

END PROGRAM PROC_CHANGE_CONFIRM.
