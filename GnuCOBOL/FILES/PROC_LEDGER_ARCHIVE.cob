*> Mission: Keep CUSTOMER_LEDGER.IDX to the history the shop works
*> with day to day. Postings older than the SYSTEM.CFG retention
*> (RETAIN_LEDGER_DAYS, counted back from today) move off the live
*> ledger into one keyed store per posting year,
*> LEDGER_ARCHIVE.<yyyy>.IDX -- same key, same record -- and the
*> years on hand are listed in LEDGER_ARCHIVE.CAT, which is how
*> PROC_LEDGER_ARCHIVE_READ finds them again when an operator asks
*> for older history. Like PROC_CUSTOMER_ARCHIVE's sweep, the run
*> proves itself with counts -- records in before equals remaining
*> plus archived -- and every move lands in the LEDGER_ARCHIVE.LOG
*> manifest. Each record is written to its year's store before it
*> is deleted from the live ledger; a record a crashed run already
*> stored (same key, same bytes) is simply finished off, while a
*> different record under an archived key is held on the live
*> ledger and reported, never overwritten.
*> A sister company's archive is its own: the catalog is the book's
*> (CB_COMPANY.cpy) and each year's store carries the company code in
*> front, [<company>_]LEDGER_ARCHIVE.<yyyy>.IDX, so two books never
*> file into one year's store.
*> No RETAIN_LEDGER_DAYS in SYSTEM.CFG means no retention policy:
*> the run says so and leaves the ledger alone.
*> Return code 1 when the counts do not prove, a store cannot be
*> opened or a record was held; 0 otherwise.
*> cobc -x -j -free -I . -I ../BANNER PROC_LEDGER_ARCHIVE.cob
*>     PROC_MASTER_LOCK.cob ../BANNER/PROC_DATE_SERVICE.cob
*>     ../BANNER/PROC_LOAD_CONFIG.cob ../BANNER/PROC_OPERATOR_ID.cob
*>     PROC_COMPANY.cob ../BANNER/PROC_OPERATOR_ROLE.cob
*>     ../BANNER/PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_LEDGER_ARCHIVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_LEDGER_FILE.cpy'.
COPY 'CB_LEDGER_ARCHIVE_FILE.cpy'.
COPY 'CB_LEDGER_CATALOG_FILE.cpy'.
SELECT MANIFEST-FILE
    ASSIGN TO 'LEDGER_ARCHIVE.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_LEDGER_RECORD.cpy'.
COPY 'CB_LEDGER_ARCHIVE_RECORD.cpy'.
COPY 'CB_LEDGER_CATALOG_RECORD.cpy'.

FD MANIFEST-FILE
    RECORD CONTAINS 160 CHARACTERS
    DATA RECORD IS MANIFEST-LINE.
01 MANIFEST-LINE PIC X(160).

WORKING-STORAGE SECTION.
COPY 'CB_COMPANY.cpy'.
01 WS-LEDGER-STATUS         PIC XX.
01 WS-LEDGER-ARCHIVE-NAME   PIC X(80).
01 WS-LEDGER-ARCHIVE-STATUS PIC XX.
01 WS-CATALOG-STATUS        PIC XX.
01 WS-MANIFEST-STATUS       PIC XX.
01 WS-RETAIN-DAYS           PIC 9(4).
01 WS-CUTOFF-DATE           PIC X(8).
01 WS-LGR-AT-END            PIC X.
    88 AT-END-OF-LEDGER      VALUE 'Y'.
01 WS-CAT-AT-END            PIC X.
01 WS-NAME-PTR              PIC 9(4).
01 WS-LINE-PTR              PIC 9(4).
01 WS-AMOUNT-EDIT           PIC -(7)9.99.
01 WS-CURRENT-DATE          PIC X(21).
01 WS-TODAY-YYYYMMDD        PIC X(8).
01 WS-RUN-FAILED            PIC X VALUE 'N'.

*> The posting years that have records old enough to go, found by
*> the counting pass; each is archived in its own run of passes so
*> only one year's store is open at a time.
01 WS-YEAR-TABLE.
    05 WS-YEAR-ENTRY OCCURS 100 TIMES INDEXED BY WS-YEAR-SS.
        10 WS-YR-YEAR       PIC X(4).
        10 WS-YR-ELIGIBLE   PIC 9(9).
        10 WS-YR-ARCHIVED   PIC 9(9).
01 WS-YEAR-COUNT    PIC 9(3) VALUE 0.
01 WS-YEAR-OVERFLOW PIC X VALUE 'N'.
01 WS-YEAR-FOUND    PIC X.

*> Same collect-then-move discipline as PROC_CUSTOMER_ARCHIVE: a
*> pass collects up to 1000 keys, then each is moved by direct
*> READ -- the walk never depends on sequential position surviving
*> a DELETE. The next pass STARTs just past the last key collected.
01 WS-MOVE-TABLE.
    05 WS-MOVE-KEY OCCURS 1000 TIMES PIC X(18).
01 WS-MOVE-COUNT    PIC 9(4) VALUE 0.
01 WS-MOVE-SS       PIC 9(4).
01 WS-LAST-KEY      PIC X(18).
01 WS-PASS-FULL     PIC X.
01 WS-STORE-WRITTEN PIC X.

01 WS-BEFORE-COUNT   PIC 9(9) VALUE 0.
01 WS-AFTER-COUNT    PIC 9(9) VALUE 0.
01 WS-ELIGIBLE-COUNT PIC 9(9) VALUE 0.
01 WS-ARCHIVED-COUNT PIC 9(9) VALUE 0.
01 WS-RESUMED-COUNT  PIC 9(9) VALUE 0.
01 WS-HELD-COUNT     PIC 9(9) VALUE 0.

*> LEDGER_ARCHIVE.CAT as it stood, merged with this run's years and
*> written back oldest first.
01 WS-CAT-TABLE.
    05 WS-CAT-ENTRY OCCURS 100 TIMES INDEXED BY WS-CAT-SS.
        10 WS-CT-YEAR       PIC X(4).
        10 WS-CT-COUNT      PIC 9(9).
        10 WS-CT-LAST-RUN   PIC X(8).
01 WS-CAT-COUNT     PIC 9(3) VALUE 0.
01 WS-CAT-HOLD.
    05 WS-CH-YEAR       PIC X(4).
    05 WS-CH-COUNT      PIC 9(9).
    05 WS-CH-LAST-RUN   PIC X(8).
01 WS-SORT-SS       PIC 9(3).
01 WS-SORT-SWAPPED  PIC X.

COPY 'CB_MASTER_LOCK.cpy'.
COPY 'CB_DATE_SERVICE.cpy'.
COPY 'CB_SYSTEM_CONFIG.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM SELECT-COMPANY-BOOK
    CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
    MOVE CONFIG_RETAIN_LEDGER_DAYS TO WS-RETAIN-DAYS
    IF WS-RETAIN-DAYS = 0
        DISPLAY 'LEDGER ARCHIVE: no RETAIN_LEDGER_DAYS in SYSTEM.CFG'
            ' -- live ledger left alone'
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
    MOVE 'CADD' TO DATE_ACTION
    MOVE WS-TODAY-YYYYMMDD TO DATE_IN
    COMPUTE DATE_COUNT = 0 - WS-RETAIN-DAYS
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO WS-CUTOFF-DATE
*> The posting run writes the ledger under the master lock; holding
*> it here keeps a posting from landing mid-sweep and spoiling the
*> count proof.
    PERFORM ACQUIRE-MASTER-LOCK
    OPEN I-O LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open CUSTOMER_LEDGER.IDX,'
            ' FILE STATUS ' WS-LEDGER-STATUS
        PERFORM RELEASE-MASTER-LOCK
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM COUNT-AND-FIND-YEARS
    PERFORM VARYING WS-YEAR-SS FROM 1 BY 1
        UNTIL WS-YEAR-SS > WS-YEAR-COUNT
        PERFORM ARCHIVE-ONE-YEAR
    END-PERFORM
*> The proof: what is left plus what moved must equal what was there.
    MOVE 'N' TO WS-LGR-AT-END
    MOVE LOW-VALUES TO LGR-KEY
    START LEDGER-FILE KEY IS >= LGR-KEY
        INVALID KEY SET AT-END-OF-LEDGER TO TRUE
    END-START
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END ADD 1 TO WS-AFTER-COUNT
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE
    IF WS-ARCHIVED-COUNT > 0
        PERFORM UPDATE-CATALOG
    END-IF
    PERFORM RELEASE-MASTER-LOCK
    PERFORM WRITE-RUN-MANIFEST
    IF WS-BEFORE-COUNT = WS-AFTER-COUNT + WS-ARCHIVED-COUNT
        DISPLAY 'LEDGER ARCHIVE PROVEN: ' WS-BEFORE-COUNT ' = '
            WS-AFTER-COUNT ' REMAINING + ' WS-ARCHIVED-COUNT
            ' ARCHIVED (CUTOFF ' WS-CUTOFF-DATE ')'
    ELSE
        DISPLAY 'LEDGER ARCHIVE COUNT MISMATCH: BEFORE='
            WS-BEFORE-COUNT ' AFTER=' WS-AFTER-COUNT
            ' ARCHIVED=' WS-ARCHIVED-COUNT
        MOVE 'Y' TO WS-RUN-FAILED
    END-IF
    IF WS-HELD-COUNT > 0
        DISPLAY 'LEDGER ARCHIVE: ' WS-HELD-COUNT ' RECORD(S) HELD'
            ' ON THE LIVE LEDGER -- see LEDGER_ARCHIVE.LOG'
        MOVE 'Y' TO WS-RUN-FAILED
    END-IF
    IF WS-YEAR-OVERFLOW = 'Y'
        DISPLAY 'LEDGER ARCHIVE: more than 100 posting years due --'
            ' the rest wait for the next run'
    END-IF
    IF WS-RUN-FAILED = 'Y'
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

*> Pass one: count the whole ledger and note, per posting year, how
*> many records fall before the cutoff.
COUNT-AND-FIND-YEARS.
    MOVE 'N' TO WS-LGR-AT-END
    PERFORM UNTIL AT-END-OF-LEDGER
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                ADD 1 TO WS-BEFORE-COUNT
                IF LGR-POST-DATE < WS-CUTOFF-DATE
                    ADD 1 TO WS-ELIGIBLE-COUNT
                    PERFORM TALLY-ELIGIBLE-YEAR
                END-IF
        END-READ
    END-PERFORM
    .

TALLY-ELIGIBLE-YEAR.
    MOVE 'N' TO WS-YEAR-FOUND
    PERFORM VARYING WS-YEAR-SS FROM 1 BY 1
        UNTIL WS-YEAR-SS > WS-YEAR-COUNT OR WS-YEAR-FOUND = 'Y'
        IF WS-YR-YEAR(WS-YEAR-SS) = LGR-POST-DATE(1:4)
            ADD 1 TO WS-YR-ELIGIBLE(WS-YEAR-SS)
            MOVE 'Y' TO WS-YEAR-FOUND
        END-IF
    END-PERFORM
    IF WS-YEAR-FOUND = 'N'
        IF WS-YEAR-COUNT < 100
            ADD 1 TO WS-YEAR-COUNT
            MOVE LGR-POST-DATE(1:4) TO WS-YR-YEAR(WS-YEAR-COUNT)
            MOVE 1 TO WS-YR-ELIGIBLE(WS-YEAR-COUNT)
            MOVE 0 TO WS-YR-ARCHIVED(WS-YEAR-COUNT)
        ELSE
            MOVE 'Y' TO WS-YEAR-OVERFLOW
        END-IF
    END-IF
    .

*> One posting year: open (or create) its store, then collect and
*> move that year's old records a pass at a time until a pass comes
*> back short.
ARCHIVE-ONE-YEAR.
    MOVE SPACES TO WS-LEDGER-ARCHIVE-NAME
    MOVE 1 TO WS-NAME-PTR
    IF NOT COMPANY-HOME
        STRING FUNCTION TRIM(COMPANY_CODE) '_'
            DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVE-NAME
            WITH POINTER WS-NAME-PTR
    END-IF
    STRING 'LEDGER_ARCHIVE.' WS-YR-YEAR(WS-YEAR-SS) '.IDX'
        DELIMITED BY SIZE INTO WS-LEDGER-ARCHIVE-NAME
        WITH POINTER WS-NAME-PTR
    OPEN I-O LEDGER-ARCHIVE-FILE
    IF WS-LEDGER-ARCHIVE-STATUS = '35'
        OPEN OUTPUT LEDGER-ARCHIVE-FILE
        CLOSE LEDGER-ARCHIVE-FILE
        OPEN I-O LEDGER-ARCHIVE-FILE
    END-IF
    IF WS-LEDGER-ARCHIVE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open '
            FUNCTION TRIM(WS-LEDGER-ARCHIVE-NAME)
            ', FILE STATUS ' WS-LEDGER-ARCHIVE-STATUS
            ' -- ' WS-YR-YEAR(WS-YEAR-SS) ' left on the live ledger'
        MOVE 'Y' TO WS-RUN-FAILED
    ELSE
        MOVE LOW-VALUES TO WS-LAST-KEY
        MOVE 'Y' TO WS-PASS-FULL
        PERFORM UNTIL WS-PASS-FULL = 'N'
            PERFORM COLLECT-YEAR-KEYS
            PERFORM VARYING WS-MOVE-SS FROM 1 BY 1
                UNTIL WS-MOVE-SS > WS-MOVE-COUNT
                PERFORM MOVE-ONE-RECORD
            END-PERFORM
        END-PERFORM
        CLOSE LEDGER-ARCHIVE-FILE
    END-IF
    .

COLLECT-YEAR-KEYS.
    MOVE 0 TO WS-MOVE-COUNT
    MOVE 'N' TO WS-PASS-FULL
    MOVE 'N' TO WS-LGR-AT-END
    MOVE WS-LAST-KEY TO LGR-KEY
    IF WS-LAST-KEY = LOW-VALUES
        START LEDGER-FILE KEY IS >= LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
    ELSE
        START LEDGER-FILE KEY IS > LGR-KEY
            INVALID KEY SET AT-END-OF-LEDGER TO TRUE
        END-START
    END-IF
    PERFORM UNTIL AT-END-OF-LEDGER OR WS-PASS-FULL = 'Y'
        READ LEDGER-FILE NEXT RECORD
            AT END SET AT-END-OF-LEDGER TO TRUE
            NOT AT END
                IF LGR-POST-DATE(1:4) = WS-YR-YEAR(WS-YEAR-SS)
                    AND LGR-POST-DATE < WS-CUTOFF-DATE
                    ADD 1 TO WS-MOVE-COUNT
                    MOVE LGR-KEY TO WS-MOVE-KEY(WS-MOVE-COUNT)
                    MOVE LGR-KEY TO WS-LAST-KEY
                    IF WS-MOVE-COUNT = 1000
                        MOVE 'Y' TO WS-PASS-FULL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

*> Store first, delete second: a crash between the two leaves the
*> record in both places, and the rerun's WRITE finds it already
*> stored. Only an identical stored record lets the live one go.
MOVE-ONE-RECORD.
    MOVE WS-MOVE-KEY(WS-MOVE-SS) TO LGR-KEY
    READ LEDGER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO WS-STORE-WRITTEN
            MOVE LEDGER-RECORD TO LEDGER-ARCHIVE-RECORD
            WRITE LEDGER-ARCHIVE-RECORD
                INVALID KEY PERFORM CHECK-ALREADY-STORED
                NOT INVALID KEY MOVE 'Y' TO WS-STORE-WRITTEN
            END-WRITE
            IF WS-STORE-WRITTEN = 'N'
                ADD 1 TO WS-HELD-COUNT
                PERFORM WRITE-MOVE-MANIFEST
            ELSE
                DELETE LEDGER-FILE RECORD
                END-DELETE
                ADD 1 TO WS-ARCHIVED-COUNT
                ADD 1 TO WS-YR-ARCHIVED(WS-YEAR-SS)
                PERFORM WRITE-MOVE-MANIFEST
            END-IF
    END-READ
    .

CHECK-ALREADY-STORED.
    MOVE LGR-KEY TO ALR-KEY
    READ LEDGER-ARCHIVE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF LEDGER-ARCHIVE-RECORD = LEDGER-RECORD
                MOVE 'R' TO WS-STORE-WRITTEN
                ADD 1 TO WS-RESUMED-COUNT
            END-IF
    END-READ
    .

*> The writer interlock: only one program writes the master and the
*> ledger at a time -- see CB_MASTER_LOCK.cpy.
ACQUIRE-MASTER-LOCK.
    MOVE 'A' TO LOCK_ACTION
    MOVE 'PROC_LEDGER_ARCHIVE' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    IF LOCK-REFUSED
        DISPLAY '*** MASTER LOCKED BY '
            FUNCTION TRIM(LOCK_HOLDER)
            ' (OPR ' FUNCTION TRIM(LOCK_HOLDER_OPR)
            ') SINCE ' LOCK_SINCE ' ***'
        DISPLAY 'If the holder crashed, clear the claim with'
            ' PROC_LOCK_MANAGER FORCE and rerun'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

RELEASE-MASTER-LOCK.
    MOVE 'R' TO LOCK_ACTION
    MOVE 'PROC_LEDGER_ARCHIVE' TO LOCK_PROGRAM
    CALL 'PROC_MASTER_LOCK' USING MASTER-LOCK-PARAMS
    .

*> Add this run's counts to the catalog, oldest year first. A year
*> the catalog has never listed gets a line of its own.
UPDATE-CATALOG.
    MOVE 0 TO WS-CAT-COUNT
    OPEN INPUT LEDGER-CATALOG-FILE
    IF WS-CATALOG-STATUS = '00'
        MOVE 'N' TO WS-CAT-AT-END
    ELSE
        MOVE 'Y' TO WS-CAT-AT-END
    END-IF
    PERFORM UNTIL WS-CAT-AT-END = 'Y'
        READ LEDGER-CATALOG-FILE
            AT END MOVE 'Y' TO WS-CAT-AT-END
            NOT AT END
                IF LCT-YEAR IS NUMERIC AND WS-CAT-COUNT < 100
                    ADD 1 TO WS-CAT-COUNT
                    MOVE LCT-YEAR TO WS-CT-YEAR(WS-CAT-COUNT)
                    MOVE LCT-COUNT TO WS-CT-COUNT(WS-CAT-COUNT)
                    MOVE LCT-LAST-RUN TO WS-CT-LAST-RUN(WS-CAT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-CATALOG-STATUS = '00' OR WS-CATALOG-STATUS = '10'
        CLOSE LEDGER-CATALOG-FILE
    END-IF
    PERFORM VARYING WS-YEAR-SS FROM 1 BY 1
        UNTIL WS-YEAR-SS > WS-YEAR-COUNT
        IF WS-YR-ARCHIVED(WS-YEAR-SS) > 0
            PERFORM MERGE-CATALOG-YEAR
        END-IF
    END-PERFORM
    MOVE 'Y' TO WS-SORT-SWAPPED
    PERFORM UNTIL WS-SORT-SWAPPED = 'N'
        MOVE 'N' TO WS-SORT-SWAPPED
        PERFORM VARYING WS-SORT-SS FROM 1 BY 1
            UNTIL WS-SORT-SS >= WS-CAT-COUNT
            IF WS-CT-YEAR(WS-SORT-SS) > WS-CT-YEAR(WS-SORT-SS + 1)
                MOVE WS-CAT-ENTRY(WS-SORT-SS) TO WS-CAT-HOLD
                MOVE WS-CAT-ENTRY(WS-SORT-SS + 1)
                    TO WS-CAT-ENTRY(WS-SORT-SS)
                MOVE WS-CAT-HOLD TO WS-CAT-ENTRY(WS-SORT-SS + 1)
                MOVE 'Y' TO WS-SORT-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM
    OPEN OUTPUT LEDGER-CATALOG-FILE
    IF WS-CATALOG-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write '
            FUNCTION TRIM(COMPANY_LGRCAT_FILE) ', FILE STATUS '
            WS-CATALOG-STATUS ' -- archived years unlisted'
        MOVE 'Y' TO WS-RUN-FAILED
    ELSE
        PERFORM VARYING WS-CAT-SS FROM 1 BY 1
            UNTIL WS-CAT-SS > WS-CAT-COUNT
            MOVE SPACES TO LEDGER-CATALOG-LINE
            MOVE WS-CT-YEAR(WS-CAT-SS) TO LCT-YEAR
            MOVE '|' TO LCT-SEP-1 LCT-SEP-2
            MOVE WS-CT-COUNT(WS-CAT-SS) TO LCT-COUNT
            MOVE WS-CT-LAST-RUN(WS-CAT-SS) TO LCT-LAST-RUN
            WRITE LEDGER-CATALOG-LINE
        END-PERFORM
        CLOSE LEDGER-CATALOG-FILE
    END-IF
    .

MERGE-CATALOG-YEAR.
    MOVE 'N' TO WS-YEAR-FOUND
    PERFORM VARYING WS-CAT-SS FROM 1 BY 1
        UNTIL WS-CAT-SS > WS-CAT-COUNT OR WS-YEAR-FOUND = 'Y'
        IF WS-CT-YEAR(WS-CAT-SS) = WS-YR-YEAR(WS-YEAR-SS)
            ADD WS-YR-ARCHIVED(WS-YEAR-SS) TO WS-CT-COUNT(WS-CAT-SS)
            MOVE WS-TODAY-YYYYMMDD TO WS-CT-LAST-RUN(WS-CAT-SS)
            MOVE 'Y' TO WS-YEAR-FOUND
        END-IF
    END-PERFORM
    IF WS-YEAR-FOUND = 'N' AND WS-CAT-COUNT < 100
        ADD 1 TO WS-CAT-COUNT
        MOVE WS-YR-YEAR(WS-YEAR-SS) TO WS-CT-YEAR(WS-CAT-COUNT)
        MOVE WS-YR-ARCHIVED(WS-YEAR-SS) TO WS-CT-COUNT(WS-CAT-COUNT)
        MOVE WS-TODAY-YYYYMMDD TO WS-CT-LAST-RUN(WS-CAT-COUNT)
    END-IF
    .

WRITE-MOVE-MANIFEST.
    MOVE LGR-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO MANIFEST-LINE
    MOVE 1 TO WS-LINE-PTR
    IF WS-STORE-WRITTEN = 'N'
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' HELD     ' LGR-CUST-ID ' ' LGR-POST-DATE ' SEQ ' LGR-SEQ
            ' -- a different record already holds this key in '
            FUNCTION TRIM(WS-LEDGER-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO MANIFEST-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
            '-' WS-CURRENT-DATE(7:2)
            ' ARCHIVED ' LGR-CUST-ID ' ' LGR-POST-DATE ' SEQ ' LGR-SEQ
            ' ' LGR-TYPE-CODE ' ' LGR-DC ' ' WS-AMOUNT-EDIT
            ' BATCH ' LGR-BATCH-ID
            ' -> ' FUNCTION TRIM(WS-LEDGER-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO MANIFEST-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    PERFORM APPEND-MANIFEST-LINE
    .

WRITE-RUN-MANIFEST.
    MOVE SPACES TO MANIFEST-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
        '-' WS-CURRENT-DATE(7:2)
        ' RUN RETAIN=' WS-RETAIN-DAYS
        ' CUTOFF=' WS-CUTOFF-DATE
        ' BEFORE=' WS-BEFORE-COUNT
        ' DUE=' WS-ELIGIBLE-COUNT
        ' REMAINING=' WS-AFTER-COUNT
        ' ARCHIVED=' WS-ARCHIVED-COUNT
        ' RESUMED=' WS-RESUMED-COUNT
        ' HELD=' WS-HELD-COUNT
        DELIMITED BY SIZE INTO MANIFEST-LINE
        WITH POINTER WS-LINE-PTR
    PERFORM APPEND-MANIFEST-LINE
    .

APPEND-MANIFEST-LINE.
    OPEN EXTEND MANIFEST-FILE
    IF WS-MANIFEST-STATUS NOT = '00'
        OPEN OUTPUT MANIFEST-FILE
    END-IF
    WRITE MANIFEST-LINE
    CLOSE MANIFEST-FILE
    .

*> Which company's books this run works on (COMPANY_CODE, see
*> CB_COMPANY.cpy); every book file follows the selection.
SELECT-COMPANY-BOOK.
    MOVE 'PROC_LEDGER_ARCHIVE' TO COMPANY_PROGRAM
    CALL 'PROC_COMPANY' USING COMPANY-PARAMS
    IF COMPANY-REFUSED
        DISPLAY 'REFUSED: company ' FUNCTION TRIM(COMPANY_CODE)
            ' -- ' FUNCTION TRIM(COMPANY_REASON)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

END PROGRAM PROC_LEDGER_ARCHIVE.
