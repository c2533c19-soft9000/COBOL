*> Mission: Get a filed report back out of the report repository
*> (REPORT_STORE.IDX, filed nightly by PROC_REPORT_FILING) when an
*> auditor or a branch asks for a night that is long overwritten.
*>   LIST                 every report type on file, with how many
*>                        nights of it and the oldest and newest
*>   LIST <type>          the nights on file for one report, with
*>                        pages, lines, producing program and who
*>                        filed it when
*>   <type> <yyyymmdd> [printer-device]
*>                        reprint that night's copy: the lines go
*>                        to REPORT_REPRINT.PRN behind a job
*>                        separator and a REPRINT OF header line,
*>                        then PROC_DESPOOLER feeds them to the
*>                        printer (default device as the despooler's
*>                        own), alignment check and all
*> <type> is the report's file name with or without .RPT
*> (POSTING_REGISTER or POSTING_REGISTER.RPT). Every reprint is
*> appended to REPORT_STORE.LOG beside the filings (through
*> PROC_APPEND_LINE) with the operator stamp:
*>   yyyy-mm-dd hh:mm:ss REPRINT <type> <yyyymmdd> LINES=nnnnnn
*>       OPR=<operator>
*> GnuCOBOL: cobc -x -j -free PROC_REPORT_RETRIEVE.cob
*>     PROC_OPERATOR_ID.cob PROC_APPEND_LINE.cob
*>     (and PROC_DESPOOLER built alongside)
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_REPORT_RETRIEVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_REPORT_STORE_FILE.cpy'.
    SELECT REPRINT-FILE ASSIGN TO 'REPORT_REPRINT.PRN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPRINT-STATUS.

DATA DIVISION.
FILE SECTION.
COPY 'CB_REPORT_STORE_RECORD.cpy'.

FD REPRINT-FILE
    RECORD CONTAINS 134 CHARACTERS
    DATA RECORD IS REPRINT-LINE.
01 REPRINT-LINE PIC X(134).

WORKING-STORAGE SECTION.
01 WS-REPORT-STORE-STATUS PIC XX.
01 WS-REPRINT-STATUS      PIC XX.
01 WS-CMD-LINE            PIC X(255).
01 WS-ARG1                PIC X(40).
01 WS-ARG2                PIC X(40).
01 WS-ARG3                PIC X(64).
01 WS-WANTED-TYPE         PIC X(32).
01 WS-WANTED-DATE         PIC X(8).
01 WS-TYPE-LEN            PIC 9(2).
01 WS-STORE-AT-END        PIC X.
    88 AT-END-OF-STORE     VALUE 'Y'.
01 WS-LINE-PTR            PIC 9(4).
01 WS-LINE-COUNT          PIC 9(6) VALUE 0.
01 WS-NIGHT-COUNT         PIC 9(5) VALUE 0.
01 WS-TYPE-COUNT          PIC 9(4) VALUE 0.
01 WS-LAST-TYPE           PIC X(32).
01 WS-OLDEST-DATE         PIC X(8).
01 WS-NEWEST-DATE         PIC X(8).
01 WS-FILED-BY-SAVE       PIC X(8).
01 WS-FILED-STAMP-SAVE    PIC X(14).
01 WS-PROGRAM-SAVE        PIC X(24).
01 WS-DESPOOL-COMMAND     PIC X(200).
01 WS-DESPOOL-RC          PIC S9(9) VALUE 0.
01 WS-CURRENT-DATE        PIC X(21).
01 WS-TIMESTAMP-DATE REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY         PIC 9(4).
    05 WS-TS-MM           PIC 9(2).
    05 WS-TS-DD           PIC 9(2).
    05 WS-TS-HH           PIC 9(2).
    05 WS-TS-MI           PIC 9(2).
    05 WS-TS-SS           PIC 9(2).
    05 FILLER             PIC X(7).
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2 WS-ARG3
    MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1
    IF WS-ARG1 = SPACES
        PERFORM SHOW-USAGE
    END-IF
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    OPEN INPUT REPORT-STORE-FILE
    IF WS-REPORT-STORE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open REPORT_STORE.IDX,'
            ' FILE STATUS ' WS-REPORT-STORE-STATUS
            ' -- nothing has been filed yet?'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN WS-ARG1 = 'LIST' AND WS-ARG2 = SPACES
            PERFORM LIST-REPORT-TYPES
        WHEN WS-ARG1 = 'LIST'
            MOVE WS-ARG2 TO WS-ARG1
            PERFORM SETTLE-WANTED-TYPE
            PERFORM LIST-NIGHTS-ON-FILE
        WHEN OTHER
            PERFORM SETTLE-WANTED-TYPE
            IF WS-ARG2(1:8) IS NUMERIC AND WS-ARG2(9:) = SPACES
                MOVE WS-ARG2(1:8) TO WS-WANTED-DATE
                PERFORM REPRINT-ONE-NIGHT
            ELSE
                CLOSE REPORT-STORE-FILE
                PERFORM SHOW-USAGE
            END-IF
    END-EVALUATE
    STOP RUN.

SHOW-USAGE.
    DISPLAY 'USAGE: PROC_REPORT_RETRIEVE LIST [<type>]'
    DISPLAY '       PROC_REPORT_RETRIEVE <type> <yyyymmdd>'
        ' [printer-device]'
    MOVE 1 TO RETURN-CODE
    STOP RUN
    .

*> The type as filed: upper case, any .RPT dropped.
SETTLE-WANTED-TYPE.
    MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-WANTED-TYPE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WANTED-TYPE))
        TO WS-TYPE-LEN
    IF WS-TYPE-LEN > 4
        IF WS-WANTED-TYPE(WS-TYPE-LEN - 3:4) = '.RPT'
            MOVE SPACES TO WS-WANTED-TYPE(WS-TYPE-LEN - 3:4)
        END-IF
    END-IF
    .

LIST-REPORT-TYPES.
    MOVE 'N' TO WS-STORE-AT-END
    MOVE SPACES TO WS-LAST-TYPE
    MOVE LOW-VALUES TO RST-KEY
    START REPORT-STORE-FILE KEY IS >= RST-KEY
        INVALID KEY SET AT-END-OF-STORE TO TRUE
    END-START
    DISPLAY 'Reports on file in REPORT_STORE.IDX:'
    PERFORM UNTIL AT-END-OF-STORE
        READ REPORT-STORE-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                IF RST-LINE-SEQ = 0
                    IF RST-REPORT-TYPE NOT = WS-LAST-TYPE
                        PERFORM SHOW-TYPE-TOTALS
                        MOVE RST-REPORT-TYPE TO WS-LAST-TYPE
                        MOVE RST-BUS-DATE TO WS-OLDEST-DATE
                        MOVE 0 TO WS-NIGHT-COUNT
                        ADD 1 TO WS-TYPE-COUNT
                    END-IF
                    ADD 1 TO WS-NIGHT-COUNT
                    MOVE RST-BUS-DATE TO WS-NEWEST-DATE
                END-IF
        END-READ
    END-PERFORM
    PERFORM SHOW-TYPE-TOTALS
    CLOSE REPORT-STORE-FILE
    IF WS-TYPE-COUNT = 0
        DISPLAY '  (none)'
    END-IF
    .

SHOW-TYPE-TOTALS.
    IF WS-LAST-TYPE NOT = SPACES
        DISPLAY '  ' WS-LAST-TYPE ' ' WS-NIGHT-COUNT ' night(s) '
            WS-OLDEST-DATE ' to ' WS-NEWEST-DATE
    END-IF
    .

LIST-NIGHTS-ON-FILE.
    MOVE 'N' TO WS-STORE-AT-END
    MOVE WS-WANTED-TYPE TO RST-REPORT-TYPE
    MOVE LOW-VALUES TO RST-BUS-DATE
    MOVE 0 TO RST-LINE-SEQ
    START REPORT-STORE-FILE KEY IS >= RST-KEY
        INVALID KEY SET AT-END-OF-STORE TO TRUE
    END-START
    DISPLAY FUNCTION TRIM(WS-WANTED-TYPE) ' on file:'
    PERFORM UNTIL AT-END-OF-STORE
        READ REPORT-STORE-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                IF RST-REPORT-TYPE NOT = WS-WANTED-TYPE
                    SET AT-END-OF-STORE TO TRUE
                ELSE
                    IF RST-LINE-SEQ = 0
                        ADD 1 TO WS-NIGHT-COUNT
                        DISPLAY '  ' RST-BUS-DATE
                            '  PAGES=' RST-PAGES
                            '  LINES=' RST-LINES
                            '  PGM=' FUNCTION TRIM(RST-PROGRAM)
                            '  FILED ' RST-FILED-STAMP
                            ' BY ' FUNCTION TRIM(RST-FILED-BY)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REPORT-STORE-FILE
    IF WS-NIGHT-COUNT = 0
        DISPLAY '  (none -- LIST alone shows the types on file)'
    END-IF
    .

*> The header first (no header, no filed copy), then the lines in
*> order into the reprint spool, then the despooler.
REPRINT-ONE-NIGHT.
    MOVE WS-WANTED-TYPE TO RST-REPORT-TYPE
    MOVE WS-WANTED-DATE TO RST-BUS-DATE
    MOVE 0 TO RST-LINE-SEQ
    READ REPORT-STORE-FILE
        INVALID KEY
            DISPLAY 'NOT ON FILE: ' FUNCTION TRIM(WS-WANTED-TYPE)
                ' for ' WS-WANTED-DATE
                ' -- LIST ' FUNCTION TRIM(WS-WANTED-TYPE)
                ' shows the nights kept'
            CLOSE REPORT-STORE-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE RST-FILED-BY TO WS-FILED-BY-SAVE
    MOVE RST-FILED-STAMP TO WS-FILED-STAMP-SAVE
    MOVE RST-PROGRAM TO WS-PROGRAM-SAVE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    OPEN OUTPUT REPRINT-FILE
    MOVE SPACES TO REPRINT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '*** JOB PROC_REPORT_RETRIEVE '
        FUNCTION TRIM(WS-WANTED-TYPE) ' ' WS-WANTED-DATE ' ***'
        DELIMITED BY SIZE INTO REPRINT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPRINT-LINE
    MOVE SPACES TO REPRINT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'REPRINT OF ' FUNCTION TRIM(WS-WANTED-TYPE)
        ' FOR ' WS-WANTED-DATE
        ' (' FUNCTION TRIM(WS-PROGRAM-SAVE)
        ', FILED ' WS-FILED-STAMP-SAVE
        ' BY ' FUNCTION TRIM(WS-FILED-BY-SAVE)
        ') REPRINTED ' WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI
        ' BY ' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO REPRINT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPRINT-LINE
    MOVE SPACES TO REPRINT-LINE
    WRITE REPRINT-LINE
    MOVE 'N' TO WS-STORE-AT-END
    PERFORM UNTIL AT-END-OF-STORE
        READ REPORT-STORE-FILE NEXT RECORD
            AT END SET AT-END-OF-STORE TO TRUE
            NOT AT END
                IF RST-REPORT-TYPE NOT = WS-WANTED-TYPE
                    OR RST-BUS-DATE NOT = WS-WANTED-DATE
                    SET AT-END-OF-STORE TO TRUE
                ELSE
                    ADD 1 TO WS-LINE-COUNT
                    MOVE RST-TEXT TO REPRINT-LINE
                    WRITE REPRINT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE REPRINT-FILE
    CLOSE REPORT-STORE-FILE
    PERFORM LOG-THE-REPRINT
    DISPLAY 'REPRINT ' FUNCTION TRIM(WS-WANTED-TYPE) ' '
        WS-WANTED-DATE ': ' WS-LINE-COUNT
        ' line(s) to REPORT_REPRINT.PRN -- despooling'
    MOVE SPACES TO WS-DESPOOL-COMMAND
    MOVE 1 TO WS-LINE-PTR
    STRING './PROC_DESPOOLER REPORT_REPRINT.PRN '
        FUNCTION TRIM(WS-ARG3)
        DELIMITED BY SIZE INTO WS-DESPOOL-COMMAND
        WITH POINTER WS-LINE-PTR
    CALL 'SYSTEM' USING WS-DESPOOL-COMMAND
    MOVE RETURN-CODE TO WS-DESPOOL-RC
    MOVE 0 TO RETURN-CODE
    IF WS-DESPOOL-RC NOT = 0
        DISPLAY 'WARNING: the despooler did not finish cleanly --'
            ' REPORT_REPRINT.PRN kept for another try'
        MOVE 1 TO RETURN-CODE
    END-IF
    .

LOG-THE-REPRINT.
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
        ' REPRINT ' FUNCTION TRIM(WS-WANTED-TYPE)
        ' ' WS-WANTED-DATE
        ' LINES=' WS-LINE-COUNT
        ' OPR=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'REPORT_STORE.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_REPORT_RETRIEVE.
