*> Mission: The daily segregation-of-duties exceptions list. Every
*> time an operator was stopped from posting, reversing or
*> resubmitting work they keyed, and every time a SUPERVISOR
*> overrode that stop, PROC_SOD_CHECK wrote a line to
*> SOD_EXCEPTIONS.LOG:
*>   yyyy-mm-dd hh:mm:ss SOD REFUSED|OVERRIDE <program> <reference>
*>       KEYED=<creator> OPR=<operator> ROLE=<role>
*> This run lists one day's lines into SOD_EXCEPTIONS.RPT, the
*> overrides first -- those are the ones somebody has to sign off,
*> since the same person both keyed and moved the money -- then the
*> refusals, which show who tried. Counts of each close the report.
*> Command line: [yyyymmdd] -- the day to list (default today).
*> cobc -x -free PROC_SOD_EXCEPTIONS.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_SOD_EXCEPTIONS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SOD-LOG-FILE
    ASSIGN TO 'SOD_EXCEPTIONS.LOG'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SOD-LOG-STATUS.
SELECT SOD-REPORT
    ASSIGN TO 'SOD_EXCEPTIONS.RPT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SOD-LOG-FILE
    RECORD CONTAINS 255 CHARACTERS
    DATA RECORD IS SOD-LOG-LINE.
01 SOD-LOG-LINE PIC X(255).

FD SOD-REPORT
    RECORD CONTAINS 132 CHARACTERS
    DATA RECORD IS REPORT-LINE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-SOD-LOG-STATUS  PIC XX.
01 WS-REPORT-STATUS   PIC XX.
01 WS-CMD-LINE        PIC X(255).
01 WS-AT-END          PIC X.
    88 AT-END-OF-SOD-LOG VALUE 'Y'.
01 WS-CURRENT-DATE    PIC X(21).
*> The day wanted, as yyyymmdd and as the log stamps it.
01 WS-REPORT-DATE     PIC X(8).
01 WS-REPORT-STAMP    PIC X(10).
*> Which verdict this pass is listing.
01 WS-PASS-VERDICT    PIC X(8).
01 WS-PASS-LEN        PIC 9(2).
01 WS-PASS-COUNT      PIC 9(6).
01 WS-OVERRIDE-COUNT  PIC 9(6) VALUE 0.
01 WS-REFUSED-COUNT   PIC 9(6) VALUE 0.
01 WS-LINE-PTR        PIC 9(4).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE
    IF WS-CMD-LINE NOT = SPACES
        IF FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE)) = 8
            MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-REPORT-DATE
        ELSE
            DISPLAY 'USAGE: PROC_SOD_EXCEPTIONS [yyyymmdd]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE SPACES TO WS-REPORT-STAMP
    STRING WS-REPORT-DATE(1:4) '-' WS-REPORT-DATE(5:2) '-'
        WS-REPORT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-REPORT-STAMP
    OPEN OUTPUT SOD-REPORT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING '--- SEGREGATION-OF-DUTIES EXCEPTIONS FOR '
        WS-REPORT-STAMP ' ---'
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    MOVE 'OVERRIDE' TO WS-PASS-VERDICT
    MOVE 8 TO WS-PASS-LEN
    MOVE '  SUPERVISOR OVERRIDES -- sign-off required:'
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM LIST-ONE-VERDICT
    MOVE WS-PASS-COUNT TO WS-OVERRIDE-COUNT
    MOVE 'REFUSED' TO WS-PASS-VERDICT
    MOVE 7 TO WS-PASS-LEN
    MOVE '  REFUSALS:' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM LIST-ONE-VERDICT
    MOVE WS-PASS-COUNT TO WS-REFUSED-COUNT
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING 'OVERRIDES=' WS-OVERRIDE-COUNT
        ' REFUSALS=' WS-REFUSED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
        WITH POINTER WS-LINE-PTR
    WRITE REPORT-LINE
    CLOSE SOD-REPORT
    DISPLAY 'SOD EXCEPTIONS ' WS-REPORT-STAMP ': '
        WS-OVERRIDE-COUNT ' OVERRIDE(S), '
        WS-REFUSED-COUNT ' REFUSAL(S) -- SOD_EXCEPTIONS.RPT'
    IF WS-OVERRIDE-COUNT > 0
        DISPLAY 'WARNING: overrides on file -- a supervisor other'
            ' than the one named must sign the list off'
    END-IF
    STOP RUN.

*> One pass over the log for the day, listing the lines with this
*> pass's verdict. No log at all is simply a clean day.
LIST-ONE-VERDICT.
    MOVE 0 TO WS-PASS-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT SOD-LOG-FILE
    IF WS-SOD-LOG-STATUS = '00'
        PERFORM UNTIL AT-END-OF-SOD-LOG
            READ SOD-LOG-FILE
                AT END SET AT-END-OF-SOD-LOG TO TRUE
                NOT AT END
                    IF SOD-LOG-LINE(1:10) = WS-REPORT-STAMP
                        AND SOD-LOG-LINE(21:4) = 'SOD '
                        AND SOD-LOG-LINE(25:WS-PASS-LEN)
                            = WS-PASS-VERDICT(1:WS-PASS-LEN)
                        ADD 1 TO WS-PASS-COUNT
                        MOVE SPACES TO REPORT-LINE
                        MOVE 1 TO WS-LINE-PTR
                        STRING '    ' SOD-LOG-LINE(12:8)
                            ' ' FUNCTION TRIM(
                                SOD-LOG-LINE(25 + WS-PASS-LEN:))
                            DELIMITED BY SIZE INTO REPORT-LINE
                            WITH POINTER WS-LINE-PTR
                        WRITE REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOD-LOG-FILE
    END-IF
    IF WS-PASS-COUNT = 0
        MOVE '    (none)' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .

END PROGRAM PROC_SOD_EXCEPTIONS.
