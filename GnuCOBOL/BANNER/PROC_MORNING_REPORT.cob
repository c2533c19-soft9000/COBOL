*> Mission: One consolidated morning operations report instead of the
*> four files the shift lead opens by hand. Rolls the overnight
*> window's PROC_BANNER_BATCH.SUM, BANNER_ALERTS.LOG and
*> JOBSTREAM.LOG (yesterday's and today's lines -- a step the calendar
*> said was not due shows with its SKIPPED reason),
*> PROC_BANNER_RECONCILE.RPT and
*> DEMO_RECONCILE_FILE_CHARS.RPT plus the current BANNER_RETRY.DAT
*> depth into MORNING_REPORT.RPT, flagging every section that needs a
*> human. RETURN-CODE 1 when anything is flagged, so the scheduler can
*> page on it too.
*> The window's POSTING_CUTOFF.LOG lines (PROC_CUSTOMER_POST) list
*> every transaction file that arrived after the posting cutoff --
*> rolled to the next business day, or held to the day by a
*> SUPERVISOR override -- with its arrival time and why. That section
*> is for reading, not a fault: it never flags on its own.
*> GnuCOBOL: cobc -x -j -free PROC_MORNING_REPORT.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MORNING_REPORT.
01 WS-WORK-DATE-X   REDEFINES WS-WORK-DATE PIC X(8).

01 WS-ALERT-COUNT   PIC 9(9) VALUE 0.
01 WS-JOBSTREAM-COUNT PIC 9(9) VALUE 0.
01 WS-CUTOFF-COUNT  PIC 9(9) VALUE 0.
01 WS-FAILED-MARKS  PIC 9(4).
01 WS-RETRY-DEPTH   PIC 9(9) VALUE 0.
01 WS-MISMATCH-SEEN PIC X VALUE 'N'.
01 WS-LINE-DATE     PIC X(10).
    WRITE REPORT-LINE
    PERFORM REPORT-BATCH-SUMMARY
    PERFORM REPORT-ALERTS
    PERFORM REPORT-JOBSTREAM
    PERFORM REPORT-POSTING-CUTOFF
    PERFORM REPORT-RECONCILE
    PERFORM REPORT-FILE-RECONCILE
    PERFORM REPORT-RETRY-DEPTH
    PERFORM NOTE-SECTION-VERDICT
    .

*> The jobstream log lines in the window, run and not-due steps
*> alike; flagged when a step failed or its WHEN= was not understood,
*> or when the night left no lines at all.
REPORT-JOBSTREAM.
    PERFORM WRITE-BLANK-LINE
    MOVE '--- NIGHTLY JOBSTREAM (JOBSTREAM.LOG) ---'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-SECTION-FLAGGED
    MOVE 0 TO WS-JOBSTREAM-COUNT
    MOVE 'JOBSTREAM.LOG' TO WS-SOURCE-NAME
    MOVE 'N' TO WS-AT-END
    OPEN INPUT SOURCE-IN-FILE
    IF WS-SOURCE-STATUS = '00'
        PERFORM UNTIL AT-END-OF-SOURCE
            READ SOURCE-IN-FILE
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END
                    MOVE SOURCE-LINE(1:10) TO WS-LINE-DATE
                    IF WS-LINE-DATE = WS-TODAY-DATE
                        OR WS-LINE-DATE = WS-YESTERDAY-DATE
                        ADD 1 TO WS-JOBSTREAM-COUNT
                        MOVE SPACES TO REPORT-LINE
                        MOVE 1 TO WS-REPORT-PTR
                        STRING '  ' SOURCE-LINE
                            DELIMITED BY SIZE INTO REPORT-LINE
                            WITH POINTER WS-REPORT-PTR
                        WRITE REPORT-LINE
                        MOVE 0 TO WS-FAILED-MARKS
                        INSPECT SOURCE-LINE TALLYING WS-FAILED-MARKS
                            FOR ALL ' FAILED [' 'NOT UNDERSTOOD'
                        IF WS-FAILED-MARKS > 0
                            MOVE 'Y' TO WS-SECTION-FLAGGED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-IN-FILE
    END-IF
    IF WS-JOBSTREAM-COUNT = 0
        MOVE '  NO JOBSTREAM LINES IN THE WINDOW -- DID THE RUN START?'
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'Y' TO WS-SECTION-FLAGGED
    END-IF
    PERFORM NOTE-SECTION-VERDICT
    .

*> Late transaction files in the window and what became of them.
REPORT-POSTING-CUTOFF.
    PERFORM WRITE-BLANK-LINE
    MOVE '--- FILES PAST THE POSTING CUTOFF (POSTING_CUTOFF.LOG) ---'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-SECTION-FLAGGED
    MOVE 0 TO WS-CUTOFF-COUNT
    MOVE 'POSTING_CUTOFF.LOG' TO WS-SOURCE-NAME
    MOVE 'N' TO WS-AT-END
    OPEN INPUT SOURCE-IN-FILE
    IF WS-SOURCE-STATUS = '00'
        PERFORM UNTIL AT-END-OF-SOURCE
            READ SOURCE-IN-FILE
                AT END SET AT-END-OF-SOURCE TO TRUE
                NOT AT END
                    MOVE SOURCE-LINE(1:10) TO WS-LINE-DATE
                    IF WS-LINE-DATE = WS-TODAY-DATE
                        OR WS-LINE-DATE = WS-YESTERDAY-DATE
                        ADD 1 TO WS-CUTOFF-COUNT
                        MOVE SPACES TO REPORT-LINE
                        MOVE 1 TO WS-REPORT-PTR
                        STRING '  ' SOURCE-LINE
                            DELIMITED BY SIZE INTO REPORT-LINE
                            WITH POINTER WS-REPORT-PTR
                        WRITE REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-IN-FILE
    END-IF
    IF WS-CUTOFF-COUNT = 0
        MOVE '  NO FILES ARRIVED AFTER THE CUTOFF' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM NOTE-SECTION-VERDICT
    .

REPORT-RECONCILE.
    PERFORM WRITE-BLANK-LINE
    MOVE '--- SPOOL RECONCILE (PROC_BANNER_RECONCILE.RPT) ---'
