*> step that did not complete cleanly (same single-number .CKPT idiom
*> as PROC_BANNER_BATCH).
*> Control file (default JOBSTREAM.CTL), one step per line:
*>     [WHEN=condition] [MAXRC=n] <shell command>
*> MAXRC is the highest return code that still counts as clean for
*> that step (default 0 -- note PROC_BANNER_SERVICE and friends
*> deliberately exit with RASTER_RETURN_CODE, so steps running them
*> usually want MAXRC=4). '*' in column one is a comment line.
*> WHEN says which nights the step belongs to, judged for the run
*> date through PROC_DATE_SERVICE and its HOLIDAYS.CTL calendar, so
*> nobody edits the control file by hand on month-end night:
*>   BUSDAY   every processing day
*>   FIRSTBD  the first processing day of the month
*>   LASTBD   the last processing day of the month
*>   QTREND   the last processing day of March, June, September
*>            and December
*>   YEAREND  the last processing day of December
*>   MON..SUN that weekday
*>   DAYnn    day nn of the month (past the month's end means its
*>            last day), rolled forward off a non-processing day --
*>            into the next month if need be
*> No WHEN means every night, as before. A step whose condition does
*> not hold is logged SKIPPED with the reason and counts as done for
*> the checkpoint; a condition nobody understands fails the step.
*> The run date is remembered beside the checkpoint, so a restart
*> after midnight still judges the night it is finishing. A step
*> that judges dates of its own is handed the same night: &RUNDATE
*> anywhere in its command becomes the run date, yyyymmdd (e.g.
*> PROC_CUSTOMER_STATEMENTS CYCLE=TODAY:&RUNDATE).
*> However the run ends -- complete or stopped on a failed step --
*> the night's reports are then filed into the report repository
*> (PROC_REPORT_FILING, passed the run date) before anything can
*> overwrite them; the filing's outcome is logged like a step but
*> does not move the checkpoint, and a restart files again (the
*> repository knows a copy it already holds).
*> Command line: [control-file] [run-date-yyyymmdd], date default
*> today.
*> GnuCOBOL: cobc -x -j -free PROC_JOBSTREAM.cob PROC_DATE_SERVICE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_JOBSTREAM.

        ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.
*> The run date the conditions are judged for, kept next to the
*> checkpoint (<control-file>.RUNDATE) for as long as it is.
    SELECT RUN-DATE-FILE
        ASSIGN TO DYNAMIC WS-RUN-DATE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-DATE-STATUS.

DATA DIVISION.
FILE SECTION.
    DATA RECORD IS CKPT-REGISTRY-LINE.
01 CKPT-REGISTRY-LINE PIC X(200).

FD RUN-DATE-FILE
    RECORD CONTAINS 8 CHARACTERS
    DATA RECORD IS RUN-DATE-LINE.
01 RUN-DATE-LINE PIC X(8).

WORKING-STORAGE SECTION.
01 WS-STEP-FILE-NAME  PIC X(64) VALUE 'JOBSTREAM.CTL'.
01 WS-STEP-STATUS     PIC XX.
01 WS-CKPT-REG-STATUS PIC XX.
01 WS-CKPT-REG-PTR    PIC 9(4).
01 WS-CMD-LINE        PIC X(255).
01 WS-ARG1            PIC X(64).
01 WS-ARG2            PIC X(20).
01 WS-AT-END          PIC X VALUE 'N'.
    88 AT-END-OF-STEPS VALUE 'Y'.
01 WS-STEP-NUM        PIC 9(4) VALUE 0.
01 WS-DONE-THROUGH    PIC 9(9) VALUE 0.
01 WS-STEP-COMMAND    PIC X(200).
01 WS-STEP-MAXRC      PIC 9(4).
01 WS-MAXRC-VALUE     PIC X(6).
01 WS-PARSE-PTR       PIC 9(4).
01 WS-TOKEN-START     PIC 9(4).
01 WS-OPTION-TOKEN    PIC X(24).
01 WS-OPTIONS-DONE    PIC X.
01 WS-STEP-RC         PIC S9(9) VALUE 0.
01 WS-FILING-COMMAND  PIC X(200).
01 WS-FILING-RC       PIC S9(9) VALUE 0.
01 WS-RUN-FAILED      PIC X VALUE 'N'.
    88 JOBSTREAM-FAILED VALUE 'Y'.
01 WS-RUN-COUNT       PIC 9(4) VALUE 0.
01 WS-SKIP-LOGGED     PIC 9(4) VALUE 0.
01 WS-NOT-DUE-COUNT   PIC 9(4) VALUE 0.
01 WS-LOG-PTR         PIC 9(4).
01 WS-SCHEDULE-STATUS PIC XX.
01 WS-SCHEDULE-AT-END PIC X VALUE 'N'.
01 WS-CLOCK-SECS      PIC 9(12).
01 WS-HISTORY-PTR     PIC 9(4).
COPY 'CB_JOB_STATUS.cpy'.

*> Run conditions. WS-STEP-DUE comes back Y (run it), N (not
*> tonight, WS-WHEN-REASON says why) or X (condition not understood).
01 WS-RUN-DATE-NAME   PIC X(255).
01 WS-RUN-DATE-PTR    PIC 9(4).
01 WS-RUN-DATE-STATUS PIC XX.
01 WS-RUN-DATE        PIC X(8).
01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
    05 WS-RUN-YYYY    PIC 9(4).
    05 WS-RUN-MM      PIC 9(2).
    05 WS-RUN-DD      PIC 9(2).
01 WS-RUN-DATE-EDIT   PIC X(10).
01 WS-STEP-WHEN       PIC X(16).
01 WS-STEP-DUE        PIC X.
    88 STEP-IS-DUE    VALUE 'Y'.
    88 STEP-NOT-DUE   VALUE 'N'.
    88 STEP-WHEN-BAD  VALUE 'X'.
01 WS-WHEN-REASON     PIC X(60).
01 WS-WHEN-DAY        PIC 9(2).
01 WS-WHEN-MONTH      PIC X(6).
01 WS-WHEN-TARGET     PIC X(8).
01 WS-MONTH-END       PIC X(8).
01 WS-LAST-BUSDAY     PIC X(8).
01 WS-WEEKDAY-SS      PIC 9.
01 WS-WEEKDAY-NAMES   PIC X(21) VALUE 'SUNMONTUEWEDTHUFRISAT'.
01 WS-WEEKDAY-NAME REDEFINES WS-WEEKDAY-NAMES
    OCCURS 7 TIMES PIC X(3).
COPY 'CB_DATE_SERVICE.cpy'.
01 WS-CURRENT-DATE    PIC X(21).
01 WS-TIMESTAMP-DATE  REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY     PIC 9(4).
PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARG1 WS-ARG2
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG1 WS-ARG2
    IF WS-ARG1 NOT = SPACES
        MOVE WS-ARG1 TO WS-STEP-FILE-NAME
    END-IF
    PERFORM BUILD_CHECKPOINT_NAME
    PERFORM LOAD_CHECKPOINT
    PERFORM SETTLE-RUN-DATE
    PERFORM REGISTER_CHECKPOINT
    PERFORM LOAD-SHIFT-SCHEDULE
    OPEN INPUT STEP-FILE
        END-READ
    END-PERFORM
    CLOSE STEP-FILE
    PERFORM FILE-THE-NIGHTS-REPORTS
    IF JOBSTREAM-FAILED
        DISPLAY "JOBSTREAM FAILED at step " WS-STEP-NUM
            " -- rerun resumes there (checkpoint kept)"
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM CLEAR_CHECKPOINT
        PERFORM CLEAR-RUN-DATE
        DISPLAY "JOBSTREAM complete: " WS-RUN-COUNT " step(s) run, "
            WS-SKIP-LOGGED " skipped as already done, "
            WS-NOT-DUE-COUNT " not due " WS-RUN-DATE-EDIT
    END-IF
    STOP RUN.

*> One step: peel the optional WHEN= and MAXRC= tokens, judge the
*> run condition, hand the rest to the OS shell, judge the exit code
*> against the step's ceiling. A clean step -- or one not due
*> tonight -- advances the checkpoint immediately, so a crash during
*> step N+1 still reruns from N+1, not from the top.
RUN-ONE-STEP.
    PERFORM PEEL-STEP-OPTIONS
    PERFORM JUDGE-RUN-CONDITION
    EVALUATE TRUE
        WHEN STEP-WHEN-BAD
            SET JOBSTREAM-FAILED TO TRUE
            DISPLAY "STEP " WS-STEP-NUM ": WHEN="
                FUNCTION TRIM(WS-STEP-WHEN) " NOT UNDERSTOOD"
            PERFORM WRITE-STEP-NOT-DUE-LOG
        WHEN STEP-NOT-DUE
            ADD 1 TO WS-NOT-DUE-COUNT
            DISPLAY "STEP " WS-STEP-NUM ": SKIPPED -- "
                FUNCTION TRIM(WS-WHEN-REASON)
            PERFORM WRITE-STEP-NOT-DUE-LOG
            PERFORM SAVE_CHECKPOINT
        WHEN OTHER
            PERFORM RUN-DUE-STEP
    END-EVALUATE
    .

*> Option tokens lead the line in either order; the first token that
*> is neither starts the command.
PEEL-STEP-OPTIONS.
    MOVE 0 TO WS-STEP-MAXRC
    MOVE SPACES TO WS-STEP-COMMAND WS-STEP-WHEN
    MOVE 1 TO WS-PARSE-PTR
    MOVE 'N' TO WS-OPTIONS-DONE
    PERFORM UNTIL WS-OPTIONS-DONE = 'Y'
        MOVE WS-PARSE-PTR TO WS-TOKEN-START
        MOVE SPACES TO WS-OPTION-TOKEN
        UNSTRING STEP-LINE DELIMITED BY ALL SPACE
            INTO WS-OPTION-TOKEN
            WITH POINTER WS-PARSE-PTR
        EVALUATE TRUE
            WHEN WS-OPTION-TOKEN(1:6) = 'MAXRC='
                MOVE SPACES TO WS-MAXRC-VALUE
                MOVE WS-OPTION-TOKEN(7:) TO WS-MAXRC-VALUE
                IF FUNCTION TRIM(WS-MAXRC-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-MAXRC-VALUE)
                        TO WS-STEP-MAXRC
                END-IF
            WHEN WS-OPTION-TOKEN(1:5) = 'WHEN='
                MOVE FUNCTION UPPER-CASE(WS-OPTION-TOKEN(6:))
                    TO WS-STEP-WHEN
            WHEN OTHER
                MOVE WS-TOKEN-START TO WS-PARSE-PTR
                MOVE 'Y' TO WS-OPTIONS-DONE
        END-EVALUATE
        IF WS-PARSE-PTR > 200
            MOVE 'Y' TO WS-OPTIONS-DONE
        END-IF
    END-PERFORM
    IF WS-PARSE-PTR <= 200
        MOVE STEP-LINE(WS-PARSE-PTR:) TO WS-STEP-COMMAND
    END-IF
    .

RUN-DUE-STEP.
    INSPECT WS-STEP-COMMAND REPLACING ALL '&RUNDATE' BY WS-RUN-DATE
    DISPLAY "STEP " WS-STEP-NUM ": "
        FUNCTION TRIM(WS-STEP-COMMAND)
    PERFORM READ-THE-CLOCK
    END-IF
    .

*> The report repository step, run after the last step whatever
*> became of the run. Its failure is reported, not fatal: the
*> night's work itself is judged by the steps.
FILE-THE-NIGHTS-REPORTS.
    MOVE SPACES TO WS-FILING-COMMAND
    MOVE 1 TO WS-LOG-PTR
    STRING './PROC_REPORT_FILING ' WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-FILING-COMMAND
        WITH POINTER WS-LOG-PTR
    DISPLAY "REPORT FILING: " FUNCTION TRIM(WS-FILING-COMMAND)
    CALL 'SYSTEM' USING WS-FILING-COMMAND
    MOVE RETURN-CODE TO WS-FILING-RC
    MOVE 0 TO RETURN-CODE
    IF WS-FILING-RC >= 256
        COMPUTE WS-FILING-RC = WS-FILING-RC / 256
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO RUN-LOG-LINE
    MOVE 1 TO WS-LOG-PTR
    IF WS-FILING-RC = 0
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' REPORT FILING RC=' WS-FILING-RC ' OK ['
            FUNCTION TRIM(WS-FILING-COMMAND) ']'
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
    ELSE
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' REPORT FILING RC=' WS-FILING-RC ' FAILED ['
            FUNCTION TRIM(WS-FILING-COMMAND) ']'
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
        DISPLAY "WARNING: report filing ended RC=" WS-FILING-RC
            " -- see REPORT_STORE.LOG"
    END-IF
    PERFORM APPEND-RUN-LOG-LINE
    .

*> The run date is the command line's if given, else the one a
*> restart saved, else today -- and a fresh run saves it for its own
*> restart.
SETTLE-RUN-DATE.
    MOVE SPACES TO WS-RUN-DATE-NAME
    MOVE 1 TO WS-RUN-DATE-PTR
    STRING FUNCTION TRIM(WS-STEP-FILE-NAME) '.RUNDATE'
        DELIMITED BY SIZE INTO WS-RUN-DATE-NAME
        WITH POINTER WS-RUN-DATE-PTR
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    IF WS-DONE-THROUGH > 0
        OPEN INPUT RUN-DATE-FILE
        IF WS-RUN-DATE-STATUS = '00'
            READ RUN-DATE-FILE
                AT END CONTINUE
                NOT AT END
                    IF RUN-DATE-LINE IS NUMERIC
                        MOVE RUN-DATE-LINE TO WS-RUN-DATE
                    END-IF
            END-READ
            CLOSE RUN-DATE-FILE
        END-IF
    END-IF
    IF WS-ARG2 NOT = SPACES
        IF WS-ARG2(1:8) IS NUMERIC AND WS-ARG2(9:) = SPACES
            MOVE WS-ARG2(1:8) TO WS-RUN-DATE
        ELSE
            DISPLAY "ERROR: RUN DATE " FUNCTION TRIM(WS-ARG2)
                " IS NOT yyyymmdd"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE WS-RUN-DATE TO RUN-DATE-LINE
    OPEN OUTPUT RUN-DATE-FILE
    WRITE RUN-DATE-LINE
    CLOSE RUN-DATE-FILE
    MOVE SPACES TO WS-RUN-DATE-EDIT
    STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-' WS-RUN-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    .

CLEAR-RUN-DATE.
    OPEN OUTPUT RUN-DATE-FILE
    CLOSE RUN-DATE-FILE
    .

*> Each condition asks PROC_DATE_SERVICE the question it needs; the
*> answer is Y, or N with the reason the log will carry.
JUDGE-RUN-CONDITION.
    SET STEP-IS-DUE TO TRUE
    MOVE SPACES TO WS-WHEN-REASON
    EVALUATE TRUE
        WHEN WS-STEP-WHEN = SPACES
            CONTINUE
        WHEN WS-STEP-WHEN = 'BUSDAY'
            MOVE 'TEST' TO DATE_ACTION
            MOVE WS-RUN-DATE TO DATE_IN
            MOVE 0 TO DATE_COUNT
            CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
            IF DATE_IS_BUSDAY NOT = 'Y'
                SET STEP-NOT-DUE TO TRUE
                MOVE 'not a processing day' TO WS-WHEN-REASON
            END-IF
        WHEN WS-STEP-WHEN = 'FIRSTBD'
            MOVE WS-RUN-DATE(1:6) TO WS-WHEN-MONTH
            MOVE 1 TO WS-WHEN-DAY
            PERFORM FIND-ROLLED-DAY
            IF WS-WHEN-TARGET NOT = WS-RUN-DATE
                SET STEP-NOT-DUE TO TRUE
                MOVE 'not the first processing day of the month'
                    TO WS-WHEN-REASON
            END-IF
        WHEN WS-STEP-WHEN = 'LASTBD'
            PERFORM FIND-LAST-BUSDAY
            IF WS-LAST-BUSDAY NOT = WS-RUN-DATE
                SET STEP-NOT-DUE TO TRUE
                MOVE 'not the last processing day of the month'
                    TO WS-WHEN-REASON
            END-IF
        WHEN WS-STEP-WHEN = 'QTREND'
            PERFORM FIND-LAST-BUSDAY
            IF WS-LAST-BUSDAY NOT = WS-RUN-DATE
                OR (WS-RUN-MM NOT = 3 AND WS-RUN-MM NOT = 6
                    AND WS-RUN-MM NOT = 9 AND WS-RUN-MM NOT = 12)
                SET STEP-NOT-DUE TO TRUE
                MOVE 'not the last processing day of a quarter'
                    TO WS-WHEN-REASON
            END-IF
        WHEN WS-STEP-WHEN = 'YEAREND'
            PERFORM FIND-LAST-BUSDAY
            IF WS-LAST-BUSDAY NOT = WS-RUN-DATE OR WS-RUN-MM NOT = 12
                SET STEP-NOT-DUE TO TRUE
                MOVE 'not the last processing day of the year'
                    TO WS-WHEN-REASON
            END-IF
        WHEN WS-STEP-WHEN(1:3) = 'DAY'
            AND WS-STEP-WHEN(4:2) IS NUMERIC
            AND WS-STEP-WHEN(6:) = SPACES
            AND WS-STEP-WHEN(4:2) NOT = '00'
            PERFORM JUDGE-DAY-OF-MONTH
        WHEN OTHER
            PERFORM JUDGE-WEEKDAY
    END-EVALUATE
    .

*> Day-number 1 is a Monday in the intrinsic calendar (the same
*> reckoning PROC_DATE_SERVICE uses), so MOD 7 plus one indexes
*> the SUN..SAT name table.
JUDGE-WEEKDAY.
    COMPUTE WS-WEEKDAY-SS = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)), 7) + 1
    IF WS-STEP-WHEN = 'MON' OR 'TUE' OR 'WED' OR 'THU' OR 'FRI'
            OR 'SAT' OR 'SUN'
        IF WS-STEP-WHEN(1:3) NOT = WS-WEEKDAY-NAME(WS-WEEKDAY-SS)
            SET STEP-NOT-DUE TO TRUE
            MOVE SPACES TO WS-WHEN-REASON
            STRING 'a ' WS-WEEKDAY-NAME(WS-WEEKDAY-SS) ', not a '
                WS-STEP-WHEN(1:3)
                DELIMITED BY SIZE INTO WS-WHEN-REASON
        END-IF
    ELSE
        SET STEP-WHEN-BAD TO TRUE
        MOVE 'condition not understood' TO WS-WHEN-REASON
    END-IF
    .

*> This month's day nn, rolled -- or last month's, when its roll
*> carried it over into this month.
JUDGE-DAY-OF-MONTH.
    MOVE WS-STEP-WHEN(4:2) TO WS-WHEN-DAY
    MOVE WS-RUN-DATE(1:6) TO WS-WHEN-MONTH
    PERFORM FIND-ROLLED-DAY
    IF WS-WHEN-TARGET NOT = WS-RUN-DATE
        MOVE 'CADD' TO DATE_ACTION
        MOVE WS-RUN-DATE(1:6) TO DATE_IN(1:6)
        MOVE '01' TO DATE_IN(7:2)
        MOVE -1 TO DATE_COUNT
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        MOVE DATE_OUT(1:6) TO WS-WHEN-MONTH
        PERFORM FIND-ROLLED-DAY
        IF WS-WHEN-TARGET NOT = WS-RUN-DATE
            SET STEP-NOT-DUE TO TRUE
            MOVE SPACES TO WS-WHEN-REASON
            STRING 'not day ' WS-STEP-WHEN(4:2)
                ' of the month, rolled to a processing day'
                DELIMITED BY SIZE INTO WS-WHEN-REASON
        END-IF
    END-IF
    .

*> Day WS-WHEN-DAY of WS-WHEN-MONTH -- held to the month's last day
*> -- rolled forward off a non-processing day, the way
*> PROC_STMT_CYCLE rolls a cycle day.
FIND-ROLLED-DAY.
    MOVE 'EOM' TO DATE_ACTION
    MOVE WS-WHEN-MONTH TO DATE_IN(1:6)
    MOVE '01' TO DATE_IN(7:2)
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO WS-WHEN-TARGET
    IF WS-WHEN-DAY < FUNCTION NUMVAL(WS-WHEN-TARGET(7:2))
        MOVE WS-WHEN-DAY TO WS-WHEN-TARGET(7:2)
    END-IF
    MOVE 'TEST' TO DATE_ACTION
    MOVE WS-WHEN-TARGET TO DATE_IN
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE-SERVICE-OK AND DATE_IS_BUSDAY NOT = 'Y'
        MOVE 'NEXT' TO DATE_ACTION
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        MOVE DATE_OUT TO WS-WHEN-TARGET
    END-IF
    .

*> The month's end if it is a processing day, else the processing
*> day before it.
FIND-LAST-BUSDAY.
    MOVE 'EOM' TO DATE_ACTION
    MOVE WS-RUN-DATE TO DATE_IN
    MOVE 0 TO DATE_COUNT
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    MOVE DATE_OUT TO WS-MONTH-END
    MOVE 'TEST' TO DATE_ACTION
    MOVE WS-MONTH-END TO DATE_IN
    CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
    IF DATE_IS_BUSDAY = 'Y'
        MOVE WS-MONTH-END TO WS-LAST-BUSDAY
    ELSE
        MOVE 'BADD' TO DATE_ACTION
        MOVE WS-MONTH-END TO DATE_IN
        MOVE -1 TO DATE_COUNT
        CALL 'PROC_DATE_SERVICE' USING DATE-SERVICE-PARAMS
        MOVE DATE_OUT TO WS-LAST-BUSDAY
    END-IF
    .

LOAD-SHIFT-SCHEDULE.
    MOVE 0 TO WS-SCHEDULE-COUNT
    MOVE 'N' TO WS-SCHEDULE-AT-END
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' RUN RESTART ' FUNCTION TRIM(WS-STEP-FILE-NAME)
            ' RESUMING AFTER STEP ' WS-DONE-THROUGH
            ' RUN DATE ' WS-RUN-DATE-EDIT
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
    ELSE
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' RUN START ' FUNCTION TRIM(WS-STEP-FILE-NAME)
            ' RUN DATE ' WS-RUN-DATE-EDIT
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
    END-IF
    PERFORM APPEND-RUN-LOG-LINE
    .

*> A step not due tonight, or whose condition could not be read:
*> the reason rides in the line so the morning report and a
*> restart both see why it did not run.
WRITE-STEP-NOT-DUE-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO RUN-LOG-LINE
    MOVE 1 TO WS-LOG-PTR
    IF STEP-WHEN-BAD
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' STEP ' WS-STEP-NUM ' WHEN='
            FUNCTION TRIM(WS-STEP-WHEN) ' NOT UNDERSTOOD -- FAILED ['
            FUNCTION TRIM(WS-STEP-COMMAND) ']'
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
    ELSE
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' STEP ' WS-STEP-NUM ' SKIPPED WHEN='
            FUNCTION TRIM(WS-STEP-WHEN) ' (' WS-RUN-DATE-EDIT ' is '
            FUNCTION TRIM(WS-WHEN-REASON) ') ['
            FUNCTION TRIM(WS-STEP-COMMAND) ']'
            DELIMITED BY SIZE INTO RUN-LOG-LINE
            WITH POINTER WS-LOG-PTR
    END-IF
    PERFORM APPEND-RUN-LOG-LINE
    .

READ-THE-CLOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    COMPUTE WS-CLOCK-SECS =
