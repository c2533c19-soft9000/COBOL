        10 WS-ST-COMMAND PIC X(80).
        10 WS-ST-AVG     PIC 9(7).
01 WS-STEP-COUNT      PIC 9(4) VALUE 0.
01 WS-OPTION-TOKEN    PIC X(24).
01 WS-TOKEN-START     PIC 9(4).
01 WS-OPTIONS-DONE    PIC X.
01 WS-PARSE-PTR       PIC 9(4).
01 WS-STEP-COMMAND    PIC X(200).

    .

*> The control file says what the whole night consists of, using
*> the same comment/WHEN/MAXRC conventions PROC_JOBSTREAM itself
*> parses. A step not due tonight still projects until the run logs
*> it SKIPPED -- the monitor errs early, never late.
LOAD-THE-STEP-LIST.
    MOVE 'N' TO WS-AT-END
    OPEN INPUT STEP-FILE
                IF STEP-LINE NOT = SPACES
                    AND STEP-LINE(1:1) NOT = '*'
                    AND WS-STEP-COUNT < 100
                    PERFORM PEEL-STEP-OPTIONS
                    ADD 1 TO WS-STEP-COUNT
                    SET WS-STEP-SS TO WS-STEP-COUNT
                    MOVE WS-STEP-COMMAND(1:80)
    CLOSE STEP-FILE
    .

PEEL-STEP-OPTIONS.
    MOVE SPACES TO WS-STEP-COMMAND
    MOVE 1 TO WS-PARSE-PTR
    MOVE 'N' TO WS-OPTIONS-DONE
    PERFORM UNTIL WS-OPTIONS-DONE = 'Y'
        MOVE WS-PARSE-PTR TO WS-TOKEN-START
        MOVE SPACES TO WS-OPTION-TOKEN
        UNSTRING STEP-LINE DELIMITED BY ALL SPACE
            INTO WS-OPTION-TOKEN
            WITH POINTER WS-PARSE-PTR
        IF WS-OPTION-TOKEN(1:6) NOT = 'MAXRC='
            AND WS-OPTION-TOKEN(1:5) NOT = 'WHEN='
            MOVE WS-TOKEN-START TO WS-PARSE-PTR
            MOVE 'Y' TO WS-OPTIONS-DONE
        END-IF
        IF WS-PARSE-PTR > 200
            MOVE 'Y' TO WS-OPTIONS-DONE
        END-IF
    END-PERFORM
    IF WS-PARSE-PTR <= 200
        MOVE STEP-LINE(WS-PARSE-PTR:) TO WS-STEP-COMMAND
    END-IF
    .

*> Today's log lines say how far the run has gotten: the highest OK
*> (or not-due SKIPPED) step number after the day's latest RUN
*> START or RESTART, and
*> whether the completion line has already been written.
READ-TODAYS-PROGRESS.
    MOVE 'N' TO WS-AT-END
                        TO WS-LOG-STEP-NUM
                    MOVE 0 TO WS-PARSE-PTR
                    INSPECT RUN-LOG-LINE TALLYING WS-PARSE-PTR
                        FOR ALL ' OK [' ' SKIPPED WHEN='
                    IF WS-PARSE-PTR > 0
                        AND WS-LOG-STEP-NUM > WS-DONE-THROUGH
                        MOVE WS-LOG-STEP-NUM TO WS-DONE-THROUGH
