*> instead of clearing the screen and printing a banner as two separate
*> steps -- clears the whole screen via PROC_CLS, then displays a
*> shift-start banner (the shift/operator name from the command line,
*> or a default) with a timestamp sub-line, via PROC_BANNER. Any
*> supervisor broadcast still current (PROC_BROADCAST) is framed
*> under the banner ahead of the handoff notes, urgent ones in red,
*> for the incoming operator to acknowledge.
*> GnuCOBOL: cobc -x -j -free PROC_SHIFT_START.cob PROC_CLS.cob
*>     PROC_BANNER9.cob PROC_LOAD_CONFIG.cob PROC_APPEND_LINE.cob
*>     PROC_BROADCAST_PANEL.cob PROC_GOTOXY.cob PROC_DRAW_FRAME.cob
*>     PROC_OPERATOR_ID.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_SHIFT_START.

    SELECT SESSION-FILE ASSIGN TO 'OPERATOR.SES'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SESSION-STATUS.
*> The operator master, read only so a disabled or locked-out ID
*> cannot slip onto the console through the OPERATOR= token.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERATORS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.
*> Where the retry queue stood when this shift began -- the shift-end
*> handoff report (PROC_SHIFT_END) reads it back to show depth now
*> versus depth at shift start.
DATA DIVISION.
FILE SECTION.
FD SESSION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS SESSION-LINE.
01 SESSION-LINE PIC X(80).

FD OPERATOR-MASTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS OPERATOR-MASTER-LINE.
01 OPERATOR-MASTER-LINE PIC X(80).

FD RETRY-IN-FILE
    RECORD CONTAINS 140 CHARACTERS
*> operator-ID parameter block already rides in via the copybook
*> next to CB_APPEND_LINE below.)
COPY 'CB_GOTOXY.cpy'.
*> The supervisor's broadcasts, framed above the notes.
COPY 'CB_BROADCAST_PANEL.cpy'.
01 WS-BCAST-ROW      PIC 9(4).
01 WS-SIGNON-ID      PIC X(8).
01 WS-MASTER-STATUS  PIC XX.
01 WS-MASTER-AT-END  PIC X.
    88 AT-END-OF-MASTER VALUE 'Y'.
01 WS-MASTER-TOK-ID  PIC X(10).
01 WS-MASTER-TOK-ROLE PIC X(12).
01 WS-MASTER-TOK-SECRET PIC X(18).
01 WS-MASTER-TOK-STATE PIC X(2).
01 WS-SIGNON-BARRED  PIC X VALUE 'N'.
01 WS-LOG-REASON     PIC X(10).
01 WS-SESSION-PTR    PIC 9(4).
01 WS-CMD-PTR        PIC 9(4).
01 WS-ALERT-PTR      PIC 9(4).
        PERFORM WRITE_ALERT_RECORD
    END-IF
    PERFORM RECORD_SHIFT_BASELINE
    PERFORM DISPLAY_BROADCASTS
    PERFORM DISPLAY_HANDOFF_NOTES
    PERFORM DISPLAY_SCHEDULE_MENU
*> Exit code passed straight back to the OS, same idiom as
    CLOSE BASELINE-FILE
    .

*> Current broadcasts in a frame from row 12 (PROC_BROADCAST_PANEL),
*> five message rows at most, and the incoming operator asked to
*> acknowledge any not yet acknowledged -- the acknowledgment is
*> trailed in BROADCAST_ACK.LOG for PROC_BROADCAST UNACKED. The notes
*> follow on from the last row used; with nothing current the
*> notes start at row 12 as they always have.
DISPLAY_BROADCASTS.
    MOVE 'P' TO BCAST_ACTION
    MOVE 12 TO BCAST_TOP_LINE
    MOVE 1 TO BCAST_LEFT_COLUMN
    MOVE 78 TO BCAST_WIDTH
    MOVE 5 TO BCAST_MAX_LINES
    CALL 'PROC_BROADCAST_PANEL' USING BROADCAST-PANEL-PARAMS
    MOVE BCAST_BOTTOM_LINE TO WS-BCAST-ROW
    IF BCAST_UNACKED_COUNT > 0
        ADD 1 TO WS-BCAST-ROW
        MOVE WS-BCAST-ROW TO TEXT_LINE
        MOVE 2 TO TEXT_COLUMN
        MOVE 'Acknowledge these broadcast messages? (Y/N): '
            TO TEXT_VALUE
        MOVE 7 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
        ACCEPT WS-ACK-ANSWER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACK-ANSWER)) = 'Y'
            MOVE 'A' TO BCAST_ACTION
            CALL 'PROC_BROADCAST_PANEL' USING BROADCAST-PANEL-PARAMS
        END-IF
    END-IF
    .

*> Show every unacknowledged note from the handoff file under the
*> shift banner (PROC_GOTOXY, yellow, from row 12 or under the
*> broadcasts), then let the
*> incoming operator acknowledge the lot -- acknowledged notes flip
*> to ACK=Y in place and the acknowledgment itself is trailed in
*> SHIFT_NOTES_ACK.LOG with who and when.
        END-PERFORM
        CLOSE NOTES-FILE
    END-IF
    MOVE WS-BCAST-ROW TO WS-NOTE-ROW
    PERFORM VARYING WS-NOTE-SS FROM 1 BY 1
        UNTIL WS-NOTE-SS > WS-NOTE-COUNT
        PERFORM FIND-NOTE-ACK-POS

SIGN-OPERATOR-ON.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    PERFORM CHECK-SIGNON-STATE
    IF WS-SIGNON-BARRED = 'Y'
        MOVE SPACES TO APPEND_LINE_TEXT
        MOVE 1 TO WS-SESSION-PTR
        STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            ' SIGNON REFUSED ' FUNCTION TRIM(WS-SIGNON-ID)
            ' ' FUNCTION TRIM(WS-LOG-REASON)
            DELIMITED BY SIZE INTO APPEND_LINE_TEXT
            WITH POINTER WS-SESSION-PTR
        MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
        CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
*> The outgoing operator's session must not carry on under the
*> incoming one's shift: the session is emptied (no sign-on, the
*> least-privileged role) and the shift does not start.
        OPEN OUTPUT SESSION-FILE
        CLOSE SESSION-FILE
        DISPLAY 'SIGN-ON REFUSED: ' WS-SIGNON-ID ' is '
            FUNCTION TRIM(WS-LOG-REASON)
            ' on the operator master -- session cleared, shift not'
            ' started'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    ELSE
        MOVE SPACES TO SESSION-LINE
        MOVE 1 TO WS-SESSION-PTR
        STRING WS-SIGNON-ID ' ' WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
            ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
            DELIMITED BY SIZE INTO SESSION-LINE
            WITH POINTER WS-SESSION-PTR
        OPEN OUTPUT SESSION-FILE
        WRITE SESSION-LINE
        CLOSE SESSION-FILE
        DISPLAY 'Operator ' WS-SIGNON-ID ' signed on for this session'
    END-IF
    .

*> A disabled or locked ID on OPERATORS.DAT is barred here the same
*> as at PROC_OPERATOR_SIGNON; no master, or an ID not on it, signs
*> on as before at the least-privileged role.
CHECK-SIGNON-STATE.
    MOVE 'N' TO WS-SIGNON-BARRED WS-MASTER-AT-END
    OPEN INPUT OPERATOR-MASTER-FILE
    IF WS-MASTER-STATUS = '00'
        PERFORM UNTIL AT-END-OF-MASTER
            READ OPERATOR-MASTER-FILE
                AT END SET AT-END-OF-MASTER TO TRUE
                NOT AT END
                    IF OPERATOR-MASTER-LINE NOT = SPACES
                        AND OPERATOR-MASTER-LINE(1:1) NOT = '*'
                        MOVE SPACES TO WS-MASTER-TOK-ID
                            WS-MASTER-TOK-STATE
                        UNSTRING OPERATOR-MASTER-LINE
                            DELIMITED BY '|'
                            INTO WS-MASTER-TOK-ID WS-MASTER-TOK-ROLE
                                 WS-MASTER-TOK-SECRET
                                 WS-MASTER-TOK-STATE
                        IF FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-MASTER-TOK-ID))
                            = WS-SIGNON-ID
                            EVALUATE FUNCTION UPPER-CASE(
                                WS-MASTER-TOK-STATE(1:1))
                                WHEN 'D'
                                    MOVE 'Y' TO WS-SIGNON-BARRED
                                    MOVE 'DISABLED' TO WS-LOG-REASON
                                WHEN 'L'
                                    MOVE 'Y' TO WS-SIGNON-BARRED
                                    MOVE 'LOCKED' TO WS-LOG-REASON
                            END-EVALUATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-MASTER-FILE
    END-IF
    .

*> Retarget WS-BANNER-PROGRAM-NAME from PROC_BANNER_LINK_TARGET if an
