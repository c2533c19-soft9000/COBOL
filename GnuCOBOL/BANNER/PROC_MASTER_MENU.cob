*> (PROC_OPERATOR_ROLE) are not shown at all, and the shift-notes
*> panel (SHIFT_NOTES.DAT, PROC_SHIFT_NOTE's file) rides on the
*> front screen so the handoff is in the operator's face, not in a
*> file nobody opens. While a supervisor's broadcast is current
*> (PROC_BROADCAST, painted by PROC_BROADCAST_PANEL) it takes the
*> top of that side of the screen, urgent ones in red, and the notes
*> panel shrinks to the newest notes beneath it; A acknowledges the
*> broadcasts for the signed-on operator.
*> GnuCOBOL: cobc -x -j -free PROC_MASTER_MENU.cob PROC_CLS.cob
*>     PROC_GOTOXY.cob PROC_DRAW_FRAME.cob PROC_OPERATOR_ID.cob
*>     PROC_OPERATOR_ROLE.cob PROC_LOAD_CONFIG.cob
*>     PROC_BROADCAST_PANEL.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_MASTER_MENU.

        'PROC_REJECT_REVIEW|Reject correction desk|O'.
    05 FILLER PIC X(60) VALUE
        'PROC_CUST_AUDIT_QUERY|Master change audit|S'.
    05 FILLER PIC X(60) VALUE
        'PROC_MONITOR_REVIEW|Monitor hit review|S'.
    05 FILLER PIC X(60) VALUE
        'PROC_MAINT_APPROVAL|Maker/checker approvals|S'.
    05 FILLER PIC X(60) VALUE
        '  |BATCH AND JOBS                |O'.
    05 FILLER PIC X(60) VALUE
        'PROC_GLYPH_EDIT|Glyph editor|O'.
    05 FILLER PIC X(60) VALUE
        'PROC_GLYPH_REVIEW|Glyph approval review|V'.
    05 FILLER PIC X(60) VALUE
        'PROC_OPERATOR_MAINT|Operator maintenance|V'.
    05 FILLER PIC X(60) VALUE
        'PROC_HOLIDAY_EDIT|Holiday calendar|O'.
    05 FILLER PIC X(60) VALUE
        'PROC_MORNING_REPORT|Morning report|O'.
01 WS-MENU-TABLE REDEFINES WS-MENU-CONSTANTS.
    05 WS-MENU-ENTRY OCCURS 30 TIMES PIC X(60).
01 WS-MENU-COUNT    PIC 9(4) VALUE 30.

*> The visible options after the role filter, with their screen
*> numbers.
01 WS-SHOWN-TABLE.
    05 WS-SHOWN-ENTRY OCCURS 30 TIMES.
        10 WS-SHOWN-PROGRAM PIC X(24).
        10 WS-SHOWN-TITLE   PIC X(30).
01 WS-SHOWN-COUNT   PIC 9(4).
    05 WS-NOTE-ENTRY OCCURS 8 TIMES PIC X(34).
01 WS-NOTE-COUNT    PIC 9(4).
01 WS-NOTE-SS       PIC 9(4).
*> Where the notes panel starts and how many notes it has room for
*> -- all eleven rows when no broadcast is current, whatever the
*> broadcast panel leaves otherwise.
01 WS-NOTE-TOP      PIC 9(4).
01 WS-NOTE-ROOM     PIC 9(4).
01 WS-NOTE-FIRST    PIC 9(4).

COPY 'CB_CLS.cpy'.
COPY 'CB_GOTOXY.cpy'.
COPY 'CB_DRAW_FRAME.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_BROADCAST_PANEL.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
            PERFORM PAINT-ONE-OPTION
        END-IF
    END-PERFORM
    PERFORM PAINT-BROADCAST-PANEL
    PERFORM PAINT-NOTES-PANEL
    MOVE 24 TO TEXT_LINE
    MOVE 1 TO TEXT_COLUMN
    MOVE SPACES TO TEXT_VALUE
    MOVE 1 TO WS-OPTION-PTR
    IF BCAST_UNACKED_COUNT > 0
        STRING FUNCTION TRIM(OPERATOR_ID) ' ('
            FUNCTION TRIM(OPERATOR_ROLE)
            ')  choice, A to acknowledge broadcasts, or Q: '
            DELIMITED BY SIZE INTO TEXT_VALUE
            WITH POINTER WS-OPTION-PTR
    ELSE
        STRING FUNCTION TRIM(OPERATOR_ID) ' ('
            FUNCTION TRIM(OPERATOR_ROLE)
            ')  choice or Q: '
            DELIMITED BY SIZE INTO TEXT_VALUE
            WITH POINTER WS-OPTION-PTR
    END-IF
    MOVE 7 TO TEXT_COLOR_FORE
    MOVE 'Y' TO TEXT_COLOR_FORE_SET
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    .

*> Up to four broadcast rows over the notes panel; nothing is drawn
*> when no broadcast is current and the notes keep the whole side.
PAINT-BROADCAST-PANEL.
    MOVE 'P' TO BCAST_ACTION
    MOVE 1 TO BCAST_TOP_LINE
    MOVE 44 TO BCAST_LEFT_COLUMN
    MOVE 37 TO BCAST_WIDTH
    MOVE 4 TO BCAST_MAX_LINES
    CALL 'PROC_BROADCAST_PANEL' USING BROADCAST-PANEL-PARAMS
    COMPUTE WS-NOTE-TOP = BCAST_BOTTOM_LINE + 1
    COMPUTE WS-NOTE-ROOM = 12 - WS-NOTE-TOP - 2
    .

PAINT-NOTES-PANEL.
    MOVE WS-NOTE-TOP TO FRAME_TOP_LINE
    MOVE 44 TO FRAME_LEFT_COLUMN
    COMPUTE FRAME_HEIGHT = WS-NOTE-ROOM + 2
    MOVE 37 TO FRAME_WIDTH
    MOVE 'S' TO FRAME_STYLE
    MOVE 'SHIFT NOTES' TO FRAME_TITLE
    MOVE 'Y' TO FRAME_COLOR_FORE_SET
    CALL 'PROC_DRAW_FRAME' USING PARAMS-DRAW-FRAME
    IF WS-NOTE-COUNT = 0
        COMPUTE TEXT_LINE = WS-NOTE-TOP + 1
        MOVE 46 TO TEXT_COLUMN
        MOVE '(no notes waiting)' TO TEXT_VALUE
        MOVE 7 TO TEXT_COLOR_FORE
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    MOVE 1 TO WS-NOTE-FIRST
    IF WS-NOTE-COUNT > WS-NOTE-ROOM
        COMPUTE WS-NOTE-FIRST = WS-NOTE-COUNT - WS-NOTE-ROOM + 1
    END-IF
    PERFORM VARYING WS-NOTE-SS FROM WS-NOTE-FIRST BY 1
        UNTIL WS-NOTE-SS > WS-NOTE-COUNT
        COMPUTE TEXT_LINE = WS-NOTE-TOP + WS-NOTE-SS
            - WS-NOTE-FIRST + 1
        MOVE 46 TO TEXT_COLUMN
        MOVE WS-NOTE-ENTRY(WS-NOTE-SS) TO TEXT_VALUE
        MOVE 7 TO TEXT_COLOR_FORE
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        WHEN 'Q'
            MOVE 'N' TO WS-RUNNING
        WHEN 'A'
            MOVE 'A' TO BCAST_ACTION
            CALL 'PROC_BROADCAST_PANEL' USING BROADCAST-PANEL-PARAMS
        WHEN OTHER
            IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-PICKED
