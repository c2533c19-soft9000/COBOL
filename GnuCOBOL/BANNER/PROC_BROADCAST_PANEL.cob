*> Mission: Put the supervisor's broadcast messages in front of every
*> operator without the supervisor walking the floor. Reads
*> BROADCASTS.DAT (PROC_BROADCAST posts into it, one message a line:
*>   <msg-id>|<U|N>|<expires yyyymmddhhmm>|<posted-by>|<text>
*> ) and, for whichever console program CALLs it, paints the messages
*> still current in a framed region (PROC_DRAW_FRAME, PROC_GOTOXY) --
*> urgent ones first and in red, a '*' against each one this
*> session's operator has not yet acknowledged. Acknowledging appends
*>   yyyy-mm-dd hh:mm:ss ACK <msg-id> OPR=<operator>
*> to BROADCAST_ACK.LOG through PROC_APPEND_LINE, once per message
*> per operator; PROC_BROADCAST UNACKED reads the same trail to show
*> the supervisor who has not. See CB_BROADCAST_PANEL.cpy.
*> GnuCOBOL: cobc -free PROC_BROADCAST_PANEL.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BROADCAST_PANEL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BROADCAST-FILE ASSIGN TO 'BROADCASTS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BROADCAST-STATUS.
    SELECT ACK-FILE ASSIGN TO 'BROADCAST_ACK.LOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

DATA DIVISION.
FILE SECTION.
FD BROADCAST-FILE
    RECORD CONTAINS 120 CHARACTERS
    DATA RECORD IS BROADCAST-LINE.
01 BROADCAST-LINE PIC X(120).

FD ACK-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS ACK-LINE.
01 ACK-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BROADCAST-STATUS PIC XX.
01 WS-ACK-STATUS       PIC XX.
01 WS-AT-END           PIC X.
    88 AT-END-OF-FILE   VALUE 'Y'.
01 WS-CURRENT-DATE     PIC X(21).
01 WS-NOW-STAMP        PIC X(12).

*> The current messages -- 20 is more than any supervisor keeps
*> live at once; the rest are counted, not shown.
01 WS-MESSAGE-TABLE.
    05 WS-MSG-ENTRY OCCURS 20 TIMES.
        10 WS-MSG-ID       PIC X(16).
        10 WS-MSG-PRIORITY PIC X.
        10 WS-MSG-EXPIRES  PIC X(12).
        10 WS-MSG-BY       PIC X(8).
        10 WS-MSG-TEXT     PIC X(60).
        10 WS-MSG-ACKED    PIC X.
01 WS-MSG-COUNT        PIC 9(4).
01 WS-MSG-SS           PIC 9(4).
01 WS-TOK-ID           PIC X(16).
01 WS-TOK-PRIORITY     PIC X(2).
01 WS-TOK-EXPIRES      PIC X(12).
01 WS-TOK-BY           PIC X(8).
01 WS-TOK-TEXT         PIC X(60).
01 WS-ACK-DATE         PIC X(10).
01 WS-ACK-TIME         PIC X(8).
01 WS-ACK-VERB         PIC X(4).
01 WS-ACK-MSG-ID       PIC X(16).
01 WS-ACK-OPR          PIC X(14).

01 WS-PASS-PRIORITY    PIC X.
01 WS-ROWS-SHOWN       PIC 9(4).
01 WS-ROWS-WANTED      PIC 9(4).
01 WS-INNER-WIDTH      PIC 9(5).
01 WS-ROW-TEXT         PIC X(72).
01 WS-ROW-PTR          PIC 9(4).
01 WS-LOG-PTR          PIC 9(4).
01 WS-MORE-COUNT       PIC 9(4).
COPY 'CB_GOTOXY.cpy'.
COPY 'CB_DRAW_FRAME.cpy'.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

LINKAGE SECTION.
COPY 'CB_BROADCAST_PANEL.cpy'.

PROCEDURE DIVISION USING BROADCAST-PANEL-PARAMS.
MAIN-PARA.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:12) TO WS-NOW-STAMP
    MOVE 0 TO BCAST_CURRENT_COUNT BCAST_URGENT_COUNT
        BCAST_UNACKED_COUNT BCAST_ACKED_NOW
    COMPUTE BCAST_BOTTOM_LINE = BCAST_TOP_LINE - 1
    PERFORM LOAD-CURRENT-MESSAGES
    PERFORM MARK-MY-ACKNOWLEDGMENTS
    IF BCAST-ACKNOWLEDGE
        PERFORM ACKNOWLEDGE-CURRENT-MESSAGES
    ELSE
        IF WS-MSG-COUNT > 0
            PERFORM PAINT-THE-PANEL
        END-IF
    END-IF
    GOBACK.

*> Still current means the expiry is later than this minute.
LOAD-CURRENT-MESSAGES.
    MOVE 0 TO WS-MSG-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BROADCAST-FILE
    IF WS-BROADCAST-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ BROADCAST-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TAKE-ONE-MESSAGE
            END-READ
        END-PERFORM
        CLOSE BROADCAST-FILE
    END-IF
    .

TAKE-ONE-MESSAGE.
    IF BROADCAST-LINE NOT = SPACES AND BROADCAST-LINE(1:1) NOT = '*'
        MOVE SPACES TO WS-TOK-ID WS-TOK-PRIORITY WS-TOK-EXPIRES
            WS-TOK-BY WS-TOK-TEXT
        UNSTRING BROADCAST-LINE DELIMITED BY '|'
            INTO WS-TOK-ID WS-TOK-PRIORITY WS-TOK-EXPIRES
                WS-TOK-BY WS-TOK-TEXT
        IF WS-TOK-EXPIRES > WS-NOW-STAMP
            ADD 1 TO BCAST_CURRENT_COUNT
            IF WS-TOK-PRIORITY(1:1) = 'U'
                ADD 1 TO BCAST_URGENT_COUNT
            END-IF
            IF WS-MSG-COUNT < 20
                ADD 1 TO WS-MSG-COUNT
                MOVE WS-TOK-ID TO WS-MSG-ID(WS-MSG-COUNT)
                MOVE WS-TOK-PRIORITY(1:1)
                    TO WS-MSG-PRIORITY(WS-MSG-COUNT)
                MOVE WS-TOK-EXPIRES TO WS-MSG-EXPIRES(WS-MSG-COUNT)
                MOVE WS-TOK-BY TO WS-MSG-BY(WS-MSG-COUNT)
                MOVE WS-TOK-TEXT TO WS-MSG-TEXT(WS-MSG-COUNT)
                MOVE 'N' TO WS-MSG-ACKED(WS-MSG-COUNT)
            END-IF
        END-IF
    END-IF
    .

*> This operator's own ACK lines against the messages held.
MARK-MY-ACKNOWLEDGMENTS.
    IF WS-MSG-COUNT > 0
        MOVE 'N' TO WS-AT-END
        OPEN INPUT ACK-FILE
        IF WS-ACK-STATUS = '00'
            PERFORM UNTIL AT-END-OF-FILE
                READ ACK-FILE
                    AT END SET AT-END-OF-FILE TO TRUE
                    NOT AT END PERFORM TAKE-ONE-ACK
                END-READ
            END-PERFORM
            CLOSE ACK-FILE
        END-IF
    END-IF
    MOVE 0 TO BCAST_UNACKED_COUNT
    PERFORM VARYING WS-MSG-SS FROM 1 BY 1
        UNTIL WS-MSG-SS > WS-MSG-COUNT
        IF WS-MSG-ACKED(WS-MSG-SS) = 'N'
            ADD 1 TO BCAST_UNACKED_COUNT
        END-IF
    END-PERFORM
    .

TAKE-ONE-ACK.
    MOVE SPACES TO WS-ACK-DATE WS-ACK-TIME WS-ACK-VERB
        WS-ACK-MSG-ID WS-ACK-OPR
    UNSTRING ACK-LINE DELIMITED BY ALL SPACE
        INTO WS-ACK-DATE WS-ACK-TIME WS-ACK-VERB WS-ACK-MSG-ID
            WS-ACK-OPR
    IF WS-ACK-VERB = 'ACK'
        AND WS-ACK-OPR(1:4) = 'OPR='
        AND WS-ACK-OPR(5:8) = OPERATOR_ID
        PERFORM VARYING WS-MSG-SS FROM 1 BY 1
            UNTIL WS-MSG-SS > WS-MSG-COUNT
            IF WS-MSG-ID(WS-MSG-SS) = WS-ACK-MSG-ID
                MOVE 'Y' TO WS-MSG-ACKED(WS-MSG-SS)
            END-IF
        END-PERFORM
    END-IF
    .

ACKNOWLEDGE-CURRENT-MESSAGES.
    PERFORM VARYING WS-MSG-SS FROM 1 BY 1
        UNTIL WS-MSG-SS > WS-MSG-COUNT
        IF WS-MSG-ACKED(WS-MSG-SS) = 'N'
            MOVE SPACES TO APPEND_LINE_TEXT
            MOVE 1 TO WS-LOG-PTR
            STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                '-' WS-CURRENT-DATE(7:2)
                ' ' WS-CURRENT-DATE(9:2) ':' WS-CURRENT-DATE(11:2)
                ':' WS-CURRENT-DATE(13:2)
                ' ACK ' FUNCTION TRIM(WS-MSG-ID(WS-MSG-SS))
                ' OPR=' FUNCTION TRIM(OPERATOR_ID)
                DELIMITED BY SIZE INTO APPEND_LINE_TEXT
                WITH POINTER WS-LOG-PTR
            MOVE 'BROADCAST_ACK.LOG' TO APPEND_FILE_NAME
            CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
            MOVE 'Y' TO WS-MSG-ACKED(WS-MSG-SS)
            ADD 1 TO BCAST_ACKED_NOW
        END-IF
    END-PERFORM
    MOVE 0 TO BCAST_UNACKED_COUNT
    .

*> Urgent pass then normal pass, as many rows as the caller spared;
*> messages that do not fit are owned up to on the last row. The
*> frame itself goes red while anything urgent is live.
PAINT-THE-PANEL.
    IF BCAST_MAX_LINES < 1
        MOVE 1 TO BCAST_MAX_LINES
    END-IF
    MOVE BCAST_CURRENT_COUNT TO WS-ROWS-WANTED
    IF WS-ROWS-WANTED > BCAST_MAX_LINES
        MOVE BCAST_MAX_LINES TO WS-ROWS-WANTED
    END-IF
    MOVE BCAST_TOP_LINE TO FRAME_TOP_LINE
    MOVE BCAST_LEFT_COLUMN TO FRAME_LEFT_COLUMN
    COMPUTE FRAME_HEIGHT = WS-ROWS-WANTED + 2
    MOVE BCAST_WIDTH TO FRAME_WIDTH
    MOVE 'S' TO FRAME_STYLE
    MOVE 'BROADCAST' TO FRAME_TITLE
    IF BCAST_URGENT_COUNT > 0
        MOVE 4 TO FRAME_COLOR_FORE
    ELSE
        MOVE 6 TO FRAME_COLOR_FORE
    END-IF
    MOVE 'Y' TO FRAME_COLOR_FORE_SET
    MOVE 'Y' TO FRAME_CLEAR_REQUEST
    CALL 'PROC_DRAW_FRAME' USING PARAMS-DRAW-FRAME
    IF NOT FRAME_WAS_DRAWN
        GOBACK
    END-IF
    COMPUTE BCAST_BOTTOM_LINE = BCAST_TOP_LINE + FRAME_HEIGHT - 1
    COMPUTE WS-INNER-WIDTH = BCAST_WIDTH - 4
    IF WS-INNER-WIDTH > 72
        MOVE 72 TO WS-INNER-WIDTH
    END-IF
    MOVE 0 TO WS-ROWS-SHOWN
    MOVE 'U' TO WS-PASS-PRIORITY
    PERFORM PAINT-ONE-PASS
    MOVE 'N' TO WS-PASS-PRIORITY
    PERFORM PAINT-ONE-PASS
    .

PAINT-ONE-PASS.
    PERFORM VARYING WS-MSG-SS FROM 1 BY 1
        UNTIL WS-MSG-SS > WS-MSG-COUNT
        IF (WS-PASS-PRIORITY = 'U'
                AND WS-MSG-PRIORITY(WS-MSG-SS) = 'U')
            OR (WS-PASS-PRIORITY = 'N'
                AND WS-MSG-PRIORITY(WS-MSG-SS) NOT = 'U')
            PERFORM PAINT-ONE-MESSAGE
        END-IF
    END-PERFORM
    .

PAINT-ONE-MESSAGE.
    IF WS-ROWS-SHOWN < WS-ROWS-WANTED
        ADD 1 TO WS-ROWS-SHOWN
        MOVE SPACES TO WS-ROW-TEXT
        MOVE 1 TO WS-ROW-PTR
        IF WS-ROWS-SHOWN = WS-ROWS-WANTED
            AND BCAST_CURRENT_COUNT > WS-ROWS-WANTED
            COMPUTE WS-MORE-COUNT =
                BCAST_CURRENT_COUNT - WS-ROWS-WANTED + 1
            STRING '... ' WS-MORE-COUNT ' more -- PROC_BROADCAST LIST'
                DELIMITED BY SIZE INTO WS-ROW-TEXT
                WITH POINTER WS-ROW-PTR
            MOVE 7 TO TEXT_COLOR_FORE
        ELSE
            IF WS-MSG-ACKED(WS-MSG-SS) = 'N'
                STRING '* ' DELIMITED BY SIZE INTO WS-ROW-TEXT
                    WITH POINTER WS-ROW-PTR
            ELSE
                STRING '  ' DELIMITED BY SIZE INTO WS-ROW-TEXT
                    WITH POINTER WS-ROW-PTR
            END-IF
            STRING FUNCTION TRIM(WS-MSG-TEXT(WS-MSG-SS))
                ' (' FUNCTION TRIM(WS-MSG-BY(WS-MSG-SS))
                ' until ' WS-MSG-EXPIRES(WS-MSG-SS)(9:2) ':'
                WS-MSG-EXPIRES(WS-MSG-SS)(11:2) ')'
                DELIMITED BY SIZE INTO WS-ROW-TEXT
                WITH POINTER WS-ROW-PTR
            IF WS-MSG-PRIORITY(WS-MSG-SS) = 'U'
                MOVE 4 TO TEXT_COLOR_FORE
            ELSE
                MOVE 7 TO TEXT_COLOR_FORE
            END-IF
        END-IF
        COMPUTE TEXT_LINE = BCAST_TOP_LINE + WS-ROWS-SHOWN
        COMPUTE TEXT_COLUMN = BCAST_LEFT_COLUMN + 2
        MOVE WS-ROW-TEXT TO TEXT_VALUE
        MOVE WS-INNER-WIDTH TO TEXT_LENGTH
        MOVE 'Y' TO TEXT_COLOR_FORE_SET
        CALL 'PROC_GOTOXY' USING PARAMS-GOTOXY
    END-IF
    .

END PROGRAM PROC_BROADCAST_PANEL.
