*> Mission: The supervisor's side of the console broadcasts. POST
*> puts a message on every operator console -- PROC_MASTER_MENU,
*> PROC_SHIFT_START and PROC_DASHBOARD paint the current ones through
*> PROC_BROADCAST_PANEL -- with a priority (U urgent, shown first and
*> in red; N normal) and an expiry, after which the consoles drop it:
*>   ./PROC_BROADCAST POST U 1700 printer 2 offline, route to 3
*> The expiry is hhmm (today, or tomorrow when that time has gone),
*> yyyymmddhhmm, or +minutes. LIST shows the current messages with
*> how many operators have acknowledged each; UNACKED [msg-id] names,
*> for each current urgent message (or just the one given), every
*> operator in OPERATORS.DAT not disabled who has no acknowledgment
*> in BROADCAST_ACK.LOG yet. Posting needs a SUPERVISOR sign-on
*> (PROC_OPERATOR_ROLE); a refusal is logged to OPERATOR_SIGNON.LOG
*> like the other gated programs. LIST and UNACKED are open to all.
*> GnuCOBOL: cobc -x -free PROC_BROADCAST.cob PROC_OPERATOR_ID.cob
*>     PROC_OPERATOR_ROLE.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_BROADCAST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BROADCAST-FILE ASSIGN TO 'BROADCASTS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BROADCAST-STATUS.
    SELECT ACK-FILE ASSIGN TO 'BROADCAST_ACK.LOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERATORS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.

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

FD OPERATOR-MASTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS OPERATOR-MASTER-LINE.
01 OPERATOR-MASTER-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

01 WS-BROADCAST-STATUS  PIC XX.
01 WS-ACK-STATUS        PIC XX.
01 WS-MASTER-STATUS     PIC XX.
01 WS-AT-END            PIC X.
    88 AT-END-OF-FILE    VALUE 'Y'.
01 WS-CMD-LINE          PIC X(255).
01 WS-CMD-PTR           PIC 9(4).
01 WS-COMMAND           PIC X(8).
01 WS-ARG-PRIORITY      PIC X(4).
01 WS-ARG-EXPIRY        PIC X(14).
01 WS-ARG-TEXT          PIC X(120).
01 WS-ARG-MSG-ID        PIC X(16).
01 WS-LINE-PTR          PIC 9(4).
01 WS-NEW-MSG-ID        PIC 9(16).
01 WS-LAST-MSG-ID       PIC 9(16).
01 WS-LOG-EVENT         PIC X(80).

01 WS-CURRENT-DATE      PIC X(21).
01 WS-TIMESTAMP-DATE    REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY       PIC 9(4).
    05 WS-TS-MM         PIC 9(2).
    05 WS-TS-DD         PIC 9(2).
    05 WS-TS-HH         PIC 9(2).
    05 WS-TS-MI         PIC 9(2).
    05 WS-TS-SS         PIC 9(2).
    05 FILLER           PIC X(7).
01 WS-NOW-STAMP         PIC X(12).

*> The expiry being worked out, as yyyymmddhhmm.
01 WS-EXPIRY-STAMP      PIC X(12).
01 WS-EXPIRY-PARTS      REDEFINES WS-EXPIRY-STAMP.
    05 WS-EXP-DATE      PIC 9(8).
    05 WS-EXP-HH        PIC 9(2).
    05 WS-EXP-MI        PIC 9(2).
01 WS-EXPIRY-VALID      PIC X.
    88 EXPIRY-IS-VALID   VALUE 'Y'.
01 WS-DIGIT-COUNT       PIC 9(4).
01 WS-ADD-MINUTES       PIC 9(6).
01 WS-TOTAL-MINUTES     PIC 9(8).
01 WS-ADD-DAYS          PIC 9(6).
01 WS-DAY-INTEGER       PIC 9(8).
01 WS-TODAY-DATE        PIC 9(8).

*> Messages and acknowledgments in memory. Both files only ever
*> grow by one line at a time, so the tables are generous; anything
*> past them is counted and said, not silently dropped.
01 WS-MESSAGE-TABLE.
    05 WS-MSG-ENTRY OCCURS 50 TIMES.
        10 WS-MSG-ID       PIC X(16).
        10 WS-MSG-PRIORITY PIC X.
        10 WS-MSG-EXPIRES  PIC X(12).
        10 WS-MSG-BY       PIC X(8).
        10 WS-MSG-TEXT     PIC X(60).
        10 WS-MSG-ACKS     PIC 9(4).
01 WS-MSG-COUNT         PIC 9(4).
01 WS-MSG-OVERFLOW      PIC 9(4).
01 WS-MSG-SS            PIC 9(4).
01 WS-ACK-TABLE.
    05 WS-ACK-ENTRY OCCURS 2000 TIMES.
        10 WS-ACKT-MSG-ID  PIC X(16).
        10 WS-ACKT-OPR     PIC X(8).
01 WS-ACK-COUNT         PIC 9(4).
01 WS-ACK-OVERFLOW      PIC 9(4).
01 WS-ACK-SS            PIC 9(4).
01 WS-ACK-FOUND         PIC X.
    88 ACK-WAS-FOUND     VALUE 'Y'.
01 WS-OPERATOR-TABLE.
    05 WS-OPR-ENTRY OCCURS 200 TIMES PIC X(8).
01 WS-OPR-COUNT         PIC 9(4).
01 WS-OPR-SS            PIC 9(4).
01 WS-MISSING-COUNT     PIC 9(4).
01 WS-SHOWN-COUNT       PIC 9(4).

01 WS-TOK-ID            PIC X(16).
01 WS-TOK-PRIORITY      PIC X(2).
01 WS-TOK-EXPIRES       PIC X(12).
01 WS-TOK-BY            PIC X(8).
01 WS-TOK-TEXT          PIC X(60).
01 WS-TOK-ROLE          PIC X(12).
01 WS-TOK-SECRET        PIC X(18).
01 WS-TOK-STATE         PIC X(2).
01 WS-ACK-DATE          PIC X(10).
01 WS-ACK-TIME          PIC X(8).
01 WS-ACK-VERB          PIC X(4).
01 WS-ACK-MSG-ID        PIC X(16).
01 WS-ACK-OPR           PIC X(14).
01 WS-COUNT-EDIT        PIC Z(3)9.
01 WS-PRIORITY-WORD     PIC X(6).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:12) TO WS-NOW-STAMP
    MOVE SPACES TO WS-COMMAND WS-ARG-PRIORITY WS-ARG-EXPIRY
        WS-ARG-TEXT
    MOVE 1 TO WS-CMD-PTR
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-COMMAND
        WITH POINTER WS-CMD-PTR
    MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
    EVALUATE WS-COMMAND
        WHEN 'POST'
            PERFORM POST-MESSAGE
        WHEN 'LIST'
            PERFORM LOAD-CURRENT-MESSAGES
            PERFORM LOAD-ACKNOWLEDGMENTS
            PERFORM LIST-MESSAGES
        WHEN 'UNACKED'
            UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                INTO WS-ARG-MSG-ID
                WITH POINTER WS-CMD-PTR
            PERFORM LOAD-CURRENT-MESSAGES
            PERFORM LOAD-ACKNOWLEDGMENTS
            PERFORM LOAD-OPERATORS
            PERFORM LIST-UNACKNOWLEDGED
        WHEN OTHER
            DISPLAY 'USAGE: PROC_BROADCAST POST <U|N> '
                '<hhmm|yyyymmddhhmm|+minutes> <text>'
            DISPLAY '       PROC_BROADCAST LIST'
            DISPLAY '       PROC_BROADCAST UNACKED [msg-id]'
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

*> ---------------------------------------------------------------
*> POST -- supervisor only. The message id is the posting instant
*> to the hundredth, which is what the acknowledgments point at.
*> ---------------------------------------------------------------
POST-MESSAGE.
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_IS_SUPERVISOR
        MOVE SPACES TO WS-LOG-EVENT
        STRING 'AUTHORITY REFUSED PROC_BROADCAST POST'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
        PERFORM WRITE-SIGNON-LOG
        DISPLAY 'AUTHORITY REFUSED: posting a broadcast needs a'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG-PRIORITY WS-ARG-EXPIRY
        WITH POINTER WS-CMD-PTR
    IF WS-CMD-PTR <= 255
        MOVE FUNCTION TRIM(WS-CMD-LINE(WS-CMD-PTR:)) TO WS-ARG-TEXT
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ARG-PRIORITY) TO WS-ARG-PRIORITY
    IF WS-ARG-PRIORITY NOT = 'U' AND WS-ARG-PRIORITY NOT = 'N'
        DISPLAY 'ERROR: priority must be U (urgent) or N (normal)'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ARG-TEXT = SPACES
        DISPLAY 'ERROR: no message text given'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WORK-OUT-EXPIRY
    IF NOT EXPIRY-IS-VALID
        DISPLAY 'ERROR: expiry "' FUNCTION TRIM(WS-ARG-EXPIRY)
            '" is not hhmm, yyyymmddhhmm or +minutes'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXPIRY-STAMP <= WS-NOW-STAMP
        DISPLAY 'ERROR: expiry ' WS-EXPIRY-STAMP
            ' has already passed'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
*> The bar is the field separator on the file; the consoles show
*> 60 characters at most.
    INSPECT WS-ARG-TEXT REPLACING ALL '|' BY '/'
    IF WS-ARG-TEXT(61:60) NOT = SPACES
        DISPLAY 'WARNING: message cut to 60 characters'
    END-IF
    PERFORM TAKE-NEW-MESSAGE-ID
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-NEW-MSG-ID '|' WS-ARG-PRIORITY(1:1)
        '|' WS-EXPIRY-STAMP '|' FUNCTION TRIM(OPERATOR_ID)
        '|' FUNCTION TRIM(WS-ARG-TEXT(1:60))
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'BROADCASTS.DAT' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    IF WS-ARG-PRIORITY = 'U'
        MOVE 'URGENT' TO WS-PRIORITY-WORD
    ELSE
        MOVE 'NORMAL' TO WS-PRIORITY-WORD
    END-IF
    DISPLAY 'Broadcast ' WS-NEW-MSG-ID ' posted ('
        FUNCTION TRIM(WS-PRIORITY-WORD) ', until '
        WS-EXP-DATE ' ' WS-EXP-HH ':' WS-EXP-MI ')'
    .

*> Two posts inside the same hundredth must not share an id, or one
*> acknowledgment would answer for both -- the id is never allowed
*> to fall at or below the last one on the file.
TAKE-NEW-MESSAGE-ID.
    MOVE WS-CURRENT-DATE(1:16) TO WS-NEW-MSG-ID
    MOVE 0 TO WS-LAST-MSG-ID
    MOVE 'N' TO WS-AT-END
    OPEN INPUT BROADCAST-FILE
    IF WS-BROADCAST-STATUS = '00'
        PERFORM UNTIL AT-END-OF-FILE
            READ BROADCAST-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END
                    IF BROADCAST-LINE(1:16) IS NUMERIC
                        AND BROADCAST-LINE(1:16) > WS-LAST-MSG-ID
                        MOVE BROADCAST-LINE(1:16) TO WS-LAST-MSG-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BROADCAST-FILE
    END-IF
    IF WS-NEW-MSG-ID <= WS-LAST-MSG-ID
        COMPUTE WS-NEW-MSG-ID = WS-LAST-MSG-ID + 1
    END-IF
    .

*> hhmm is today, or tomorrow once that time has gone by;
*> yyyymmddhhmm is taken as written; +minutes counts from now.
WORK-OUT-EXPIRY.
    MOVE 'N' TO WS-EXPIRY-VALID
    MOVE SPACES TO WS-EXPIRY-STAMP
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE
    MOVE 0 TO WS-DIGIT-COUNT
    INSPECT WS-ARG-EXPIRY TALLYING WS-DIGIT-COUNT
        FOR CHARACTERS BEFORE INITIAL SPACE
    EVALUATE TRUE
        WHEN WS-ARG-EXPIRY(1:1) = '+'
            AND WS-DIGIT-COUNT > 1 AND WS-DIGIT-COUNT < 8
            IF WS-ARG-EXPIRY(2:WS-DIGIT-COUNT - 1) IS NUMERIC
                MOVE WS-ARG-EXPIRY(2:WS-DIGIT-COUNT - 1)
                    TO WS-ADD-MINUTES
                COMPUTE WS-TOTAL-MINUTES = WS-TS-HH * 60 + WS-TS-MI
                    + WS-ADD-MINUTES
                PERFORM SET-EXPIRY-FROM-MINUTES
            END-IF
        WHEN WS-DIGIT-COUNT = 4
            IF WS-ARG-EXPIRY(1:4) IS NUMERIC
                AND WS-ARG-EXPIRY(1:2) < '24'
                AND WS-ARG-EXPIRY(3:2) < '60'
                MOVE WS-TODAY-DATE TO WS-EXP-DATE
                MOVE WS-ARG-EXPIRY(1:4) TO WS-EXPIRY-STAMP(9:4)
                IF WS-EXPIRY-STAMP <= WS-NOW-STAMP
                    COMPUTE WS-TOTAL-MINUTES = 1440 + WS-EXP-HH * 60
                        + WS-EXP-MI
                    PERFORM SET-EXPIRY-FROM-MINUTES
                ELSE
                    MOVE 'Y' TO WS-EXPIRY-VALID
                END-IF
            END-IF
        WHEN WS-DIGIT-COUNT = 12
            IF WS-ARG-EXPIRY(1:12) IS NUMERIC
                MOVE WS-ARG-EXPIRY(1:12) TO WS-EXPIRY-STAMP
                IF WS-EXP-HH < 24 AND WS-EXP-MI < 60
                    AND FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-DATE) = 0
                    MOVE 'Y' TO WS-EXPIRY-VALID
                END-IF
            END-IF
    END-EVALUATE
    .

*> WS-TOTAL-MINUTES counts from midnight today.
SET-EXPIRY-FROM-MINUTES.
    DIVIDE WS-TOTAL-MINUTES BY 1440 GIVING WS-ADD-DAYS
        REMAINDER WS-TOTAL-MINUTES
    COMPUTE WS-DAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-ADD-DAYS
    COMPUTE WS-EXP-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
    DIVIDE WS-TOTAL-MINUTES BY 60 GIVING WS-EXP-HH
        REMAINDER WS-EXP-MI
    MOVE 'Y' TO WS-EXPIRY-VALID
    .

*> ---------------------------------------------------------------
*> Loading -- current messages only; expired ones are history.
*> ---------------------------------------------------------------
LOAD-CURRENT-MESSAGES.
    MOVE 0 TO WS-MSG-COUNT WS-MSG-OVERFLOW
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
            IF WS-MSG-COUNT < 50
                ADD 1 TO WS-MSG-COUNT
                MOVE WS-TOK-ID TO WS-MSG-ID(WS-MSG-COUNT)
                MOVE WS-TOK-PRIORITY(1:1)
                    TO WS-MSG-PRIORITY(WS-MSG-COUNT)
                MOVE WS-TOK-EXPIRES TO WS-MSG-EXPIRES(WS-MSG-COUNT)
                MOVE WS-TOK-BY TO WS-MSG-BY(WS-MSG-COUNT)
                MOVE WS-TOK-TEXT TO WS-MSG-TEXT(WS-MSG-COUNT)
                MOVE 0 TO WS-MSG-ACKS(WS-MSG-COUNT)
            ELSE
                ADD 1 TO WS-MSG-OVERFLOW
            END-IF
        END-IF
    END-IF
    .

*> Only acknowledgments of the messages held are kept.
LOAD-ACKNOWLEDGMENTS.
    MOVE 0 TO WS-ACK-COUNT WS-ACK-OVERFLOW
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
    .

TAKE-ONE-ACK.
    MOVE SPACES TO WS-ACK-DATE WS-ACK-TIME WS-ACK-VERB
        WS-ACK-MSG-ID WS-ACK-OPR
    UNSTRING ACK-LINE DELIMITED BY ALL SPACE
        INTO WS-ACK-DATE WS-ACK-TIME WS-ACK-VERB WS-ACK-MSG-ID
            WS-ACK-OPR
    IF WS-ACK-VERB = 'ACK' AND WS-ACK-OPR(1:4) = 'OPR='
        PERFORM VARYING WS-MSG-SS FROM 1 BY 1
            UNTIL WS-MSG-SS > WS-MSG-COUNT
            IF WS-MSG-ID(WS-MSG-SS) = WS-ACK-MSG-ID
                ADD 1 TO WS-MSG-ACKS(WS-MSG-SS)
                IF WS-ACK-COUNT < 2000
                    ADD 1 TO WS-ACK-COUNT
                    MOVE WS-ACK-MSG-ID TO WS-ACKT-MSG-ID(WS-ACK-COUNT)
                    MOVE WS-ACK-OPR(5:8) TO WS-ACKT-OPR(WS-ACK-COUNT)
                ELSE
                    ADD 1 TO WS-ACK-OVERFLOW
                END-IF
            END-IF
        END-PERFORM
    END-IF
    .

*> Everyone who can sign on: comment lines and disabled IDs are
*> left out; a locked ID still owes its acknowledgment.
LOAD-OPERATORS.
    MOVE 0 TO WS-OPR-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT OPERATOR-MASTER-FILE
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'WARNING: OPERATORS.DAT not found -- no operators'
            ' to check'
    ELSE
        PERFORM UNTIL AT-END-OF-FILE
            READ OPERATOR-MASTER-FILE
                AT END SET AT-END-OF-FILE TO TRUE
                NOT AT END PERFORM TAKE-ONE-OPERATOR
            END-READ
        END-PERFORM
        CLOSE OPERATOR-MASTER-FILE
    END-IF
    .

TAKE-ONE-OPERATOR.
    IF OPERATOR-MASTER-LINE NOT = SPACES
        AND OPERATOR-MASTER-LINE(1:1) NOT = '*'
        MOVE SPACES TO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET
            WS-TOK-STATE
        UNSTRING OPERATOR-MASTER-LINE DELIMITED BY '|'
            INTO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET WS-TOK-STATE
        IF WS-TOK-STATE(1:1) NOT = 'D' AND WS-OPR-COUNT < 200
            ADD 1 TO WS-OPR-COUNT
            MOVE WS-TOK-ID TO WS-OPR-ENTRY(WS-OPR-COUNT)
        END-IF
    END-IF
    .

*> ---------------------------------------------------------------
*> LIST and UNACKED.
*> ---------------------------------------------------------------
LIST-MESSAGES.
    IF WS-MSG-COUNT = 0
        DISPLAY 'No broadcast messages are current.'
    ELSE
        DISPLAY 'MSG-ID           P EXPIRES          BY       ACKS'
            '  TEXT'
        PERFORM VARYING WS-MSG-SS FROM 1 BY 1
            UNTIL WS-MSG-SS > WS-MSG-COUNT
            MOVE WS-MSG-ACKS(WS-MSG-SS) TO WS-COUNT-EDIT
            DISPLAY WS-MSG-ID(WS-MSG-SS) ' '
                WS-MSG-PRIORITY(WS-MSG-SS) ' '
                WS-MSG-EXPIRES(WS-MSG-SS)(1:8) ' '
                WS-MSG-EXPIRES(WS-MSG-SS)(9:2) ':'
                WS-MSG-EXPIRES(WS-MSG-SS)(11:2) '   '
                WS-MSG-BY(WS-MSG-SS) ' ' WS-COUNT-EDIT '  '
                FUNCTION TRIM(WS-MSG-TEXT(WS-MSG-SS))
        END-PERFORM
    END-IF
    PERFORM REPORT-OVERFLOW
    .

LIST-UNACKNOWLEDGED.
    MOVE 0 TO WS-SHOWN-COUNT
    PERFORM VARYING WS-MSG-SS FROM 1 BY 1
        UNTIL WS-MSG-SS > WS-MSG-COUNT
        IF (WS-ARG-MSG-ID = SPACES
                AND WS-MSG-PRIORITY(WS-MSG-SS) = 'U')
            OR (WS-ARG-MSG-ID NOT = SPACES
                AND WS-MSG-ID(WS-MSG-SS) = WS-ARG-MSG-ID)
            PERFORM LIST-ONE-MESSAGE-UNACKED
        END-IF
    END-PERFORM
    IF WS-SHOWN-COUNT = 0
        IF WS-ARG-MSG-ID = SPACES
            DISPLAY 'No urgent broadcast messages are current.'
        ELSE
            DISPLAY 'ERROR: no current broadcast message '
                FUNCTION TRIM(WS-ARG-MSG-ID)
            MOVE 1 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM REPORT-OVERFLOW
    .

LIST-ONE-MESSAGE-UNACKED.
    ADD 1 TO WS-SHOWN-COUNT
    DISPLAY ' '
    DISPLAY WS-MSG-ID(WS-MSG-SS) ' ' WS-MSG-PRIORITY(WS-MSG-SS) ' '
        FUNCTION TRIM(WS-MSG-TEXT(WS-MSG-SS))
    MOVE 0 TO WS-MISSING-COUNT
    PERFORM VARYING WS-OPR-SS FROM 1 BY 1
        UNTIL WS-OPR-SS > WS-OPR-COUNT
        MOVE 'N' TO WS-ACK-FOUND
        PERFORM VARYING WS-ACK-SS FROM 1 BY 1
            UNTIL WS-ACK-SS > WS-ACK-COUNT OR ACK-WAS-FOUND
            IF WS-ACKT-MSG-ID(WS-ACK-SS) = WS-MSG-ID(WS-MSG-SS)
                AND WS-ACKT-OPR(WS-ACK-SS) = WS-OPR-ENTRY(WS-OPR-SS)
                MOVE 'Y' TO WS-ACK-FOUND
            END-IF
        END-PERFORM
        IF NOT ACK-WAS-FOUND
            ADD 1 TO WS-MISSING-COUNT
            DISPLAY '    not acknowledged: ' WS-OPR-ENTRY(WS-OPR-SS)
        END-IF
    END-PERFORM
    IF WS-MISSING-COUNT = 0
        DISPLAY '    every operator has acknowledged'
    ELSE
        MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
        DISPLAY '    ' FUNCTION TRIM(WS-COUNT-EDIT)
            ' operator(s) still to acknowledge'
    END-IF
    .

REPORT-OVERFLOW.
    IF WS-MSG-OVERFLOW > 0
        MOVE WS-MSG-OVERFLOW TO WS-COUNT-EDIT
        DISPLAY 'WARNING: ' FUNCTION TRIM(WS-COUNT-EDIT)
            ' more current message(s) not shown'
    END-IF
    IF WS-ACK-OVERFLOW > 0
        MOVE WS-ACK-OVERFLOW TO WS-COUNT-EDIT
        DISPLAY 'WARNING: ' FUNCTION TRIM(WS-COUNT-EDIT)
            ' acknowledgment(s) past the table were not checked'
    END-IF
    .

WRITE-SIGNON-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO APPEND_LINE_TEXT
    MOVE 1 TO WS-LINE-PTR
    STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
        ' ' FUNCTION TRIM(WS-LOG-EVENT)
        DELIMITED BY SIZE INTO APPEND_LINE_TEXT
        WITH POINTER WS-LINE-PTR
    MOVE 'OPERATOR_SIGNON.LOG' TO APPEND_FILE_NAME
    CALL 'PROC_APPEND_LINE' USING APPEND-PARAMS
    .

END PROGRAM PROC_BROADCAST.
