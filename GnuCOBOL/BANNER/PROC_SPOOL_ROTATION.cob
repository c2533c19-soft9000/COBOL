*> reader is PROC_BANNER_RECONCILE, which uses the stamp to ignore
*> audit claims from before the spool's current lifetime. See
*> CB_SPOOL_ROTATION.cpy for the parameter block.
*> A cut-back is its own line kind,
*> '<file-name>|<YYYY-MM-DD HH:MM:SS>|CUT|<banners>', one per cut:
*> the reconcile takes that many of the file's claims made before
*> the stamp off its count. A file's next rotation drops its cut
*> lines -- the claims they answer for are outside the window then.
*> GnuCOBOL: cobc -free PROC_SPOOL_ROTATION.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_SPOOL_ROTATION.
DATA DIVISION.
FILE SECTION.
FD ROTATIONS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS ROTATIONS-LINE.
01 ROTATIONS-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ROTATIONS-STATUS PIC XX.
01 WS-ROT-COUNT    PIC 9(4) VALUE 0.
01 WS-ROT-SS       PIC 9(4).
01 WS-ROT-MATCH-SS PIC 9(4).
*> The cut-back lines, kept in file order.
01 WS-CUT-TABLE.
    05 WS-CUT-ENTRY OCCURS 50 TIMES.
        10 WS-CUT-NAME    PIC X(64).
        10 WS-CUT-STAMP   PIC X(19).
        10 WS-CUT-BANNERS PIC 9(9).
01 WS-CUT-COUNT    PIC 9(4) VALUE 0.
01 WS-CUT-SS       PIC 9(4).
01 WS-CUT-KEPT     PIC 9(4).
01 WS-TOK-NAME     PIC X(64).
01 WS-TOK-STAMP    PIC X(24).
01 WS-TOK-KIND     PIC X(8).
01 WS-TOK-BANNERS  PIC X(12).
01 WS-LINE-PTR     PIC 9(4).
01 WS-NOW-STAMP    PIC X(19).
01 WS-CURRENT-DATE PIC X(21).
01 WS-TIMESTAMP-DATE REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY  PIC 9(4).
*> Working storage persists across CALLs; reload the table fresh
*> each time so two rotators in one run never trample each other.
    MOVE 0 TO WS-ROT-COUNT
    MOVE 0 TO WS-CUT-COUNT
    MOVE 'N' TO WS-AT-END
    OPEN INPUT ROTATIONS-FILE
    IF WS-ROTATIONS-STATUS = '00'
                AT END SET AT-END-OF-ROTATIONS TO TRUE
                NOT AT END
                    IF ROTATIONS-LINE NOT = SPACES
                        PERFORM TAKE-ROTATIONS-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ROTATIONS-FILE
    END-IF
    IF ROTATION_CUT_BANNERS > 0
        PERFORM RECORD-CUT-BACK
    ELSE
        PERFORM RECORD-ROTATION
    END-IF
    PERFORM REWRITE-ROTATIONS
    GOBACK.

TAKE-ROTATIONS-LINE.
    MOVE SPACES TO WS-TOK-NAME WS-TOK-STAMP WS-TOK-KIND
        WS-TOK-BANNERS
    UNSTRING ROTATIONS-LINE DELIMITED BY '|'
        INTO WS-TOK-NAME WS-TOK-STAMP WS-TOK-KIND WS-TOK-BANNERS
    IF WS-TOK-KIND = 'CUT'
        IF WS-CUT-COUNT < 50
            AND FUNCTION TRIM(WS-TOK-BANNERS) IS NUMERIC
            ADD 1 TO WS-CUT-COUNT
            MOVE WS-TOK-NAME TO WS-CUT-NAME(WS-CUT-COUNT)
            MOVE WS-TOK-STAMP(1:19) TO WS-CUT-STAMP(WS-CUT-COUNT)
            MOVE FUNCTION NUMVAL(WS-TOK-BANNERS)
                TO WS-CUT-BANNERS(WS-CUT-COUNT)
        END-IF
    ELSE
        IF WS-ROT-COUNT < 50
            ADD 1 TO WS-ROT-COUNT
            MOVE WS-TOK-NAME TO WS-ROT-NAME(WS-ROT-COUNT)
            MOVE WS-TOK-STAMP(1:19) TO WS-ROT-STAMP(WS-ROT-COUNT)
        END-IF
    END-IF
    .

*> A full cut table leaves the result N -- the caller says so, and
*> the reconcile will show that restart as a mismatch.
RECORD-CUT-BACK.
    IF WS-CUT-COUNT >= 50
        GOBACK
    END-IF
    ADD 1 TO WS-CUT-COUNT
    MOVE ROTATION_FILE_NAME TO WS-CUT-NAME(WS-CUT-COUNT)
    PERFORM STAMP-NOW
    MOVE WS-NOW-STAMP TO WS-CUT-STAMP(WS-CUT-COUNT)
    MOVE ROTATION_CUT_BANNERS TO WS-CUT-BANNERS(WS-CUT-COUNT)
    .

RECORD-ROTATION.
    MOVE 0 TO WS-ROT-MATCH-SS
    PERFORM VARYING WS-ROT-SS FROM 1 BY 1
        UNTIL WS-ROT-SS > WS-ROT-COUNT
        MOVE WS-ROT-COUNT TO WS-ROT-MATCH-SS
        MOVE ROTATION_FILE_NAME TO WS-ROT-NAME(WS-ROT-MATCH-SS)
    END-IF
    PERFORM STAMP-NOW
    MOVE WS-NOW-STAMP TO WS-ROT-STAMP(WS-ROT-MATCH-SS)
*> The file's cut lines answer for claims the new window excludes.
    MOVE 0 TO WS-CUT-KEPT
    PERFORM VARYING WS-CUT-SS FROM 1 BY 1
        UNTIL WS-CUT-SS > WS-CUT-COUNT
        IF WS-CUT-NAME(WS-CUT-SS) NOT = ROTATION_FILE_NAME
            ADD 1 TO WS-CUT-KEPT
            MOVE WS-CUT-ENTRY(WS-CUT-SS) TO WS-CUT-ENTRY(WS-CUT-KEPT)
        END-IF
    END-PERFORM
    MOVE WS-CUT-KEPT TO WS-CUT-COUNT
    .

STAMP-NOW.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES TO WS-NOW-STAMP
    MOVE 1 TO WS-LINE-PTR
    STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
        DELIMITED BY SIZE INTO WS-NOW-STAMP
        WITH POINTER WS-LINE-PTR
    .

REWRITE-ROTATIONS.
    OPEN OUTPUT ROTATIONS-FILE
    PERFORM VARYING WS-ROT-SS FROM 1 BY 1
        UNTIL WS-ROT-SS > WS-ROT-COUNT
            WITH POINTER WS-LINE-PTR
        WRITE ROTATIONS-LINE
    END-PERFORM
    PERFORM VARYING WS-CUT-SS FROM 1 BY 1
        UNTIL WS-CUT-SS > WS-CUT-COUNT
        MOVE SPACES TO ROTATIONS-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING FUNCTION TRIM(WS-CUT-NAME(WS-CUT-SS))
            '|' WS-CUT-STAMP(WS-CUT-SS) '|CUT|'
            WS-CUT-BANNERS(WS-CUT-SS)
            DELIMITED BY SIZE INTO ROTATIONS-LINE
            WITH POINTER WS-LINE-PTR
        WRITE ROTATIONS-LINE
    END-PERFORM
    CLOSE ROTATIONS-FILE
    SET ROTATION_RECORDED TO TRUE
    .

END PROGRAM PROC_SPOOL_ROTATION.
