*> from the counts, the deep capture and the requeue, otherwise
*> every sweep night would read as a MISMATCH and re-print the whole
*> archive into the retry queue.
*> The same file carries a restart's cut-back lines: a run that cut
*> its spool back to a checkpoint took that many banners out, so
*> the file's latest claims made before the cut are taken off too
*> -- the restart's re-render claims and prints them afresh.
    SELECT ROTATIONS-FILE ASSIGN TO 'SPOOL_ROTATIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROTATIONS-STATUS.
01 SPOOL-LINE PIC X(132).

FD ROTATIONS-FILE
    RECORD CONTAINS 100 CHARACTERS
    DATA RECORD IS ROTATIONS-LINE.
01 ROTATIONS-LINE PIC X(100).

FD RECONCILE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    05 WS-DEEP-ENTRY OCCURS 400 TIMES INDEXED BY WS-DEEP-SS.
        10 WS-DEEP-FILE-SS PIC 9(4).
        10 WS-DEEP-TEXT    PIC X(64).
        10 WS-DEEP-STAMP   PIC X(19).
01 WS-DEEP-ENTRY-COUNT  PIC 9(4) VALUE 0.
01 WS-DEEP-CURSOR       PIC 9(4).
01 WS-DEEP-FOUND        PIC X.
01 WS-ROT-COUNT         PIC 9(4) VALUE 0.
01 WS-ROT-TOK-NAME      PIC X(64).
01 WS-ROT-TOK-STAMP     PIC X(24).
01 WS-ROT-TOK-KIND      PIC X(8).
01 WS-ROT-TOK-BANNERS   PIC X(12).
*> Restart cut-backs per spool file, from the same file's CUT lines.
01 WS-CUT-TABLE.
    05 WS-CUT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CUT-SS.
        10 WS-CUT-NAME    PIC X(64).
        10 WS-CUT-STAMP   PIC X(19).
        10 WS-CUT-BANNERS PIC 9(9).
01 WS-CUT-COUNT         PIC 9(4) VALUE 0.
01 WS-CUT-LEFT          PIC 9(9).
01 WS-CUT-DEEP-SS       PIC 9(4).
01 WS-CUT-BACK-SKIPS    PIC 9(9) VALUE 0.
01 WS-CLAIM-STAMP       PIC X(19).
01 WS-CLAIM-IN-WINDOW   PIC X.
01 WS-PRE-ROTATION-SKIPS PIC 9(9) VALUE 0.
        CLOSE AUDIT-FILE-IN
    END-IF

    PERFORM APPLY-SPOOL-CUT-BACKS

    PERFORM VARYING WS-RECON-SS FROM 1 BY 1
        UNTIL WS-RECON-SS > WS-RECON-ENTRY-COUNT
        PERFORM COUNT-SPOOL-DELIMITERS
            SET WS-DEEP-SS TO WS-DEEP-ENTRY-COUNT
            MOVE WS-RECON-MATCH-SS TO WS-DEEP-FILE-SS(WS-DEEP-SS)
            MOVE WS-PARSE-REMAINDER(1:64) TO WS-DEEP-TEXT(WS-DEEP-SS)
            MOVE WS-CLAIM-STAMP TO WS-DEEP-STAMP(WS-DEEP-SS)
        END-IF
    END-IF
.
                AT END SET AT-END-OF-ROTATIONS TO TRUE
                NOT AT END
                    IF ROTATIONS-LINE NOT = SPACES
                        PERFORM TAKE-ROTATIONS-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
.

TAKE-ROTATIONS-LINE.
    MOVE SPACES TO WS-ROT-TOK-NAME WS-ROT-TOK-STAMP WS-ROT-TOK-KIND
        WS-ROT-TOK-BANNERS
    UNSTRING ROTATIONS-LINE DELIMITED BY '|'
        INTO WS-ROT-TOK-NAME WS-ROT-TOK-STAMP WS-ROT-TOK-KIND
             WS-ROT-TOK-BANNERS
    IF WS-ROT-TOK-KIND = 'CUT'
        IF WS-CUT-COUNT < 50
            AND FUNCTION TRIM(WS-ROT-TOK-BANNERS) IS NUMERIC
            ADD 1 TO WS-CUT-COUNT
            SET WS-CUT-SS TO WS-CUT-COUNT
            MOVE WS-ROT-TOK-NAME TO WS-CUT-NAME(WS-CUT-SS)
            MOVE WS-ROT-TOK-STAMP(1:19) TO WS-CUT-STAMP(WS-CUT-SS)
            MOVE FUNCTION NUMVAL(WS-ROT-TOK-BANNERS)
                TO WS-CUT-BANNERS(WS-CUT-SS)
        END-IF
    ELSE
        IF WS-ROT-COUNT < 50
            ADD 1 TO WS-ROT-COUNT
            SET WS-ROT-SS TO WS-ROT-COUNT
            MOVE WS-ROT-TOK-NAME TO WS-ROT-NAME(WS-ROT-SS)
            MOVE WS-ROT-TOK-STAMP(1:19) TO WS-ROT-STAMP(WS-ROT-SS)
        END-IF
    END-IF
.

*> Each cut-back inside its file's window takes its banners off the
*> file's claim count, and off the capture too -- the latest claims
*> on that file made up to the cut, walking back from the newest --
*> so neither the deep compare nor the requeue sees them.
APPLY-SPOOL-CUT-BACKS.
    PERFORM VARYING WS-CUT-SS FROM 1 BY 1
        UNTIL WS-CUT-SS > WS-CUT-COUNT
        MOVE WS-CUT-NAME(WS-CUT-SS) TO WS-FOUND-FILE-NAME
        MOVE WS-CUT-STAMP(WS-CUT-SS) TO WS-CLAIM-STAMP
        PERFORM CHECK-CLAIM-WINDOW
        MOVE 0 TO WS-RECON-MATCH-SS
        IF WS-CLAIM-IN-WINDOW = 'Y'
            PERFORM VARYING WS-RECON-SS FROM 1 BY 1
                UNTIL WS-RECON-SS > WS-RECON-ENTRY-COUNT
                IF WS-RECON-FILE-NAME(WS-RECON-SS)
                        = FUNCTION TRIM(WS-FOUND-FILE-NAME)
                    MOVE WS-RECON-SS TO WS-RECON-MATCH-SS
                END-IF
            END-PERFORM
        END-IF
        IF WS-RECON-MATCH-SS > 0
            PERFORM APPLY-ONE-CUT-BACK
        END-IF
    END-PERFORM
.

APPLY-ONE-CUT-BACK.
    MOVE WS-CUT-BANNERS(WS-CUT-SS) TO WS-CUT-LEFT
    IF WS-CUT-LEFT > WS-RECON-AUDIT-COUNT(WS-RECON-MATCH-SS)
        MOVE WS-RECON-AUDIT-COUNT(WS-RECON-MATCH-SS) TO WS-CUT-LEFT
    END-IF
    SUBTRACT WS-CUT-LEFT FROM WS-RECON-AUDIT-COUNT(WS-RECON-MATCH-SS)
    ADD WS-CUT-LEFT TO WS-CUT-BACK-SKIPS
    PERFORM VARYING WS-CUT-DEEP-SS FROM WS-DEEP-ENTRY-COUNT BY -1
        UNTIL WS-CUT-DEEP-SS < 1 OR WS-CUT-LEFT = 0
        IF WS-DEEP-FILE-SS(WS-CUT-DEEP-SS) = WS-RECON-MATCH-SS
            AND WS-DEEP-STAMP(WS-CUT-DEEP-SS)
                NOT > WS-CUT-STAMP(WS-CUT-SS)
            MOVE 0 TO WS-DEEP-FILE-SS(WS-CUT-DEEP-SS)
            SUBTRACT 1 FROM WS-CUT-LEFT
        END-IF
    END-PERFORM
.

*> Linear search is fine here -- a shop's print-file names (BANNER.PRN,
*> REPORT.PRN, an occasional job-specific override) number in the
*> single digits, nowhere near the 50-entry table limit.
            WITH POINTER WS-REPORT-PTR
        WRITE REPORT-LINE
    END-IF
    IF WS-CUT-BACK-SKIPS > 0
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-REPORT-PTR
        STRING "NOTE: " WS-CUT-BACK-SKIPS
            " audit claim(s) cut back from their spool by a restart"
            " -- excluded from reconciliation"
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-REPORT-PTR
        WRITE REPORT-LINE
    END-IF
    PERFORM VARYING WS-RECON-SS FROM 1 BY 1
        UNTIL WS-RECON-SS > WS-RECON-ENTRY-COUNT
        MOVE SPACES TO REPORT-LINE
