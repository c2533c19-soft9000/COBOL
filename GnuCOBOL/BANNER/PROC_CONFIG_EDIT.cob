*> BANNER_CHARS_WIDE only the 8/14 the two page geometries allow),
*> rejects unknown keys outright, backs the prior file up to a
*> timestamped .BAK before rewriting, and appends every change to
*> SYSTEM_CFG_CHANGES.LOG with the operator (OPR=) who made it.
*> Hand-kept comment lines in the old file are not carried over --
*> the rewrite emits the known keys only, which is the point. The
*> text-valued WATERMARK= and the per-report RETAIN_RPT_ lines are
*> carried through as they stand.
*> The session must be signed on at SENIOR authority or above
*> (PROC_OPERATOR_ROLE) before the editor opens -- a rewritten
*> SYSTEM.CFG changes every program's behavior on the next run.
*> one row per key in CB_SYSTEM_CONFIG.cpy. A key the table does not
*> carry does not exist as far as this editor is concerned.
01 WS-KEY-TABLE.
    05 WS-KEY-ENTRY OCCURS 19 TIMES INDEXED BY WS-KEY-SS.
        10 WS-KEY-NAME    PIC X(20).
        10 WS-KEY-VALUE   PIC 9(5).
        10 WS-KEY-SET     PIC X.
        10 WS-KEY-MIN     PIC 9(5).
        10 WS-KEY-MAX     PIC 9(5).
01 WS-KEY-COUNT     PIC 9(2) VALUE 19.
01 WS-KEY-PICKED    PIC 9(2).
01 WS-SHOW-SS       PIC 9(2).
01 WS-ANSWER        PIC X(20).
*> numeric staging cannot edit it, so it is carried through
*> verbatim instead of silently dropped.
01 WS-WATERMARK-KEEP PIC X(80) VALUE SPACES.
*> The report repository's RETAIN_RPT_<type> lines are carried the
*> same way: one per report type, open-ended, so not rows this
*> editor's fixed key table can hold.
01 WS-REPORT-KEEP-TABLE.
    05 WS-REPORT-KEEP OCCURS 40 TIMES PIC X(80).
01 WS-REPORT-KEEP-COUNT PIC 9(2) VALUE 0.
01 WS-REPORT-KEEP-SS    PIC 9(2).
01 WS-LINE-PTR      PIC 9(4).
01 WS-CURRENT-DATE  PIC X(21).
01 WS-TIMESTAMP-DATE REDEFINES WS-CURRENT-DATE.
    MOVE 0 TO WS-KEY-MIN(10) MOVE 9999 TO WS-KEY-MAX(10)
    MOVE 'RETAIN_RUNLOG_DAYS' TO WS-KEY-NAME(11)
    MOVE 0 TO WS-KEY-MIN(11) MOVE 9999 TO WS-KEY-MAX(11)
    MOVE 'SIGNON_MAX_FAILURES' TO WS-KEY-NAME(12)
    MOVE 0 TO WS-KEY-MIN(12) MOVE 99 TO WS-KEY-MAX(12)
    MOVE 'SECRET_EXPIRY_DAYS' TO WS-KEY-NAME(13)
    MOVE 0 TO WS-KEY-MIN(13) MOVE 9999 TO WS-KEY-MAX(13)
    MOVE 'RETAIN_LEDGER_DAYS' TO WS-KEY-NAME(14)
    MOVE 0 TO WS-KEY-MIN(14) MOVE 9999 TO WS-KEY-MAX(14)
    MOVE 'LIMIT_APPROVAL_OVER' TO WS-KEY-NAME(15)
    MOVE 0 TO WS-KEY-MIN(15) MOVE 99999 TO WS-KEY-MAX(15)
*> POSTING_CUTOFF is a clock time, hhmm; EDIT-ONE-KEY turns away
*> minutes past 59, the range here just brackets the day.
    MOVE 'POSTING_CUTOFF'     TO WS-KEY-NAME(16)
    MOVE 1 TO WS-KEY-MIN(16) MOVE 2359 TO WS-KEY-MAX(16)
    MOVE 'SUSPENSE_AGE_DAYS'  TO WS-KEY-NAME(17)
    MOVE 0 TO WS-KEY-MIN(17) MOVE 9999 TO WS-KEY-MAX(17)
    MOVE 'DUPLICATE_DAYS'     TO WS-KEY-NAME(18)
    MOVE 0 TO WS-KEY-MIN(18) MOVE 9999 TO WS-KEY-MAX(18)
    MOVE 'KYC_HOLD_DAYS'      TO WS-KEY-NAME(19)
    MOVE 0 TO WS-KEY-MIN(19) MOVE 9999 TO WS-KEY-MAX(19)
    PERFORM VARYING WS-KEY-SS FROM 1 BY 1
        UNTIL WS-KEY-SS > WS-KEY-COUNT
        MOVE 0 TO WS-KEY-VALUE(WS-KEY-SS)
        MOVE CONFIG_RETAIN_RUNLOG_DAYS TO WS-KEY-VALUE(11)
        MOVE 'Y' TO WS-KEY-SET(11)
    END-IF
    IF CONFIG_SIGNON_MAX_FAILS > 0
        MOVE CONFIG_SIGNON_MAX_FAILS TO WS-KEY-VALUE(12)
        MOVE 'Y' TO WS-KEY-SET(12)
    END-IF
    IF CONFIG_SECRET_EXPIRY_DAYS > 0
        MOVE CONFIG_SECRET_EXPIRY_DAYS TO WS-KEY-VALUE(13)
        MOVE 'Y' TO WS-KEY-SET(13)
    END-IF
    IF CONFIG_RETAIN_LEDGER_DAYS > 0
        MOVE CONFIG_RETAIN_LEDGER_DAYS TO WS-KEY-VALUE(14)
        MOVE 'Y' TO WS-KEY-SET(14)
    END-IF
    IF CONFIG_LIMIT_APPROVAL_OVER > 0
        MOVE CONFIG_LIMIT_APPROVAL_OVER TO WS-KEY-VALUE(15)
        MOVE 'Y' TO WS-KEY-SET(15)
    END-IF
    IF CONFIG_POSTING_CUTOFF > 0
        MOVE CONFIG_POSTING_CUTOFF TO WS-KEY-VALUE(16)
        MOVE 'Y' TO WS-KEY-SET(16)
    END-IF
    IF CONFIG_SUSPENSE_AGE_DAYS > 0
        MOVE CONFIG_SUSPENSE_AGE_DAYS TO WS-KEY-VALUE(17)
        MOVE 'Y' TO WS-KEY-SET(17)
    END-IF
    IF CONFIG_DUPLICATE_DAYS > 0
        MOVE CONFIG_DUPLICATE_DAYS TO WS-KEY-VALUE(18)
        MOVE 'Y' TO WS-KEY-SET(18)
    END-IF
    IF CONFIG_KYC_HOLD_DAYS > 0
        MOVE CONFIG_KYC_HOLD_DAYS TO WS-KEY-VALUE(19)
        MOVE 'Y' TO WS-KEY-SET(19)
    END-IF
    .

SHOW-KEY-MENU.
                    AND WS-NEW-VALUE NOT = 8 AND WS-NEW-VALUE NOT = 14
                    DISPLAY 'REJECTED: BANNER_CHARS_WIDE must be 8'
                        ' (72-column) or 14 (132-column)'
                WHEN WS-KEY-NAME(WS-KEY-SS) = 'POSTING_CUTOFF'
                    AND FUNCTION MOD(WS-NEW-VALUE, 100) > 59
                    DISPLAY 'REJECTED: POSTING_CUTOFF is a time,'
                        ' hhmm -- minutes run 00-59'
                WHEN OTHER
                    MOVE WS-NEW-VALUE TO WS-KEY-VALUE(WS-KEY-SS)
                    MOVE 'Y' TO WS-KEY-SET(WS-KEY-SS)
                    IF CONFIG-IN-LINE(1:10) = 'WATERMARK='
                        MOVE CONFIG-IN-LINE TO WS-WATERMARK-KEEP
                    END-IF
                    IF CONFIG-IN-LINE(1:11) = 'RETAIN_RPT_'
                        AND WS-REPORT-KEEP-COUNT < 40
                        ADD 1 TO WS-REPORT-KEEP-COUNT
                        MOVE CONFIG-IN-LINE
                            TO WS-REPORT-KEEP(WS-REPORT-KEEP-COUNT)
                    END-IF
                    MOVE CONFIG-IN-LINE TO BACKUP-LINE
                    WRITE BACKUP-LINE
            END-READ
        MOVE WS-WATERMARK-KEEP TO CONFIG-OUT-LINE
        WRITE CONFIG-OUT-LINE
    END-IF
    PERFORM VARYING WS-REPORT-KEEP-SS FROM 1 BY 1
        UNTIL WS-REPORT-KEEP-SS > WS-REPORT-KEEP-COUNT
        MOVE WS-REPORT-KEEP(WS-REPORT-KEEP-SS) TO CONFIG-OUT-LINE
        WRITE CONFIG-OUT-LINE
    END-PERFORM
    CLOSE CONFIG-OUT-FILE
    .

            ' ' FUNCTION TRIM(WS-KEY-NAME(WS-KEY-SS))
            ' OLD=' WS-OLD-VALUE ' OLDSET=' WS-OLD-SET
            ' NEW=' WS-KEY-VALUE(WS-KEY-SS)
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO CHANGE-LOG-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
            ' ' FUNCTION TRIM(WS-KEY-NAME(WS-KEY-SS))
            ' OLD=' WS-OLD-VALUE ' OLDSET=' WS-OLD-SET
            ' REMOVED'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO CHANGE-LOG-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
