*> the file won it (shared DEFAULTS or the [SECTION] the
*> SYSTEM_CFG_SECTION environment variable selected) -- so an
*> operator never has to merge the sections in their head to know
*> what the test room is actually running with. The report
*> repository's per-type RETAIN_RPT_ keys follow the fixed ones.
*> GnuCOBOL: cobc -x -j -free PROC_CONFIG_REPORT.cob PROC_LOAD_CONFIG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_CONFIG_REPORT.
    05 FILLER PIC X(20) VALUE 'RETAIN_RETRY_DAYS'.
    05 FILLER PIC X(20) VALUE 'RETAIN_SPOOL_DAYS'.
    05 FILLER PIC X(20) VALUE 'RETAIN_RUNLOG_DAYS'.
    05 FILLER PIC X(20) VALUE 'WATERMARK'.
    05 FILLER PIC X(20) VALUE 'SIGNON_MAX_FAILURES'.
    05 FILLER PIC X(20) VALUE 'SECRET_EXPIRY_DAYS'.
    05 FILLER PIC X(20) VALUE 'RETAIN_LEDGER_DAYS'.
    05 FILLER PIC X(20) VALUE 'LIMIT_APPROVAL_OVER'.
    05 FILLER PIC X(20) VALUE 'POSTING_CUTOFF'.
    05 FILLER PIC X(20) VALUE 'SUSPENSE_AGE_DAYS'.
    05 FILLER PIC X(20) VALUE 'DUPLICATE_DAYS'.
    05 FILLER PIC X(20) VALUE 'KYC_HOLD_DAYS'.
01 WS-KEY-NAME REDEFINES WS-KEY-NAMES OCCURS 20 TIMES PIC X(20).
*> Effective values in the same slot order, gathered after the CALL.
*> Slot 12 (WATERMARK) is the one text key and is shown from its own
*> field.
01 WS-KEY-VALUES.
    05 WS-KEY-VALUE OCCURS 20 TIMES PIC 9(5).
01 WS-KEY-COUNT PIC 9(2) VALUE 20.
01 WS-KEY-SS PIC 9(2).

PROCEDURE DIVISION.
    MOVE CONFIG_RETAIN_RETRY_DAYS  TO WS-KEY-VALUE(9)
    MOVE CONFIG_RETAIN_SPOOL_DAYS  TO WS-KEY-VALUE(10)
    MOVE CONFIG_RETAIN_RUNLOG_DAYS TO WS-KEY-VALUE(11)
    MOVE 0                         TO WS-KEY-VALUE(12)
    MOVE CONFIG_SIGNON_MAX_FAILS   TO WS-KEY-VALUE(13)
    MOVE CONFIG_SECRET_EXPIRY_DAYS TO WS-KEY-VALUE(14)
    MOVE CONFIG_RETAIN_LEDGER_DAYS TO WS-KEY-VALUE(15)
    MOVE CONFIG_LIMIT_APPROVAL_OVER TO WS-KEY-VALUE(16)
    MOVE CONFIG_POSTING_CUTOFF     TO WS-KEY-VALUE(17)
    MOVE CONFIG_SUSPENSE_AGE_DAYS  TO WS-KEY-VALUE(18)
    MOVE CONFIG_DUPLICATE_DAYS     TO WS-KEY-VALUE(19)
    MOVE CONFIG_KYC_HOLD_DAYS      TO WS-KEY-VALUE(20)
    DISPLAY 'Effective SYSTEM.CFG (section selector: '
        FUNCTION TRIM(CONFIG_SECTION_SELECTED) ')'
    PERFORM VARYING WS-KEY-SS FROM 1 BY 1
        UNTIL WS-KEY-SS > WS-KEY-COUNT
        EVALUATE TRUE
            WHEN WS-KEY-SS = 12
                PERFORM SHOW-WATERMARK-KEY
            WHEN CONFIG_KEY_SOURCE(WS-KEY-SS) = SPACES
                DISPLAY '  ' WS-KEY-NAME(WS-KEY-SS) ' (not supplied)'
            WHEN OTHER
                DISPLAY '  ' WS-KEY-NAME(WS-KEY-SS) ' = '
                    WS-KEY-VALUE(WS-KEY-SS) '  won by '
                    FUNCTION TRIM(CONFIG_KEY_SOURCE(WS-KEY-SS))
        END-EVALUATE
    END-PERFORM
    IF CONFIG_REPORT_RETAIN_COUNT = 0
        DISPLAY '  RETAIN_RPT_* (none supplied -- filed reports are'
            ' kept for good)'
    END-IF
    PERFORM VARYING WS-KEY-SS FROM 1 BY 1
        UNTIL WS-KEY-SS > CONFIG_REPORT_RETAIN_COUNT
        DISPLAY '  RETAIN_RPT_'
            FUNCTION TRIM(CONFIG_REPORT_TYPE(WS-KEY-SS)) ' = '
            CONFIG_REPORT_DAYS(WS-KEY-SS) '  won by '
            FUNCTION TRIM(CONFIG_REPORT_SOURCE(WS-KEY-SS))
    END-PERFORM
    STOP RUN.

SHOW-WATERMARK-KEY.
    IF CONFIG_WATERMARK_TEXT NOT = SPACES
        DISPLAY '  WATERMARK = '
            FUNCTION TRIM(CONFIG_WATERMARK_TEXT) '  won by '
    ELSE
        DISPLAY '  WATERMARK (not supplied)'
    END-IF
    .

END PROGRAM PROC_CONFIG_REPORT.
