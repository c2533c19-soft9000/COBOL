01 WS-CONFIG-FILE-STATUS PIC XX.
01 WS-AT-END             PIC X VALUE 'N'.
    88 AT-END-OF-FILE      VALUE 'Y'.
01 WS-CONFIG-KEY          PIC X(48).
01 WS-CONFIG-VALUE        PIC X(30).
01 WS-WANTED-SECTION      PIC X(16).
01 WS-ACTIVE-SOURCE       PIC X(12) VALUE 'DEFAULTS'.
*> disk invalidates the cache on the next call.
01 WS-CACHE-STATE        PIC X VALUE 'N'.
    88 CONFIG-CACHE-LOADED VALUE 'Y'.
01 WS-CACHED-IMAGE       PIC X(2560).
01 WS-CONFIG-PATH        PIC X(12) VALUE 'SYSTEM.CFG'.
01 WS-CHECK-RC           PIC S9(9) COMP-5 VALUE 0.
01 WS-FILE-SNAPSHOT      PIC X(16).
01 WS-CACHED-SNAPSHOT    PIC X(16) VALUE LOW-VALUES.
01 WS-CALLER-RELOAD      PIC X.
01 WS-REPORT-TYPE        PIC X(32).
01 WS-REPORT-SS          PIC 9(2).
01 WS-REPORT-FOUND-SS    PIC 9(2).

LINKAGE SECTION.
COPY 'CB_SYSTEM_CONFIG.cpy'.
            WHEN 'RETAIN_RUNLOG_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_RETAIN_RUNLOG_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(11)
            WHEN 'SIGNON_MAX_FAILURES'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_SIGNON_MAX_FAILS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(13)
            WHEN 'SECRET_EXPIRY_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_SECRET_EXPIRY_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(14)
            WHEN 'RETAIN_LEDGER_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_RETAIN_LEDGER_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(15)
            WHEN 'LIMIT_APPROVAL_OVER'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_LIMIT_APPROVAL_OVER
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(16)
            WHEN 'POSTING_CUTOFF'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_POSTING_CUTOFF
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(17)
            WHEN 'SUSPENSE_AGE_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_SUSPENSE_AGE_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(18)
            WHEN 'DUPLICATE_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_DUPLICATE_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(19)
            WHEN 'KYC_HOLD_DAYS'
                MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO CONFIG_KYC_HOLD_DAYS
                MOVE WS-ACTIVE-SOURCE TO CONFIG_KEY_SOURCE(20)
            WHEN OTHER
                IF WS-CONFIG-KEY(1:11) = 'RETAIN_RPT_'
                    AND WS-CONFIG-KEY(12:) NOT = SPACES
                    PERFORM TAKE-REPORT-RETAIN-KEY
                END-IF
        END-EVALUATE
    END-IF
.

*> RETAIN_RPT_<type>: a section's line for a type the defaults
*> already named overwrites that entry, like any other key.
TAKE-REPORT-RETAIN-KEY.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-KEY(12:)))
        TO WS-REPORT-TYPE
    MOVE 0 TO WS-REPORT-FOUND-SS
    PERFORM VARYING WS-REPORT-SS FROM 1 BY 1
        UNTIL WS-REPORT-SS > CONFIG_REPORT_RETAIN_COUNT
        IF CONFIG_REPORT_TYPE(WS-REPORT-SS) = WS-REPORT-TYPE
            MOVE WS-REPORT-SS TO WS-REPORT-FOUND-SS
        END-IF
    END-PERFORM
    IF WS-REPORT-FOUND-SS = 0 AND CONFIG_REPORT_RETAIN_COUNT < 40
        ADD 1 TO CONFIG_REPORT_RETAIN_COUNT
        MOVE CONFIG_REPORT_RETAIN_COUNT TO WS-REPORT-FOUND-SS
        MOVE WS-REPORT-TYPE TO CONFIG_REPORT_TYPE(WS-REPORT-FOUND-SS)
    END-IF
    IF WS-REPORT-FOUND-SS > 0
        MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
            TO CONFIG_REPORT_DAYS(WS-REPORT-FOUND-SS)
        MOVE WS-ACTIVE-SOURCE TO CONFIG_REPORT_SOURCE(WS-REPORT-FOUND-SS)
    END-IF
.

END PROGRAM PROC_LOAD_CONFIG.
