*> sign-on when given an OPERATOR= token, so a shop that always
*> starts shifts there never runs this directly.
*> When the OPERATORS.DAT master exists (one line per operator:
*> ID|ROLE|SECRET|STATE|FAILURES|SECRET-SET-DATE, roles
*> OPERATOR/SENIOR/SUPERVISOR, '*' comments), the sign-on verifies
*> the ID and prompts for the secret before the session opens, and
*> the verified role rides on the session line for
*> PROC_OPERATOR_ROLE to serve to the programs that gate sensitive
*> actions on it. A shop with no master signs on exactly as before,
*> at the least-privileged OPERATOR role. Refused sign-ons are
*> logged like accepted ones.
*> STATE is A(ctive), D(isabled) or L(ocked); a line from before
*> the state columns existed is an active ID with no failures.
*> Each wrong secret counts against the ID on the master, and
*> SIGNON_MAX_FAILURES consecutive misses (SYSTEM.CFG) lock it until
*> a supervisor resets it in PROC_OPERATOR_MAINT; a good secret
*> clears the count. A secret older than SECRET_EXPIRY_DAYS -- or
*> one with no set date, once expiry is switched on -- must be
*> replaced before the session opens. Lockouts and expired-secret
*> changes land in OPERATOR_SIGNON.LOG beside the sign-ons.
*> A seventh master column, COMPANIES, names the company books the
*> operator may work in (codes from COMPANIES.DAT, comma separated,
*> or * for every book). It rides on the session line after the
*> role for PROC_COMPANY to check; an operator with none listed --
*> or a shop with no master -- works in the home book only.
*> Command line: the operator ID (prompted for when omitted).
*> GnuCOBOL: cobc -x -free PROC_OPERATOR_SIGNON.cob
*>     PROC_LOAD_CONFIG.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_OPERATOR_SIGNON.

DATA DIVISION.
FILE SECTION.
FD SESSION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS SESSION-LINE.
01 SESSION-LINE PIC X(80).

FD SIGNON-LOG-FILE
    RECORD CONTAINS 80 CHARACTERS
01 WS-OPERATOR-ROLE     PIC X(10) VALUE 'OPERATOR'.
01 WS-MASTER-FOUND      PIC X VALUE 'N'.
01 WS-SECRET-GIVEN      PIC X(16).
01 WS-SECRET-AGAIN      PIC X(16).
01 WS-TOK-ID            PIC X(10).
01 WS-TOK-ROLE          PIC X(12).
01 WS-TOK-SECRET        PIC X(18).
01 WS-TOK-STATE         PIC X(2).
01 WS-TOK-FAILS         PIC X(4).
01 WS-TOK-SET-DATE      PIC X(10).
01 WS-TOK-COMPANIES     PIC X(32).
01 WS-MASTER-ROLE       PIC X(10).
01 WS-MASTER-SECRET     PIC X(16).
01 WS-MASTER-STATE      PIC X.
    88 MASTER-ID-ACTIVE   VALUE 'A'.
    88 MASTER-ID-DISABLED VALUE 'D'.
    88 MASTER-ID-LOCKED   VALUE 'L'.
01 WS-MASTER-FAILS      PIC 9(2).
01 WS-MASTER-SET-DATE   PIC X(8).
01 WS-MASTER-COMPANIES  PIC X(30) VALUE SPACES.
01 WS-MASTER-CHANGED    PIC X VALUE 'N'.
01 WS-LINE-PTR          PIC 9(4).
01 WS-LOG-EVENT         PIC X(50).
*> Why a sign-on was refused: UNKNOWN, SECRET, DISABLED, LOCKED,
*> EXPIRED, OVERFLOW -- the last word of the REFUSED log line.
01 WS-REFUSAL-REASON    PIC X(10).
01 WS-FAILS-EDIT        PIC Z9.

*> The whole master in memory, comments and all, so a failure count
*> or a replaced secret is saved back without disturbing any other
*> line -- 200 lines, house table style. A master that outgrows the
*> table refuses the sign-on rather than save a truncated copy.
01 WS-MASTER-TABLE.
    05 WS-MASTER-ENTRY OCCURS 200 TIMES INDEXED BY WS-MASTER-SS
        PIC X(80).
01 WS-MASTER-COUNT      PIC 9(3) VALUE 0.
01 WS-MASTER-MATCH-SS   PIC 9(3) VALUE 0.
01 WS-MASTER-OVERFLOW   PIC X VALUE 'N'.

*> Secret age, in days since the set date.
01 WS-TODAY-INT         PIC 9(8).
01 WS-SET-INT           PIC 9(8).
01 WS-SECRET-EXPIRED    PIC X VALUE 'N'.
COPY 'CB_SYSTEM_CONFIG.cpy'.

01 WS-CURRENT-DATE      PIC X(21).
01 WS-TIMESTAMP-DATE    REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY       PIC 9(4).
    STRING WS-OPERATOR-ID ' ' WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
        ' ' FUNCTION TRIM(WS-OPERATOR-ROLE)
        ' ' FUNCTION TRIM(WS-MASTER-COMPANIES)
        DELIMITED BY SIZE INTO SESSION-LINE
        WITH POINTER WS-LINE-PTR
    OPEN OUTPUT SESSION-FILE
    WRITE SESSION-LINE
    CLOSE SESSION-FILE
    MOVE SPACES TO WS-LOG-EVENT
    STRING 'SIGNON ' WS-OPERATOR-ID
        DELIMITED BY SIZE INTO WS-LOG-EVENT
    PERFORM WRITE-SIGNON-LOG
    DISPLAY 'Signed on as ' WS-OPERATOR-ID ' ('
        FUNCTION TRIM(WS-OPERATOR-ROLE) ')'
    STOP RUN.

*> With a master on disk, the ID must be listed, active, and the
*> secret must match before the session opens; a refusal is logged
*> to the same sign-on log an acceptance is, then the run ends
*> without touching OPERATOR.SES. No master keeps the pre-role
*> behavior: anyone signs on, at the OPERATOR level.
VERIFY-AGAINST-MASTER.
    MOVE 'OPERATOR' TO WS-OPERATOR-ROLE
    MOVE 'N' TO WS-MASTER-FOUND WS-MASTER-AT-END
    OPEN INPUT OPERATOR-MASTER-FILE
    IF WS-MASTER-STATUS = '00'
        PERFORM SEARCH-THE-MASTER
        CALL 'PROC_LOAD_CONFIG' USING SYSTEM-CONFIG
        PERFORM JUDGE-THE-CREDENTIALS
    END-IF
    .

SEARCH-THE-MASTER.
    MOVE 0 TO WS-MASTER-COUNT WS-MASTER-MATCH-SS
    PERFORM UNTIL AT-END-OF-MASTER
        READ OPERATOR-MASTER-FILE
            AT END SET AT-END-OF-MASTER TO TRUE
            NOT AT END
                IF WS-MASTER-COUNT < 200
                    ADD 1 TO WS-MASTER-COUNT
                    MOVE OPERATOR-MASTER-LINE
                        TO WS-MASTER-ENTRY(WS-MASTER-COUNT)
                ELSE
                    MOVE 'Y' TO WS-MASTER-OVERFLOW
                END-IF
                IF OPERATOR-MASTER-LINE NOT = SPACES
                    AND OPERATOR-MASTER-LINE(1:1) NOT = '*'
                    AND WS-MASTER-FOUND = 'N'
                    PERFORM JUDGE-ONE-MASTER-LINE
                END-IF
        END-READ
    .

JUDGE-THE-CREDENTIALS.
    IF WS-MASTER-OVERFLOW = 'Y'
        DISPLAY 'SIGN-ON REFUSED: OPERATORS.DAT holds more than 200'
            ' lines -- failure counts cannot be kept safely'
        MOVE 'OVERFLOW' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-MASTER-FOUND = 'N'
        MOVE 'UNKNOWN' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        DISPLAY 'SIGN-ON REFUSED: ' WS-OPERATOR-ID
            ' is not in the operator master'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF MASTER-ID-DISABLED
        MOVE 'DISABLED' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        DISPLAY 'SIGN-ON REFUSED: ' WS-OPERATOR-ID
            ' is disabled'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF MASTER-ID-LOCKED
        MOVE 'LOCKED' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        DISPLAY 'SIGN-ON REFUSED: ' WS-OPERATOR-ID
            ' is locked after failed sign-ons -- a supervisor'
            ' must reset it'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'Sign-on secret: ' WITH NO ADVANCING
    MOVE SPACES TO WS-SECRET-GIVEN
    ACCEPT WS-SECRET-GIVEN
    IF FUNCTION TRIM(WS-SECRET-GIVEN)
        NOT = FUNCTION TRIM(WS-MASTER-SECRET)
        PERFORM RECORD-FAILED-SECRET
        MOVE 'SECRET' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        DISPLAY 'SIGN-ON REFUSED: secret does not match'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-MASTER-FAILS > 0
        MOVE 0 TO WS-MASTER-FAILS
        MOVE 'Y' TO WS-MASTER-CHANGED
    END-IF
    PERFORM CHECK-SECRET-AGE
    IF WS-SECRET-EXPIRED = 'Y'
        PERFORM REPLACE-EXPIRED-SECRET
    END-IF
    IF WS-MASTER-CHANGED = 'Y'
        PERFORM SAVE-OPERATOR-MASTER
    END-IF
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MASTER-ROLE))
        WHEN 'SUPERVISOR'
            MOVE 'SUPERVISOR' TO WS-OPERATOR-ROLE

JUDGE-ONE-MASTER-LINE.
    MOVE SPACES TO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET
        WS-TOK-STATE WS-TOK-FAILS WS-TOK-SET-DATE WS-TOK-COMPANIES
    UNSTRING OPERATOR-MASTER-LINE DELIMITED BY '|'
        INTO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET
             WS-TOK-STATE WS-TOK-FAILS WS-TOK-SET-DATE
             WS-TOK-COMPANIES
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-ID))
        = WS-OPERATOR-ID
        MOVE 'Y' TO WS-MASTER-FOUND
        MOVE WS-MASTER-COUNT TO WS-MASTER-MATCH-SS
        MOVE WS-TOK-ROLE(1:10) TO WS-MASTER-ROLE
        MOVE WS-TOK-SECRET(1:16) TO WS-MASTER-SECRET
        EVALUATE FUNCTION UPPER-CASE(WS-TOK-STATE(1:1))
            WHEN 'D' MOVE 'D' TO WS-MASTER-STATE
            WHEN 'L' MOVE 'L' TO WS-MASTER-STATE
            WHEN OTHER MOVE 'A' TO WS-MASTER-STATE
        END-EVALUATE
        IF FUNCTION TRIM(WS-TOK-FAILS) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-TOK-FAILS) TO WS-MASTER-FAILS
        ELSE
            MOVE 0 TO WS-MASTER-FAILS
        END-IF
        MOVE WS-TOK-SET-DATE(1:8) TO WS-MASTER-SET-DATE
        MOVE SPACES TO WS-MASTER-COMPANIES
        IF WS-TOK-COMPANIES NOT = SPACES
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-COMPANIES))
                TO WS-MASTER-COMPANIES
        END-IF
    END-IF
    .

*> One more consecutive miss against the ID; at the configured limit
*> the ID locks, and the lockout is logged in its own right.
RECORD-FAILED-SECRET.
    IF WS-MASTER-FAILS < 99
        ADD 1 TO WS-MASTER-FAILS
    END-IF
    IF CONFIG_SIGNON_MAX_FAILS > 0
        AND WS-MASTER-FAILS >= CONFIG_SIGNON_MAX_FAILS
        MOVE 'L' TO WS-MASTER-STATE
        MOVE WS-MASTER-FAILS TO WS-FAILS-EDIT
        MOVE SPACES TO WS-LOG-EVENT
        STRING 'SIGNON LOCKOUT ' WS-OPERATOR-ID
            ' FAILURES=' FUNCTION TRIM(WS-FAILS-EDIT)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
        PERFORM WRITE-SIGNON-LOG
        DISPLAY '*** ' WS-OPERATOR-ID ' IS NOW LOCKED ***'
    END-IF
    PERFORM SAVE-OPERATOR-MASTER
    .

CHECK-SECRET-AGE.
    MOVE 'N' TO WS-SECRET-EXPIRED
    IF CONFIG_SECRET_EXPIRY_DAYS > 0
        IF WS-MASTER-SET-DATE IS NUMERIC
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-CURRENT-DATE(1:8)))
                TO WS-TODAY-INT
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-MASTER-SET-DATE)) TO WS-SET-INT
            IF WS-SET-INT = 0
                OR WS-TODAY-INT - WS-SET-INT
                    >= CONFIG_SECRET_EXPIRY_DAYS
                MOVE 'Y' TO WS-SECRET-EXPIRED
            END-IF
        ELSE
            MOVE 'Y' TO WS-SECRET-EXPIRED
        END-IF
    END-IF
    .

*> An expired secret is replaced here, keyed twice, before the
*> session opens -- it must differ from the old one and cannot carry
*> the master's '|' delimiter. A botched replacement refuses the
*> sign-on and leaves the old secret (and its expiry) in place.
REPLACE-EXPIRED-SECRET.
    DISPLAY 'Your sign-on secret has expired -- choose a new one.'
    DISPLAY 'New secret: ' WITH NO ADVANCING
    MOVE SPACES TO WS-SECRET-GIVEN
    ACCEPT WS-SECRET-GIVEN
    DISPLAY 'New secret again: ' WITH NO ADVANCING
    MOVE SPACES TO WS-SECRET-AGAIN
    ACCEPT WS-SECRET-AGAIN
    MOVE 0 TO WS-LINE-PTR
    INSPECT WS-SECRET-GIVEN TALLYING WS-LINE-PTR FOR ALL '|'
    IF WS-SECRET-GIVEN = SPACES
        OR WS-SECRET-GIVEN NOT = WS-SECRET-AGAIN
        OR FUNCTION TRIM(WS-SECRET-GIVEN)
            = FUNCTION TRIM(WS-MASTER-SECRET)
        OR WS-LINE-PTR > 0
        IF WS-MASTER-CHANGED = 'Y'
            PERFORM SAVE-OPERATOR-MASTER
        END-IF
        MOVE 'EXPIRED' TO WS-REFUSAL-REASON
        PERFORM WRITE-REFUSAL-LOG
        DISPLAY 'SIGN-ON REFUSED: the new secret was blank, did not'
            ' match, repeated the old one or held a |'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-SECRET-GIVEN TO WS-MASTER-SECRET
    MOVE WS-CURRENT-DATE(1:8) TO WS-MASTER-SET-DATE
    MOVE 'Y' TO WS-MASTER-CHANGED
    MOVE SPACES TO WS-LOG-EVENT
    STRING 'SECRET CHANGED ' WS-OPERATOR-ID ' EXPIRED'
        DELIMITED BY SIZE INTO WS-LOG-EVENT
    PERFORM WRITE-SIGNON-LOG
    .

*> The matched line is rebuilt in the full column shape and the
*> whole master written back in its original order.
SAVE-OPERATOR-MASTER.
    MOVE SPACES TO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
    MOVE 1 TO WS-LINE-PTR
    STRING WS-OPERATOR-ID DELIMITED BY SPACE
        '|' FUNCTION TRIM(WS-MASTER-ROLE)
        '|' FUNCTION TRIM(WS-MASTER-SECRET)
        '|' WS-MASTER-STATE
        '|' WS-MASTER-FAILS
        '|' WS-MASTER-SET-DATE
        DELIMITED BY SIZE INTO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
        WITH POINTER WS-LINE-PTR
    IF WS-MASTER-COMPANIES NOT = SPACES
        STRING '|' FUNCTION TRIM(WS-MASTER-COMPANIES)
            DELIMITED BY SIZE INTO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
            WITH POINTER WS-LINE-PTR
    END-IF
    OPEN OUTPUT OPERATOR-MASTER-FILE
    PERFORM VARYING WS-MASTER-SS FROM 1 BY 1
        UNTIL WS-MASTER-SS > WS-MASTER-COUNT
        MOVE WS-MASTER-ENTRY(WS-MASTER-SS) TO OPERATOR-MASTER-LINE
        WRITE OPERATOR-MASTER-LINE
    END-PERFORM
    CLOSE OPERATOR-MASTER-FILE
    .

WRITE-REFUSAL-LOG.
    MOVE SPACES TO WS-LOG-EVENT
    STRING 'SIGNON REFUSED ' WS-OPERATOR-ID
        ' ' FUNCTION TRIM(WS-REFUSAL-REASON)
        DELIMITED BY SIZE INTO WS-LOG-EVENT
    PERFORM WRITE-SIGNON-LOG
    .

WRITE-SIGNON-LOG.
    MOVE SPACES TO SIGNON-LOG-LINE
    MOVE 1 TO WS-LINE-PTR
    STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
        ' ' WS-TS-HH ':' WS-TS-MI ':' WS-TS-SS
        ' ' FUNCTION TRIM(WS-LOG-EVENT)
        DELIMITED BY SIZE INTO SIGNON-LOG-LINE
        WITH POINTER WS-LINE-PTR
    OPEN EXTEND SIGNON-LOG-FILE
