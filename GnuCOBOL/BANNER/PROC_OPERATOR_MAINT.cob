*> Mission: Maintenance program for the OPERATORS.DAT master, so a
*> new hire or a forgotten secret stops being a vi session on the
*> file every sign-on trusts. A)dd an operator, D)isable or E)nable
*> an ID, change its R)ole, re-S)et its secret (which also clears a
*> failed-sign-on lockout), set the C)ompany books it may work in,
*> L)ist the master -- secrets are never shown. Each change is
*> saved to the master at once and appended to OPERATOR_SIGNON.LOG
*> with who made it, beside the sign-ons and lockouts it explains,
*> since that log is what the auditors read.
*> A reset secret carries no set date, so with SECRET_EXPIRY_DAYS
*> switched on the operator must replace it at the first sign-on.
*> Comment lines and operators this run does not touch are written
*> back exactly as found. A supervisor cannot disable or re-role
*> their own ID -- that is done by another supervisor.
*> Company access is the seventh column: codes from COMPANIES.DAT,
*> comma separated, or * for every book; blank means the home book
*> only. Each code keyed must be on COMPANIES.DAT.
*> The session must be signed on at SUPERVISOR authority
*> (PROC_OPERATOR_ROLE); refusals are logged like the changes.
*> GnuCOBOL: cobc -x -free PROC_OPERATOR_MAINT.cob
*>     PROC_OPERATOR_ID.cob PROC_OPERATOR_ROLE.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_OPERATOR_MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERATORS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT COMPANY-LIST-FILE ASSIGN TO 'COMPANIES.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-MASTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS OPERATOR-MASTER-LINE.
01 OPERATOR-MASTER-LINE PIC X(80).

FD COMPANY-LIST-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS COMPANY-LIST-LINE.
01 COMPANY-LIST-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY 'CB_OPERATOR_ID.cpy'.
COPY 'CB_OPERATOR_ROLE.cpy'.
COPY 'CB_APPEND_LINE.cpy'.

01 WS-MASTER-STATUS     PIC XX.
01 WS-MASTER-AT-END     PIC X VALUE 'N'.
    88 AT-END-OF-MASTER  VALUE 'Y'.
01 WS-MASTER-OVERFLOW   PIC X VALUE 'N'.
01 WS-EDITING           PIC X VALUE 'Y'.
    88 DONE-EDITING      VALUE 'N'.
01 WS-ANSWER            PIC X(20).
01 WS-ACTION            PIC X.
01 WS-ID-WANTED         PIC X(8).
01 WS-ROLE-WANTED       PIC X(10).
    88 ROLE-WANTED-VALID VALUES 'OPERATOR' 'SENIOR' 'SUPERVISOR'.
01 WS-SECRET-GIVEN      PIC X(16).
01 WS-SECRET-AGAIN      PIC X(16).
01 WS-BAR-COUNT         PIC 9(4).
01 WS-LINE-PTR          PIC 9(4).
01 WS-LOG-EVENT         PIC X(80).
01 WS-FAILS-EDIT        PIC Z9.
01 WS-STATE-WORD        PIC X(8).
01 WS-COMPANY-STATUS    PIC XX.
01 WS-COMPANY-AT-END    PIC X VALUE 'N'.
    88 AT-END-OF-COMPANIES VALUE 'Y'.
01 WS-COMPANIES-WANTED  PIC X(30).
01 WS-COMPANIES-OK      PIC X.
01 WS-COMPANY-ONE       PIC X(8).
01 WS-COMPANY-TOK       PIC X(8).
01 WS-COMPANY-PTR       PIC 9(4).
01 WS-COMPANY-FOUND     PIC X.

*> The whole master in memory, comments and all -- 200 lines, the
*> same table the sign-on keeps. A master that outgrows the table is
*> refused rather than saved short.
01 WS-MASTER-TABLE.
    05 WS-MASTER-ENTRY OCCURS 200 TIMES INDEXED BY WS-MASTER-SS
        PIC X(80).
01 WS-MASTER-COUNT      PIC 9(3) VALUE 0.
01 WS-MASTER-MATCH-SS   PIC 9(3) VALUE 0.
01 WS-OPERATOR-COUNT    PIC 9(3) VALUE 0.

*> One operator line, broken into its columns. A line from before
*> the state columns existed reads as active with no failures.
01 WS-TOK-ID            PIC X(10).
01 WS-TOK-ROLE          PIC X(12).
01 WS-TOK-SECRET        PIC X(18).
01 WS-TOK-STATE         PIC X(2).
01 WS-TOK-FAILS         PIC X(4).
01 WS-TOK-SET-DATE      PIC X(10).
01 WS-TOK-COMPANIES     PIC X(32).
01 WS-OPR-ID            PIC X(8).
01 WS-OPR-ROLE          PIC X(10).
01 WS-OPR-SECRET        PIC X(16).
01 WS-OPR-STATE         PIC X.
    88 OPR-ID-ACTIVE      VALUE 'A'.
    88 OPR-ID-DISABLED    VALUE 'D'.
    88 OPR-ID-LOCKED      VALUE 'L'.
01 WS-OPR-FAILS         PIC 9(2).
01 WS-OPR-SET-DATE      PIC X(8).
01 WS-OPR-COMPANIES     PIC X(30).

01 WS-CURRENT-DATE      PIC X(21).
01 WS-TIMESTAMP-DATE    REDEFINES WS-CURRENT-DATE.
    05 WS-TS-YYYY       PIC 9(4).
    05 WS-TS-MM         PIC 9(2).
    05 WS-TS-DD         PIC 9(2).
    05 WS-TS-HH         PIC 9(2).
    05 WS-TS-MI         PIC 9(2).
    05 WS-TS-SS         PIC 9(2).
    05 FILLER           PIC X(7).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM CHECK-MAINT-AUTHORITY
    PERFORM LOAD-OPERATOR-MASTER
    PERFORM UNTIL DONE-EDITING
        DISPLAY ' '
        DISPLAY 'A)dd  D)isable  E)nable  R)ole  S)ecret reset'
            '  C)ompanies  L)ist  Q)uit: ' WITH NO ADVANCING
        MOVE SPACES TO WS-ANSWER
        ACCEPT WS-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-ACTION
        EVALUATE WS-ACTION
            WHEN 'A' PERFORM ADD-OPERATOR
            WHEN 'D' PERFORM DISABLE-OPERATOR
            WHEN 'E' PERFORM ENABLE-OPERATOR
            WHEN 'R' PERFORM REROLE-OPERATOR
            WHEN 'S' PERFORM RESET-OPERATOR-SECRET
            WHEN 'C' PERFORM SET-OPERATOR-COMPANIES
            WHEN 'L' PERFORM LIST-OPERATORS
            WHEN 'Q' MOVE 'N' TO WS-EDITING
            WHEN OTHER DISPLAY 'Pick one of A D E R S C L Q'
        END-EVALUATE
    END-PERFORM
    STOP RUN.

*> Who may sign on, and at what authority, is the supervisor's call
*> alone. The refusal lands in OPERATOR_SIGNON.LOG with who and at
*> what role, the same as the other gated programs.
CHECK-MAINT-AUTHORITY.
    CALL 'PROC_OPERATOR_ID' USING OPERATOR-ID-PARAM
    CALL 'PROC_OPERATOR_ROLE' USING OPERATOR-ROLE-PARAM
    IF NOT ROLE_IS_SUPERVISOR
        MOVE SPACES TO WS-LOG-EVENT
        STRING 'AUTHORITY REFUSED PROC_OPERATOR_MAINT MAINT'
            ' OPR=' FUNCTION TRIM(OPERATOR_ID)
            ' ROLE=' FUNCTION TRIM(OPERATOR_ROLE)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
        PERFORM WRITE-SIGNON-LOG
        DISPLAY 'AUTHORITY REFUSED: operator maintenance needs a'
            ' SUPERVISOR sign-on (session role is '
            FUNCTION TRIM(OPERATOR_ROLE) ')'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

LOAD-OPERATOR-MASTER.
    MOVE 0 TO WS-MASTER-COUNT
    OPEN INPUT OPERATOR-MASTER-FILE
    IF WS-MASTER-STATUS = '00'
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
            END-READ
        END-PERFORM
        CLOSE OPERATOR-MASTER-FILE
    ELSE
        DISPLAY 'NOTE: no OPERATORS.DAT yet -- the first add will'
            ' create it, and sign-on will check it from then on'
    END-IF
    IF WS-MASTER-OVERFLOW = 'Y'
        DISPLAY 'ERROR: OPERATORS.DAT holds more than 200 lines --'
            ' not opened for maintenance, a save would lose the rest'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> Sets WS-MASTER-MATCH-SS to the line for WS-ID-WANTED (0 when
*> the ID is not on the master) and leaves its columns in WS-OPR-*.
FIND-OPERATOR.
    MOVE 0 TO WS-MASTER-MATCH-SS
    PERFORM VARYING WS-MASTER-SS FROM 1 BY 1
        UNTIL WS-MASTER-SS > WS-MASTER-COUNT
           OR WS-MASTER-MATCH-SS > 0
        IF WS-MASTER-ENTRY(WS-MASTER-SS) NOT = SPACES
            AND WS-MASTER-ENTRY(WS-MASTER-SS)(1:1) NOT = '*'
            PERFORM SPLIT-OPERATOR-LINE
            IF WS-OPR-ID = WS-ID-WANTED
                SET WS-MASTER-MATCH-SS TO WS-MASTER-SS
            END-IF
        END-IF
    END-PERFORM
    .

SPLIT-OPERATOR-LINE.
    MOVE SPACES TO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET
        WS-TOK-STATE WS-TOK-FAILS WS-TOK-SET-DATE WS-TOK-COMPANIES
    UNSTRING WS-MASTER-ENTRY(WS-MASTER-SS) DELIMITED BY '|'
        INTO WS-TOK-ID WS-TOK-ROLE WS-TOK-SECRET
             WS-TOK-STATE WS-TOK-FAILS WS-TOK-SET-DATE
             WS-TOK-COMPANIES
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-ID)) TO WS-OPR-ID
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-ROLE))
        TO WS-OPR-ROLE
    MOVE WS-TOK-SECRET(1:16) TO WS-OPR-SECRET
    EVALUATE FUNCTION UPPER-CASE(WS-TOK-STATE(1:1))
        WHEN 'D' MOVE 'D' TO WS-OPR-STATE
        WHEN 'L' MOVE 'L' TO WS-OPR-STATE
        WHEN OTHER MOVE 'A' TO WS-OPR-STATE
    END-EVALUATE
    IF FUNCTION TRIM(WS-TOK-FAILS) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-TOK-FAILS) TO WS-OPR-FAILS
    ELSE
        MOVE 0 TO WS-OPR-FAILS
    END-IF
    MOVE WS-TOK-SET-DATE(1:8) TO WS-OPR-SET-DATE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOK-COMPANIES))
        TO WS-OPR-COMPANIES
    .

ASK-OPERATOR-ID.
    DISPLAY 'Operator ID: ' WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-ID-WANTED
    .

*> An ID already on file is changed, not added twice; the first
*> secret is keyed twice like any replacement.
ADD-OPERATOR.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    MOVE 0 TO WS-BAR-COUNT
    INSPECT WS-ID-WANTED TALLYING WS-BAR-COUNT FOR ALL '|'
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-BAR-COUNT > 0
            DISPLAY 'REJECTED: an operator ID cannot hold a |'
        WHEN WS-MASTER-MATCH-SS > 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is already on the master -- use E, R or S'
        WHEN WS-MASTER-COUNT >= 200
            DISPLAY 'REJECTED: OPERATORS.DAT is full at 200 lines'
        WHEN OTHER
            PERFORM ASK-ROLE
            IF ROLE-WANTED-VALID
                PERFORM ASK-NEW-SECRET
                IF WS-SECRET-GIVEN NOT = SPACES
                    PERFORM APPLY-NEW-OPERATOR
                END-IF
            END-IF
    END-EVALUATE
    .

APPLY-NEW-OPERATOR.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-ID-WANTED TO WS-OPR-ID
    MOVE WS-ROLE-WANTED TO WS-OPR-ROLE
    MOVE WS-SECRET-GIVEN TO WS-OPR-SECRET
    MOVE 'A' TO WS-OPR-STATE
    MOVE 0 TO WS-OPR-FAILS
    MOVE WS-CURRENT-DATE(1:8) TO WS-OPR-SET-DATE
    MOVE SPACES TO WS-OPR-COMPANIES
    ADD 1 TO WS-MASTER-COUNT
    MOVE WS-MASTER-COUNT TO WS-MASTER-MATCH-SS
    PERFORM SAVE-OPERATOR-MASTER
    MOVE SPACES TO WS-LOG-EVENT
    STRING 'OPERATOR ADD ' FUNCTION TRIM(WS-OPR-ID)
        ' ROLE=' FUNCTION TRIM(WS-OPR-ROLE)
        ' BY=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO WS-LOG-EVENT
    PERFORM WRITE-SIGNON-LOG
    DISPLAY 'Added ' FUNCTION TRIM(WS-OPR-ID) ' as '
        FUNCTION TRIM(WS-OPR-ROLE)
    .

*> Disable and re-role refuse the supervisor's own ID -- nobody
*> demotes or shuts out themselves by a slip of the keyboard.
DISABLE-OPERATOR.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-MASTER-MATCH-SS = 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is not on the operator master'
        WHEN WS-OPR-ID = OPERATOR_ID
            DISPLAY 'REJECTED: another supervisor must disable your'
                ' own ID'
        WHEN OPR-ID-DISABLED
            DISPLAY FUNCTION TRIM(WS-OPR-ID) ' is already disabled'
        WHEN OTHER
            MOVE 'D' TO WS-OPR-STATE
            PERFORM SAVE-OPERATOR-MASTER
            MOVE SPACES TO WS-LOG-EVENT
            STRING 'OPERATOR DISABLE ' FUNCTION TRIM(WS-OPR-ID)
                ' BY=' FUNCTION TRIM(OPERATOR_ID)
                DELIMITED BY SIZE INTO WS-LOG-EVENT
            PERFORM WRITE-SIGNON-LOG
            DISPLAY 'Disabled ' FUNCTION TRIM(WS-OPR-ID)
    END-EVALUATE
    .

*> Enable brings a disabled ID back; a locked ID is cleared with a
*> secret reset instead, since whoever tripped the lockout may not
*> have been the operator.
ENABLE-OPERATOR.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-MASTER-MATCH-SS = 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is not on the operator master'
        WHEN OPR-ID-LOCKED
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-OPR-ID)
                ' is locked after failed sign-ons -- use S to reset'
                ' the secret, which also unlocks it'
        WHEN OPR-ID-ACTIVE
            DISPLAY FUNCTION TRIM(WS-OPR-ID) ' is already active'
        WHEN OTHER
            MOVE 'A' TO WS-OPR-STATE
            MOVE 0 TO WS-OPR-FAILS
            PERFORM SAVE-OPERATOR-MASTER
            MOVE SPACES TO WS-LOG-EVENT
            STRING 'OPERATOR ENABLE ' FUNCTION TRIM(WS-OPR-ID)
                ' BY=' FUNCTION TRIM(OPERATOR_ID)
                DELIMITED BY SIZE INTO WS-LOG-EVENT
            PERFORM WRITE-SIGNON-LOG
            DISPLAY 'Enabled ' FUNCTION TRIM(WS-OPR-ID)
    END-EVALUATE
    .

REROLE-OPERATOR.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-MASTER-MATCH-SS = 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is not on the operator master'
        WHEN WS-OPR-ID = OPERATOR_ID
            DISPLAY 'REJECTED: another supervisor must change your'
                ' own role'
        WHEN OTHER
            DISPLAY FUNCTION TRIM(WS-OPR-ID) ' is now '
                FUNCTION TRIM(WS-OPR-ROLE)
            PERFORM ASK-ROLE
            IF ROLE-WANTED-VALID
                IF WS-ROLE-WANTED = WS-OPR-ROLE
                    DISPLAY 'No change -- role is already '
                        FUNCTION TRIM(WS-OPR-ROLE)
                ELSE
                    PERFORM APPLY-NEW-ROLE
                END-IF
            END-IF
    END-EVALUATE
    .

APPLY-NEW-ROLE.
    MOVE SPACES TO WS-LOG-EVENT
    STRING 'OPERATOR ROLE ' FUNCTION TRIM(WS-OPR-ID)
        ' ' FUNCTION TRIM(WS-OPR-ROLE)
        '>' FUNCTION TRIM(WS-ROLE-WANTED)
        ' BY=' FUNCTION TRIM(OPERATOR_ID)
        DELIMITED BY SIZE INTO WS-LOG-EVENT
    MOVE WS-ROLE-WANTED TO WS-OPR-ROLE
    PERFORM SAVE-OPERATOR-MASTER
    PERFORM WRITE-SIGNON-LOG
    DISPLAY 'Role of ' FUNCTION TRIM(WS-OPR-ID) ' set to '
        FUNCTION TRIM(WS-OPR-ROLE)
    .

*> The new secret goes on undated, so an installation with expiry
*> switched on makes the operator choose their own at the next
*> sign-on; the failure count and any lockout are cleared.
RESET-OPERATOR-SECRET.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-MASTER-MATCH-SS = 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is not on the operator master'
        WHEN OTHER
            PERFORM ASK-NEW-SECRET
            IF WS-SECRET-GIVEN NOT = SPACES
                PERFORM APPLY-SECRET-RESET
            END-IF
    END-EVALUATE
    .

APPLY-SECRET-RESET.
    MOVE SPACES TO WS-LOG-EVENT
    MOVE WS-OPR-FAILS TO WS-FAILS-EDIT
    IF OPR-ID-LOCKED
        STRING 'OPERATOR RESET ' FUNCTION TRIM(WS-OPR-ID)
            ' UNLOCKED FAILURES=' FUNCTION TRIM(WS-FAILS-EDIT)
            ' BY=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
        MOVE 'A' TO WS-OPR-STATE
    ELSE
        STRING 'OPERATOR RESET ' FUNCTION TRIM(WS-OPR-ID)
            ' BY=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
    END-IF
    MOVE WS-SECRET-GIVEN TO WS-OPR-SECRET
    MOVE 0 TO WS-OPR-FAILS
    MOVE SPACES TO WS-OPR-SET-DATE
    PERFORM SAVE-OPERATOR-MASTER
    PERFORM WRITE-SIGNON-LOG
    DISPLAY 'Secret reset for ' FUNCTION TRIM(WS-OPR-ID)
    IF OPR-ID-DISABLED
        DISPLAY 'NOTE: the ID is still disabled -- use E to enable'
    END-IF
    .

*> The list keyed replaces the whole column; blank takes the ID
*> back to the home book only.
SET-OPERATOR-COMPANIES.
    PERFORM ASK-OPERATOR-ID
    PERFORM FIND-OPERATOR
    EVALUATE TRUE
        WHEN WS-ID-WANTED = SPACES
            CONTINUE
        WHEN WS-MASTER-MATCH-SS = 0
            DISPLAY 'REJECTED: ' FUNCTION TRIM(WS-ID-WANTED)
                ' is not on the operator master'
        WHEN OTHER
            IF WS-OPR-COMPANIES = SPACES
                DISPLAY FUNCTION TRIM(WS-OPR-ID)
                    ' works in the home book only'
            ELSE
                DISPLAY FUNCTION TRIM(WS-OPR-ID) ' may work in '
                    FUNCTION TRIM(WS-OPR-COMPANIES)
            END-IF
            PERFORM ASK-COMPANIES
            IF WS-COMPANIES-OK = 'Y'
                PERFORM APPLY-NEW-COMPANIES
            END-IF
    END-EVALUATE
    .

APPLY-NEW-COMPANIES.
    MOVE WS-COMPANIES-WANTED TO WS-OPR-COMPANIES
    PERFORM SAVE-OPERATOR-MASTER
    MOVE SPACES TO WS-LOG-EVENT
    IF WS-OPR-COMPANIES = SPACES
        STRING 'OPERATOR COMPANIES ' FUNCTION TRIM(WS-OPR-ID)
            ' HOME-ONLY BY=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
    ELSE
        STRING 'OPERATOR COMPANIES ' FUNCTION TRIM(WS-OPR-ID)
            ' ' FUNCTION TRIM(WS-OPR-COMPANIES)
            ' BY=' FUNCTION TRIM(OPERATOR_ID)
            DELIMITED BY SIZE INTO WS-LOG-EVENT
    END-IF
    PERFORM WRITE-SIGNON-LOG
    DISPLAY 'Company access of ' FUNCTION TRIM(WS-OPR-ID)
        ' saved -- it takes effect at the next sign-on'
    .

*> Sets WS-COMPANIES-OK to 'Y' when the list keyed is blank, * or
*> codes that are all on COMPANIES.DAT.
ASK-COMPANIES.
    DISPLAY 'Company codes, comma separated (* for all, blank for'
        ' home only): ' WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-COMPANIES-WANTED
    MOVE 'Y' TO WS-COMPANIES-OK
    MOVE 0 TO WS-BAR-COUNT
    INSPECT WS-COMPANIES-WANTED TALLYING WS-BAR-COUNT FOR ALL '|'
    IF WS-BAR-COUNT > 0
        DISPLAY 'REJECTED: the company list cannot hold a |'
        MOVE 'N' TO WS-COMPANIES-OK
    END-IF
    IF WS-COMPANIES-OK = 'Y'
        AND WS-COMPANIES-WANTED NOT = SPACES
        AND WS-COMPANIES-WANTED NOT = '*'
        MOVE 1 TO WS-COMPANY-PTR
        PERFORM UNTIL WS-COMPANY-PTR > 30
            OR WS-COMPANIES-OK = 'N'
            MOVE SPACES TO WS-COMPANY-ONE
            UNSTRING WS-COMPANIES-WANTED DELIMITED BY ','
                INTO WS-COMPANY-ONE WITH POINTER WS-COMPANY-PTR
            IF WS-COMPANY-ONE NOT = SPACES
                PERFORM CHECK-COMPANY-ON-LIST
            END-IF
        END-PERFORM
    END-IF
    .

CHECK-COMPANY-ON-LIST.
    MOVE 'N' TO WS-COMPANY-FOUND
    MOVE 'N' TO WS-COMPANY-AT-END
    OPEN INPUT COMPANY-LIST-FILE
    IF WS-COMPANY-STATUS = '00'
        PERFORM UNTIL AT-END-OF-COMPANIES
            READ COMPANY-LIST-FILE
                AT END SET AT-END-OF-COMPANIES TO TRUE
                NOT AT END
                    IF COMPANY-LIST-LINE(1:1) NOT = '*'
                        MOVE SPACES TO WS-COMPANY-TOK
                        UNSTRING COMPANY-LIST-LINE DELIMITED BY '|'
                            INTO WS-COMPANY-TOK
                        IF FUNCTION UPPER-CASE(
                                FUNCTION TRIM(WS-COMPANY-TOK))
                            = FUNCTION TRIM(WS-COMPANY-ONE)
                            MOVE 'Y' TO WS-COMPANY-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COMPANY-LIST-FILE
    END-IF
    IF WS-COMPANY-FOUND = 'N'
        DISPLAY 'REJECTED: company ' FUNCTION TRIM(WS-COMPANY-ONE)
            ' is not on COMPANIES.DAT'
        MOVE 'N' TO WS-COMPANIES-OK
    END-IF
    .

LIST-OPERATORS.
    MOVE 0 TO WS-OPERATOR-COUNT
    DISPLAY 'ID        ROLE        STATE     FAILS  SECRET SET'
        '  COMPANIES'
    PERFORM VARYING WS-MASTER-SS FROM 1 BY 1
        UNTIL WS-MASTER-SS > WS-MASTER-COUNT
        IF WS-MASTER-ENTRY(WS-MASTER-SS) NOT = SPACES
            AND WS-MASTER-ENTRY(WS-MASTER-SS)(1:1) NOT = '*'
            PERFORM SPLIT-OPERATOR-LINE
            ADD 1 TO WS-OPERATOR-COUNT
            EVALUATE TRUE
                WHEN OPR-ID-DISABLED MOVE 'DISABLED' TO WS-STATE-WORD
                WHEN OPR-ID-LOCKED   MOVE 'LOCKED'   TO WS-STATE-WORD
                WHEN OTHER           MOVE 'ACTIVE'   TO WS-STATE-WORD
            END-EVALUATE
            MOVE WS-OPR-FAILS TO WS-FAILS-EDIT
            DISPLAY WS-OPR-ID '  ' WS-OPR-ROLE '  ' WS-STATE-WORD
                '  ' WS-FAILS-EDIT '     ' WS-OPR-SET-DATE
                '    ' FUNCTION TRIM(WS-OPR-COMPANIES)
        END-IF
    END-PERFORM
    DISPLAY WS-OPERATOR-COUNT ' operator(s) on the master'
    .

ASK-ROLE.
    DISPLAY 'Role (OPERATOR, SENIOR, SUPERVISOR): '
        WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-ROLE-WANTED
    IF NOT ROLE-WANTED-VALID
        DISPLAY 'REJECTED: role must be OPERATOR, SENIOR or'
            ' SUPERVISOR'
    END-IF
    .

*> Keyed twice; blank, mismatched or '|'-bearing secrets come back
*> as spaces so the caller drops the change.
ASK-NEW-SECRET.
    DISPLAY 'Secret: ' WITH NO ADVANCING
    MOVE SPACES TO WS-SECRET-GIVEN
    ACCEPT WS-SECRET-GIVEN
    DISPLAY 'Secret again: ' WITH NO ADVANCING
    MOVE SPACES TO WS-SECRET-AGAIN
    ACCEPT WS-SECRET-AGAIN
    MOVE 0 TO WS-BAR-COUNT
    INSPECT WS-SECRET-GIVEN TALLYING WS-BAR-COUNT FOR ALL '|'
    IF WS-SECRET-GIVEN = SPACES
        OR WS-SECRET-GIVEN NOT = WS-SECRET-AGAIN
        OR WS-BAR-COUNT > 0
        DISPLAY 'REJECTED: the secret was blank, did not match or'
            ' held a |'
        MOVE SPACES TO WS-SECRET-GIVEN
    END-IF
    .

*> The changed line is rebuilt in the full column shape and the
*> whole master written back in its original order.
SAVE-OPERATOR-MASTER.
    MOVE SPACES TO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
    MOVE 1 TO WS-LINE-PTR
    STRING WS-OPR-ID DELIMITED BY SPACE
        '|' FUNCTION TRIM(WS-OPR-ROLE)
        '|' FUNCTION TRIM(WS-OPR-SECRET)
        '|' WS-OPR-STATE
        '|' WS-OPR-FAILS
        '|' WS-OPR-SET-DATE
        DELIMITED BY SIZE INTO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
        WITH POINTER WS-LINE-PTR
    IF WS-OPR-COMPANIES NOT = SPACES
        STRING '|' FUNCTION TRIM(WS-OPR-COMPANIES)
            DELIMITED BY SIZE INTO WS-MASTER-ENTRY(WS-MASTER-MATCH-SS)
            WITH POINTER WS-LINE-PTR
    END-IF
    OPEN OUTPUT OPERATOR-MASTER-FILE
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot rewrite OPERATORS.DAT, status '
            WS-MASTER-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-MASTER-SS FROM 1 BY 1
        UNTIL WS-MASTER-SS > WS-MASTER-COUNT
        MOVE WS-MASTER-ENTRY(WS-MASTER-SS) TO OPERATOR-MASTER-LINE
        WRITE OPERATOR-MASTER-LINE
    END-PERFORM
    CLOSE OPERATOR-MASTER-FILE
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

END PROGRAM PROC_OPERATOR_MAINT.
