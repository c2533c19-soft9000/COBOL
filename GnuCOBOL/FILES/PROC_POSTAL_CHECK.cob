*> Mission: Whether an address can be mailed at the bulk rate, in
*> one place (see CB_POSTAL_CHECK.cpy for the contract) -- the
*> postal code well formed and on the reference, the state the one
*> that code belongs to, the city a name the post office knows
*> under that code. The editor that keys an address and the batch
*> run that sweeps the store both ask here, so "valid" and
*> "standard" can never mean two things. The reference is opened on
*> the first check of a run and kept open until the caller's 'X';
*> one that will not open answers 'U' for the rest of the run.
*> GnuCOBOL: cobc -free -I . -I ../BANNER PROC_POSTAL_CHECK.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_POSTAL_CHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY 'CB_POSTAL_REF_FILE.cpy'.

DATA DIVISION.
FILE SECTION.
COPY 'CB_POSTAL_REF_RECORD.cpy'.

WORKING-STORAGE SECTION.
01 WS-POSTAL-REF-STATUS PIC XX.
01 WS-REF-STATE         PIC X VALUE 'N'.
    88 REFERENCE-CLOSED      VALUE 'N'.
    88 REFERENCE-OPEN        VALUE 'Y'.
    88 REFERENCE-UNAVAILABLE VALUE 'F'.
01 WS-CODE-WORK         PIC X(10).
01 WS-CODE-DIGITS       PIC X(9).
01 WS-CODE-SS           PIC 9(2).
01 WS-DIGIT-COUNT       PIC 9(2).
01 WS-CODE-BAD          PIC X.
01 WS-PREFIX            PIC X(3).
01 WS-PREFIX-STATE      PIC X(2).

*> The city broken into words for the matching form -- eight words
*> of a twenty-character name is more than any city needs.
01 WS-CITY-WORK         PIC X(20).
01 WS-WORD-TABLE.
    05 WS-WORD OCCURS 8 TIMES PIC X(20).
01 WS-WORD-COUNT        PIC 9(2).
01 WS-WORD-SS           PIC 9(2).
01 WS-KEY-PTR           PIC 9(4).

LINKAGE SECTION.
COPY 'CB_POSTAL_CHECK.cpy'.

PROCEDURE DIVISION USING POSTAL-CHECK-PARAMS.
MAIN-PARA.
    MOVE SPACES TO POSTAL_REASON
    EVALUATE TRUE
        WHEN POSTAL-CLOSE-REFERENCE
            IF REFERENCE-OPEN
                CLOSE POSTAL-REF-FILE
            END-IF
            MOVE 'N' TO WS-REF-STATE
            MOVE 'V' TO POSTAL_RESULT
        WHEN POSTAL-NORMALIZE-CITY
            PERFORM MAKE-CITY-KEY
            MOVE 'V' TO POSTAL_RESULT
        WHEN POSTAL-CHECK-ADDRESS
            IF REFERENCE-CLOSED
                PERFORM OPEN-REFERENCE
            END-IF
            PERFORM CHECK-ADDRESS
        WHEN OTHER
            MOVE 'E' TO POSTAL_RESULT
            MOVE 'UNKNOWN POSTAL CHECK REQUEST' TO POSTAL_REASON
    END-EVALUATE
    GOBACK.

OPEN-REFERENCE.
    OPEN INPUT POSTAL-REF-FILE
    IF WS-POSTAL-REF-STATUS = '00'
        SET REFERENCE-OPEN TO TRUE
    ELSE
        SET REFERENCE-UNAVAILABLE TO TRUE
    END-IF
    .

*> Code first -- a malformed code has no prefix to look under --
*> then the prefix's state, then the city under the prefix. The
*> first failure is the reason given.
CHECK-ADDRESS.
    MOVE POSTAL_CODE_IN TO POSTAL_CODE_OUT
    MOVE FUNCTION UPPER-CASE(POSTAL_STATE_IN) TO POSTAL_STATE_OUT
    MOVE POSTAL_CITY_IN TO POSTAL_CITY_OUT
    MOVE 'V' TO POSTAL_RESULT
    PERFORM STANDARDIZE-CODE
    IF POSTAL_RESULT NOT = 'E' AND NOT REFERENCE-OPEN
        MOVE 'U' TO POSTAL_RESULT
        MOVE 'NO POSTAL REFERENCE LOADED (PROC_POSTAL_LOAD)'
            TO POSTAL_REASON
    END-IF
    IF POSTAL_RESULT = 'V'
        PERFORM CHECK-PREFIX-STATE
    END-IF
    IF POSTAL_RESULT = 'V'
        PERFORM CHECK-CITY
    END-IF
    IF POSTAL_RESULT = 'V'
        AND (POSTAL_CODE_OUT NOT = POSTAL_CODE_IN
            OR POSTAL_STATE_OUT NOT = POSTAL_STATE_IN
            OR POSTAL_CITY_OUT NOT = POSTAL_CITY_IN)
        MOVE 'S' TO POSTAL_RESULT
    END-IF
    .

*> Five digits, or nine with or without the hyphen (a space there
*> is taken for one); anything else is refused, not guessed at.
STANDARDIZE-CODE.
    MOVE SPACES TO WS-CODE-DIGITS
    MOVE 0 TO WS-DIGIT-COUNT
    MOVE 'N' TO WS-CODE-BAD
    MOVE FUNCTION TRIM(POSTAL_CODE_IN) TO WS-CODE-WORK
    PERFORM VARYING WS-CODE-SS FROM 1 BY 1 UNTIL WS-CODE-SS > 10
        EVALUATE TRUE
            WHEN WS-CODE-WORK(WS-CODE-SS:1) IS NUMERIC
                IF WS-DIGIT-COUNT < 9
                    ADD 1 TO WS-DIGIT-COUNT
                    MOVE WS-CODE-WORK(WS-CODE-SS:1)
                        TO WS-CODE-DIGITS(WS-DIGIT-COUNT:1)
                ELSE
                    MOVE 'Y' TO WS-CODE-BAD
                END-IF
            WHEN WS-CODE-WORK(WS-CODE-SS:1) = '-'
                OR WS-CODE-WORK(WS-CODE-SS:1) = SPACE
                IF WS-DIGIT-COUNT NOT = 5
                    AND WS-CODE-WORK(WS-CODE-SS:) NOT = SPACES
                    MOVE 'Y' TO WS-CODE-BAD
                END-IF
            WHEN OTHER
                MOVE 'Y' TO WS-CODE-BAD
        END-EVALUATE
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-CODE-BAD = 'Y'
            CONTINUE
        WHEN WS-DIGIT-COUNT = 5
            MOVE WS-CODE-DIGITS(1:5) TO POSTAL_CODE_OUT
        WHEN WS-DIGIT-COUNT = 9
            MOVE SPACES TO POSTAL_CODE_OUT
            STRING WS-CODE-DIGITS(1:5) '-' WS-CODE-DIGITS(6:4)
                DELIMITED BY SIZE INTO POSTAL_CODE_OUT
        WHEN OTHER
            MOVE 'Y' TO WS-CODE-BAD
    END-EVALUATE
    IF WS-CODE-BAD = 'Y'
        MOVE 'E' TO POSTAL_RESULT
        MOVE 'POSTAL CODE MUST BE nnnnn OR nnnnn-nnnn'
            TO POSTAL_REASON
    ELSE
        MOVE WS-CODE-DIGITS(1:3) TO WS-PREFIX
    END-IF
    .

*> Every record under a prefix carries the prefix's state, so the
*> first one found answers for all of them. A blank state is
*> filled in; a different one is an error -- which of the two is
*> wrong is for the operator to say.
CHECK-PREFIX-STATE.
    MOVE SPACES TO WS-PREFIX-STATE
    MOVE WS-PREFIX TO PREF-PREFIX
    MOVE SPACES TO PREF-CITY-KEY
    START POSTAL-REF-FILE KEY IS NOT LESS THAN PREF-KEY
        INVALID KEY MOVE HIGH-VALUES TO PREF-PREFIX
        NOT INVALID KEY
            READ POSTAL-REF-FILE NEXT RECORD
                AT END MOVE HIGH-VALUES TO PREF-PREFIX
            END-READ
    END-START
    IF PREF-PREFIX = WS-PREFIX
        MOVE PREF-STATE TO WS-PREFIX-STATE
    END-IF
    EVALUATE TRUE
        WHEN WS-PREFIX-STATE = SPACES
            MOVE 'E' TO POSTAL_RESULT
            STRING 'POSTAL CODE ' WS-PREFIX
                'xx IS NOT ON THE POSTAL REFERENCE'
                DELIMITED BY SIZE INTO POSTAL_REASON
        WHEN POSTAL_STATE_OUT = SPACES
            MOVE WS-PREFIX-STATE TO POSTAL_STATE_OUT
        WHEN POSTAL_STATE_OUT NOT = WS-PREFIX-STATE
            MOVE 'E' TO POSTAL_RESULT
            STRING 'STATE ' POSTAL_STATE_OUT
                ' DOES NOT MATCH POSTAL CODE ' WS-PREFIX
                'xx (' WS-PREFIX-STATE ')'
                DELIMITED BY SIZE INTO POSTAL_REASON
    END-EVALUATE
    .

CHECK-CITY.
    PERFORM MAKE-CITY-KEY
    MOVE WS-PREFIX TO PREF-PREFIX
    MOVE POSTAL_CITY_KEY TO PREF-CITY-KEY
    READ POSTAL-REF-FILE
        INVALID KEY
            MOVE 'E' TO POSTAL_RESULT
            STRING 'CITY ' FUNCTION TRIM(POSTAL_CITY_IN)
                ' IS NOT VALID FOR POSTAL CODE ' WS-PREFIX 'xx'
                DELIMITED BY SIZE INTO POSTAL_REASON
        NOT INVALID KEY
            MOVE PREF-CITY TO POSTAL_CITY_OUT
    END-READ
    .

*> The matching form: upper case, punctuation to spaces, the usual
*> abbreviations spelled out word by word, one space between words.
MAKE-CITY-KEY.
    MOVE FUNCTION UPPER-CASE(POSTAL_CITY_IN) TO WS-CITY-WORK
    INSPECT WS-CITY-WORK CONVERTING '.,-''/' TO '     '
    MOVE SPACES TO WS-WORD-TABLE
    MOVE 0 TO WS-WORD-COUNT
    UNSTRING WS-CITY-WORK DELIMITED BY ALL SPACE
        INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
             WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
        TALLYING IN WS-WORD-COUNT
    END-UNSTRING
    MOVE SPACES TO POSTAL_CITY_KEY
    MOVE 1 TO WS-KEY-PTR
    PERFORM VARYING WS-WORD-SS FROM 1 BY 1 UNTIL WS-WORD-SS > 8
        IF WS-WORD(WS-WORD-SS) NOT = SPACES
            EVALUATE WS-WORD(WS-WORD-SS)
                WHEN 'ST'  MOVE 'SAINT'  TO WS-WORD(WS-WORD-SS)
                WHEN 'STE' MOVE 'SAINTE' TO WS-WORD(WS-WORD-SS)
                WHEN 'FT'  MOVE 'FORT'   TO WS-WORD(WS-WORD-SS)
                WHEN 'MT'  MOVE 'MOUNT'  TO WS-WORD(WS-WORD-SS)
                WHEN 'PT'  MOVE 'POINT'  TO WS-WORD(WS-WORD-SS)
            END-EVALUATE
            IF WS-KEY-PTR > 1 AND WS-KEY-PTR <= 20
                STRING ' ' DELIMITED BY SIZE INTO POSTAL_CITY_KEY
                    WITH POINTER WS-KEY-PTR
                END-STRING
            END-IF
            IF WS-KEY-PTR <= 20
                STRING WS-WORD(WS-WORD-SS) DELIMITED BY SPACE
                    INTO POSTAL_CITY_KEY
                    WITH POINTER WS-KEY-PTR
                END-STRING
            END-IF
        END-IF
    END-PERFORM
    .

END PROGRAM PROC_POSTAL_CHECK.
