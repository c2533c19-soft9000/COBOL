DATA DIVISION.
FILE SECTION.
FD SESSION-FILE
    RECORD CONTAINS 80 CHARACTERS
    DATA RECORD IS SESSION-LINE.
01 SESSION-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-SESSION-STATUS PIC XX.
