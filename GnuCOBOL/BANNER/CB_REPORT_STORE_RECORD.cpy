*> FD/record for REPORT-STORE-FILE (see CB_REPORT_STORE_FILE.cpy for
*> the SELECT). One filed report is one header record followed by
*> its lines in print order:
*>   RST-LINE-SEQ 0      the filing header (RST-HEADER view) --
*>                       producing program, page and line counts,
*>                       who filed it and when, and the report
*>                       file's own last-change stamp, so a second
*>                       filing of the same night's file is known
*>                       for what it is
*>   RST-LINE-SEQ 1..n   the report lines exactly as they printed
*> RST-REPORT-TYPE is the report's file name without .RPT.
FD REPORT-STORE-FILE
    RECORD CONTAINS 180 CHARACTERS
    DATA RECORD IS REPORT-STORE-RECORD.
01 REPORT-STORE-RECORD.
   05 RST-KEY.
      10 RST-REPORT-TYPE  PIC X(32).
      10 RST-BUS-DATE     PIC X(8).
      10 RST-LINE-SEQ     PIC 9(6).
   05 RST-TEXT            PIC X(134).
   05 RST-HEADER REDEFINES RST-TEXT.
      10 RST-PROGRAM      PIC X(24).
      10 RST-PAGES        PIC 9(5).
      10 RST-LINES        PIC 9(6).
      10 RST-FILED-STAMP  PIC X(14).
      10 RST-FILED-BY     PIC X(8).
      10 RST-SOURCE-STAMP PIC X(14).
      10 RST-SOURCE-FILE  PIC X(40).
      10 FILLER           PIC X(23).
