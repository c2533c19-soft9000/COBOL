*> Shared SELECT for the letter archive (LETTER_ARCHIVE.IDX) -- the
*> letters' counterpart of STMT_ARCHIVE.IDX. The letter spools are
*> rotated away; this store keeps every letter's rendered lines,
*> banner rows and all, keyed by the correspondence history record
*> it belongs to (CB_CORRESP_RECORD.cpy, COR-COPY 'L') plus a line
*> sequence, so a reprint from the history writes the letter back
*> out exactly as it first printed. Written only through
*> PROC_CORRESP_LOG; read by PROC_STATEMENT_REPRINT. Same
*> split-copybook idiom as CB_STMT_ARCHIVE_FILE.cpy: the SELECT
*> here, the FD in CB_LETTER_ARCHIVE_RECORD.cpy, the
*> WS-LETTER-ARCHIVE-STATUS field declared by each program that
*> COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT LETTER-ARCHIVE-FILE ASSIGN TO DYNAMIC COMPANY_LETTER_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LTA-KEY
    FILE STATUS IS WS-LETTER-ARCHIVE-STATUS.
