*> BANNER_AUDIT.DAT, current BANNER_RETRY.DAT depth, alert lines not
*> yet seen by the monitor (everything past BANNER_ALERTS.CUR), and
*> the last PROC_BANNER_RECONCILE verdict -- each cell green when
*> quiet, red when it needs someone now. Current supervisor
*> broadcasts (PROC_BROADCAST) are framed beneath the cells, urgent
*> ones in red; acknowledging them is done at the master menu or
*> shift start, not here.
*> Command line: [cycles] [seconds-between], defaults 1 0 (one paint;
*> give 0 cycles to mean 1). More cycles re-gather and repaint.
*> GnuCOBOL: cobc -x -j -free PROC_DASHBOARD.cob PROC_CLS.cob
*>     PROC_GOTOXY.cob PROC_LOAD_CONFIG.cob PROC_OPERATOR_ID.cob
*>     PROC_BROADCAST_PANEL.cob PROC_DRAW_FRAME.cob PROC_APPEND_LINE.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. PROC_DASHBOARD.


COPY 'CB_CLS.cpy'.
COPY 'CB_GOTOXY.cpy'.
COPY 'CB_BROADCAST_PANEL.cpy'.

PROCEDURE DIVISION.
MAIN-PARA.
    END-IF
    MOVE 9 TO TEXT_LINE
    PERFORM PAINT-ONE-CELL

    MOVE 'P' TO BCAST_ACTION
    MOVE 11 TO BCAST_TOP_LINE
    MOVE 1 TO BCAST_LEFT_COLUMN
    MOVE 78 TO BCAST_WIDTH
    MOVE 8 TO BCAST_MAX_LINES
    CALL 'PROC_BROADCAST_PANEL' USING BROADCAST-PANEL-PARAMS
    .

PAINT-ONE-CELL.
