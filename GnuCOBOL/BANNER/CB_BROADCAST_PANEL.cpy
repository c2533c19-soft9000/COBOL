*> LINKAGE parameters for PROC_BROADCAST_PANEL: the supervisor's
*> broadcast messages (BROADCASTS.DAT, posted by PROC_BROADCAST) on
*> any console screen, in one CALL. The caller says where the framed
*> region may go and how many message rows it can spare:
*>   BCAST_ACTION 'P' paints the current (unexpired) messages,
*>       urgent ones first and in red, inside a PROC_DRAW_FRAME box
*>       -- nothing at all is drawn when there is nothing current,
*>       so the caller's own layout stands;
*>   BCAST_ACTION 'A' records this session operator's
*>       acknowledgment of every current message not yet
*>       acknowledged (BROADCAST_ACK.LOG) and paints nothing.
*> The counts come back either way, for the caller's prompt.
01 BROADCAST-PANEL-PARAMS.
   05 BCAST_ACTION        PIC X VALUE 'P'.
      88 BCAST-PAINT       VALUE 'P'.
      88 BCAST-ACKNOWLEDGE VALUE 'A'.
   05 BCAST_TOP_LINE      PIC 9(5) VALUE 1.
   05 BCAST_LEFT_COLUMN   PIC 9(5) VALUE 1.
*> Outer width of the frame, border included; the message text is
*> cut to what fits inside.
   05 BCAST_WIDTH         PIC 9(5) VALUE 40.
*> Message rows the caller can give up; the frame is two rows more.
   05 BCAST_MAX_LINES     PIC 9(2) VALUE 4.
   05 BCAST_CURRENT_COUNT PIC 9(4).
   05 BCAST_URGENT_COUNT  PIC 9(4).
*> Current messages this session's operator has not acknowledged.
   05 BCAST_UNACKED_COUNT PIC 9(4).
   05 BCAST_ACKED_NOW     PIC 9(4).
*> Last screen line the panel used -- BCAST_TOP_LINE - 1 when it
*> drew nothing -- so a caller can flow its own rows in beneath.
   05 BCAST_BOTTOM_LINE   PIC 9(5).
