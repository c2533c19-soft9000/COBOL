*> The customers' balance-event notification preferences in memory.
*> NOTIFY_PREFS.DAT (the company's own copy, COMPANY_NOTIFY_FILE in
*> CB_COMPANY.cpy) holds one pipe-delimited line per customer --
*>   <cust-id>|<low-balance-floor>|<large-debit>|<channel>|<contact>
*> -- the floor the customer wants to hear about the balance falling
*> below (signed, so -50.00 is a floor inside an overdraft; blank for
*> no low-balance notice), the debit size that counts as large
*> (blank or zero for no large-debit notice), the channel the
*> messaging vendor sends it by -- E(-mail) or S(MS text) -- and the
*> address or mobile number to send it to.
*> Kept by PROC_NOTIFY_EDIT; read by PROC_BALANCE_NOTIFY after each
*> posting run. 1000 customers, house table style.
01 WS-NOTIFY-TABLE.
    05 WS-NOTIFY-ENTRY OCCURS 1000 TIMES INDEXED BY WS-NOTIFY-SS.
        10 WS-NP-CUST-ID      PIC 9(6).
        10 WS-NP-FLOOR-SET    PIC X.
            88 NP-WANTS-LOW-BALANCE VALUE 'Y'.
        10 WS-NP-FLOOR        PIC S9(7)V99.
        10 WS-NP-LARGE-DEBIT  PIC 9(7)V99.
        10 WS-NP-CHANNEL      PIC X.
            88 NP-BY-EMAIL     VALUE 'E'.
            88 NP-BY-SMS       VALUE 'S'.
        10 WS-NP-CONTACT      PIC X(60).
01 WS-NOTIFY-COUNT    PIC 9(4) VALUE 0.
*> Set when the file outgrows the in-memory table -- an editor then
*> refuses, because saving the capped table back over the file
*> would silently delete everything past the cap.
01 WS-NOTIFY-OVERFLOW PIC X VALUE 'N'.
01 WS-NP-TOK-ID       PIC X(8).
01 WS-NP-TOK-FLOOR    PIC X(14).
01 WS-NP-TOK-LARGE    PIC X(14).
01 WS-NP-TOK-CHANNEL  PIC X(4).
01 WS-NP-TOK-CONTACT  PIC X(62).
01 WS-NP-FLOOR-EDIT   PIC -(7)9.99.
01 WS-NP-LARGE-EDIT   PIC Z(6)9.99.
