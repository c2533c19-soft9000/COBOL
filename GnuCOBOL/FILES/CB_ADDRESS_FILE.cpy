*> split-copybook idiom as CB_CUSTOMER_FILE.cpy: the SELECT here,
*> the FD in CB_ADDRESS_RECORD.cpy, the WS-ADDRESS-STATUS field
*> declared by each program that COPYs this.
*> The name is the selected company book's (CB_COMPANY.cpy, which
*> each program that COPYs this also COPYs).
SELECT ADDRESS-FILE ASSIGN TO DYNAMIC COMPANY_ADDRESS_FILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ADDR-CUST-ID
