      * Prep-room supply item master - one row per stocked item
      * (embalming fluid, cosmetics, garments, wax, sutures, body
      * pouches, toe tags), keyed by item code. On-hand quantity is
      * in the item's own unit of measure and may run negative when
      * the shelf was used past what the system knew - the reorder
      * report shows that as the shortfall it is rather than
      * refusing the work. Unit cost is the last delivered cost per
      * unit. PRG235 maintains the row and posts deliveries; PRG230
      * takes the bill-of-materials quantities out as work is done.
       01  SUPPLY-ITEM-RECORD.
           05 SUP-ITEM-CODE       PIC X(8).
           05 SUP-DESCRIPTION     PIC X(30).
           05 SUP-UNIT-OF-MEASURE PIC X(4).
           05 SUP-ON-HAND         PIC S9(5)V99.
           05 SUP-UNIT-COST       PIC 9(5)V99.
           05 SUP-REORDER-POINT   PIC 9(5)V99.
           05 SUP-REORDER-QTY     PIC 9(5)V99.
           05 SUP-LAST-RECEIVED   PIC X(8).
