      * Supply transaction journal record - one row per stock
      * movement, appended to SUPTRAN.DAT: ISSU rows from PRG230 as
      * intake and completed work orders use stock (service code
      * and case number on the row), RECV rows from PRG235 as
      * deliveries are received (packing slip or PO in the
      * reference). Cost is extended at the unit cost in force when
      * the stock moved, so PRG245's monthly usage and cost report
      * prices each service at what it actually cost us.
       01  SUPPLY-TRANS-RECORD.
           05 STX-TRANS-TYPE      PIC X(4).
              88 STX-ISSUE            VALUE 'ISSU'.
              88 STX-RECEIPT          VALUE 'RECV'.
           05 FILLER              PIC X VALUE SPACE.
           05 STX-ITEM-CODE       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-SERVICE-CODE    PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-CASE-NUMBER     PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-QUANTITY        PIC 9(5)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 STX-UNIT-COST       PIC 9(5)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 STX-EXTENDED-COST   PIC 9(7)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 STX-STAFF-ID        PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-DATE            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-TIME            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 STX-REFERENCE       PIC X(20).
