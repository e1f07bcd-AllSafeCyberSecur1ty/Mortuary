      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Weekly Supply Reorder Report - every prep-room supply item
      * on SUPPLY.DAT whose on-hand has fallen below its reorder
      * point, with what to order and what it will cost at the last
      * delivered price, so purchasing orders on Monday instead of
      * the weekend crew finding the shelf empty. The suggested
      * order is the item's reorder quantity, or the shortfall back
      * up to the reorder point if that is larger (an item issued
      * past zero shows its negative on-hand as-is).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG240.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-MASTER ASSIGN TO "SUPPLY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ITEM-CODE
           FILE STATUS IS WS-SUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLY-MASTER.
           COPY "SUPREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-SUP-STATUS          PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-ITEM-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-REORDER-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SHORTFALL           PIC S9(7)V99.
       77 WS-ORDER-QTY           PIC 9(7)V99.
       77 WS-ORDER-COST          PIC 9(7)V99.
       77 WS-ORDER-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-REORDER-LINE.
          05 WS-RL-ITEM          PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-RL-DESC          PIC X(30).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-UOM           PIC X(4).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-ON-HAND       PIC -(5)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-REORDER-PT    PIC Z(4)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-ORDER-QTY     PIC Z(6)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RL-ORDER-COST    PIC Z(6)9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT SUPPLY-MASTER.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'PRG240: UNABLE TO OPEN SUPPLY MASTER, STATUS='
                   WS-SUP-STATUS
           ELSE
               DISPLAY 'SUPPLY REORDER REPORT - ' WS-TODAY-YYYYMMDD
               DISPLAY 'ITEM      DESCRIPTION                    UOM '
                   '   ON HAND  REORDER PT   ORDER QTY  EST COST'
               PERFORM SCAN-SUPPLY-ITEMS
               CLOSE SUPPLY-MASTER
               DISPLAY ' '
               DISPLAY 'ITEMS ON FILE       : ' WS-ITEM-COUNT
               DISPLAY 'ITEMS TO REORDER    : ' WS-REORDER-COUNT
               DISPLAY 'ESTIMATED ORDER COST: ' WS-ORDER-TOTAL
           END-IF.
           STOP RUN.

       SCAN-SUPPLY-ITEMS.
           MOVE LOW-VALUES TO SUP-ITEM-CODE.
           START SUPPLY-MASTER KEY IS NOT LESS THAN SUP-ITEM-CODE
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SUPPLY-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF SUP-ON-HAND < SUP-REORDER-POINT
                           PERFORM LIST-ONE-REORDER
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-REORDER.
           ADD 1 TO WS-REORDER-COUNT.
           COMPUTE WS-SHORTFALL = SUP-REORDER-POINT - SUP-ON-HAND.
           IF WS-SHORTFALL > SUP-REORDER-QTY
               MOVE WS-SHORTFALL TO WS-ORDER-QTY
           ELSE
               MOVE SUP-REORDER-QTY TO WS-ORDER-QTY
           END-IF.
           COMPUTE WS-ORDER-COST ROUNDED =
               WS-ORDER-QTY * SUP-UNIT-COST.
           ADD WS-ORDER-COST TO WS-ORDER-TOTAL.
           MOVE SUP-ITEM-CODE TO WS-RL-ITEM.
           MOVE SUP-DESCRIPTION TO WS-RL-DESC.
           MOVE SUP-UNIT-OF-MEASURE TO WS-RL-UOM.
           MOVE SUP-ON-HAND TO WS-RL-ON-HAND.
           MOVE SUP-REORDER-POINT TO WS-RL-REORDER-PT.
           MOVE WS-ORDER-QTY TO WS-RL-ORDER-QTY.
           MOVE WS-ORDER-COST TO WS-RL-ORDER-COST.
           DISPLAY WS-REORDER-LINE.
