      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Supply Master, Bill of Materials and Receiving - purchasing's
      * side of the prep-room stock. Maintains the supply item master
      * (SUPPLY.DAT: description, unit of measure, unit cost, reorder
      * point and reorder quantity, opening count on add), the bill
      * of materials per service (SUPBOM.DAT: the standard quantity
      * of each item one EMBM, DRES, REST or REFR work order or one
      * INTK intake uses up - a zero quantity takes the line off),
      * and receives deliveries: the quantity goes onto on-hand, a
      * new delivered cost replaces the unit cost, and a RECV row is
      * journaled to SUPTRAN.DAT with the receiving staff ID and the
      * packing slip or PO. Stock comes off through PRG230 as the
      * work is done; PRG240 lists what to reorder and PRG245 what
      * each service cost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG235.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-MASTER ASSIGN TO "SUPPLY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ITEM-CODE
           FILE STATUS IS WS-SUP-STATUS.
           SELECT BILL-OF-MATERIALS ASSIGN TO "SUPBOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-STATUS.
           SELECT SUPPLY-TRANS-FILE ASSIGN TO "SUPTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLY-MASTER.
           COPY "SUPREC.CPY".
       FD  BILL-OF-MATERIALS.
           COPY "BOMREC.CPY".
       FD  SUPPLY-TRANS-FILE.
           COPY "SUPTREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-SUP-STATUS       PIC XX.
       77 WS-BOM-STATUS       PIC XX.
       77 WS-STX-STATUS       PIC XX.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-ITEM-CODE        PIC X(8).
       77 WS-ITEM-ON-FILE     PIC X VALUE 'N'.
       77 WS-SERVICE-CODE     PIC X(4).
          88 WS-SVC-VALID     VALUES 'INTK', 'EMBM', 'DRES', 'REST',
                                     'REFR'.
       77 WS-SVC-OK           PIC X VALUE 'N'.
       77 WS-BOM-QUANTITY     PIC 9(3)V99.
       77 WS-BOM-ON-FILE      PIC X VALUE 'N'.
       77 WS-RECEIVED-QTY     PIC 9(5)V99.
       77 WS-RECEIVED-COST    PIC 9(5)V99.
       77 WS-REFERENCE        PIC X(20).
       77 WS-STAFF-ID         PIC X(10).
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-STAMP-DATE.
          02 WS-SD-YYYY       PIC X(4).
          02 WS-SD-MM         PIC X(2).
          02 WS-SD-DD         PIC X(2).
       01 WS-STAMP-TIME-RAW.
          02 WS-TR-HH         PIC X(2).
          02 WS-TR-MM         PIC X(2).
          02 WS-TR-SS         PIC X(2).
       01 WS-STAMP-TIME.
          02 WS-ST-HH         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-MM         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-SS         PIC X(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-SUPPLY-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-SUP-STATUS NOT = '00' OR WS-BOM-STATUS NOT = '00'
               MOVE 9 TO WS-MENU-CHOICE
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               PERFORM SHOW-MENU
               DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MAINTAIN-SUPPLY-ITEM
                   WHEN 2 PERFORM MAINTAIN-BOM-LINE
                   WHEN 3 PERFORM RECEIVE-DELIVERY
                   WHEN 4 PERFORM INQUIRE-SUPPLY-ITEM
                   WHEN 5 PERFORM LIST-SERVICE-BOM
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG235: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-SUPPLY-FILES.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. ADD/UPDATE SUPPLY ITEM'.
           DISPLAY '2. MAINTAIN BILL OF MATERIALS LINE'.
           DISPLAY '3. RECEIVE DELIVERY'.
           DISPLAY '4. INQUIRE SUPPLY ITEM'.
           DISPLAY '5. LIST BILL OF MATERIALS FOR SERVICE'.
           DISPLAY '9. EXIT'.

       OPEN-SUPPLY-FILES.
           OPEN I-O SUPPLY-MASTER.
           IF WS-SUP-STATUS = '35'
               OPEN OUTPUT SUPPLY-MASTER
               CLOSE SUPPLY-MASTER
               OPEN I-O SUPPLY-MASTER
           END-IF.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'PRG235: UNABLE TO OPEN SUPPLY MASTER, STATUS = '
                   WS-SUP-STATUS
           END-IF.
           OPEN I-O BILL-OF-MATERIALS.
           IF WS-BOM-STATUS = '35'
               OPEN OUTPUT BILL-OF-MATERIALS
               CLOSE BILL-OF-MATERIALS
               OPEN I-O BILL-OF-MATERIALS
           END-IF.
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'PRG235: UNABLE TO OPEN BILL OF MATERIALS, '
                   'STATUS = ' WS-BOM-STATUS
           END-IF.

       CLOSE-SUPPLY-FILES.
           IF WS-SUP-STATUS = '00'
               CLOSE SUPPLY-MASTER
           END-IF.
           IF WS-BOM-STATUS = '00'
               CLOSE BILL-OF-MATERIALS
           END-IF.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.

      * On-hand is only keyed once, as the opening count when the
      * item is added - after that it moves through deliveries and
      * PRG230 issues, so the journal always explains the balance.
       MAINTAIN-SUPPLY-ITEM.
           MOVE 'N' TO WS-ITEM-ON-FILE.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-ITEM-CODE.
           MOVE WS-ITEM-CODE TO SUP-ITEM-CODE.
           READ SUPPLY-MASTER
               INVALID KEY
                   MOVE SPACES TO SUPPLY-ITEM-RECORD
                   MOVE WS-ITEM-CODE TO SUP-ITEM-CODE
                   MOVE ZERO TO SUP-ON-HAND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-ON-FILE
                   DISPLAY 'PRG235: ITEM ON FILE - UPDATING'
                   PERFORM DISPLAY-SUPPLY-ITEM
           END-READ.
           DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
           ACCEPT SUP-DESCRIPTION.
           DISPLAY 'UNIT OF MEASURE (EACH/BTL/OZ/BOX...): '
               WITH NO ADVANCING.
           ACCEPT SUP-UNIT-OF-MEASURE.
           DISPLAY 'UNIT COST: ' WITH NO ADVANCING.
           ACCEPT SUP-UNIT-COST.
           DISPLAY 'REORDER POINT: ' WITH NO ADVANCING.
           ACCEPT SUP-REORDER-POINT.
           DISPLAY 'REORDER QUANTITY: ' WITH NO ADVANCING.
           ACCEPT SUP-REORDER-QTY.
           IF WS-ITEM-ON-FILE = 'Y'
               REWRITE SUPPLY-ITEM-RECORD
           ELSE
               DISPLAY 'OPENING ON-HAND COUNT: ' WITH NO ADVANCING
               ACCEPT SUP-ON-HAND
               WRITE SUPPLY-ITEM-RECORD
           END-IF.
           IF WS-SUP-STATUS = '00'
               DISPLAY 'PRG235: ITEM ' WS-ITEM-CODE ' RECORDED'
           ELSE
               DISPLAY 'PRG235: SUPPLY WRITE FAILED, STATUS = '
                   WS-SUP-STATUS
           END-IF.

      * A bill line may only name an item already on the master,
      * so PRG230 never explodes into a code nobody stocks.
       MAINTAIN-BOM-LINE.
           PERFORM ACCEPT-SERVICE-CODE.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-ITEM-CODE.
           MOVE WS-ITEM-CODE TO SUP-ITEM-CODE.
           READ SUPPLY-MASTER
               INVALID KEY
                   DISPLAY 'PRG235: ITEM NOT ON SUPPLY MASTER - ADD '
                       'IT FIRST'
               NOT INVALID KEY
                   PERFORM UPDATE-BOM-LINE
           END-READ.

       UPDATE-BOM-LINE.
           MOVE 'N' TO WS-BOM-ON-FILE.
           MOVE WS-SERVICE-CODE TO BOM-SERVICE-CODE.
           MOVE WS-ITEM-CODE TO BOM-ITEM-CODE.
           READ BILL-OF-MATERIALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOM-ON-FILE
                   DISPLAY 'PRG235: CURRENT QUANTITY ' BOM-QUANTITY
                       ' ' SUP-UNIT-OF-MEASURE
           END-READ.
           DISPLAY 'QUANTITY PER ' WS-SERVICE-CODE
               ' (0 TO REMOVE LINE): ' WITH NO ADVANCING.
           ACCEPT WS-BOM-QUANTITY.
           MOVE WS-SERVICE-CODE TO BOM-SERVICE-CODE.
           MOVE WS-ITEM-CODE TO BOM-ITEM-CODE.
           MOVE WS-BOM-QUANTITY TO BOM-QUANTITY.
           EVALUATE TRUE
               WHEN WS-BOM-QUANTITY = ZERO AND WS-BOM-ON-FILE = 'Y'
                   DELETE BILL-OF-MATERIALS
                   PERFORM CHECK-BOM-UPDATE
               WHEN WS-BOM-QUANTITY = ZERO
                   DISPLAY 'PRG235: NO LINE ON FILE - NOTHING REMOVED'
               WHEN WS-BOM-ON-FILE = 'Y'
                   REWRITE BILL-OF-MATERIALS-RECORD
                   PERFORM CHECK-BOM-UPDATE
               WHEN OTHER
                   WRITE BILL-OF-MATERIALS-RECORD
                   PERFORM CHECK-BOM-UPDATE
           END-EVALUATE.

       CHECK-BOM-UPDATE.
           IF WS-BOM-STATUS = '00'
               DISPLAY 'PRG235: ' WS-SERVICE-CODE ' BILL LINE FOR '
                   WS-ITEM-CODE ' UPDATED'
           ELSE
               DISPLAY 'PRG235: BILL OF MATERIALS UPDATE FAILED, '
                   'STATUS = ' WS-BOM-STATUS
           END-IF.

      * Edit check: the service must be one PRG150 orders or the
      * intake pseudo-service - re-prompt rather than file a bill
      * nothing will ever explode.
       ACCEPT-SERVICE-CODE.
           MOVE 'N' TO WS-SVC-OK.
           PERFORM UNTIL WS-SVC-OK = 'Y'
               DISPLAY 'SERVICE (INTK/EMBM/DRES/REST/REFR): '
                   WITH NO ADVANCING
               ACCEPT WS-SERVICE-CODE
               IF WS-SVC-VALID
                   MOVE 'Y' TO WS-SVC-OK
               ELSE
                   DISPLAY 'PRG235: INVALID SERVICE CODE, RE-ENTER'
               END-IF
           END-PERFORM.

      * Deliveries add to on-hand and carry the delivered cost
      * forward as the unit cost, so issues from here on are
      * priced at what we last paid.
       RECEIVE-DELIVERY.
           DISPLAY 'RECEIVING STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-ITEM-CODE.
           MOVE WS-ITEM-CODE TO SUP-ITEM-CODE.
           READ SUPPLY-MASTER
               INVALID KEY
                   DISPLAY 'PRG235: ITEM NOT ON SUPPLY MASTER'
               NOT INVALID KEY
                   PERFORM DISPLAY-SUPPLY-ITEM
                   PERFORM ACCEPT-DELIVERY-DETAIL
           END-READ.

       ACCEPT-DELIVERY-DETAIL.
           DISPLAY 'QUANTITY RECEIVED (' SUP-UNIT-OF-MEASURE '): '
               WITH NO ADVANCING.
           ACCEPT WS-RECEIVED-QTY.
           DISPLAY 'DELIVERED UNIT COST (0 = NO CHANGE): '
               WITH NO ADVANCING.
           ACCEPT WS-RECEIVED-COST.
           DISPLAY 'PACKING SLIP / PO: ' WITH NO ADVANCING.
           ACCEPT WS-REFERENCE.
           IF WS-RECEIVED-QTY = ZERO
               DISPLAY 'PRG235: ZERO QUANTITY - NOTHING RECEIVED'
           ELSE
               PERFORM POST-DELIVERY
           END-IF.

       POST-DELIVERY.
           PERFORM STAMP-NOW.
           ADD WS-RECEIVED-QTY TO SUP-ON-HAND.
           IF WS-RECEIVED-COST NOT = ZERO
               MOVE WS-RECEIVED-COST TO SUP-UNIT-COST
           END-IF.
           MOVE WS-STAMP-DATE TO SUP-LAST-RECEIVED.
           REWRITE SUPPLY-ITEM-RECORD.
           IF WS-SUP-STATUS = '00'
               DISPLAY 'PRG235: RECEIVED - ON HAND NOW ' SUP-ON-HAND
               PERFORM WRITE-RECEIPT-JOURNAL
           ELSE
               DISPLAY 'PRG235: SUPPLY REWRITE FAILED, STATUS = '
                   WS-SUP-STATUS
           END-IF.

       WRITE-RECEIPT-JOURNAL.
           OPEN EXTEND SUPPLY-TRANS-FILE.
           IF WS-STX-STATUS = '35'
               OPEN OUTPUT SUPPLY-TRANS-FILE
           END-IF.
           MOVE SPACES TO SUPPLY-TRANS-RECORD.
           MOVE 'RECV' TO STX-TRANS-TYPE.
           MOVE SUP-ITEM-CODE TO STX-ITEM-CODE.
           MOVE WS-RECEIVED-QTY TO STX-QUANTITY.
           MOVE SUP-UNIT-COST TO STX-UNIT-COST.
           COMPUTE STX-EXTENDED-COST ROUNDED =
               WS-RECEIVED-QTY * SUP-UNIT-COST.
           MOVE WS-STAFF-ID TO STX-STAFF-ID.
           MOVE WS-STAMP-DATE TO STX-DATE.
           MOVE WS-STAMP-TIME TO STX-TIME.
           MOVE WS-REFERENCE TO STX-REFERENCE.
           WRITE SUPPLY-TRANS-RECORD.
           IF WS-STX-STATUS NOT = '00'
               DISPLAY 'PRG235: SUPPLY JOURNAL WRITE FAILED, STATUS = '
                   WS-STX-STATUS
           END-IF.
           CLOSE SUPPLY-TRANS-FILE.

       INQUIRE-SUPPLY-ITEM.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-ITEM-CODE.
           MOVE WS-ITEM-CODE TO SUP-ITEM-CODE.
           READ SUPPLY-MASTER
               INVALID KEY
                   DISPLAY 'PRG235: ITEM NOT ON SUPPLY MASTER'
               NOT INVALID KEY
                   PERFORM DISPLAY-SUPPLY-ITEM
           END-READ.

       DISPLAY-SUPPLY-ITEM.
           DISPLAY 'ITEM           : ' SUP-ITEM-CODE ' '
               SUP-DESCRIPTION.
           DISPLAY 'UNIT OF MEASURE: ' SUP-UNIT-OF-MEASURE.
           DISPLAY 'ON HAND        : ' SUP-ON-HAND.
           DISPLAY 'UNIT COST      : ' SUP-UNIT-COST.
           DISPLAY 'REORDER POINT  : ' SUP-REORDER-POINT
               '  REORDER QTY ' SUP-REORDER-QTY.
           DISPLAY 'LAST RECEIVED  : ' SUP-LAST-RECEIVED.

       LIST-SERVICE-BOM.
           PERFORM ACCEPT-SERVICE-CODE.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'ITEM      QUANTITY  DESCRIPTION'.
           MOVE WS-SERVICE-CODE TO BOM-SERVICE-CODE.
           MOVE LOW-VALUES TO BOM-ITEM-CODE.
           START BILL-OF-MATERIALS KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ BILL-OF-MATERIALS NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF BOM-SERVICE-CODE = WS-SERVICE-CODE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE BOM-ITEM-CODE TO SUP-ITEM-CODE
                           READ SUPPLY-MASTER
                               INVALID KEY
                                   MOVE '** NOT ON MASTER **'
                                       TO SUP-DESCRIPTION
                           END-READ
                           DISPLAY BOM-ITEM-CODE '  ' BOM-QUANTITY
                               '    ' SUP-DESCRIPTION
                       ELSE
                           MOVE 'N' TO WS-MORE-RECORDS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'BILL LINES ON FILE: ' WS-LIST-COUNT.
