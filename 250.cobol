      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Removal Vehicle Fleet Master Maintenance - add/inquire/update
      * the fleet master (VEHICLE.DAT) that PRG175 checks every
      * transport dispatch against: plate, the facility the vehicle
      * belongs to, cot capacity, registration and inspection expiry,
      * next service due, and status (SERV in service, SHOP in the
      * shop, RETD retired). The odometer is keyed once, as the
      * opening reading when the vehicle is added - after that it is
      * carried forward by PRG175 arrival confirmations. Option 4
      * lists the whole fleet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG250.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO "VEHICLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-VEHICLE-ID
           FILE STATUS IS WS-VEH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
           COPY "VEHREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-VEH-STATUS       PIC XX.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-VEHICLE-ID       PIC X(8).
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-FLEET-LINE.
          05 WS-FL-VEHICLE-ID PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-PLATE      PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-FACILITY   PIC X(4).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-COTS       PIC Z9.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-STATUS     PIC X(4).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-REG        PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-INSPECT    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-SERVICE    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FL-ODOMETER   PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-VEHICLE-MASTER.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-VEH-STATUS NOT = '00'
               MOVE 9 TO WS-MENU-CHOICE
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               PERFORM SHOW-MENU
               DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM ADD-VEHICLE
                   WHEN 2 PERFORM INQUIRE-VEHICLE
                   WHEN 3 PERFORM UPDATE-VEHICLE
                   WHEN 4 PERFORM LIST-FLEET
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG250: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           IF WS-VEH-STATUS = '00'
               CLOSE VEHICLE-MASTER
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. ADD VEHICLE'.
           DISPLAY '2. INQUIRE VEHICLE'.
           DISPLAY '3. UPDATE VEHICLE'.
           DISPLAY '4. LIST FLEET'.
           DISPLAY '9. EXIT'.

       OPEN-VEHICLE-MASTER.
           OPEN I-O VEHICLE-MASTER.
           IF WS-VEH-STATUS = '35'
               OPEN OUTPUT VEHICLE-MASTER
               CLOSE VEHICLE-MASTER
               OPEN I-O VEHICLE-MASTER
           END-IF.
           IF WS-VEH-STATUS NOT = '00'
               DISPLAY 'PRG250: UNABLE TO OPEN VEHICLE MASTER, '
                   'STATUS = ' WS-VEH-STATUS
           END-IF.

       ADD-VEHICLE.
           DISPLAY 'VEHICLE ID: ' WITH NO ADVANCING.
           ACCEPT WS-VEHICLE-ID.
           MOVE WS-VEHICLE-ID TO VEH-VEHICLE-ID.
           READ VEHICLE-MASTER
               INVALID KEY
                   PERFORM ADD-NEW-VEHICLE-RECORD
               NOT INVALID KEY
                   DISPLAY 'PRG250: VEHICLE ID ALREADY ON FILE'
           END-READ.

       ADD-NEW-VEHICLE-RECORD.
           MOVE SPACES TO VEHICLE-RECORD.
           MOVE WS-VEHICLE-ID TO VEH-VEHICLE-ID.
           PERFORM ACCEPT-VEHICLE-DETAIL.
           DISPLAY 'OPENING ODOMETER: ' WITH NO ADVANCING.
           ACCEPT VEH-ODOMETER.
           WRITE VEHICLE-RECORD.
           IF WS-VEH-STATUS = '00'
               DISPLAY 'PRG250: VEHICLE ADDED'
           ELSE
               DISPLAY 'PRG250: ADD FAILED, STATUS = ' WS-VEH-STATUS
           END-IF.

      * Status is re-asked until it is one PRG175 understands - a
      * vehicle with a garbage status could never be dispatched and
      * would never show as in the shop either.
       ACCEPT-VEHICLE-DETAIL.
           DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
           ACCEPT VEH-DESCRIPTION.
           DISPLAY 'PLATE: ' WITH NO ADVANCING.
           ACCEPT VEH-PLATE.
           DISPLAY 'FACILITY ID: ' WITH NO ADVANCING.
           ACCEPT VEH-FACILITY-ID.
           DISPLAY 'COT CAPACITY: ' WITH NO ADVANCING.
           ACCEPT VEH-COT-CAPACITY.
           DISPLAY 'REGISTRATION EXPIRY (YYYYMMDD): '
               WITH NO ADVANCING.
           ACCEPT VEH-REG-EXPIRY.
           DISPLAY 'INSPECTION EXPIRY (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT VEH-INSPECT-EXPIRY.
           DISPLAY 'NEXT SERVICE DUE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT VEH-SERVICE-DUE.
           MOVE SPACES TO VEH-STATUS.
           PERFORM UNTIL VEH-STATUS-VALID
               DISPLAY 'STATUS (SERV/SHOP/RETD): ' WITH NO ADVANCING
               ACCEPT VEH-STATUS
               IF NOT VEH-STATUS-VALID
                   DISPLAY 'PRG250: STATUS MUST BE SERV, SHOP OR RETD'
               END-IF
           END-PERFORM.

       INQUIRE-VEHICLE.
           DISPLAY 'VEHICLE ID: ' WITH NO ADVANCING.
           ACCEPT WS-VEHICLE-ID.
           MOVE WS-VEHICLE-ID TO VEH-VEHICLE-ID.
           READ VEHICLE-MASTER
               INVALID KEY
                   DISPLAY 'PRG250: VEHICLE NOT ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-VEHICLE-RECORD
           END-READ.

       DISPLAY-VEHICLE-RECORD.
           DISPLAY 'VEHICLE ID     : ' VEH-VEHICLE-ID.
           DISPLAY 'DESCRIPTION    : ' VEH-DESCRIPTION.
           DISPLAY 'PLATE          : ' VEH-PLATE.
           DISPLAY 'FACILITY ID    : ' VEH-FACILITY-ID.
           DISPLAY 'COT CAPACITY   : ' VEH-COT-CAPACITY.
           DISPLAY 'REG EXPIRY     : ' VEH-REG-EXPIRY.
           DISPLAY 'INSPECT EXPIRY : ' VEH-INSPECT-EXPIRY.
           DISPLAY 'SERVICE DUE    : ' VEH-SERVICE-DUE.
           DISPLAY 'STATUS         : ' VEH-STATUS.
           DISPLAY 'ODOMETER       : ' VEH-ODOMETER.

       UPDATE-VEHICLE.
           DISPLAY 'VEHICLE ID: ' WITH NO ADVANCING.
           ACCEPT WS-VEHICLE-ID.
           MOVE WS-VEHICLE-ID TO VEH-VEHICLE-ID.
           READ VEHICLE-MASTER
               INVALID KEY
                   DISPLAY 'PRG250: VEHICLE NOT ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-VEHICLE-RECORD
                   PERFORM ACCEPT-VEHICLE-DETAIL
                   REWRITE VEHICLE-RECORD
                   IF WS-VEH-STATUS = '00'
                       DISPLAY 'PRG250: VEHICLE UPDATED'
                   ELSE
                       DISPLAY 'PRG250: UPDATE FAILED, STATUS = '
                           WS-VEH-STATUS
                   END-IF
           END-READ.

       LIST-FLEET.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'VEHICLE  PLATE      FAC  CT STAT REG EXP  '
               'INSP EXP SVC DUE  ODOMETER'.
           MOVE LOW-VALUES TO VEH-VEHICLE-ID.
           START VEHICLE-MASTER KEY IS NOT LESS THAN VEH-VEHICLE-ID
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ VEHICLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE VEH-VEHICLE-ID TO WS-FL-VEHICLE-ID
                       MOVE VEH-PLATE TO WS-FL-PLATE
                       MOVE VEH-FACILITY-ID TO WS-FL-FACILITY
                       MOVE VEH-COT-CAPACITY TO WS-FL-COTS
                       MOVE VEH-STATUS TO WS-FL-STATUS
                       MOVE VEH-REG-EXPIRY TO WS-FL-REG
                       MOVE VEH-INSPECT-EXPIRY TO WS-FL-INSPECT
                       MOVE VEH-SERVICE-DUE TO WS-FL-SERVICE
                       MOVE VEH-ODOMETER TO WS-FL-ODOMETER
                       DISPLAY WS-FLEET-LINE
               END-READ
           END-PERFORM.
           DISPLAY 'PRG250: ' WS-LIST-COUNT ' VEHICLE(S) ON FILE'.
