      * and who signed. The daily dispatch sheet lists a day's
      * departures; the open-transports report lists everything
      * departed but not yet confirmed received - the list to work
      * before a home calls to dispute a delivery. The vehicle must
      * be on the PRG250 fleet master, in service, and inside both
      * its registration and inspection dates, or the dispatch is
      * refused - the same rule the home license gets. Arrival
      * confirmation takes the odometer out and in for the mileage
      * log and carries the reading forward onto the vehicle. A
      * case under active biohazard precautions (PRECAUT.DAT) shows
      * its hazard at dispatch so the crew and the receiving home
      * are warned, and both reports print the hazard beneath the
      * movement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG175.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHM-HOME-CODE
           FILE STATUS IS WS-FHM-STATUS.
           SELECT VEHICLE-MASTER ASSIGN TO "VEHICLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-VEHICLE-ID
           FILE STATUS IS WS-VEH-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "CUSTREC.CPY".
       FD  FUNERAL-HOME-MASTER.
           COPY "FHMREC.CPY".
       FD  VEHICLE-MASTER.
           COPY "VEHREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-TR-STATUS        PIC XX.
       77 WS-MORE-MOVEMENTS   PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-REPORT-DATE      PIC X(8).
       77 WS-VEH-STATUS       PIC XX.
       77 WS-VEH-OPEN         PIC X VALUE 'N'.
       77 WS-VEHICLE-OK       PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       77 WS-ODOMETER-OUT     PIC 9(7).
       77 WS-ODOMETER-IN      PIC 9(7).
       77 WS-TRIP-MILES       PIC 9(7).
       77 WS-PRC-STATUS       PIC XX.
       77 WS-PRC-OPEN         PIC X VALUE 'N'.
       77 WS-PRC-FLAGGED      PIC X VALUE 'N'.
       01 WS-STAMP-DATE.
          02 WS-SD-YYYY       PIC X(4).
          02 WS-SD-MM         PIC X(2).
          05 FILLER           PIC X(9) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-TRANSPORT-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-DM-STATUS NOT = '00' OR WS-TR-STATUS NOT = '00'
               DISPLAY 'PRG175: FUNERAL HOME MASTER UNAVAILABLE, '
                   'STATUS = ' WS-FHM-STATUS
           END-IF.
      * Fleet master is opened for update only to carry odometer
      * readings forward - PRG250 maintains it. Missing means no
      * vehicle can be validated, so every dispatch is refused.
           OPEN I-O VEHICLE-MASTER.
           IF WS-VEH-STATUS = '00'
               MOVE 'Y' TO WS-VEH-OPEN
           ELSE
               DISPLAY 'PRG175: VEHICLE MASTER UNAVAILABLE, '
                   'STATUS = ' WS-VEH-STATUS
           END-IF.
      * No precautions file yet just means no case has been flagged.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS = '00'
               MOVE 'Y' TO WS-PRC-OPEN
           END-IF.

       CLOSE-TRANSPORT-FILES.
           IF WS-DM-STATUS = '00'
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
           END-IF.
           IF WS-VEH-OPEN = 'Y'
               CLOSE VEHICLE-MASTER
           END-IF.
           IF WS-PRC-OPEN = 'Y'
               CLOSE PRECAUTION-FILE
           END-IF.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
                   DISPLAY 'PRG175: CASE NOT FOUND'
               NOT INVALID KEY
                   DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME
                   MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER
                   PERFORM LOAD-CASE-PRECAUTIONS
                   IF WS-PRC-FLAGGED = 'Y'
                       DISPLAY '*** BIOHAZARD PRECAUTIONS: '
                           PRC-HAZARD-CODE ' LEVEL '
                           PRC-PRECAUTION-LEVEL ' ***'
                       DISPLAY '*** ' PRC-HAZARD-NOTE
                       DISPLAY '*** WARN THE CREW AND THE RECEIVING '
                           'HOME BEFORE DEPARTURE'
                   END-IF
                   PERFORM ACCEPT-DISPATCH-DETAIL
           END-READ.

       ACCEPT-DISPATCH-DETAIL.
           DISPLAY 'VEHICLE ID: ' WITH NO ADVANCING.
           ACCEPT WS-VEHICLE-ID.
           PERFORM VALIDATE-VEHICLE.
           IF WS-VEHICLE-OK = 'Y'
               DISPLAY 'DRIVER STAFF ID: ' WITH NO ADVANCING
               ACCEPT WS-DRIVER-ID
               DISPLAY 'RELEASING STAFF ID (AT THE DOOR): '
                   WITH NO ADVANCING
               ACCEPT WS-RELEASED-BY
               PERFORM ACCEPT-DESTINATION-HOME
               IF WS-DEST-OK = 'Y'
                   PERFORM STAMP-NOW
                   PERFORM WRITE-TRANSPORT-RECORD
               END-IF
           END-IF.

      * Edit check: the vehicle must be on the PRG250 fleet master,
      * in service, and inside both its registration and its
      * inspection dates - a straight YYYYMMDD compare, the same as
      * the home license check at the desk.
       VALIDATE-VEHICLE.
           MOVE 'N' TO WS-VEHICLE-OK.
           IF WS-VEH-OPEN NOT = 'Y'
               DISPLAY 'PRG175: VEHICLE MASTER UNAVAILABLE - '
                   'DISPATCH REFUSED'
           ELSE
               MOVE WS-VEHICLE-ID TO VEH-VEHICLE-ID
               READ VEHICLE-MASTER
                   INVALID KEY
                       DISPLAY 'PRG175: VEHICLE NOT ON FILE - '
                           'DISPATCH REFUSED'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT VEH-IN-SERVICE
                               DISPLAY 'PRG175: VEHICLE STATUS '
                                   VEH-STATUS ' - NOT IN SERVICE, '
                                   'DISPATCH REFUSED'
                           WHEN VEH-REG-EXPIRY < WS-TODAY-YYYYMMDD
                               DISPLAY 'PRG175: REGISTRATION LAPSED '
                                   VEH-REG-EXPIRY
                                   ' - DISPATCH REFUSED'
                           WHEN VEH-INSPECT-EXPIRY < WS-TODAY-YYYYMMDD
                               DISPLAY 'PRG175: INSPECTION LAPSED '
                                   VEH-INSPECT-EXPIRY
                                   ' - DISPATCH REFUSED'
                           WHEN OTHER
                               DISPLAY 'PRG175: VEHICLE ' VEH-PLATE
                                   ' ' VEH-DESCRIPTION
                               MOVE 'Y' TO WS-VEHICLE-OK
                       END-EVALUATE
               END-READ
           END-IF.

      * Edit check: the destination must be a home on the PRG55
           MOVE WS-STAMP-TIME TO TR-DEPART-TIME.
           MOVE SPACES TO TR-ARRIVE-DATE TR-ARRIVE-TIME
               TR-RECEIVED-BY.
           MOVE VEH-ODOMETER TO TR-ODOMETER-OUT.
           MOVE ZERO TO TR-ODOMETER-IN.
           WRITE TRANSPORT-RECORD.
           IF WS-TR-STATUS = '00'
               DISPLAY 'PRG175: TRANSPORT ' WS-NEXT-SEQUENCE
                       DISPLAY 'PRG175: ARRIVAL ALREADY CONFIRMED '
                           TR-ARRIVE-DATE ' ' TR-ARRIVE-TIME
                   ELSE
                       PERFORM ACCEPT-ARRIVAL-DETAIL
                   END-IF
           END-READ.

      * The odometer out defaults to the reading the fleet master
      * carried at dispatch; the reading in may not run backwards.
       ACCEPT-ARRIVAL-DETAIL.
           DISPLAY 'RECEIVED BY (SIGNER AT HOME): '
               WITH NO ADVANCING.
           ACCEPT WS-RECEIVED-BY.
           DISPLAY 'ODOMETER OUT (0 = ' TR-ODOMETER-OUT '): '
               WITH NO ADVANCING.
           ACCEPT WS-ODOMETER-OUT.
           IF WS-ODOMETER-OUT = ZERO
               MOVE TR-ODOMETER-OUT TO WS-ODOMETER-OUT
           END-IF.
           DISPLAY 'ODOMETER IN: ' WITH NO ADVANCING.
           ACCEPT WS-ODOMETER-IN.
           IF WS-ODOMETER-IN < WS-ODOMETER-OUT
               DISPLAY 'PRG175: ODOMETER IN IS BELOW ODOMETER OUT - '
                   'ARRIVAL NOT CONFIRMED'
           ELSE
               PERFORM STAMP-NOW
               MOVE WS-STAMP-DATE TO TR-ARRIVE-DATE
               MOVE WS-STAMP-TIME TO TR-ARRIVE-TIME
               MOVE WS-RECEIVED-BY TO TR-RECEIVED-BY
               MOVE WS-ODOMETER-OUT TO TR-ODOMETER-OUT
               MOVE WS-ODOMETER-IN TO TR-ODOMETER-IN
               REWRITE TRANSPORT-RECORD
               IF WS-TR-STATUS = '00'
                   COMPUTE WS-TRIP-MILES =
                       WS-ODOMETER-IN - WS-ODOMETER-OUT
                   DISPLAY 'PRG175: ARRIVAL CONFIRMED - '
                       WS-TRIP-MILES ' MILES'
                   PERFORM CARRY-ODOMETER-FORWARD
               ELSE
                   DISPLAY 'PRG175: REWRITE FAILED, STATUS = '
                       WS-TR-STATUS
               END-IF
           END-IF.

       CARRY-ODOMETER-FORWARD.
           IF WS-VEH-OPEN = 'Y'
               MOVE TR-VEHICLE-ID TO VEH-VEHICLE-ID
               READ VEHICLE-MASTER
                   INVALID KEY
                       DISPLAY 'PRG175: VEHICLE ' TR-VEHICLE-ID
                           ' NO LONGER ON FLEET MASTER'
                   NOT INVALID KEY
                       IF WS-ODOMETER-IN > VEH-ODOMETER
                           MOVE WS-ODOMETER-IN TO VEH-ODOMETER
                           REWRITE VEHICLE-RECORD
                           IF WS-VEH-STATUS NOT = '00'
                               DISPLAY 'PRG175: VEHICLE REWRITE '
                                   'FAILED, STATUS = ' WS-VEH-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

       PRINT-DISPATCH-SHEET.
           DISPLAY 'DISPATCH DATE (YYYYMMDD, BLANK FOR TODAY): '
               WITH NO ADVANCING.
                               '  ' TR-VEHICLE-ID '  ' TR-DRIVER-ID
                               '  ' TR-DEST-HOME-CODE '  '
                               TR-DEPART-TIME '  ' TR-ARRIVE-TIME
                           PERFORM PRINT-HAZARD-LINE
                       END-IF
               END-READ
           END-PERFORM.
                               '  ' TR-VEHICLE-ID '  ' TR-DRIVER-ID
                               '  ' TR-DEST-HOME-CODE '  '
                               TR-DEPART-DATE ' ' TR-DEPART-TIME
                           PERFORM PRINT-HAZARD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'OPEN TRANSPORTS: ' WS-LIST-COUNT.

      * Caller moves the case number to PRC-CASE-NUMBER.
       LOAD-CASE-PRECAUTIONS.
           MOVE 'N' TO WS-PRC-FLAGGED.
           IF WS-PRC-OPEN = 'Y'
               READ PRECAUTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRC-ACTIVE
                           MOVE 'Y' TO WS-PRC-FLAGGED
                       END-IF
               END-READ
           END-IF.

      * Report rows for a flagged case carry the hazard beneath
      * them, for the crew's sheet and the receiving home.
       PRINT-HAZARD-LINE.
           MOVE TR-CASE-NUMBER TO PRC-CASE-NUMBER.
           PERFORM LOAD-CASE-PRECAUTIONS.
           IF WS-PRC-FLAGGED = 'Y'
               DISPLAY '        *** BIOHAZARD ' PRC-HAZARD-CODE
                   ' LEVEL ' PRC-PRECAUTION-LEVEL ' - '
                   PRC-HAZARD-NOTE
           END-IF.
