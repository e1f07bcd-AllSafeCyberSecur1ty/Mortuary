      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Monthly Fleet Report - for the month keyed (YYYYMM), the
      * trips and miles each removal vehicle on the PRG250 fleet
      * master ran, off the transports PRG175 confirmed as arrived
      * that month (miles are odometer in less odometer out), then
      * every registration, inspection and service-due date falling
      * within the next 30 days - or already gone by - for each
      * vehicle not retired, so the fleet coordinator books the DMV
      * and the shop before PRG175 starts refusing the vehicle.
      * Days to go are true calendar days off PRG95.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG255.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO "VEHICLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-VEHICLE-ID
           FILE STATUS IS WS-VEH-STATUS.
           SELECT TRANSPORT-FILE ASSIGN TO "TRANSPRT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-TR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
           COPY "VEHREC.CPY".
       FD  TRANSPORT-FILE.
           COPY "TRREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-VEH-STATUS          PIC XX.
       77 WS-TR-STATUS           PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-FLEET-PERIOD        PIC 9(6).
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
       77 WS-DUE-DAYNO           PIC 9(7).
       77 WS-DAYS-TO-GO          PIC S9(5).
       77 WS-LOOK-AHEAD-DAYS     PIC 9(3) VALUE 30.
       77 WS-VEH-SUB             PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-VEH-USED            PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-VEH-FOUND           PIC X VALUE 'N'.
       77 WS-TRIP-MILES          PIC 9(7).
       77 WS-TOTAL-TRIPS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-MILES         PIC 9(9) VALUE ZERO.
       77 WS-UNKNOWN-TRIPS       PIC 9(5) VALUE ZERO.
       77 WS-DUE-COUNT           PIC 9(5) VALUE ZERO.
       77 WS-DUE-WHAT            PIC X(12).
       01 WS-DATE-PARSE.
          05 WS-DP-PERIOD        PIC 9(6).
          05 WS-DP-DD            PIC 9(2).
      * One row per vehicle on the master, in vehicle ID order.
       01 WS-VEHICLE-TOTALS.
          05 WS-VEH-ENTRY OCCURS 200 TIMES.
             10 WS-VT-VEHICLE-ID PIC X(8).
             10 WS-VT-PLATE      PIC X(10).
             10 WS-VT-STATUS     PIC X(4).
             10 WS-VT-TRIPS      PIC 9(5).
             10 WS-VT-MILES      PIC 9(7).
       01 WS-MILEAGE-LINE.
          05 WS-ML-VEHICLE-ID    PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ML-PLATE         PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ML-STATUS        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ML-TRIPS         PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ML-MILES         PIC Z(6)9.
       01 WS-DUE-LINE.
          05 WS-DL-VEHICLE-ID    PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-PLATE         PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-WHAT          PIC X(12).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-DATE          PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-DAYS          PIC -(4)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-FLAG          PIC X(7).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'FLEET MONTH (YYYYMM): ' WITH NO ADVANCING.
           ACCEPT WS-FLEET-PERIOD.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-TODAY-DAYNO.
           OPEN INPUT VEHICLE-MASTER.
           IF WS-VEH-STATUS NOT = '00'
               DISPLAY 'PRG255: UNABLE TO OPEN VEHICLE MASTER, '
                   'STATUS = ' WS-VEH-STATUS
           ELSE
               PERFORM LOAD-VEHICLE-TABLE
               OPEN INPUT TRANSPORT-FILE
               IF WS-TR-STATUS NOT = '00'
                   DISPLAY 'PRG255: TRANSPORT FILE NOT ON FILE, '
                       'STATUS = ' WS-TR-STATUS ' - NO TRIPS TO COUNT'
               ELSE
                   PERFORM SCAN-TRANSPORTS
                   CLOSE TRANSPORT-FILE
               END-IF
               PERFORM PRINT-MILEAGE-SECTION
               PERFORM PRINT-DUE-DATES-SECTION
               CLOSE VEHICLE-MASTER
           END-IF.
           STOP RUN.

       LOAD-VEHICLE-TABLE.
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
                       PERFORM LOAD-ONE-VEHICLE
               END-READ
           END-PERFORM.

       LOAD-ONE-VEHICLE.
           IF WS-VEH-USED < 200
               ADD 1 TO WS-VEH-USED
               MOVE VEH-VEHICLE-ID TO WS-VT-VEHICLE-ID (WS-VEH-USED)
               MOVE VEH-PLATE TO WS-VT-PLATE (WS-VEH-USED)
               MOVE VEH-STATUS TO WS-VT-STATUS (WS-VEH-USED)
               MOVE ZERO TO WS-VT-TRIPS (WS-VEH-USED)
               MOVE ZERO TO WS-VT-MILES (WS-VEH-USED)
           ELSE
               DISPLAY 'PRG255: VEHICLE TABLE FULL - ' VEH-VEHICLE-ID
                   ' NOT TOTALLED'
           END-IF.

      * A trip belongs to the month it arrived in - the YYYYMM
      * slice of the arrival stamp. Still-open transports have no
      * odometer in and wait for next month's run.
       SCAN-TRANSPORTS.
           MOVE LOW-VALUES TO TR-KEY.
           START TRANSPORT-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ TRANSPORT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF TR-ARRIVE-DATE NOT = SPACES
                           PERFORM TALLY-ONE-TRIP
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-TRIP.
           MOVE TR-ARRIVE-DATE TO WS-DATE-PARSE.
           IF WS-DP-PERIOD = WS-FLEET-PERIOD
               MOVE ZERO TO WS-TRIP-MILES
               IF TR-ODOMETER-IN > TR-ODOMETER-OUT
                   COMPUTE WS-TRIP-MILES =
                       TR-ODOMETER-IN - TR-ODOMETER-OUT
               END-IF
               ADD 1 TO WS-TOTAL-TRIPS
               ADD WS-TRIP-MILES TO WS-TOTAL-MILES
               MOVE 'N' TO WS-VEH-FOUND
               PERFORM VARYING WS-VEH-SUB FROM 1 BY 1
                   UNTIL WS-VEH-SUB > WS-VEH-USED OR WS-VEH-FOUND = 'Y'
                   IF WS-VT-VEHICLE-ID (WS-VEH-SUB) = TR-VEHICLE-ID
                       MOVE 'Y' TO WS-VEH-FOUND
                   END-IF
               END-PERFORM
               IF WS-VEH-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-VEH-SUB
                   ADD 1 TO WS-VT-TRIPS (WS-VEH-SUB)
                   ADD WS-TRIP-MILES TO WS-VT-MILES (WS-VEH-SUB)
               ELSE
                   ADD 1 TO WS-UNKNOWN-TRIPS
               END-IF
           END-IF.

       PRINT-MILEAGE-SECTION.
           DISPLAY ' '.
           DISPLAY 'FLEET MILEAGE - MONTH ' WS-FLEET-PERIOD.
           DISPLAY 'VEHICLE   PLATE       STAT  TRIPS    MILES'.
           PERFORM VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-USED
               MOVE WS-VT-VEHICLE-ID (WS-VEH-SUB) TO WS-ML-VEHICLE-ID
               MOVE WS-VT-PLATE (WS-VEH-SUB) TO WS-ML-PLATE
               MOVE WS-VT-STATUS (WS-VEH-SUB) TO WS-ML-STATUS
               MOVE WS-VT-TRIPS (WS-VEH-SUB) TO WS-ML-TRIPS
               MOVE WS-VT-MILES (WS-VEH-SUB) TO WS-ML-MILES
               DISPLAY WS-MILEAGE-LINE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'VEHICLES ON FILE      : ' WS-VEH-USED.
           DISPLAY 'TRIPS ARRIVED         : ' WS-TOTAL-TRIPS.
           DISPLAY 'MILES RUN             : ' WS-TOTAL-MILES.
           IF WS-UNKNOWN-TRIPS > ZERO
               DISPLAY 'TRIPS BY VEHICLES NOT ON MASTER: '
                   WS-UNKNOWN-TRIPS
           END-IF.

      * Reads the master again rather than widening the table - the
      * three dates are only wanted here.
       PRINT-DUE-DATES-SECTION.
           DISPLAY ' '.
           DISPLAY 'FLEET DATES DUE WITHIN ' WS-LOOK-AHEAD-DAYS
               ' DAYS OF ' WS-TODAY-YYYYMMDD.
           DISPLAY 'VEHICLE   PLATE       DUE           DATE      '
               '  DAYS'.
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
                       IF NOT VEH-RETIRED
                           PERFORM CHECK-VEHICLE-DATES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'DATES DUE OR PAST    : ' WS-DUE-COUNT.

       CHECK-VEHICLE-DATES.
           MOVE 'REGISTRATION' TO WS-DUE-WHAT.
           MOVE VEH-REG-EXPIRY TO WS-DATE-FOR-DAYNO.
           PERFORM CHECK-ONE-DUE-DATE.
           MOVE 'INSPECTION' TO WS-DUE-WHAT.
           MOVE VEH-INSPECT-EXPIRY TO WS-DATE-FOR-DAYNO.
           PERFORM CHECK-ONE-DUE-DATE.
           MOVE 'SERVICE' TO WS-DUE-WHAT.
           MOVE VEH-SERVICE-DUE TO WS-DATE-FOR-DAYNO.
           PERFORM CHECK-ONE-DUE-DATE.

      * A date never keyed (zero) is listed as due now - a vehicle
      * with no registration date on file cannot be dispatched.
       CHECK-ONE-DUE-DATE.
           IF WS-DATE-FOR-DAYNO = ZERO
               MOVE ZERO TO WS-DAYS-TO-GO
           ELSE
               CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-DUE-DAYNO
               COMPUTE WS-DAYS-TO-GO = WS-DUE-DAYNO - WS-TODAY-DAYNO
           END-IF.
           IF WS-DAYS-TO-GO NOT > WS-LOOK-AHEAD-DAYS
               ADD 1 TO WS-DUE-COUNT
               MOVE VEH-VEHICLE-ID TO WS-DL-VEHICLE-ID
               MOVE VEH-PLATE TO WS-DL-PLATE
               MOVE WS-DUE-WHAT TO WS-DL-WHAT
               MOVE WS-DATE-FOR-DAYNO TO WS-DL-DATE
               MOVE WS-DAYS-TO-GO TO WS-DL-DAYS
               IF WS-DAYS-TO-GO < ZERO
                   MOVE 'OVERDUE' TO WS-DL-FLAG
               ELSE
                   MOVE SPACES TO WS-DL-FLAG
               END-IF
               DISPLAY WS-DUE-LINE
           END-IF.
