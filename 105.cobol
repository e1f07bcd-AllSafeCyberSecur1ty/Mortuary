      * (STATHIST.DAT): received today, released today, on-hand,
      * occupied trays, and the tray capacity off the PRG140 bay
      * master (in-service trays only). PRG110 turns the history
      * into the monthly occupancy trend report. The history stays
      * one row per building: a temporary storage unit stood up by
      * PRG290 (STORUNIT.DAT) is counted - its cases, trays and
      * movements - with the building it is hosted by, so a surge
      * shows in that building's trend instead of vanishing into
      * the main building's. A facility ID on no list stays with
      * the main building.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG105.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
           SELECT STORAGE-UNIT-FILE ASSIGN TO "STORUNIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FACILITY-ID
           FILE STATUS IS WS-FAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "STATREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-ST-STATUS           PIC XX.
       77 WS-BM-STATUS           PIC XX.
       77 WS-FAC-STATUS          PIC XX.
       77 WS-FIND-FACILITY       PIC X(4).
       77 WS-HOST-FACILITY       PIC X(4).
       77 WS-UN-IDX              PIC 9(3) USAGE IS COMP.
       77 WS-UNIT-FOUND          PIC X VALUE 'N'.
       77 WS-MAIN-CAPACITY       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ANNEX-CAPACITY      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
             10 WS-ANNEX-RELEASED PIC 9(5) USAGE IS COMP VALUE ZERO.
             10 WS-ANNEX-ON-HAND  PIC 9(5) USAGE IS COMP VALUE ZERO.
             10 WS-ANNEX-OCCUPIED PIC 9(5) USAGE IS COMP VALUE ZERO.
      * Every storage unit on STORUNIT.DAT and the building it
      * is hosted by.
       01 WS-UNIT-TABLE.
          05 WS-UN-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-UN-ENTRY OCCURS 50 TIMES.
             10 WS-UN-FACILITY    PIC X(4).
             10 WS-UN-HOST        PIC X(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-DISPLAY.
           PERFORM LOAD-STORAGE-UNITS.
           PERFORM COUNT-BAY-CAPACITY.
           PERFORM OPEN-SNAPSHOT-FILES.
           IF WS-DM-STATUS = '00' AND WS-ST-STATUS = '00'
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF BM-IN-SERVICE
                               MOVE BM-FACILITY-ID TO WS-FIND-FACILITY
                               PERFORM RESOLVE-HOST-FACILITY
                               IF WS-HOST-FACILITY = 'ANNX'
                                   ADD 1 TO WS-ANNEX-CAPACITY
                               ELSE
                                   ADD 1 TO WS-MAIN-CAPACITY
               CLOSE BAY-MASTER
           END-IF.

      * Every unit ever stood up, live or torn down - a missing
      * unit file just means there have never been any.
       LOAD-STORAGE-UNITS.
           OPEN INPUT STORAGE-UNIT-FILE.
           IF WS-FAC-STATUS = '00'
               MOVE LOW-VALUES TO FAC-FACILITY-ID
               START STORAGE-UNIT-FILE
                   KEY IS NOT LESS THAN FAC-FACILITY-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ STORAGE-UNIT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           PERFORM ADD-UNIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STORAGE-UNIT-FILE
           END-IF.

       ADD-UNIT-ENTRY.
           IF WS-UN-USED < 50
               ADD 1 TO WS-UN-USED
               MOVE FAC-FACILITY-ID TO WS-UN-FACILITY (WS-UN-USED)
               MOVE FAC-HOST-FACILITY TO WS-UN-HOST (WS-UN-USED)
           ELSE
               DISPLAY 'PRG105: STORAGE UNIT TABLE FULL - UNIT '
                   FAC-FACILITY-ID ' COUNTED WITH MAIN'
           END-IF.

      * The building WS-FIND-FACILITY is counted under - itself for
      * the annex, the host for a storage unit, else the main
      * building.
       RESOLVE-HOST-FACILITY.
           MOVE 'MAIN' TO WS-HOST-FACILITY.
           IF WS-FIND-FACILITY = 'ANNX'
               MOVE 'ANNX' TO WS-HOST-FACILITY
           ELSE
               MOVE 'N' TO WS-UNIT-FOUND
               PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-USED OR WS-UNIT-FOUND = 'Y'
                   IF WS-UN-FACILITY (WS-UN-IDX) = WS-FIND-FACILITY
                       MOVE 'Y' TO WS-UNIT-FOUND
                       IF WS-UN-HOST (WS-UN-IDX) = 'ANNX'
                           MOVE 'ANNX' TO WS-HOST-FACILITY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * A required file that will not open abandons the run and
      * raises the return code, so the PRG165 driver sees the step
      * fail instead of stamping it complete.
           END-PERFORM.

       TALLY-ONE-CASE.
           MOVE DM-FACILITY-ID TO WS-FIND-FACILITY.
           PERFORM RESOLVE-HOST-FACILITY.
           IF NOT DM-STATUS-RELEASED
               IF WS-HOST-FACILITY = 'ANNX'
                   ADD 1 TO WS-ANNEX-ON-HAND
                   IF DM-BAY-NUMBER NOT = SPACES
                       ADD 1 TO WS-ANNEX-OCCUPIED
               END-IF
           END-IF.
           IF DM-INTAKE-DATE = WS-TODAY-DISPLAY
               IF WS-HOST-FACILITY = 'ANNX'
                   ADD 1 TO WS-ANNEX-RECEIVED
               ELSE
                   ADD 1 TO WS-MAIN-RECEIVED
               END-IF
           END-IF.
           IF DM-STATUS-RELEASED AND DM-RELEASE-DATE = WS-TODAY-DISPLAY
               IF WS-HOST-FACILITY = 'ANNX'
                   ADD 1 TO WS-ANNEX-RELEASED
               ELSE
                   ADD 1 TO WS-MAIN-RELEASED
