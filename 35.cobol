      * comes off the PRG140 bay master (in-service trays only)
      * instead of the old compiled rosters, so adding a tray or
      * pulling one for repair moves these numbers the same day.
      * A temporary storage unit stood up by PRG290 (STORUNIT.DAT)
      * is a facility of its own and gets its own block after the
      * two buildings, naming its host building - a unit still
      * standing prints even when empty, a torn-down one only while
      * it has a case or a movement today. A case or tray under a
      * facility ID on neither list stays with the main building.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG35.
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
           COPY "DMFREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-BM-STATUS           PIC XX.
       77 WS-FAC-STATUS          PIC XX.
       77 WS-FIND-FACILITY       PIC X(4).
       77 WS-UN-IDX              PIC 9(3) USAGE IS COMP.
       77 WS-UNIT-FOUND          PIC X VALUE 'N'.
       77 WS-MAIN-CAPACITY       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ANNEX-CAPACITY      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
             10 WS-COMB-OCCUPIED  PIC 9(5) USAGE IS COMP VALUE ZERO.
             10 WS-COMB-RECEIVED  PIC 9(5) USAGE IS COMP VALUE ZERO.
             10 WS-COMB-RELEASED  PIC 9(5) USAGE IS COMP VALUE ZERO.
      * One entry per storage unit on STORUNIT.DAT, in unit order.
       01 WS-UNIT-TABLE.
          05 WS-UN-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-UN-ENTRY OCCURS 50 TIMES.
             10 WS-UN-FACILITY    PIC X(4).
             10 WS-UN-HOST        PIC X(4).
             10 WS-UN-STATUS      PIC X(4).
             10 WS-UN-CAPACITY    PIC 9(5) USAGE IS COMP.
             10 WS-UN-OCCUPIED    PIC 9(5) USAGE IS COMP.
             10 WS-UN-RECEIVED    PIC 9(5) USAGE IS COMP.
             10 WS-UN-RELEASED    PIC 9(5) USAGE IS COMP.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-DISPLAY.
           PERFORM LOAD-STORAGE-UNITS.
           PERFORM COUNT-BAY-CAPACITY.
           PERFORM OPEN-MASTER-FILE.
           IF WS-DM-STATUS = '00'
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF BM-IN-SERVICE
                               PERFORM ADD-ONE-TRAY-CAPACITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAY-MASTER
           END-IF.

       ADD-ONE-TRAY-CAPACITY.
           MOVE BM-FACILITY-ID TO WS-FIND-FACILITY.
           PERFORM FIND-STORAGE-UNIT.
           EVALUATE TRUE
               WHEN BM-FACILITY-ID = 'ANNX'
                   ADD 1 TO WS-ANNEX-CAPACITY
               WHEN WS-UNIT-FOUND = 'Y'
                   ADD 1 TO WS-UN-CAPACITY (WS-UN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-MAIN-CAPACITY
           END-EVALUATE.

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
               MOVE FAC-STATUS TO WS-UN-STATUS (WS-UN-USED)
               MOVE ZERO TO WS-UN-CAPACITY (WS-UN-USED)
               MOVE ZERO TO WS-UN-OCCUPIED (WS-UN-USED)
               MOVE ZERO TO WS-UN-RECEIVED (WS-UN-USED)
               MOVE ZERO TO WS-UN-RELEASED (WS-UN-USED)
           ELSE
               DISPLAY 'PRG35: STORAGE UNIT TABLE FULL - UNIT '
                   FAC-FACILITY-ID ' COUNTED WITH MAIN'
           END-IF.

      * Looks WS-FIND-FACILITY up in the unit table; WS-UN-IDX is
      * the entry when WS-UNIT-FOUND is 'Y'.
       FIND-STORAGE-UNIT.
           MOVE 'N' TO WS-UNIT-FOUND.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
               UNTIL WS-UN-IDX > WS-UN-USED OR WS-UNIT-FOUND = 'Y'
               IF WS-UN-FACILITY (WS-UN-IDX) = WS-FIND-FACILITY
                   MOVE 'Y' TO WS-UNIT-FOUND
               END-IF
           END-PERFORM.
           IF WS-UNIT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-UN-IDX
           END-IF.

       OPEN-MASTER-FILE.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
           END-PERFORM.

       TALLY-ONE-CASE-BY-FACILITY.
           MOVE 'N' TO WS-UNIT-FOUND.
           IF NOT DM-FACILITY-ANNEX
               MOVE DM-FACILITY-ID TO WS-FIND-FACILITY
               PERFORM FIND-STORAGE-UNIT
           END-IF.
           IF NOT DM-STATUS-RELEASED
               ADD 1 TO WS-COMB-OCCUPIED
               EVALUATE TRUE
                   WHEN DM-FACILITY-ANNEX
                       ADD 1 TO WS-ANNEX-OCCUPIED
                   WHEN WS-UNIT-FOUND = 'Y'
                       ADD 1 TO WS-UN-OCCUPIED (WS-UN-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-MAIN-OCCUPIED
               END-EVALUATE
           END-IF.
           IF DM-INTAKE-DATE = WS-TODAY-DISPLAY
               ADD 1 TO WS-COMB-RECEIVED
               EVALUATE TRUE
                   WHEN DM-FACILITY-ANNEX
                       ADD 1 TO WS-ANNEX-RECEIVED
                   WHEN WS-UNIT-FOUND = 'Y'
                       ADD 1 TO WS-UN-RECEIVED (WS-UN-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-MAIN-RECEIVED
               END-EVALUATE
           END-IF.
           IF DM-STATUS-RELEASED AND DM-RELEASE-DATE = WS-TODAY-DISPLAY
               ADD 1 TO WS-COMB-RELEASED
               EVALUATE TRUE
                   WHEN DM-FACILITY-ANNEX
                       ADD 1 TO WS-ANNEX-RELEASED
                   WHEN WS-UNIT-FOUND = 'Y'
                       ADD 1 TO WS-UN-RELEASED (WS-UN-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-MAIN-RELEASED
               END-EVALUATE
           END-IF.

       PRINT-CONSOLIDATED-REPORT.
           DISPLAY '  RECEIVED : ' WS-ANNEX-RECEIVED.
           DISPLAY '  RELEASED : ' WS-ANNEX-RELEASED.
           DISPLAY ' '.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
               UNTIL WS-UN-IDX > WS-UN-USED
               IF WS-UN-STATUS (WS-UN-IDX) = 'ACTV'
                   OR WS-UN-OCCUPIED (WS-UN-IDX) > ZERO
                   OR WS-UN-RECEIVED (WS-UN-IDX) > ZERO
                   OR WS-UN-RELEASED (WS-UN-IDX) > ZERO
                   PERFORM PRINT-ONE-STORAGE-UNIT
               END-IF
           END-PERFORM.
           DISPLAY 'COMBINED'.
           DISPLAY '  OCCUPIED : ' WS-COMB-OCCUPIED.
           DISPLAY '  RECEIVED : ' WS-COMB-RECEIVED.
           DISPLAY '  RELEASED : ' WS-COMB-RELEASED.

       PRINT-ONE-STORAGE-UNIT.
           DISPLAY 'STORAGE UNIT ' WS-UN-FACILITY (WS-UN-IDX)
               ' AT ' WS-UN-HOST (WS-UN-IDX)
               ' (CAPACITY ' WS-UN-CAPACITY (WS-UN-IDX) ')'.
           IF WS-UN-STATUS (WS-UN-IDX) NOT = 'ACTV'
               DISPLAY '  UNIT TORN DOWN'
           END-IF.
           DISPLAY '  OCCUPIED : ' WS-UN-OCCUPIED (WS-UN-IDX).
           DISPLAY '  RECEIVED : ' WS-UN-RECEIVED (WS-UN-IDX).
           DISPLAY '  RELEASED : ' WS-UN-RELEASED (WS-UN-IDX).
           DISPLAY ' '.
