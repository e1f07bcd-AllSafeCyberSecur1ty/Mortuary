      * plays a day's readings back for the inspector; the
      * exception report flags out-of-band readings and shifts with
      * no reading at all, and lists off DECEDENT.DAT which cases
      * were in the affected facility during each excursion. The
      * band is each facility's BANDLOW/BANDHIGH site parameters in
      * force on the reading (or report) date, through PRG275, with
      * 34.0 to 40.0 used where none is on file; the exception report
      * heads with the band it checked each facility against.
      * Readings are taken for the two buildings and for any
      * temporary storage unit PRG290 has stood up (ACTV on
      * STORUNIT.DAT) - a reefer trailer holds remains too. A unit
      * reading is checked against the unit's own band and never
      * counts toward a building's shift coverage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG145.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT STORAGE-UNIT-FILE ASSIGN TO "STORUNIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FACILITY-ID
           FILE STATUS IS WS-FAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-LOG-FILE.
           COPY "TLREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-TL-STATUS        PIC XX.
       77 WS-DM-STATUS        PIC XX.
       77 WS-FAC-STATUS       PIC XX.
       77 WS-FACILITY-OK      PIC X VALUE 'N'.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-FACILITY         PIC X(4).
       77 WS-COOLER-UNIT      PIC X(4).
       77 WS-CASE-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SHIFT-SUB        PIC 9(1) USAGE IS COMP VALUE ZERO.
       77 WS-READ-HOUR        PIC 9(2).
      * The allowed band for a holding cooler, degrees F, per the
      * health code - used for a facility with no BANDLOW/BANDHIGH
      * row on SITEPARM.DAT.
       77 WS-BAND-LOW         PIC S9(3)V9 VALUE +34.0.
       77 WS-BAND-HIGH        PIC S9(3)V9 VALUE +40.0.
       77 WS-CHECK-BAND-LOW   PIC S9(3)V9.
       77 WS-CHECK-BAND-HIGH  PIC S9(3)V9.
       77 WS-MAIN-BAND-LOW    PIC S9(3)V9.
       77 WS-MAIN-BAND-HIGH   PIC S9(3)V9.
       77 WS-ANNX-BAND-LOW    PIC S9(3)V9.
       77 WS-ANNX-BAND-HIGH   PIC S9(3)V9.
       77 WS-PARM-FACILITY    PIC X(4).
       77 WS-PARM-CODE        PIC X(8).
       77 WS-PARM-DATE        PIC 9(8).
       77 WS-PARM-VALUE       PIC S9(5)V99.
       77 WS-PARM-EFFECTIVE   PIC 9(8).
       77 WS-LOW-SOURCE       PIC X(8).
       77 WS-HIGH-SOURCE      PIC X(8).
      * Readings are required twice a shift, three 8-hour shifts a
      * day (00-08 / 08-16 / 16-24), counted per facility.
       01 WS-SHIFT-COUNTS.
           MOVE WS-TR-SS TO WS-ST-SS.

       RECORD-TEMPERATURE-READING.
           DISPLAY 'FACILITY (MAIN/ANNX/UNIT ID): ' WITH NO ADVANCING.
           ACCEPT WS-FACILITY.
           PERFORM CHECK-READING-FACILITY.
           IF WS-FACILITY-OK NOT = 'Y'
               DISPLAY 'PRG145: FACILITY MUST BE MAIN, ANNX OR A '
                   'STOOD-UP STORAGE UNIT'
           ELSE
               DISPLAY 'COOLER UNIT: ' WITH NO ADVANCING
               ACCEPT WS-COOLER-UNIT
               ACCEPT WS-STAFF-ID
               PERFORM STAMP-READING-TIME
               PERFORM WRITE-READING-RECORD
               MOVE WS-FACILITY TO WS-PARM-FACILITY
               MOVE WS-STAMP-DATE TO WS-PARM-DATE
               PERFORM LOAD-FACILITY-BAND
               IF WS-READING < WS-CHECK-BAND-LOW
                   OR WS-READING > WS-CHECK-BAND-HIGH
                   DISPLAY 'PRG145: *** READING OUT OF BAND ('
                       WS-CHECK-BAND-LOW ' TO ' WS-CHECK-BAND-HIGH
                       ') - CHECK THE BOX NOW ***'
               END-IF
           END-IF.

      * A building, or a storage unit that is standing today. No
      * unit file means no units, not a failure.
       CHECK-READING-FACILITY.
           MOVE 'N' TO WS-FACILITY-OK.
           IF WS-FACILITY = 'MAIN' OR WS-FACILITY = 'ANNX'
               MOVE 'Y' TO WS-FACILITY-OK
           ELSE
               OPEN INPUT STORAGE-UNIT-FILE
               IF WS-FAC-STATUS = '00'
                   MOVE WS-FACILITY TO FAC-FACILITY-ID
                   READ STORAGE-UNIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FAC-STOOD-UP
                               MOVE 'Y' TO WS-FACILITY-OK
                           END-IF
                   END-READ
                   CLOSE STORAGE-UNIT-FILE
               END-IF
           END-IF.

      * Each end of the band is looked up on its own - the value in
      * force on the date, else the compiled default - and where it
      * came from is kept for the report heading.
       LOAD-FACILITY-BAND.
           MOVE 'BANDLOW ' TO WS-PARM-CODE.
           MOVE WS-BAND-LOW TO WS-PARM-VALUE.
           CALL 'PRG275' USING WS-PARM-FACILITY, WS-PARM-CODE,
               WS-PARM-DATE, WS-PARM-VALUE, WS-PARM-EFFECTIVE.
           MOVE WS-PARM-VALUE TO WS-CHECK-BAND-LOW.
           IF WS-PARM-EFFECTIVE = ZERO
               MOVE 'DEFAULT' TO WS-LOW-SOURCE
           ELSE
               MOVE WS-PARM-EFFECTIVE TO WS-LOW-SOURCE
           END-IF.
           MOVE 'BANDHIGH' TO WS-PARM-CODE.
           MOVE WS-BAND-HIGH TO WS-PARM-VALUE.
           CALL 'PRG275' USING WS-PARM-FACILITY, WS-PARM-CODE,
               WS-PARM-DATE, WS-PARM-VALUE, WS-PARM-EFFECTIVE.
           MOVE WS-PARM-VALUE TO WS-CHECK-BAND-HIGH.
           IF WS-PARM-EFFECTIVE = ZERO
               MOVE 'DEFAULT' TO WS-HIGH-SOURCE
           ELSE
               MOVE WS-PARM-EFFECTIVE TO WS-HIGH-SOURCE
           END-IF.

       SHOW-FACILITY-BAND.
           DISPLAY 'ALLOWED BAND ' WS-PARM-FACILITY ' '
               WS-CHECK-BAND-LOW ' TO ' WS-CHECK-BAND-HIGH
               ' DEGREES F  (LOW ' WS-LOW-SOURCE ', HIGH '
               WS-HIGH-SOURCE ')'.

       WRITE-READING-RECORD.
           OPEN EXTEND TEMP-LOG-FILE.
           IF WS-TL-STATUS = '35'
           DISPLAY ' '.
           DISPLAY 'COOLER TEMPERATURE EXCEPTION REPORT - '
               WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-PARM-DATE.
           MOVE 'MAIN' TO WS-PARM-FACILITY.
           PERFORM LOAD-FACILITY-BAND.
           PERFORM SHOW-FACILITY-BAND.
           MOVE WS-CHECK-BAND-LOW TO WS-MAIN-BAND-LOW.
           MOVE WS-CHECK-BAND-HIGH TO WS-MAIN-BAND-HIGH.
           MOVE 'ANNX' TO WS-PARM-FACILITY.
           PERFORM LOAD-FACILITY-BAND.
           PERFORM SHOW-FACILITY-BAND.
           MOVE WS-CHECK-BAND-LOW TO WS-ANNX-BAND-LOW.
           MOVE WS-CHECK-BAND-HIGH TO WS-ANNX-BAND-HIGH.
           OPEN INPUT TEMP-LOG-FILE.
           IF WS-TL-STATUS NOT = '00'
               DISPLAY 'PRG145: NO TEMPERATURE LOG ON FILE - EVERY '
               WHEN OTHER
                   MOVE 3 TO WS-SHIFT-SUB
           END-EVALUATE.
           EVALUATE TL-FACILITY-ID
               WHEN 'ANNX'
                   ADD 1 TO WS-ANNX-SHIFT (WS-SHIFT-SUB)
                   MOVE WS-ANNX-BAND-LOW TO WS-CHECK-BAND-LOW
                   MOVE WS-ANNX-BAND-HIGH TO WS-CHECK-BAND-HIGH
               WHEN 'MAIN'
                   ADD 1 TO WS-MAIN-SHIFT (WS-SHIFT-SUB)
                   MOVE WS-MAIN-BAND-LOW TO WS-CHECK-BAND-LOW
                   MOVE WS-MAIN-BAND-HIGH TO WS-CHECK-BAND-HIGH
               WHEN OTHER
                   MOVE TL-FACILITY-ID TO WS-PARM-FACILITY
                   MOVE WS-REPORT-DATE TO WS-PARM-DATE
                   PERFORM LOAD-FACILITY-BAND
           END-EVALUATE.
           IF TL-READING < WS-CHECK-BAND-LOW
               OR TL-READING > WS-CHECK-BAND-HIGH
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY ' '
               DISPLAY '*** EXCURSION ' TL-READ-TIME ' '
