      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Monthly Funeral Home Turnaround Scorecard - how long each
      * home leaves its cases in our cooler once they are ready to
      * go. For the month keyed (YYYYMM), every case whose
      * disposition (DISPOSIT.DAT, or ARCHDISP.DAT once PRG70 has
      * swept it) is dated that month is charged to the home code
      * on its master record (DECEDENT.DAT or ARCHDECD.DAT). A case
      * is ready at intake, or when its ME hold was lifted - the
      * latest LIFT event on CASEHIST.DAT before release, falling
      * back to DM-LIFT-DATE - and the days from ready to DISP-DATE
      * give the home's average, its worst case, and how many went
      * past 3 and past 7 days. The transport legs PRG175 confirmed
      * for those cases give the average depart-to-arrive time, and
      * RECEIVBL.DAT gives each home's open private balance and the
      * age of its oldest open invoice (county-program items are
      * the county's debt, not the home's, and are left out).
      * Homes print worst-first - longest average, then longest
      * single wait - and the same lines go to FHSCORE.DAT comma-
      * delimited for the director's spreadsheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG260.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHDECD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CASE-NUMBER
           FILE STATUS IS WS-ARC-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DISPOSIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISP-CASE-NUMBER
           FILE STATUS IS WS-DISP-STATUS.
           SELECT ARCHIVE-DISP-FILE ASSIGN TO "ARCHDISP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADSP-CASE-NUMBER
           FILE STATUS IS WS-ADSP-STATUS.
           SELECT CASE-HISTORY-FILE ASSIGN TO "CASEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CH-STATUS.
           SELECT TRANSPORT-FILE ASSIGN TO "TRANSPRT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-TR-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT FUNERAL-HOME-MASTER ASSIGN TO "FHMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHM-HOME-CODE
           FILE STATUS IS WS-FHM-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "FHSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  ARCHIVE-MASTER.
           COPY "ARCREC.CPY".
       FD  DISPOSITION-FILE.
           COPY "DISPREC.CPY".
       FD  ARCHIVE-DISP-FILE.
           COPY "ARCDREC.CPY".
       FD  CASE-HISTORY-FILE.
       01  CASE-HISTORY-RECORD.
           05 CH-CASE-NUMBER     PIC X(6).
           05 FILLER             PIC X(1).
           05 CH-EVENT-CODE      PIC X(4).
           05 FILLER             PIC X(1).
           05 CH-EVENT-DATE      PIC X(8).
           05 FILLER             PIC X(1).
           05 CH-EVENT-TIME      PIC X(8).
           05 FILLER             PIC X(1).
           05 CH-PERFORMED-BY    PIC X(10).
       FD  TRANSPORT-FILE.
           COPY "TRREC.CPY".
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  FUNERAL-HOME-MASTER.
           COPY "FHMREC.CPY".
       FD  SCORECARD-FILE.
       01  SCORECARD-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-ARC-STATUS          PIC XX.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-ADSP-STATUS         PIC XX.
       77 WS-CH-STATUS           PIC XX.
       77 WS-TR-STATUS           PIC XX.
       77 WS-AR-STATUS           PIC XX.
       77 WS-FHM-STATUS          PIC XX.
       77 WS-SC-STATUS           PIC XX.
       77 WS-DM-OPEN             PIC X VALUE 'N'.
       77 WS-ARC-OPEN            PIC X VALUE 'N'.
       77 WS-TR-OPEN             PIC X VALUE 'N'.
       77 WS-FHM-OPEN            PIC X VALUE 'N'.
       77 WS-SC-OPEN             PIC X VALUE 'N'.
       77 WS-EOF                 PIC X VALUE 'N'.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-MORE-LEGS           PIC X VALUE 'N'.
       77 WS-SCORE-PERIOD        PIC 9(6).
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
       77 WS-READY-DAYNO         PIC 9(7).
       77 WS-DISP-DAYNO          PIC 9(7).
       77 WS-DEPART-DAYNO        PIC 9(7).
       77 WS-ARRIVE-DAYNO        PIC 9(7).
       77 WS-INVOICE-DAYNO       PIC 9(7).
       77 WS-WAIT-DAYS           PIC S9(5).
       77 WS-INVOICE-AGE         PIC S9(5).
       77 WS-DEPART-MINUTES      PIC S9(7) USAGE IS COMP VALUE ZERO.
       77 WS-ARRIVE-MINUTES      PIC S9(7) USAGE IS COMP VALUE ZERO.
       77 WS-LEG-MINUTES         PIC S9(9) USAGE IS COMP VALUE ZERO.
       77 WS-CASE-SUB            PIC 9(4) USAGE IS COMP VALUE ZERO.
       77 WS-CASE-USED           PIC 9(4) USAGE IS COMP VALUE ZERO.
       77 WS-CASE-FOUND          PIC X VALUE 'N'.
       77 WS-HOME-SUB            PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-HOME-USED           PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-HOME-FOUND          PIC X VALUE 'N'.
       77 WS-SORT-SUB            PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-SORT-SWAPPED        PIC X VALUE 'N'.
       77 WS-RANK                PIC 9(3) VALUE ZERO.
       77 WS-FIND-CASE           PIC X(6).
       77 WS-FIND-HOME           PIC X(6).
       77 WS-FOUND-INTAKE        PIC X(8).
       77 WS-FOUND-LIFT          PIC X(8).
       77 WS-MASTER-FOUND        PIC X VALUE 'N'.
       77 WS-DISP-FOUND-DATE     PIC X(8).
       77 WS-TOTAL-RELEASED      PIC 9(5) VALUE ZERO.
       77 WS-NO-MASTER-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-HOME-HOLD           PIC X(68).
       77 WS-AVG-TRANSPORT-HRS   PIC 9(4)V9.
       77 WS-HOME-NAME           PIC X(30).
      * Delimited copy - unedited numbers with the point, the name
      * quoted since home names carry commas.
       77 WS-CSV-AVG-DAYS        PIC 9(4).9.
       77 WS-CSV-TRANSPORT       PIC 9(4).9.
       77 WS-CSV-OPEN-BAL        PIC -9(9).99.
       01 WS-DATE-PARSE.
          05 WS-DP-PERIOD        PIC 9(6).
          05 WS-DP-DD            PIC 9(2).
       01 WS-TIME-PARSE.
          05 WS-TP-HH            PIC 9(2).
          05 FILLER              PIC X.
          05 WS-TP-MM            PIC 9(2).
          05 FILLER              PIC X(3).
      * The month's released cases, with the home each is charged
      * to and when it became ready to go.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 1000 TIMES.
             10 WS-CT-CASE       PIC X(6).
             10 WS-CT-HOME       PIC X(6).
             10 WS-CT-READY-DATE PIC X(8).
             10 WS-CT-DISP-DATE  PIC X(8).
      * One row per home code met this month - released cases or
      * an open invoice. Blank home code prints as (NONE).
       01 WS-HOME-TABLE.
          05 WS-HOME-ENTRY OCCURS 200 TIMES.
             10 WS-HT-HOME       PIC X(6).
             10 WS-HT-RELEASED   PIC 9(5).
             10 WS-HT-TOTAL-DAYS PIC 9(7).
             10 WS-HT-AVG-DAYS   PIC 9(4)V9.
             10 WS-HT-WORST-DAYS PIC 9(5).
             10 WS-HT-OVER-3     PIC 9(5).
             10 WS-HT-OVER-7     PIC 9(5).
             10 WS-HT-LEGS       PIC 9(5).
             10 WS-HT-LEG-MINS   PIC 9(9).
             10 WS-HT-OPEN-BAL   PIC S9(9)V99.
             10 WS-HT-OLDEST-AGE PIC 9(5).
       01 WS-SCORE-LINE.
          05 WS-SL-RANK          PIC ZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-HOME          PIC X(6).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-NAME          PIC X(20).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-RELEASED      PIC ZZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-AVG-DAYS      PIC ZZZ9.9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-WORST-DAYS    PIC ZZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-OVER-3        PIC ZZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-OVER-7        PIC ZZZ9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-TRANSPORT     PIC ZZZ9.9.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-OPEN-BAL      PIC -(7)9.99.
          05 FILLER              PIC X VALUE SPACE.
          05 WS-SL-OLDEST-AGE    PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'SCORECARD MONTH (YYYYMM): ' WITH NO ADVANCING.
           ACCEPT WS-SCORE-PERIOD.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-TODAY-DAYNO.
           PERFORM OPEN-MASTER-FILES.
           PERFORM COLLECT-RELEASED-CASES.
           PERFORM APPLY-HOLD-LIFTS.
           PERFORM SCORE-RELEASED-CASES.
           PERFORM SCORE-OPEN-RECEIVABLES.
           PERFORM RANK-HOMES.
           PERFORM PRINT-SCORECARD.
           PERFORM CLOSE-MASTER-FILES.
           STOP RUN.

      * The masters are read by key all through the run; any one
      * missing only thins the card, it does not stop it.
       OPEN-MASTER-FILES.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS = '00'
               MOVE 'Y' TO WS-DM-OPEN
           ELSE
               DISPLAY 'PRG260: DECEDENT MASTER NOT AVAILABLE, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-ARC-OPEN
           END-IF.
           OPEN INPUT TRANSPORT-FILE.
           IF WS-TR-STATUS = '00'
               MOVE 'Y' TO WS-TR-OPEN
           END-IF.
           OPEN INPUT FUNERAL-HOME-MASTER.
           IF WS-FHM-STATUS = '00'
               MOVE 'Y' TO WS-FHM-OPEN
           END-IF.
           OPEN OUTPUT SCORECARD-FILE.
           IF WS-SC-STATUS = '00'
               MOVE 'Y' TO WS-SC-OPEN
           ELSE
               DISPLAY 'PRG260: UNABLE TO OPEN FHSCORE.DAT, STATUS = '
                   WS-SC-STATUS
           END-IF.

       CLOSE-MASTER-FILES.
           IF WS-DM-OPEN = 'Y'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-ARC-OPEN = 'Y'
               CLOSE ARCHIVE-MASTER
           END-IF.
           IF WS-TR-OPEN = 'Y'
               CLOSE TRANSPORT-FILE
           END-IF.
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
           END-IF.
           IF WS-SC-OPEN = 'Y'
               CLOSE SCORECARD-FILE
           END-IF.

      * Live dispositions first, then the archive - PRG70 moves a
      * disposition with its case, so a case is on one or the other.
       COLLECT-RELEASED-CASES.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS = '00'
               MOVE LOW-VALUES TO DISP-CASE-NUMBER
               START DISPOSITION-FILE
                   KEY IS NOT LESS THAN DISP-CASE-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ DISPOSITION-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE DISP-CASE-NUMBER TO WS-FIND-CASE
                           MOVE DISP-DATE TO WS-DISP-FOUND-DATE
                           PERFORM COLLECT-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           ELSE
               DISPLAY 'PRG260: DISPOSITION FILE NOT AVAILABLE, '
                   'STATUS = ' WS-DISP-STATUS
           END-IF.
           OPEN INPUT ARCHIVE-DISP-FILE.
           IF WS-ADSP-STATUS = '00'
               MOVE LOW-VALUES TO ADSP-CASE-NUMBER
               START ARCHIVE-DISP-FILE
                   KEY IS NOT LESS THAN ADSP-CASE-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ ARCHIVE-DISP-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE ADSP-CASE-NUMBER TO WS-FIND-CASE
                           MOVE ADSP-DATE TO WS-DISP-FOUND-DATE
                           PERFORM COLLECT-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-DISP-FILE
           END-IF.

       COLLECT-ONE-CASE.
           MOVE WS-DISP-FOUND-DATE TO WS-DATE-PARSE.
           IF WS-DP-PERIOD = WS-SCORE-PERIOD
               PERFORM FIND-CASE-MASTER
               IF WS-MASTER-FOUND = 'N'
                   ADD 1 TO WS-NO-MASTER-COUNT
               ELSE
                   IF WS-CASE-USED < 1000
                       ADD 1 TO WS-CASE-USED
                       MOVE WS-FIND-CASE TO WS-CT-CASE (WS-CASE-USED)
                       MOVE WS-FIND-HOME TO WS-CT-HOME (WS-CASE-USED)
                       MOVE WS-DISP-FOUND-DATE
                           TO WS-CT-DISP-DATE (WS-CASE-USED)
                       IF WS-FOUND-LIFT NOT = SPACES
                           MOVE WS-FOUND-LIFT
                               TO WS-CT-READY-DATE (WS-CASE-USED)
                       ELSE
                           MOVE WS-FOUND-INTAKE
                               TO WS-CT-READY-DATE (WS-CASE-USED)
                       END-IF
                   ELSE
                       DISPLAY 'PRG260: CASE TABLE FULL - CASE '
                           WS-FIND-CASE ' NOT SCORED'
                   END-IF
               END-IF
           END-IF.

      * Home code, intake and lift dates for WS-FIND-CASE off the
      * live master, else the archive.
       FIND-CASE-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND.
           IF WS-DM-OPEN = 'Y'
               MOVE WS-FIND-CASE TO DM-CASE-NUMBER
               READ DECEDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
                       MOVE DM-FUNERAL-HOME TO WS-FIND-HOME
                       MOVE DM-INTAKE-DATE TO WS-FOUND-INTAKE
                       MOVE DM-LIFT-DATE TO WS-FOUND-LIFT
               END-READ
           END-IF.
           IF WS-MASTER-FOUND = 'N' AND WS-ARC-OPEN = 'Y'
               MOVE WS-FIND-CASE TO ARC-CASE-NUMBER
               READ ARCHIVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
                       MOVE ARC-FUNERAL-HOME TO WS-FIND-HOME
                       MOVE ARC-INTAKE-DATE TO WS-FOUND-INTAKE
                       MOVE ARC-LIFT-DATE TO WS-FOUND-LIFT
               END-READ
           END-IF.

      * A hold placed again after a lift blanks DM-LIFT-DATE until
      * the next lift, so the journal is the better witness: the
      * latest LIFT on or before the release makes the case ready.
       APPLY-HOLD-LIFTS.
           OPEN INPUT CASE-HISTORY-FILE.
           IF WS-CH-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CH-EVENT-CODE = 'LIFT'
                               PERFORM APPLY-ONE-LIFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-HISTORY-FILE
           END-IF.

       APPLY-ONE-LIFT.
           MOVE 'N' TO WS-CASE-FOUND.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-USED OR WS-CASE-FOUND = 'Y'
               IF WS-CT-CASE (WS-CASE-SUB) = CH-CASE-NUMBER
                   MOVE 'Y' TO WS-CASE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CASE-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CASE-SUB
               IF CH-EVENT-DATE > WS-CT-READY-DATE (WS-CASE-SUB)
                   AND CH-EVENT-DATE NOT > WS-CT-DISP-DATE (WS-CASE-SUB)
                   MOVE CH-EVENT-DATE TO WS-CT-READY-DATE (WS-CASE-SUB)
               END-IF
           END-IF.

       SCORE-RELEASED-CASES.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-USED
               PERFORM SCORE-ONE-CASE
           END-PERFORM.

       SCORE-ONE-CASE.
           MOVE WS-CT-HOME (WS-CASE-SUB) TO WS-FIND-HOME.
           PERFORM FIND-HOME-SLOT.
           IF WS-HOME-FOUND = 'Y'
               ADD 1 TO WS-TOTAL-RELEASED
               MOVE WS-CT-READY-DATE (WS-CASE-SUB) TO WS-DATE-FOR-DAYNO
               CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-READY-DAYNO
               MOVE WS-CT-DISP-DATE (WS-CASE-SUB) TO WS-DATE-FOR-DAYNO
               CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-DISP-DAYNO
               COMPUTE WS-WAIT-DAYS = WS-DISP-DAYNO - WS-READY-DAYNO
               IF WS-WAIT-DAYS < ZERO
                   MOVE ZERO TO WS-WAIT-DAYS
               END-IF
               ADD 1 TO WS-HT-RELEASED (WS-HOME-SUB)
               ADD WS-WAIT-DAYS TO WS-HT-TOTAL-DAYS (WS-HOME-SUB)
               IF WS-WAIT-DAYS > WS-HT-WORST-DAYS (WS-HOME-SUB)
                   MOVE WS-WAIT-DAYS TO WS-HT-WORST-DAYS (WS-HOME-SUB)
               END-IF
               IF WS-WAIT-DAYS > 3
                   ADD 1 TO WS-HT-OVER-3 (WS-HOME-SUB)
               END-IF
               IF WS-WAIT-DAYS > 7
                   ADD 1 TO WS-HT-OVER-7 (WS-HOME-SUB)
               END-IF
               IF WS-TR-OPEN = 'Y'
                   PERFORM SCORE-CASE-TRANSPORTS
               END-IF
           END-IF.

      * Every confirmed leg for the case, timed to the minute the
      * way PRG195 ages its referrals.
       SCORE-CASE-TRANSPORTS.
           MOVE WS-CT-CASE (WS-CASE-SUB) TO TR-CASE-NUMBER.
           MOVE ZERO TO TR-SEQUENCE.
           START TRANSPORT-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-LEGS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-LEGS
           END-START.
           PERFORM UNTIL WS-MORE-LEGS = 'N'
               READ TRANSPORT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-LEGS
                   NOT AT END
                       IF TR-CASE-NUMBER NOT = WS-CT-CASE (WS-CASE-SUB)
                           MOVE 'N' TO WS-MORE-LEGS
                       ELSE
                           IF TR-ARRIVE-DATE NOT = SPACES
                               PERFORM SCORE-ONE-LEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-ONE-LEG.
           MOVE TR-DEPART-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-DEPART-DAYNO.
           MOVE TR-ARRIVE-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-ARRIVE-DAYNO.
           MOVE TR-DEPART-TIME TO WS-TIME-PARSE.
           COMPUTE WS-DEPART-MINUTES = WS-TP-HH * 60 + WS-TP-MM.
           MOVE TR-ARRIVE-TIME TO WS-TIME-PARSE.
           COMPUTE WS-ARRIVE-MINUTES = WS-TP-HH * 60 + WS-TP-MM.
           COMPUTE WS-LEG-MINUTES =
               (WS-ARRIVE-DAYNO - WS-DEPART-DAYNO) * 1440
               + WS-ARRIVE-MINUTES - WS-DEPART-MINUTES.
           IF WS-LEG-MINUTES NOT < ZERO
               ADD 1 TO WS-HT-LEGS (WS-HOME-SUB)
               ADD WS-LEG-MINUTES TO WS-HT-LEG-MINS (WS-HOME-SUB)
           END-IF.

      * Open private items, charged to the home on the case.
       SCORE-OPEN-RECEIVABLES.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-AR-STATUS = '00'
               MOVE LOW-VALUES TO AR-INVOICE-NUMBER
               START RECEIVABLE-FILE
                   KEY IS NOT LESS THAN AR-INVOICE-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ RECEIVABLE-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF AR-STATUS-OPEN AND NOT AR-BILL-COUNTY
                               PERFORM SCORE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           ELSE
               DISPLAY 'PRG260: RECEIVABLE FILE NOT AVAILABLE, '
                   'STATUS = ' WS-AR-STATUS
           END-IF.

       SCORE-ONE-INVOICE.
           MOVE AR-CASE-NUMBER TO WS-FIND-CASE.
           PERFORM FIND-CASE-MASTER.
           IF WS-MASTER-FOUND = 'Y'
               PERFORM FIND-HOME-SLOT
               IF WS-HOME-FOUND = 'Y'
                   ADD AR-BALANCE-DUE TO WS-HT-OPEN-BAL (WS-HOME-SUB)
                   MOVE AR-INVOICE-DATE TO WS-DATE-FOR-DAYNO
                   CALL 'PRG95' USING WS-DATE-FOR-DAYNO,
                       WS-INVOICE-DAYNO
                   COMPUTE WS-INVOICE-AGE =
                       WS-TODAY-DAYNO - WS-INVOICE-DAYNO
                   IF WS-INVOICE-AGE > WS-HT-OLDEST-AGE (WS-HOME-SUB)
                       MOVE WS-INVOICE-AGE
                           TO WS-HT-OLDEST-AGE (WS-HOME-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-HOME-SLOT.
           MOVE 'N' TO WS-HOME-FOUND.
           PERFORM VARYING WS-HOME-SUB FROM 1 BY 1
               UNTIL WS-HOME-SUB > WS-HOME-USED OR WS-HOME-FOUND = 'Y'
               IF WS-HT-HOME (WS-HOME-SUB) = WS-FIND-HOME
                   MOVE 'Y' TO WS-HOME-FOUND
               END-IF
           END-PERFORM.
           IF WS-HOME-FOUND = 'Y'
               SUBTRACT 1 FROM WS-HOME-SUB
           ELSE
               IF WS-HOME-USED < 200
                   ADD 1 TO WS-HOME-USED
                   MOVE WS-HOME-USED TO WS-HOME-SUB
                   MOVE WS-FIND-HOME TO WS-HT-HOME (WS-HOME-SUB)
                   MOVE ZERO TO WS-HT-RELEASED (WS-HOME-SUB)
                       WS-HT-TOTAL-DAYS (WS-HOME-SUB)
                       WS-HT-AVG-DAYS (WS-HOME-SUB)
                       WS-HT-WORST-DAYS (WS-HOME-SUB)
                       WS-HT-OVER-3 (WS-HOME-SUB)
                       WS-HT-OVER-7 (WS-HOME-SUB)
                       WS-HT-LEGS (WS-HOME-SUB)
                       WS-HT-LEG-MINS (WS-HOME-SUB)
                       WS-HT-OPEN-BAL (WS-HOME-SUB)
                       WS-HT-OLDEST-AGE (WS-HOME-SUB)
                   MOVE 'Y' TO WS-HOME-FOUND
               ELSE
                   DISPLAY 'PRG260: HOME TABLE FULL - HOME '
                       WS-FIND-HOME ' NOT SCORED'
               END-IF
           END-IF.

      * Worst-first: longest average wait, then longest single
      * wait. An exchange sort is plenty for one county's homes.
       RANK-HOMES.
           PERFORM VARYING WS-HOME-SUB FROM 1 BY 1
               UNTIL WS-HOME-SUB > WS-HOME-USED
               IF WS-HT-RELEASED (WS-HOME-SUB) > ZERO
                   COMPUTE WS-HT-AVG-DAYS (WS-HOME-SUB) ROUNDED =
                       WS-HT-TOTAL-DAYS (WS-HOME-SUB)
                       / WS-HT-RELEASED (WS-HOME-SUB)
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING WS-HOME-SUB FROM 1 BY 1
                   UNTIL WS-HOME-SUB NOT < WS-HOME-USED
                   COMPUTE WS-SORT-SUB = WS-HOME-SUB + 1
                   IF WS-HT-AVG-DAYS (WS-SORT-SUB)
                       > WS-HT-AVG-DAYS (WS-HOME-SUB)
                       OR (WS-HT-AVG-DAYS (WS-SORT-SUB)
                           = WS-HT-AVG-DAYS (WS-HOME-SUB)
                       AND WS-HT-WORST-DAYS (WS-SORT-SUB)
                           > WS-HT-WORST-DAYS (WS-HOME-SUB))
                       MOVE WS-HOME-ENTRY (WS-HOME-SUB) TO WS-HOME-HOLD
                       MOVE WS-HOME-ENTRY (WS-SORT-SUB)
                           TO WS-HOME-ENTRY (WS-HOME-SUB)
                       MOVE WS-HOME-HOLD TO WS-HOME-ENTRY (WS-SORT-SUB)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-SCORECARD.
           DISPLAY ' '.
           DISPLAY 'FUNERAL HOME TURNAROUND SCORECARD - MONTH '
               WS-SCORE-PERIOD '   RUN ' WS-TODAY-YYYYMMDD.
           DISPLAY 'DAYS ARE READY (INTAKE OR HOLD LIFT) TO RELEASE; '
               'TRANSPORT IS AVERAGE HOURS DEPART TO ARRIVE'.
           DISPLAY 'RNK HOME   NAME                 RELS  AVG D WRST '
               '  >3   >7 TRN HR  OPEN BALANCE OLDEST'.
           IF WS-SC-OPEN = 'Y'
               MOVE SPACES TO SCORECARD-LINE
               STRING 'RANK,HOME CODE,HOME NAME,RELEASED,AVG DAYS,'
                   'WORST DAYS,OVER 3 DAYS,OVER 7 DAYS,'
                   'AVG TRANSPORT HOURS,OPEN BALANCE,OLDEST OPEN DAYS'
                   DELIMITED BY SIZE INTO SCORECARD-LINE
               WRITE SCORECARD-LINE
           END-IF.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-HOME-SUB FROM 1 BY 1
               UNTIL WS-HOME-SUB > WS-HOME-USED
               PERFORM PRINT-ONE-HOME
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'HOMES SCORED         : ' WS-HOME-USED.
           DISPLAY 'CASES RELEASED       : ' WS-TOTAL-RELEASED.
           IF WS-NO-MASTER-COUNT > ZERO
               DISPLAY 'RELEASES WITH NO CASE MASTER (NOT SCORED): '
                   WS-NO-MASTER-COUNT
           END-IF.
           IF WS-SC-OPEN = 'Y'
               DISPLAY 'DELIMITED COPY WRITTEN TO FHSCORE.DAT'
           END-IF.

       PRINT-ONE-HOME.
           ADD 1 TO WS-RANK.
           MOVE SPACES TO WS-HOME-NAME.
           IF WS-HT-HOME (WS-HOME-SUB) = SPACES
               MOVE '(NONE)' TO WS-HOME-NAME
           ELSE
               IF WS-FHM-OPEN = 'Y'
                   MOVE WS-HT-HOME (WS-HOME-SUB) TO FHM-HOME-CODE
                   READ FUNERAL-HOME-MASTER
                       INVALID KEY
                           MOVE 'NOT ON HOME MASTER' TO WS-HOME-NAME
                       NOT INVALID KEY
                           MOVE FHM-HOME-NAME TO WS-HOME-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE ZERO TO WS-AVG-TRANSPORT-HRS.
           IF WS-HT-LEGS (WS-HOME-SUB) > ZERO
               COMPUTE WS-AVG-TRANSPORT-HRS ROUNDED =
                   WS-HT-LEG-MINS (WS-HOME-SUB)
                   / WS-HT-LEGS (WS-HOME-SUB) / 60
           END-IF.
           MOVE WS-RANK TO WS-SL-RANK.
           MOVE WS-HT-HOME (WS-HOME-SUB) TO WS-SL-HOME.
           MOVE WS-HOME-NAME TO WS-SL-NAME.
           MOVE WS-HT-RELEASED (WS-HOME-SUB) TO WS-SL-RELEASED.
           MOVE WS-HT-AVG-DAYS (WS-HOME-SUB) TO WS-SL-AVG-DAYS.
           MOVE WS-HT-WORST-DAYS (WS-HOME-SUB) TO WS-SL-WORST-DAYS.
           MOVE WS-HT-OVER-3 (WS-HOME-SUB) TO WS-SL-OVER-3.
           MOVE WS-HT-OVER-7 (WS-HOME-SUB) TO WS-SL-OVER-7.
           MOVE WS-AVG-TRANSPORT-HRS TO WS-SL-TRANSPORT.
           MOVE WS-HT-OPEN-BAL (WS-HOME-SUB) TO WS-SL-OPEN-BAL.
           MOVE WS-HT-OLDEST-AGE (WS-HOME-SUB) TO WS-SL-OLDEST-AGE.
           DISPLAY WS-SCORE-LINE.
           IF WS-SC-OPEN = 'Y'
               PERFORM WRITE-DELIMITED-LINE
           END-IF.

       WRITE-DELIMITED-LINE.
           MOVE WS-HT-AVG-DAYS (WS-HOME-SUB) TO WS-CSV-AVG-DAYS.
           MOVE WS-AVG-TRANSPORT-HRS TO WS-CSV-TRANSPORT.
           MOVE WS-HT-OPEN-BAL (WS-HOME-SUB) TO WS-CSV-OPEN-BAL.
           MOVE SPACES TO SCORECARD-LINE.
           STRING WS-RANK ',' DELIMITED BY SIZE
               WS-HT-HOME (WS-HOME-SUB) DELIMITED BY SPACE
               ',"' DELIMITED BY SIZE
               WS-HOME-NAME DELIMITED BY '  '
               '",' DELIMITED BY SIZE
               WS-HT-RELEASED (WS-HOME-SUB) ',' DELIMITED BY SIZE
               WS-CSV-AVG-DAYS ',' DELIMITED BY SIZE
               WS-HT-WORST-DAYS (WS-HOME-SUB) ',' DELIMITED BY SIZE
               WS-HT-OVER-3 (WS-HOME-SUB) ',' DELIMITED BY SIZE
               WS-HT-OVER-7 (WS-HOME-SUB) ',' DELIMITED BY SIZE
               WS-CSV-TRANSPORT ',' DELIMITED BY SIZE
               WS-CSV-OPEN-BAL ',' DELIMITED BY SIZE
               WS-HT-OLDEST-AGE (WS-HOME-SUB) DELIMITED BY SIZE
               INTO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
