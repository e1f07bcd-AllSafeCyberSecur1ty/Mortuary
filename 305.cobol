      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Operator Activity and Separation-of-Duties Report - the proof
      * that nobody is working around the controls. Run weekly (the
      * seven days ending on the date given) or quarterly for
      * internal audit (the calendar quarter to that date), it reads
      * every record that carries a staff ID - field changes on
      * AUDIT.DAT, case events on CASEHIST.DAT, hand-offs on
      * CUSTODY.DAT, effects taken in and receipted out on
      * EFFECTS.DAT, prep-room orders and supervisor overrides on
      * WORKORD.DAT, and the payments PRG60 journals to PAYJRNL.DAT
      * - and checks each against the operator on OPRMAST.DAT. To
      * OPRACTV.DAT it writes each exception as found: one person on
      * both sides of a custody hand-off; one person recording an
      * effect at intake and receipting it out at release; work under
      * an ID not on file or now inactive; work needing a higher
      * authority level than the ID holds (2 for any update, 3 for a
      * release, an ME hold or lift, clearing precautions, a site
      * parameter, a supervisor override or receipting effects out);
      * and work stamped outside the operator's shift hours. Then
      * each operator's volume by activity, and the exception totals
      * per operator. Rows written by the batch jobs under BATCH are
      * counted but not checked. A source file not yet on disk is
      * noted and skipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG305.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT CASE-HISTORY-FILE ASSIGN TO "CASEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CH-STATUS.
           SELECT CUSTODY-FILE ASSIGN TO "CUSTODY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-KEY
           FILE STATUS IS WS-CUST-STATUS.
           SELECT EFFECTS-FILE ASSIGN TO "EFFECTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFF-KEY
           FILE STATUS IS WS-EFF-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-KEY
           FILE STATUS IS WS-WO-STATUS.
           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
           SELECT ACTIVITY-REPORT ASSIGN TO "OPRACTV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       FD  AUDIT-LOG-FILE.
           COPY "AUDREC.CPY".
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
       FD  CUSTODY-FILE.
           COPY "CUSTREC.CPY".
       FD  EFFECTS-FILE.
           COPY "EFFREC.CPY".
       FD  WORK-ORDER-FILE.
           COPY "WOREC.CPY".
       FD  PAYMENT-JOURNAL-FILE.
           COPY "PAYREC.CPY".
       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-LINE   PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-OPR-STATUS          PIC XX.
       77 WS-AUD-STATUS          PIC XX.
       77 WS-CH-STATUS           PIC XX.
       77 WS-CUST-STATUS         PIC XX.
       77 WS-EFF-STATUS          PIC XX.
       77 WS-WO-STATUS           PIC XX.
       77 WS-PAY-STATUS          PIC XX.
       77 WS-RPT-STATUS          PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-PERIOD-TYPE         PIC X VALUE SPACE.
       77 WS-DATE-OK             PIC X VALUE 'N'.
       77 WS-END-DAYNO           PIC 9(7).
       77 WS-START-DAYNO         PIC 9(7).
       77 WS-CHECK-DAYNO         PIC 9(7).
       77 WS-IN-PERIOD           PIC X VALUE 'N'.
       77 WS-OT-SUB              PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-OT-SHIFT-SUB        PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-OT-FOUND            PIC X VALUE 'N'.
       77 WS-OT-FULL-SHOWN       PIC X VALUE 'N'.
       77 WS-LOOK-ID             PIC X(10).
       77 WS-CK-SOURCE           PIC X(8).
       77 WS-CK-CASE             PIC X(6).
       77 WS-CK-DATE             PIC X(8).
       77 WS-CK-LEVEL            PIC 9.
       77 WS-OUTSIDE-SHIFT       PIC X VALUE 'N'.
       77 WS-LINE-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-EXCEPTIONS    PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-ACTIVITY      PIC 9(7) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-EDIT          PIC ZZ,ZZ9.
      * The staff ID rows written by PRG20 and PRG85 carry.
       77 WS-BATCH-ID            PIC X(10) VALUE 'BATCH'.
       77 WS-NO-ID               PIC X(10) VALUE '(NO ID)'.
       01 WS-END-DATE-X          PIC X(8).
       01 WS-END-DATE REDEFINES WS-END-DATE-X.
          05 WS-ED-YYYY          PIC 9(4).
          05 WS-ED-MM            PIC 9(2).
          05 WS-ED-DD            PIC 9(2).
       01 WS-END-DATE-N REDEFINES WS-END-DATE-X PIC 9(8).
       01 WS-START-DATE.
          05 WS-SD-YYYY          PIC 9(4).
          05 WS-SD-MM            PIC 9(2).
          05 WS-SD-DD            PIC 9(2).
       01 WS-START-DATE-N REDEFINES WS-START-DATE PIC 9(8).
       01 WS-CHECK-DATE-X        PIC X(8).
       01 WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X PIC 9(8).
      * Event times are kept two ways: HH:MM:SS where stamped
      * through PRG5 or formatted, HHMMSScc where taken straight
      * from the clock. Either is reduced to HHMM for the shift test.
       01 WS-CHECK-TIME          PIC X(8).
       01 WS-CHECK-TIME-COLON REDEFINES WS-CHECK-TIME.
          05 WS-CTC-HH           PIC X(2).
          05 WS-CTC-SEP          PIC X(1).
          05 WS-CTC-MM           PIC X(2).
          05 FILLER              PIC X(3).
       01 WS-CHECK-TIME-RAW REDEFINES WS-CHECK-TIME.
          05 WS-CTR-HH           PIC X(2).
          05 WS-CTR-MM           PIC X(2).
          05 FILLER              PIC X(4).
       01 WS-EVENT-HHMM.
          05 WS-EH-HH            PIC X(2).
          05 WS-EH-MM            PIC X(2).
      * One row per staff ID met in the period, kept in staff ID
      * order. A new row starts as a copy of the template.
       01 WS-OT-TEMPLATE.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(30) VALUE SPACES.
          05 FILLER              PIC X(1) VALUE 'N'.
          05 FILLER              PIC X(1) VALUE 'N'.
          05 FILLER              PIC X(1) VALUE 'N'.
          05 FILLER              PIC 9(1) VALUE ZERO.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
          05 FILLER              PIC 9(5) USAGE IS COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE.
          05 WS-OT-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-OT-ENTRY OCCURS 200 TIMES.
             10 WS-OT-STAFF-ID   PIC X(10).
             10 WS-OT-NAME       PIC X(30).
             10 WS-OT-ON-FILE    PIC X(1).
             10 WS-OT-ACTIVE     PIC X(1).
             10 WS-OT-BATCH      PIC X(1).
             10 WS-OT-LEVEL      PIC 9(1).
             10 WS-OT-SHIFT-START PIC X(4).
             10 WS-OT-SHIFT-END  PIC X(4).
             10 WS-OT-AUD-CHANGES PIC 9(5) USAGE IS COMP.
             10 WS-OT-CASE-EVENTS PIC 9(5) USAGE IS COMP.
             10 WS-OT-CUST-OUT   PIC 9(5) USAGE IS COMP.
             10 WS-OT-CUST-IN    PIC 9(5) USAGE IS COMP.
             10 WS-OT-EFF-IN     PIC 9(5) USAGE IS COMP.
             10 WS-OT-EFF-OUT    PIC 9(5) USAGE IS COMP.
             10 WS-OT-WORK-ORDERS PIC 9(5) USAGE IS COMP.
             10 WS-OT-OVERRIDES  PIC 9(5) USAGE IS COMP.
             10 WS-OT-PAYMENTS   PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-CUST   PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-EFF    PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-ID     PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-LEVEL  PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-SHIFT  PIC 9(5) USAGE IS COMP.
             10 WS-OT-EXC-TOTAL  PIC 9(5) USAGE IS COMP.
       01 WS-TITLE-LINE.
          05 FILLER              PIC X(52) VALUE
             'OPERATOR ACTIVITY AND SEPARATION-OF-DUTIES REPORT - '.
          05 WS-TL-PERIOD        PIC X(9).
       01 WS-EXCEPTION-HEADING.
          05 FILLER              PIC X(51) VALUE
             'EXCEPTION        STAFF ID    SOURCE    CASE    DATE'.
          05 FILLER              PIC X(24) VALUE
             '      TIME      DETAIL'.
       01 WS-EXCEPTION-LINE.
          05 WS-XL-TYPE          PIC X(16).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-XL-STAFF-ID      PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-XL-SOURCE        PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-XL-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-XL-DATE          PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-XL-TIME          PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-XL-DETAIL        PIC X(33).
       01 WS-ACTIVITY-HEADING.
          05 FILLER              PIC X(39) VALUE
             'STAFF ID    NAME                  STAT '.
          05 FILLER              PIC X(54) VALUE
             'AUDIT EVENT CUSOUT CUSIN EFFIN EFOUT WKORD OVRID PAYMT'.
       01 WS-ACTIVITY-LINE.
          05 WS-AL-STAFF-ID      PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-AL-NAME          PIC X(20).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-AL-STATUS        PIC X(4).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-AUD-CHANGES   PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-CASE-EVENTS   PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-AL-CUST-OUT      PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-CUST-IN       PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-EFF-IN        PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-EFF-OUT       PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-WORK-ORDERS   PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-OVERRIDES     PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AL-PAYMENTS      PIC ZZZZ9.
       01 WS-TOTALS-HEADING.
          05 FILLER              PIC X(39) VALUE
             'STAFF ID    NAME                  STAT '.
          05 FILLER              PIC X(42) VALUE
             'SAMECU SAMEEF  BADID LEVEL SHIFT  TOTAL'.
       01 WS-TOTALS-LINE.
          05 WS-TO-STAFF-ID      PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-NAME          PIC X(20).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-STATUS        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-EXC-CUST      PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-EXC-EFF       PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-EXC-ID        PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-TO-EXC-LEVEL     PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-TO-EXC-SHIFT     PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TO-EXC-TOTAL     PIC ZZZZ9.
       01 WS-LEVEL-DETAIL.
          05 FILLER              PIC X(6) VALUE 'LEVEL '.
          05 WS-LD-HELD          PIC 9(1).
          05 FILLER              PIC X(8) VALUE ', NEEDS '.
          05 WS-LD-NEEDED        PIC 9(1).
       01 WS-SHIFT-DETAIL.
          05 FILLER              PIC X(3) VALUE 'AT '.
          05 WS-SX-AT            PIC X(4).
          05 FILLER              PIC X(8) VALUE ', SHIFT '.
          05 WS-SX-START         PIC X(4).
          05 FILLER              PIC X(1) VALUE '-'.
          05 WS-SX-END           PIC X(4).
       01 WS-NOTE-LINE.
          05 FILLER              PIC X(8) VALUE 'PRG305: '.
          05 WS-NL-FILE          PIC X(12).
          05 FILLER              PIC X(35) VALUE
             ' NOT ON FILE - SKIPPED, STATUS = '.
          05 WS-NL-STATUS        PIC XX.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM ACCEPT-REPORT-PERIOD.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG305: UNABLE TO OPEN OPERATOR MASTER, '
                   'STATUS = ' WS-OPR-STATUS ' - NOTHING TO CHECK '
                   'AGAINST'
           ELSE
               OPEN OUTPUT ACTIVITY-REPORT
               IF WS-RPT-STATUS NOT = '00'
                   DISPLAY 'PRG305: UNABLE TO OPEN REPORT FILE, '
                       'STATUS = ' WS-RPT-STATUS
               ELSE
                   PERFORM PRINT-REPORT-HEADING
                   PERFORM SCAN-AUDIT-LOG
                   PERFORM SCAN-CASE-HISTORY
                   PERFORM SCAN-CUSTODY-LOG
                   PERFORM SCAN-EFFECTS
                   PERFORM SCAN-WORK-ORDERS
                   PERFORM SCAN-PAYMENT-JOURNAL
                   PERFORM PRINT-OPERATOR-ACTIVITY
                   PERFORM PRINT-EXCEPTION-TOTALS
                   CLOSE ACTIVITY-REPORT
                   DISPLAY 'PRG305: REPORT WRITTEN TO OPRACTV.DAT'
                   DISPLAY 'OPERATORS WITH ACTIVITY     : ' WS-OT-USED
                   DISPLAY 'RECORDS COUNTED             : '
                       WS-TOTAL-ACTIVITY
                   DISPLAY 'EXCEPTIONS                  : '
                       WS-TOTAL-EXCEPTIONS
               END-IF
               CLOSE OPERATOR-MASTER
           END-IF.
           STOP RUN.

      * Weekly is the seven days ending on the date given; quarterly
      * runs from the first of that date's calendar quarter, so
      * running it for the quarter's last day covers the quarter.
       ACCEPT-REPORT-PERIOD.
           PERFORM UNTIL WS-PERIOD-TYPE = 'W' OR WS-PERIOD-TYPE = 'Q'
               DISPLAY 'REPORT PERIOD (W=WEEKLY, Q=QUARTERLY): '
                   WITH NO ADVANCING
               ACCEPT WS-PERIOD-TYPE
               IF WS-PERIOD-TYPE = 'w'
                   MOVE 'W' TO WS-PERIOD-TYPE
               END-IF
               IF WS-PERIOD-TYPE = 'q'
                   MOVE 'Q' TO WS-PERIOD-TYPE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'PERIOD ENDING (YYYYMMDD, BLANK = TODAY): '
                   WITH NO ADVANCING
               ACCEPT WS-END-DATE-X
               IF WS-END-DATE-X = SPACES
                   MOVE WS-TODAY-YYYYMMDD TO WS-END-DATE-N
               END-IF
               IF WS-END-DATE-X IS NUMERIC
                   AND WS-ED-MM > ZERO AND WS-ED-MM < 13
                   AND WS-ED-DD > ZERO AND WS-ED-DD < 32
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   DISPLAY 'PRG305: INVALID DATE'
               END-IF
           END-PERFORM.
           CALL 'PRG95' USING WS-END-DATE-N, WS-END-DAYNO.
           IF WS-PERIOD-TYPE = 'W'
               COMPUTE WS-START-DAYNO = WS-END-DAYNO - 6
               MOVE 'WEEKLY' TO WS-TL-PERIOD
               MOVE ZERO TO WS-START-DATE-N
           ELSE
               MOVE WS-ED-YYYY TO WS-SD-YYYY
               EVALUATE TRUE
                   WHEN WS-ED-MM < 4 MOVE 1 TO WS-SD-MM
                   WHEN WS-ED-MM < 7 MOVE 4 TO WS-SD-MM
                   WHEN WS-ED-MM < 10 MOVE 7 TO WS-SD-MM
                   WHEN OTHER MOVE 10 TO WS-SD-MM
               END-EVALUATE
               MOVE 1 TO WS-SD-DD
               CALL 'PRG95' USING WS-START-DATE-N, WS-START-DAYNO
               MOVE 'QUARTERLY' TO WS-TL-PERIOD
           END-IF.

      * A date that is blank or not a date is outside every period.
       CHECK-IN-PERIOD.
           MOVE 'N' TO WS-IN-PERIOD.
           IF WS-CHECK-DATE-X IS NUMERIC
               AND WS-CHECK-DATE-X NOT > WS-END-DATE-X
               CALL 'PRG95' USING WS-CHECK-DATE, WS-CHECK-DAYNO
               IF WS-CHECK-DAYNO NOT < WS-START-DAYNO
                   AND WS-CHECK-DAYNO NOT > WS-END-DAYNO
                   MOVE 'Y' TO WS-IN-PERIOD
               END-IF
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE WS-TITLE-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           IF WS-PERIOD-TYPE = 'W'
               STRING 'THE 7 DAYS ENDING ' WS-END-DATE-X
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           ELSE
               STRING 'FROM ' WS-START-DATE ' TO ' WS-END-DATE-X
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           END-IF.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE WS-EXCEPTION-HEADING TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

      * Every update needs level 2; a site parameter change (case
      * PARAMS, from PRG280) needs level 3. Releases and holds are
      * judged from their case history events rather than from the
      * field rows that go with them, so one release is not counted
      * twice.
       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'AUDIT.DAT' TO WS-NL-FILE
               MOVE WS-AUD-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE 'Y' TO WS-MORE-RECORDS
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE AUD-EVENT-DATE TO WS-CHECK-DATE-X
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IN-PERIOD = 'Y'
                               PERFORM CHECK-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       CHECK-ONE-AUDIT-ROW.
           MOVE AUD-STAFF-ID TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OT-SUB > ZERO
               ADD 1 TO WS-OT-AUD-CHANGES (WS-OT-SUB)
               MOVE 'AUDIT' TO WS-CK-SOURCE
               MOVE AUD-CASE-NUMBER TO WS-CK-CASE
               MOVE AUD-EVENT-DATE TO WS-CK-DATE
               MOVE AUD-EVENT-TIME TO WS-CHECK-TIME
               IF AUD-CASE-NUMBER = 'PARAMS'
                   MOVE 3 TO WS-CK-LEVEL
               ELSE
                   MOVE 2 TO WS-CK-LEVEL
               END-IF
               PERFORM CHECK-OPERATOR-ACTIVITY
           END-IF.

      * Release, ME hold and lift, and clearing precautions are
      * level 3 work; every other event is level 2.
       SCAN-CASE-HISTORY.
           OPEN INPUT CASE-HISTORY-FILE.
           IF WS-CH-STATUS NOT = '00'
               MOVE 'CASEHIST.DAT' TO WS-NL-FILE
               MOVE WS-CH-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE 'Y' TO WS-MORE-RECORDS
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ CASE-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE CH-EVENT-DATE TO WS-CHECK-DATE-X
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IN-PERIOD = 'Y'
                               PERFORM CHECK-ONE-CASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-HISTORY-FILE
           END-IF.

       CHECK-ONE-CASE-EVENT.
           MOVE CH-PERFORMED-BY TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OT-SUB > ZERO
               ADD 1 TO WS-OT-CASE-EVENTS (WS-OT-SUB)
               MOVE 'CASEHIST' TO WS-CK-SOURCE
               MOVE CH-CASE-NUMBER TO WS-CK-CASE
               MOVE CH-EVENT-DATE TO WS-CK-DATE
               MOVE CH-EVENT-TIME TO WS-CHECK-TIME
               IF CH-EVENT-CODE = 'RELS' OR CH-EVENT-CODE = 'HOLD'
                   OR CH-EVENT-CODE = 'LIFT' OR CH-EVENT-CODE = 'BHCL'
                   MOVE 3 TO WS-CK-LEVEL
               ELSE
                   MOVE 2 TO WS-CK-LEVEL
               END-IF
               PERFORM CHECK-OPERATOR-ACTIVITY
           END-IF.

      * The releasing ID is the one that keyed the hand-off, so it is
      * held to level 2; the receiving ID need only be a current
      * operator. The same ID on both sides is the exception this
      * log exists to prevent.
       SCAN-CUSTODY-LOG.
           OPEN INPUT CUSTODY-FILE.
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'CUSTODY.DAT' TO WS-NL-FILE
               MOVE WS-CUST-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE LOW-VALUES TO CUST-KEY
               START CUSTODY-FILE KEY IS NOT LESS THAN CUST-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ CUSTODY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE CUST-MOVE-DATE TO WS-CHECK-DATE-X
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IN-PERIOD = 'Y'
                               PERFORM CHECK-ONE-HAND-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTODY-FILE
           END-IF.

       CHECK-ONE-HAND-OFF.
           MOVE 'CUSTODY' TO WS-CK-SOURCE.
           MOVE CUST-CASE-NUMBER TO WS-CK-CASE.
           MOVE CUST-MOVE-DATE TO WS-CK-DATE.
           MOVE CUST-RELEASED-BY TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OT-SUB > ZERO
               ADD 1 TO WS-OT-CUST-OUT (WS-OT-SUB)
               MOVE CUST-MOVE-TIME TO WS-CHECK-TIME
               MOVE 2 TO WS-CK-LEVEL
               PERFORM CHECK-OPERATOR-ACTIVITY
               IF CUST-RELEASED-BY = CUST-RECEIVED-BY
                   AND CUST-RELEASED-BY NOT = SPACES
                   AND WS-OT-BATCH (WS-OT-SUB) NOT = 'Y'
                   MOVE 'SAME HANDS' TO WS-XL-TYPE
                   MOVE 'RELEASED AND RECEIVED ONE HAND-OFF'
                       TO WS-XL-DETAIL
                   PERFORM PRINT-EXCEPTION
                   ADD 1 TO WS-OT-EXC-CUST (WS-OT-SUB)
               END-IF
           END-IF.
           MOVE CUST-RECEIVED-BY TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OT-SUB > ZERO
               ADD 1 TO WS-OT-CUST-IN (WS-OT-SUB)
               MOVE CUST-MOVE-TIME TO WS-CHECK-TIME
               MOVE 1 TO WS-CK-LEVEL
               PERFORM CHECK-OPERATOR-ACTIVITY
           END-IF.

      * Taking an effect in is level 2 work at intake; receipting it
      * out happens at release, level 3. Neither side carries a time,
      * so effects are not measured against shift hours.
       SCAN-EFFECTS.
           OPEN INPUT EFFECTS-FILE.
           IF WS-EFF-STATUS NOT = '00'
               MOVE 'EFFECTS.DAT' TO WS-NL-FILE
               MOVE WS-EFF-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE LOW-VALUES TO EFF-KEY
               START EFFECTS-FILE KEY IS NOT LESS THAN EFF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ EFFECTS-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           PERFORM CHECK-ONE-EFFECT
                   END-READ
               END-PERFORM
               CLOSE EFFECTS-FILE
           END-IF.

       CHECK-ONE-EFFECT.
           MOVE 'EFFECTS' TO WS-CK-SOURCE.
           MOVE EFF-CASE-NUMBER TO WS-CK-CASE.
           MOVE SPACES TO WS-CHECK-TIME.
           MOVE EFF-RECORDED-DATE TO WS-CHECK-DATE-X.
           PERFORM CHECK-IN-PERIOD.
           IF WS-IN-PERIOD = 'Y'
               MOVE EFF-RECORDED-BY TO WS-LOOK-ID
               PERFORM FIND-OPERATOR
               IF WS-OT-SUB > ZERO
                   ADD 1 TO WS-OT-EFF-IN (WS-OT-SUB)
                   MOVE EFF-RECORDED-DATE TO WS-CK-DATE
                   MOVE 2 TO WS-CK-LEVEL
                   PERFORM CHECK-OPERATOR-ACTIVITY
               END-IF
           END-IF.
           MOVE EFF-RELEASE-DATE TO WS-CHECK-DATE-X.
           PERFORM CHECK-IN-PERIOD.
           IF WS-IN-PERIOD = 'Y' AND EFF-RECEIPTED-BY NOT = SPACES
               MOVE EFF-RECEIPTED-BY TO WS-LOOK-ID
               PERFORM FIND-OPERATOR
               IF WS-OT-SUB > ZERO
                   ADD 1 TO WS-OT-EFF-OUT (WS-OT-SUB)
                   MOVE EFF-RELEASE-DATE TO WS-CK-DATE
                   MOVE 3 TO WS-CK-LEVEL
                   PERFORM CHECK-OPERATOR-ACTIVITY
                   IF EFF-RECEIPTED-BY = EFF-RECORDED-BY
                       MOVE 'SAME HANDS' TO WS-XL-TYPE
                       MOVE SPACES TO WS-XL-DETAIL
                       STRING 'RECORDED AND RECEIPTED ITEM '
                           EFF-ITEM-NUMBER DELIMITED BY SIZE
                           INTO WS-XL-DETAIL
                       PERFORM PRINT-EXCEPTION
                       ADD 1 TO WS-OT-EXC-EFF (WS-OT-SUB)
                   END-IF
               END-IF
           END-IF.

      * An order counts once, in the period it was entered or
      * completed; its supervisor override counts to the overriding
      * ID and needs level 3. Orders carry dates only.
       SCAN-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = '00'
               MOVE 'WORKORD.DAT' TO WS-NL-FILE
               MOVE WS-WO-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE LOW-VALUES TO WO-KEY
               START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ WORK-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           PERFORM CHECK-ONE-WORK-ORDER
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.

       CHECK-ONE-WORK-ORDER.
           MOVE WO-ORDERED-DATE TO WS-CHECK-DATE-X.
           MOVE WO-ORDERED-DATE TO WS-CK-DATE.
           PERFORM CHECK-IN-PERIOD.
           IF WS-IN-PERIOD = 'N'
               MOVE WO-COMPLETED-DATE TO WS-CHECK-DATE-X
               MOVE WO-COMPLETED-DATE TO WS-CK-DATE
               PERFORM CHECK-IN-PERIOD
           END-IF.
           IF WS-IN-PERIOD = 'Y'
               MOVE 'WORKORD' TO WS-CK-SOURCE
               MOVE WO-CASE-NUMBER TO WS-CK-CASE
               MOVE SPACES TO WS-CHECK-TIME
               MOVE WO-STAFF-ID TO WS-LOOK-ID
               PERFORM FIND-OPERATOR
               IF WS-OT-SUB > ZERO
                   ADD 1 TO WS-OT-WORK-ORDERS (WS-OT-SUB)
                   MOVE 2 TO WS-CK-LEVEL
                   PERFORM CHECK-OPERATOR-ACTIVITY
               END-IF
               IF WO-OVERRIDE-BY NOT = SPACES
                   MOVE WO-OVERRIDE-BY TO WS-LOOK-ID
                   PERFORM FIND-OPERATOR
                   IF WS-OT-SUB > ZERO
                       ADD 1 TO WS-OT-OVERRIDES (WS-OT-SUB)
                       MOVE 3 TO WS-CK-LEVEL
                       PERFORM CHECK-OPERATOR-ACTIVITY
                   END-IF
               END-IF
           END-IF.

       SCAN-PAYMENT-JOURNAL.
           OPEN INPUT PAYMENT-JOURNAL-FILE.
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'PAYJRNL.DAT' TO WS-NL-FILE
               MOVE WS-PAY-STATUS TO WS-NL-STATUS
               PERFORM PRINT-SKIPPED-NOTE
           ELSE
               MOVE 'Y' TO WS-MORE-RECORDS
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ PAYMENT-JOURNAL-FILE
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           MOVE PAY-ENTRY-DATE TO WS-CHECK-DATE-X
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IN-PERIOD = 'Y'
                               PERFORM CHECK-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

       CHECK-ONE-PAYMENT.
           MOVE PAY-STAFF-ID TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OT-SUB > ZERO
               ADD 1 TO WS-OT-PAYMENTS (WS-OT-SUB)
               MOVE 'PAYJRNL' TO WS-CK-SOURCE
               MOVE PAY-CASE-NUMBER TO WS-CK-CASE
               MOVE PAY-ENTRY-DATE TO WS-CK-DATE
               MOVE PAY-ENTRY-TIME TO WS-CHECK-TIME
               MOVE 2 TO WS-CK-LEVEL
               PERFORM CHECK-OPERATOR-ACTIVITY
           END-IF.

       PRINT-SKIPPED-NOTE.
           MOVE WS-NOTE-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           DISPLAY WS-NOTE-LINE.

      * Finds the staff ID's row, adding it in order (with what
      * OPRMAST.DAT says about the ID) when first met. A blank ID is
      * carried as (NO ID). Leaves WS-OT-SUB zero only if the table
      * is full, in which case the activity goes uncounted and the
      * run says so once.
       FIND-OPERATOR.
           ADD 1 TO WS-TOTAL-ACTIVITY.
           IF WS-LOOK-ID = SPACES
               MOVE WS-NO-ID TO WS-LOOK-ID
           END-IF.
           MOVE 'N' TO WS-OT-FOUND.
           MOVE ZERO TO WS-OT-SUB.
           PERFORM VARYING WS-OT-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-OT-SHIFT-SUB > WS-OT-USED
                   OR WS-OT-FOUND = 'Y'
                   OR WS-OT-SUB > ZERO
               IF WS-OT-STAFF-ID (WS-OT-SHIFT-SUB) = WS-LOOK-ID
                   MOVE 'Y' TO WS-OT-FOUND
                   MOVE WS-OT-SHIFT-SUB TO WS-OT-SUB
               ELSE
                   IF WS-OT-STAFF-ID (WS-OT-SHIFT-SUB) > WS-LOOK-ID
                       MOVE WS-OT-SHIFT-SUB TO WS-OT-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OT-FOUND = 'N'
               IF WS-OT-USED NOT < 200
                   MOVE ZERO TO WS-OT-SUB
                   IF WS-OT-FULL-SHOWN = 'N'
                       DISPLAY 'PRG305: MORE THAN 200 STAFF IDS - '
                           'LATER IDS NOT COUNTED'
                       MOVE 'Y' TO WS-OT-FULL-SHOWN
                   END-IF
               ELSE
                   IF WS-OT-SUB = ZERO
                       COMPUTE WS-OT-SUB = WS-OT-USED + 1
                   END-IF
                   PERFORM ADD-OPERATOR-ROW
               END-IF
           END-IF.

       ADD-OPERATOR-ROW.
           PERFORM VARYING WS-OT-SHIFT-SUB FROM WS-OT-USED BY -1
               UNTIL WS-OT-SHIFT-SUB < WS-OT-SUB
               MOVE WS-OT-ENTRY (WS-OT-SHIFT-SUB)
                   TO WS-OT-ENTRY (WS-OT-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-OT-USED.
           MOVE WS-OT-TEMPLATE TO WS-OT-ENTRY (WS-OT-SUB).
           MOVE WS-LOOK-ID TO WS-OT-STAFF-ID (WS-OT-SUB).
           IF WS-LOOK-ID = WS-BATCH-ID
               MOVE 'Y' TO WS-OT-BATCH (WS-OT-SUB)
               MOVE 'BATCH JOBS' TO WS-OT-NAME (WS-OT-SUB)
           ELSE
               MOVE WS-LOOK-ID TO OPR-STAFF-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE '*** NOT ON FILE ***'
                           TO WS-OT-NAME (WS-OT-SUB)
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OT-ON-FILE (WS-OT-SUB)
                       MOVE OPR-NAME TO WS-OT-NAME (WS-OT-SUB)
                       MOVE OPR-AUTH-LEVEL TO WS-OT-LEVEL (WS-OT-SUB)
                       MOVE OPR-SHIFT-START
                           TO WS-OT-SHIFT-START (WS-OT-SUB)
                       MOVE OPR-SHIFT-END
                           TO WS-OT-SHIFT-END (WS-OT-SUB)
                       IF OPR-ACTIVE
                           MOVE 'Y' TO WS-OT-ACTIVE (WS-OT-SUB)
                       END-IF
               END-READ
           END-IF.

      * The checks every piece of work gets: an ID on file and
      * active, the authority level the work needs (WS-CK-LEVEL), and
      * - where the record carries a time - within the operator's
      * shift. The operator master holds only the current active
      * flag, so work by an ID since deactivated is called out too.
       CHECK-OPERATOR-ACTIVITY.
           IF WS-OT-BATCH (WS-OT-SUB) NOT = 'Y'
               IF WS-OT-ON-FILE (WS-OT-SUB) NOT = 'Y'
                   MOVE 'ID NOT ON FILE' TO WS-XL-TYPE
                   MOVE SPACES TO WS-XL-DETAIL
                   PERFORM PRINT-EXCEPTION
                   ADD 1 TO WS-OT-EXC-ID (WS-OT-SUB)
               ELSE
                   IF WS-OT-ACTIVE (WS-OT-SUB) NOT = 'Y'
                       MOVE 'ID INACTIVE' TO WS-XL-TYPE
                       MOVE SPACES TO WS-XL-DETAIL
                       PERFORM PRINT-EXCEPTION
                       ADD 1 TO WS-OT-EXC-ID (WS-OT-SUB)
                   END-IF
                   IF WS-OT-LEVEL (WS-OT-SUB) < WS-CK-LEVEL
                       MOVE 'LEVEL TOO LOW' TO WS-XL-TYPE
                       MOVE WS-OT-LEVEL (WS-OT-SUB) TO WS-LD-HELD
                       MOVE WS-CK-LEVEL TO WS-LD-NEEDED
                       MOVE WS-LEVEL-DETAIL TO WS-XL-DETAIL
                       PERFORM PRINT-EXCEPTION
                       ADD 1 TO WS-OT-EXC-LEVEL (WS-OT-SUB)
                   END-IF
                   PERFORM CHECK-SHIFT-HOURS
               END-IF
           END-IF.

      * A shift whose end is earlier than its start runs past
      * midnight, so the time is outside it only when it falls
      * between the end and the next start.
       CHECK-SHIFT-HOURS.
           MOVE 'N' TO WS-OUTSIDE-SHIFT.
           IF WS-CTC-SEP = ':'
               MOVE WS-CTC-HH TO WS-EH-HH
               MOVE WS-CTC-MM TO WS-EH-MM
           ELSE
               MOVE WS-CTR-HH TO WS-EH-HH
               MOVE WS-CTR-MM TO WS-EH-MM
           END-IF.
           IF WS-OT-SHIFT-START (WS-OT-SUB) NOT = SPACES
               AND WS-OT-SHIFT-END (WS-OT-SUB) NOT = SPACES
               AND WS-EVENT-HHMM IS NUMERIC
               IF WS-OT-SHIFT-START (WS-OT-SUB)
                   < WS-OT-SHIFT-END (WS-OT-SUB)
                   IF WS-EVENT-HHMM < WS-OT-SHIFT-START (WS-OT-SUB)
                       OR WS-EVENT-HHMM
                           NOT < WS-OT-SHIFT-END (WS-OT-SUB)
                       MOVE 'Y' TO WS-OUTSIDE-SHIFT
                   END-IF
               ELSE
                   IF WS-EVENT-HHMM NOT < WS-OT-SHIFT-END (WS-OT-SUB)
                       AND WS-EVENT-HHMM
                           < WS-OT-SHIFT-START (WS-OT-SUB)
                       MOVE 'Y' TO WS-OUTSIDE-SHIFT
                   END-IF
               END-IF
           END-IF.
           IF WS-OUTSIDE-SHIFT = 'Y'
               MOVE 'OUTSIDE SHIFT' TO WS-XL-TYPE
               MOVE WS-EVENT-HHMM TO WS-SX-AT
               MOVE WS-OT-SHIFT-START (WS-OT-SUB) TO WS-SX-START
               MOVE WS-OT-SHIFT-END (WS-OT-SUB) TO WS-SX-END
               MOVE WS-SHIFT-DETAIL TO WS-XL-DETAIL
               PERFORM PRINT-EXCEPTION
               ADD 1 TO WS-OT-EXC-SHIFT (WS-OT-SUB)
           END-IF.

       PRINT-EXCEPTION.
           MOVE WS-OT-STAFF-ID (WS-OT-SUB) TO WS-XL-STAFF-ID.
           MOVE WS-CK-SOURCE TO WS-XL-SOURCE.
           MOVE WS-CK-CASE TO WS-XL-CASE.
           MOVE WS-CK-DATE TO WS-XL-DATE.
           MOVE WS-CHECK-TIME TO WS-XL-TIME.
           MOVE WS-EXCEPTION-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           ADD 1 TO WS-OT-EXC-TOTAL (WS-OT-SUB).
           ADD 1 TO WS-TOTAL-EXCEPTIONS.

       PRINT-OPERATOR-ACTIVITY.
           IF WS-TOTAL-EXCEPTIONS = ZERO
               MOVE 'NO EXCEPTIONS IN THE PERIOD'
                   TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE 'ACTIVITY BY OPERATOR' TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE WS-ACTIVITY-HEADING TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OT-USED
               MOVE WS-OT-STAFF-ID (WS-OT-SUB) TO WS-AL-STAFF-ID
               MOVE WS-OT-NAME (WS-OT-SUB) TO WS-AL-NAME
               PERFORM SET-OPERATOR-STATUS
               MOVE WS-OT-AUD-CHANGES (WS-OT-SUB) TO WS-AL-AUD-CHANGES
               MOVE WS-OT-CASE-EVENTS (WS-OT-SUB) TO WS-AL-CASE-EVENTS
               MOVE WS-OT-CUST-OUT (WS-OT-SUB) TO WS-AL-CUST-OUT
               MOVE WS-OT-CUST-IN (WS-OT-SUB) TO WS-AL-CUST-IN
               MOVE WS-OT-EFF-IN (WS-OT-SUB) TO WS-AL-EFF-IN
               MOVE WS-OT-EFF-OUT (WS-OT-SUB) TO WS-AL-EFF-OUT
               MOVE WS-OT-WORK-ORDERS (WS-OT-SUB)
                   TO WS-AL-WORK-ORDERS
               MOVE WS-OT-OVERRIDES (WS-OT-SUB) TO WS-AL-OVERRIDES
               MOVE WS-OT-PAYMENTS (WS-OT-SUB) TO WS-AL-PAYMENTS
               MOVE WS-ACTIVITY-LINE TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-PERFORM.

       SET-OPERATOR-STATUS.
           EVALUATE TRUE
               WHEN WS-OT-BATCH (WS-OT-SUB) = 'Y'
                   MOVE 'BTCH' TO WS-AL-STATUS
               WHEN WS-OT-ON-FILE (WS-OT-SUB) NOT = 'Y'
                   MOVE 'UNKN' TO WS-AL-STATUS
               WHEN WS-OT-ACTIVE (WS-OT-SUB) NOT = 'Y'
                   MOVE 'INAC' TO WS-AL-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-AL-STATUS
                   STRING 'LVL' WS-OT-LEVEL (WS-OT-SUB)
                       DELIMITED BY SIZE INTO WS-AL-STATUS
           END-EVALUATE.

      * Internal audit reads this section first: every operator with
      * an exception in the period, with the count of each kind.
       PRINT-EXCEPTION-TOTALS.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE 'EXCEPTION TOTALS BY OPERATOR' TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE WS-TOTALS-HEADING TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OT-USED
               IF WS-OT-EXC-TOTAL (WS-OT-SUB) > ZERO
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-OT-STAFF-ID (WS-OT-SUB) TO WS-TO-STAFF-ID
                   MOVE WS-OT-NAME (WS-OT-SUB) TO WS-TO-NAME
                   PERFORM SET-OPERATOR-STATUS
                   MOVE WS-AL-STATUS TO WS-TO-STATUS
                   MOVE WS-OT-EXC-CUST (WS-OT-SUB) TO WS-TO-EXC-CUST
                   MOVE WS-OT-EXC-EFF (WS-OT-SUB) TO WS-TO-EXC-EFF
                   MOVE WS-OT-EXC-ID (WS-OT-SUB) TO WS-TO-EXC-ID
                   MOVE WS-OT-EXC-LEVEL (WS-OT-SUB) TO WS-TO-EXC-LEVEL
                   MOVE WS-OT-EXC-SHIFT (WS-OT-SUB) TO WS-TO-EXC-SHIFT
                   MOVE WS-OT-EXC-TOTAL (WS-OT-SUB) TO WS-TO-EXC-TOTAL
                   MOVE WS-TOTALS-LINE TO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT = ZERO
               MOVE 'NO OPERATOR HAS AN EXCEPTION IN THE PERIOD'
                   TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-TOTAL-EDIT.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           STRING 'TOTAL EXCEPTIONS: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
