      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Monthly Supply Usage and Cost by Service - for the keyed
      * month, totals the stock PRG230 issued (ISSU rows on
      * SUPTRAN.DAT, costed at the unit cost when issued) by service
      * code, next to what PRG150 charged for the work orders of
      * that service completed in the month, so finance can see
      * what each service actually costs us against what we bill
      * for it. INTK is the per-case intake pouch and tag - a cost
      * with no work-order charge of its own. Each service also
      * lists its supply items with quantity and cost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG245.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-TRANS-FILE ASSIGN TO "SUPTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STX-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-KEY
           FILE STATUS IS WS-WO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLY-TRANS-FILE.
           COPY "SUPTREC.CPY".
       FD  WORK-ORDER-FILE.
           COPY "WOREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STX-STATUS          PIC XX.
       77 WS-WO-STATUS           PIC XX.
       77 WS-EOF                 PIC X VALUE 'N'.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-USAGE-PERIOD        PIC 9(6).
       77 WS-SVC-SUB             PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-ITEM-SUB            PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-ITEM-USED           PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-SVC-FOUND           PIC X VALUE 'N'.
       77 WS-ITEM-FOUND          PIC X VALUE 'N'.
       77 WS-LAST-CASE           PIC X(6) VALUE SPACES.
       77 WS-LAST-SERVICE        PIC X(4) VALUE SPACES.
       77 WS-MARGIN              PIC S9(9)V99.
       77 WS-TOTAL-CHARGED       PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-COST          PIC 9(9)V99 VALUE ZERO.
       01 WS-DATE-PARSE.
          05 WS-DP-PERIOD        PIC 9(6).
          05 WS-DP-DD            PIC 9(2).
      * The services costed, in the order they print.
       01 WS-SERVICE-VALUES.
          05 FILLER              PIC X(4) VALUE 'INTK'.
          05 FILLER              PIC X(4) VALUE 'EMBM'.
          05 FILLER              PIC X(4) VALUE 'DRES'.
          05 FILLER              PIC X(4) VALUE 'REST'.
          05 FILLER              PIC X(4) VALUE 'REFR'.
       01 WS-SERVICE-NAMES REDEFINES WS-SERVICE-VALUES.
          05 WS-SVC-CODE         PIC X(4) OCCURS 5 TIMES.
       01 WS-SERVICE-TOTALS.
          05 WS-SVC-ENTRY OCCURS 5 TIMES.
             10 WS-SVC-ISSUES    PIC 9(5) VALUE ZERO.
             10 WS-SVC-ORDERS    PIC 9(5) VALUE ZERO.
             10 WS-SVC-CHARGED   PIC 9(9)V99 VALUE ZERO.
             10 WS-SVC-COST      PIC 9(9)V99 VALUE ZERO.
      * One row per service and item issued in the month.
       01 WS-ITEM-TOTALS.
          05 WS-ITEM-ENTRY OCCURS 300 TIMES.
             10 WS-IT-SERVICE    PIC X(4).
             10 WS-IT-ITEM       PIC X(8).
             10 WS-IT-QUANTITY   PIC 9(7)V99.
             10 WS-IT-COST       PIC 9(9)V99.
       01 WS-SERVICE-LINE.
          05 WS-SL-SERVICE       PIC X(4).
          05 FILLER              PIC X(3) VALUE SPACES.
          05 WS-SL-ISSUES        PIC ZZZZ9.
          05 FILLER              PIC X(3) VALUE SPACES.
          05 WS-SL-ORDERS        PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SL-CHARGED       PIC Z(8)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SL-COST          PIC Z(8)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SL-MARGIN        PIC -(8)9.99.
       01 WS-ITEM-LINE.
          05 FILLER              PIC X(7) VALUE SPACES.
          05 WS-IL-ITEM          PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-IL-QUANTITY      PIC Z(6)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-IL-COST          PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'USAGE MONTH (YYYYMM): ' WITH NO ADVANCING.
           ACCEPT WS-USAGE-PERIOD.
           OPEN INPUT SUPPLY-TRANS-FILE.
           IF WS-STX-STATUS NOT = '00'
               DISPLAY 'PRG245: SUPPLY JOURNAL NOT ON FILE, STATUS = '
                   WS-STX-STATUS ' - NO USAGE TO REPORT'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUPPLY-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE SUPPLY-TRANS-FILE
           END-IF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'PRG245: WORK ORDER FILE NOT ON FILE, STATUS = '
                   WS-WO-STATUS ' - NO CHARGES TO COMPARE'
           ELSE
               PERFORM SCAN-COMPLETED-ORDERS
               CLOSE WORK-ORDER-FILE
           END-IF.
           PERFORM PRINT-USAGE-REPORT.
           STOP RUN.

      * Month membership by the YYYYMM slice of the stamp, the same
      * test PRG160 closes periods on. PRG230 journals one service's
      * whole bill together, so a change of case or service marks
      * one more issue (one intake, one completed order).
       TALLY-ONE-ISSUE.
           MOVE STX-DATE TO WS-DATE-PARSE.
           IF STX-ISSUE AND WS-DP-PERIOD = WS-USAGE-PERIOD
               PERFORM FIND-SERVICE-SLOT
               IF WS-SVC-FOUND = 'Y'
                   IF STX-CASE-NUMBER NOT = WS-LAST-CASE
                       OR STX-SERVICE-CODE NOT = WS-LAST-SERVICE
                       ADD 1 TO WS-SVC-ISSUES (WS-SVC-SUB)
                       MOVE STX-CASE-NUMBER TO WS-LAST-CASE
                       MOVE STX-SERVICE-CODE TO WS-LAST-SERVICE
                   END-IF
                   ADD STX-EXTENDED-COST TO WS-SVC-COST (WS-SVC-SUB)
                   PERFORM TALLY-ONE-ITEM
               END-IF
           END-IF.

       FIND-SERVICE-SLOT.
           MOVE 'N' TO WS-SVC-FOUND.
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
               UNTIL WS-SVC-SUB > 5 OR WS-SVC-FOUND = 'Y'
               IF WS-SVC-CODE (WS-SVC-SUB) = STX-SERVICE-CODE
                   MOVE 'Y' TO WS-SVC-FOUND
               END-IF
           END-PERFORM.
           IF WS-SVC-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SVC-SUB
           END-IF.

       TALLY-ONE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-USED OR WS-ITEM-FOUND = 'Y'
               IF WS-IT-SERVICE (WS-ITEM-SUB) = STX-SERVICE-CODE
                   AND WS-IT-ITEM (WS-ITEM-SUB) = STX-ITEM-CODE
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-ITEM-SUB
           ELSE
               IF WS-ITEM-USED < 300
                   ADD 1 TO WS-ITEM-USED
                   MOVE WS-ITEM-USED TO WS-ITEM-SUB
                   MOVE STX-SERVICE-CODE TO WS-IT-SERVICE (WS-ITEM-SUB)
                   MOVE STX-ITEM-CODE TO WS-IT-ITEM (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-QUANTITY (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-COST (WS-ITEM-SUB)
                   MOVE 'Y' TO WS-ITEM-FOUND
               ELSE
                   DISPLAY 'PRG245: ITEM TABLE FULL - ITEM '
                       STX-ITEM-CODE ' COSTED IN SERVICE TOTAL ONLY'
               END-IF
           END-IF.
           IF WS-ITEM-FOUND = 'Y'
               ADD STX-QUANTITY TO WS-IT-QUANTITY (WS-ITEM-SUB)
               ADD STX-EXTENDED-COST TO WS-IT-COST (WS-ITEM-SUB)
           END-IF.

      * Charges come off the work orders completed in the month -
      * the same completion date that makes PRG45 bill them.
       SCAN-COMPLETED-ORDERS.
           MOVE LOW-VALUES TO WO-KEY.
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ WORK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF WO-COMPLETED-DATE NOT = SPACES
                           PERFORM TALLY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ORDER.
           MOVE WO-COMPLETED-DATE TO WS-DATE-PARSE.
           IF WS-DP-PERIOD = WS-USAGE-PERIOD
               MOVE 'N' TO WS-SVC-FOUND
               PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > 5 OR WS-SVC-FOUND = 'Y'
                   IF WS-SVC-CODE (WS-SVC-SUB) = WO-SERVICE-CODE
                       MOVE 'Y' TO WS-SVC-FOUND
                   END-IF
               END-PERFORM
               IF WS-SVC-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-SVC-SUB
                   ADD 1 TO WS-SVC-ORDERS (WS-SVC-SUB)
                   ADD WO-CHARGE-AMOUNT TO WS-SVC-CHARGED (WS-SVC-SUB)
               END-IF
           END-IF.

       PRINT-USAGE-REPORT.
           DISPLAY ' '.
           DISPLAY 'SUPPLY USAGE AND COST BY SERVICE - MONTH '
               WS-USAGE-PERIOD.
           DISPLAY 'SVC   ISSUES  ORDERS       CHARGED    SUPPLY COST'
               '         MARGIN'.
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
               UNTIL WS-SVC-SUB > 5
               PERFORM PRINT-ONE-SERVICE
           END-PERFORM.
           COMPUTE WS-MARGIN = WS-TOTAL-CHARGED - WS-TOTAL-COST.
           DISPLAY ' '.
           DISPLAY 'TOTAL CHARGED    : ' WS-TOTAL-CHARGED.
           DISPLAY 'TOTAL SUPPLY COST: ' WS-TOTAL-COST.
           MOVE WS-MARGIN TO WS-SL-MARGIN.
           DISPLAY 'TOTAL MARGIN     : ' WS-SL-MARGIN.

       PRINT-ONE-SERVICE.
           COMPUTE WS-MARGIN = WS-SVC-CHARGED (WS-SVC-SUB)
               - WS-SVC-COST (WS-SVC-SUB).
           ADD WS-SVC-CHARGED (WS-SVC-SUB) TO WS-TOTAL-CHARGED.
           ADD WS-SVC-COST (WS-SVC-SUB) TO WS-TOTAL-COST.
           MOVE WS-SVC-CODE (WS-SVC-SUB) TO WS-SL-SERVICE.
           MOVE WS-SVC-ISSUES (WS-SVC-SUB) TO WS-SL-ISSUES.
           MOVE WS-SVC-ORDERS (WS-SVC-SUB) TO WS-SL-ORDERS.
           MOVE WS-SVC-CHARGED (WS-SVC-SUB) TO WS-SL-CHARGED.
           MOVE WS-SVC-COST (WS-SVC-SUB) TO WS-SL-COST.
           MOVE WS-MARGIN TO WS-SL-MARGIN.
           DISPLAY WS-SERVICE-LINE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-USED
               IF WS-IT-SERVICE (WS-ITEM-SUB) = WS-SVC-CODE (WS-SVC-SUB)
                   MOVE WS-IT-ITEM (WS-ITEM-SUB) TO WS-IL-ITEM
                   MOVE WS-IT-QUANTITY (WS-ITEM-SUB) TO WS-IL-QUANTITY
                   MOVE WS-IT-COST (WS-ITEM-SUB) TO WS-IL-COST
                   DISPLAY WS-ITEM-LINE
               END-IF
           END-PERFORM.
