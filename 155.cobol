      * and escalates the demand wording once the oldest item
      * passes 60 and again past 90 days. The summary page at the
      * end carries statement count and total dollars demanded so
      * finance can tie the run back to the aging totals. Any
      * PRG210 debit adjustment, credit memo or write-off on an
      * invoice prints as its own line under that invoice, so the
      * payer sees why the balance is not the amount billed.
      * Items billed to the county indigent-burial program are kept
      * out of the private statements and print last on a county
      * statement of their own, each line carrying the county's case
      * number, with contract wording instead of dunning, and the
      * summary shows county dollars apart from private.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG155.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHM-HOME-CODE
           FILE STATUS IS WS-FHM-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJ-KEY
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STMTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-STATUS.
           COPY "ARREC.CPY".
       FD  FUNERAL-HOME-MASTER.
           COPY "FHMREC.CPY".
       FD  ADJUSTMENT-FILE.
           COPY "ADJREC.CPY".
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-AR-STATUS           PIC XX.
       77 WS-FHM-STATUS          PIC XX.
       77 WS-FHM-OPEN            PIC X VALUE 'N'.
       77 WS-ADJ-STATUS          PIC XX.
       77 WS-ADJ-OPEN            PIC X VALUE 'N'.
       77 WS-MORE-ADJUSTMENTS    PIC X VALUE 'N'.
       77 WS-ST-STATUS           PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-PAYER-SUB           PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-PAYER-FOUND         PIC X VALUE 'N'.
       77 WS-THIS-PAYER          PIC X(30).
       77 WS-STATEMENT-CLASS     PIC X(4).
          88 WS-COUNTY-STATEMENT    VALUE 'CNTY'.
       77 WS-COUNTY-OPEN         PIC X VALUE 'N'.
       77 WS-COUNTY-TOTAL        PIC 9(11)V99 VALUE ZERO.
       77 WS-PAYER-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77 WS-PAYER-OLDEST        PIC S9(7) USAGE IS COMP VALUE ZERO.
       77 WS-PAYER-ITEMS         PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-AGE-BUCKET          PIC X(8).
       77 WS-COUNT-EDIT          PIC ZZZ9.
       77 WS-TOTAL-EDIT          PIC Z(9)9.99.
       77 WS-SIGNED-AMOUNT       PIC S9(7)V99.
       01 WS-PAYER-TABLE.
          05 WS-PAYER-ENTRY OCCURS 200 TIMES.
             10 WS-PT-NAME       PIC X(30).
          05 WS-SD-BUCKET        PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SD-BALANCE       PIC Z(6)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SD-COUNTY-CASE   PIC X(10).
       01 WS-STMT-ADJUSTMENT.
          05 FILLER              PIC X(18) VALUE SPACES.
          05 WS-SA-DATE          PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SA-DESCRIPTION   PIC X(12).
          05 FILLER              PIC X(1) VALUE SPACES.
          05 WS-SA-AMOUNT        PIC -(6)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-SA-REFERENCE     PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-STATEMENT-FILES.
           IF WS-AR-STATUS = '00' AND WS-ST-STATUS = '00'
               PERFORM COLLECT-OPEN-PAYERS
               MOVE 'PRIV' TO WS-STATEMENT-CLASS
               PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
                   MOVE WS-PT-NAME (WS-PAYER-SUB) TO WS-THIS-PAYER
                   PERFORM PRINT-ONE-STATEMENT
               END-PERFORM
               IF WS-COUNTY-OPEN = 'Y'
                   MOVE 'CNTY' TO WS-STATEMENT-CLASS
                   MOVE 'COUNTY INDIGENT BURIAL PROGRAM'
                       TO WS-THIS-PAYER
                   PERFORM PRINT-ONE-STATEMENT
               END-IF
               PERFORM PRINT-RUN-SUMMARY
           END-IF.
           PERFORM CLOSE-STATEMENT-FILES.
           DISPLAY 'PRG155: STATEMENTS PRINTED: ' WS-STATEMENT-COUNT.
           DISPLAY 'PRG155: TOTAL DEMANDED: ' WS-GRAND-TOTAL.
           DISPLAY 'PRG155: COUNTY CLAIMED: ' WS-COUNTY-TOTAL.
           STOP RUN.

       OPEN-STATEMENT-FILES.
               DISPLAY 'PRG155: FUNERAL HOME MASTER UNAVAILABLE - '
                   'STATEMENTS PRINT WITHOUT ADDRESSES'
           END-IF.
      * Adjustment lines are detail only - the balance already nets
      * them, so no history file just means no adjustment lines.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS = '00'
               MOVE 'Y' TO WS-ADJ-OPEN
           END-IF.

       CLOSE-STATEMENT-FILES.
           IF WS-AR-STATUS = '00'
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
           END-IF.
           IF WS-ADJ-OPEN = 'Y'
               CLOSE ADJUSTMENT-FILE
           END-IF.

      * Pass one: every distinct private bill-to that still owes
      * anything, and whether the county owes on anything at all.
       COLLECT-OPEN-PAYERS.
           MOVE ZERO TO AR-INVOICE-NUMBER.
           START RECEIVABLE-FILE KEY IS NOT LESS THAN
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF AR-STATUS-OPEN
                           IF AR-BILL-COUNTY
                               MOVE 'Y' TO WS-COUNTY-OPEN
                           ELSE
                               PERFORM NOTE-ONE-PAYER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF AR-STATUS-OPEN
                           PERFORM SELECT-STATEMENT-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-STATEMENT-FOOTING.
           ADD 1 TO WS-STATEMENT-COUNT.
           IF WS-COUNTY-STATEMENT
               ADD WS-PAYER-TOTAL TO WS-COUNTY-TOTAL
           ELSE
               ADD WS-PAYER-TOTAL TO WS-GRAND-TOTAL
           END-IF.

      * County items go only on the county statement, private items
      * only on their own payer's.
       SELECT-STATEMENT-ITEM.
           IF WS-COUNTY-STATEMENT
               IF AR-BILL-COUNTY
                   PERFORM WRITE-STATEMENT-DETAIL
               END-IF
           ELSE
               IF NOT AR-BILL-COUNTY
                   AND AR-BILL-TO = WS-THIS-PAYER
                   PERFORM WRITE-STATEMENT-DETAIL
               END-IF
           END-IF.

       WRITE-STATEMENT-HEADING.
           MOVE ALL '=' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-COUNTY-STATEMENT
               STRING 'COUNTY INDIGENT BURIAL CLAIM STATEMENT  '
                   WS-TODAY-YYYYMMDD
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING 'STATEMENT OF ACCOUNT  ' WS-TODAY-YYYYMMDD
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'TO: ' WS-THIS-PAYER
           PERFORM WRITE-PAYER-ADDRESS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-COUNTY-STATEMENT
               MOVE SPACES TO STATEMENT-LINE
               STRING '  INVOICE  CASE      DATE    AGE       '
                   'BALANCE  COUNTY CASE'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               MOVE '  INVOICE  CASE      DATE    AGE       BALANCE'
                   TO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

      * When the bill-to is a home code off the PRG55 master, the
           MOVE AR-INVOICE-DATE TO WS-SD-DATE.
           MOVE WS-AGE-BUCKET TO WS-SD-BUCKET.
           MOVE AR-BALANCE-DUE TO WS-SD-BALANCE.
           IF AR-BILL-COUNTY
               MOVE AR-COUNTY-CASE TO WS-SD-COUNTY-CASE
           ELSE
               MOVE SPACES TO WS-SD-COUNTY-CASE
           END-IF.
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-ADJ-OPEN = 'Y'
               PERFORM WRITE-INVOICE-ADJUSTMENTS
           END-IF.

      * Credits and write-offs print negative, debit adjustments
      * positive, each with the reference note finance keyed.
       WRITE-INVOICE-ADJUSTMENTS.
           MOVE AR-INVOICE-NUMBER TO ADJ-INVOICE-NUMBER.
           MOVE ZERO TO ADJ-SEQUENCE.
           START ADJUSTMENT-FILE KEY IS NOT LESS THAN ADJ-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-ADJUSTMENTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-ADJUSTMENTS
           END-START.
           PERFORM UNTIL WS-MORE-ADJUSTMENTS = 'N'
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-ADJUSTMENTS
                   NOT AT END
                       IF ADJ-INVOICE-NUMBER = AR-INVOICE-NUMBER
                           PERFORM WRITE-ONE-ADJUSTMENT-LINE
                       ELSE
                           MOVE 'N' TO WS-MORE-ADJUSTMENTS
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-ADJUSTMENT-LINE.
           EVALUATE TRUE
               WHEN ADJ-TYPE-DEBIT
                   MOVE 'ADJUSTMENT' TO WS-SA-DESCRIPTION
                   MOVE ADJ-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN ADJ-TYPE-CREDIT
                   MOVE 'CREDIT MEMO' TO WS-SA-DESCRIPTION
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - ADJ-AMOUNT
               WHEN OTHER
                   MOVE 'WRITTEN OFF' TO WS-SA-DESCRIPTION
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - ADJ-AMOUNT
           END-EVALUATE.
           MOVE ADJ-DATE TO WS-SA-DATE.
           MOVE WS-SIGNED-AMOUNT TO WS-SA-AMOUNT.
           MOVE ADJ-REFERENCE TO WS-SA-REFERENCE.
           MOVE WS-STMT-ADJUSTMENT TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-FOOTING.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           EVALUATE TRUE
               WHEN WS-COUNTY-STATEMENT
                   MOVE 'CLAIMED UNDER THE COUNTY INDIGENT BURIAL '
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'CONTRACT - SEE THE MONTHLY CLAIM FILE.'
                       TO STATEMENT-LINE
               WHEN WS-PAYER-OLDEST > 90
                   MOVE 'FINAL NOTICE - REMIT IN FULL WITHIN 10 DAYS '
                       TO STATEMENT-LINE
           STRING 'TOTAL DOLLARS DEMANDED: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-COUNTY-TOTAL TO WS-TOTAL-EDIT.
           STRING 'COUNTY PROGRAM CLAIMED: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
