      * the receivable file into current/30/60/90-day columns by age
      * from invoice date, with a line per item and bucket totals, so
      * finance can chase the funeral homes and families who have not
      * paid instead of keeping a spreadsheet on the side. Items
      * PRG45 billed to the county indigent-burial program age in a
      * section of their own after the private receivables, with
      * their own bucket totals and the county case number on each
      * line - the county pays on its own contract terms and is
      * chased through a different office.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG65.
       ENVIRONMENT DIVISION.
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
       77 WS-AGE-DAYS            PIC S9(7) USAGE IS COMP.
       77 WS-OPEN-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-AGING-CLASS         PIC X(4).
          88 WS-AGING-COUNTY        VALUE 'CNTY'.
       01 WS-AGE-BUCKETS.
          05 WS-BUCKET-CURRENT    PIC 9(9)V99 VALUE ZERO.
          05 WS-BUCKET-30         PIC 9(9)V99 VALUE ZERO.
                   WS-AR-STATUS
           ELSE
               DISPLAY 'RECEIVABLE AGING REPORT - ' WS-TODAY-YYYYMMDD
               DISPLAY 'PRIVATE RECEIVABLES'
               DISPLAY 'INVOICE CASE   BILL TO'
               MOVE 'PRIV' TO WS-AGING-CLASS
               PERFORM SCAN-OPEN-ITEMS
               PERFORM PRINT-BUCKET-TOTALS
               DISPLAY ' '
               DISPLAY 'COUNTY INDIGENT PROGRAM RECEIVABLES'
               DISPLAY 'INVOICE CASE   COUNTY CASE'
               MOVE 'CNTY' TO WS-AGING-CLASS
               MOVE ZERO TO WS-OPEN-COUNT
               MOVE ZERO TO WS-BUCKET-CURRENT
               MOVE ZERO TO WS-BUCKET-30
               MOVE ZERO TO WS-BUCKET-60
               MOVE ZERO TO WS-BUCKET-90
               PERFORM SCAN-OPEN-ITEMS
               PERFORM PRINT-BUCKET-TOTALS
               CLOSE RECEIVABLE-FILE
           END-IF.
           STOP RUN.

                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF AR-STATUS-OPEN
                           IF (WS-AGING-COUNTY AND AR-BILL-COUNTY)
                               OR (NOT WS-AGING-COUNTY
                                   AND NOT AR-BILL-COUNTY)
                               PERFORM AGE-ONE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               WHEN OTHER
                   ADD AR-BALANCE-DUE TO WS-BUCKET-CURRENT
           END-EVALUATE.
           IF AR-BILL-COUNTY
               DISPLAY AR-INVOICE-NUMBER '  ' AR-CASE-NUMBER ' '
                   AR-COUNTY-CASE '  INVOICED ' AR-INVOICE-DATE
                   '  AGE ' WS-AGE-DAYS ' DAYS  BALANCE '
                   AR-BALANCE-DUE
           ELSE
               DISPLAY AR-INVOICE-NUMBER '  ' AR-CASE-NUMBER ' '
                   AR-BILL-TO '  INVOICED ' AR-INVOICE-DATE
                   '  AGE ' WS-AGE-DAYS ' DAYS  BALANCE '
                   AR-BALANCE-DUE
           END-IF.

       PRINT-BUCKET-TOTALS.
           DISPLAY ' '.
