      * file (RECEIVBL.DAT) for PRG60's payment entry and PRG65's
      * aging to work. The disposition record and each billed work
      * order are stamped with the invoice number so a re-run never
      * bills a case - or a service - twice. A case the county
      * indigent-burial program has accepted (ACPT on PRG115's
      * REFERRAL.DAT) is priced at the county contract per-diem and
      * flat fee off the same rate schedule, billed to the county
      * with their case number as the reference, and appended to
      * the county claim register (CNTYREG.DAT) PRG220 claims from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG45.
       ENVIRONMENT DIVISION.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO "INVDETL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IDL-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "REFERRAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-CASE-NUMBER
           FILE STATUS IS WS-REF-STATUS.
           SELECT COUNTY-CLAIM-REGISTER ASSIGN TO "CNTYREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-FILE.
           05 IDL-COMPLETED-DATE  PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IDL-CHARGE          PIC 9(5)V99.
       FD  REFERRAL-FILE.
           COPY "REFREC.CPY".
       FD  COUNTY-CLAIM-REGISTER.
           COPY "CCLREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-DM-STATUS           PIC XX.
      * when the schedule has never been loaded.
       77 WS-PER-DIEM-RATE       PIC 9(5)V99 VALUE 75.00.
       77 WS-SERVICE-FEE         PIC 9(5)V99.
      * County contract defaults, on the same terms as the two
      * above - only used where no scheduled rate covers the day.
       77 WS-COUNTY-PER-DIEM     PIC 9(5)V99 VALUE 45.00.
       77 WS-COUNTY-FEE          PIC 9(5)V99 VALUE 300.00.
       77 WS-COUNTY-BILL-TO      PIC X(30)
                                 VALUE 'COUNTY INDIGENT BURIAL PROGRAM'.
       77 WS-COUNTY-BILL         PIC X VALUE 'N'.
       77 WS-COUNTY-CASE         PIC X(10).
       77 WS-COUNTY-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-REF-STATUS          PIC XX.
       77 WS-REF-OPEN            PIC X VALUE 'N'.
       77 WS-CCL-STATUS          PIC XX.
       77 WS-CCL-OPEN            PIC X VALUE 'N'.
       77 WS-DEFAULT-RATE        PIC 9(5)V99.
       77 WS-SEG-RATE            PIC 9(5)V99.
       77 WS-INTAKE-DAYNO        PIC 9(7).
       77 WS-RELEASE-DAYNO       PIC 9(7).
       77 WS-STORAGE-DAYS        PIC S9(7) USAGE IS COMP.
             10 WS-RT-FEE-BUR     PIC 9(5)V99.
             10 WS-RT-FEE-CREM    PIC 9(5)V99.
             10 WS-RT-FEE-XFER    PIC 9(5)V99.
             10 WS-RT-CNTY-DIEM   PIC 9(5)V99.
             10 WS-RT-CNTY-FEE    PIC 9(5)V99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           DISPLAY 'PRG45: INVOICES WRITTEN: ' WS-INVOICE-COUNT.
           DISPLAY 'PRG45: ALREADY BILLED, SKIPPED: ' WS-SKIPPED-COUNT.
           DISPLAY 'PRG45: WORK ORDERS BILLED: ' WS-WO-BILLED-COUNT.
           DISPLAY 'PRG45: BILLED TO COUNTY: ' WS-COUNTY-COUNT.
           GOBACK.

      * A required file that will not open abandons the run and
               DISPLAY 'PRG45: UNABLE TO OPEN INVOICE DETAIL, '
                   'STATUS = ' WS-IDL-STATUS
           END-IF.
      * No referral file just means nothing has gone to the county
      * yet - every case bills privately as before.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
           ELSE
               IF WS-REF-STATUS NOT = '35'
                   DISPLAY 'PRG45: UNABLE TO OPEN REFERRAL FILE, '
                       'STATUS = ' WS-REF-STATUS
               END-IF
           END-IF.
      * The claim register accumulates month to month until PRG220
      * claims it, so each run adds to the end.
           OPEN EXTEND COUNTY-CLAIM-REGISTER.
           IF WS-CCL-STATUS = '35'
               OPEN OUTPUT COUNTY-CLAIM-REGISTER
           END-IF.
           IF WS-CCL-STATUS = '00'
               MOVE 'Y' TO WS-CCL-OPEN
           ELSE
               DISPLAY 'PRG45: UNABLE TO OPEN COUNTY CLAIM REGISTER, '
                   'STATUS = ' WS-CCL-STATUS
           END-IF.

       CLOSE-BILLING-FILES.
           CLOSE DISPOSITION-FILE.
           IF WS-WO-OPEN = 'Y'
               CLOSE WORK-ORDER-FILE
           END-IF.
           IF WS-REF-OPEN = 'Y'
               CLOSE REFERRAL-FILE
           END-IF.
           IF WS-CCL-OPEN = 'Y'
               CLOSE COUNTY-CLAIM-REGISTER
           END-IF.

      * Pull the PRG90 rate schedule into the table in effective-date
      * order. An empty or missing schedule leaves the table empty
                   TO WS-RT-FEE-CREM (WS-RATE-COUNT)
               MOVE RS-FEE-TRANSFER
                   TO WS-RT-FEE-XFER (WS-RATE-COUNT)
               MOVE RS-COUNTY-PER-DIEM
                   TO WS-RT-CNTY-DIEM (WS-RATE-COUNT)
               MOVE RS-COUNTY-FEE
                   TO WS-RT-CNTY-FEE (WS-RATE-COUNT)
           ELSE
               DISPLAY 'PRG45: RATE TABLE FULL AT 50 - LATER RATE '
                   'CHANGES IGNORED'
           END-IF.
           COMPUTE WS-BILL-END-DAYNO =
               WS-INTAKE-DAYNO + WS-STORAGE-DAYS.
           PERFORM CHECK-COUNTY-REFERRAL.
           PERFORM PRICE-STORAGE-SEGMENTS.
           PERFORM FIND-SERVICE-FEE.
           PERFORM SUM-WORK-ORDER-CHARGES.
           IF WS-INV-STATUS = '00'
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM POST-RECEIVABLE-OPEN-ITEM
               IF WS-COUNTY-BILL = 'Y'
                   ADD 1 TO WS-COUNTY-COUNT
                   PERFORM WRITE-COUNTY-CLAIM-REGISTER
               END-IF
               MOVE WS-NEXT-INVOICE TO DISP-INVOICE-NUMBER
               REWRITE DISPOSITION-RECORD
               IF WS-DISP-STATUS NOT = '00'
                   ' STATUS = ' WS-INV-STATUS
           END-IF.

      * Only an accepted referral moves the bill to the county - a
      * SENT referral still waiting on their answer, or a DECL,
      * bills privately as before.
       CHECK-COUNTY-REFERRAL.
           MOVE 'N' TO WS-COUNTY-BILL.
           MOVE SPACES TO WS-COUNTY-CASE.
           IF WS-REF-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO REF-CASE-NUMBER
               READ REFERRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-STATUS-ACCEPTED
                           MOVE 'Y' TO WS-COUNTY-BILL
                           MOVE REF-COUNTY-CASE TO WS-COUNTY-CASE
                       END-IF
               END-READ
           END-IF.
           IF WS-COUNTY-BILL = 'Y'
               MOVE WS-COUNTY-PER-DIEM TO WS-DEFAULT-RATE
           ELSE
               MOVE WS-PER-DIEM-RATE TO WS-DEFAULT-RATE
           END-IF.

      * Pass one over the case's work orders: total every completed
      * order not yet carrying an invoice number. An order still
      * open (no completion date) waits for the next run rather
           IF WS-RATE-COUNT = ZERO
               COMPUTE WS-STORAGE-CHARGE =
                   (WS-BILL-END-DAYNO - WS-INTAKE-DAYNO)
                   * WS-DEFAULT-RATE
           ELSE
               IF WS-INTAKE-DAYNO < WS-RT-EFF-DAYNO (1)
                   MOVE WS-RT-EFF-DAYNO (1) TO WS-SEG-END
                   END-IF
                   COMPUTE WS-STORAGE-CHARGE = WS-STORAGE-CHARGE +
                       (WS-SEG-END - WS-INTAKE-DAYNO)
                       * WS-DEFAULT-RATE
               END-IF
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           ELSE
               MOVE WS-BILL-END-DAYNO TO WS-SEG-END
           END-IF.
           IF WS-COUNTY-BILL = 'Y'
               MOVE WS-RT-CNTY-DIEM (WS-RATE-SUB) TO WS-SEG-RATE
           ELSE
               MOVE WS-RT-PER-DIEM (WS-RATE-SUB) TO WS-SEG-RATE
           END-IF.
           IF WS-SEG-END > WS-SEG-START
               COMPUTE WS-STORAGE-CHARGE = WS-STORAGE-CHARGE +
                   (WS-SEG-END - WS-SEG-START)
                   * WS-SEG-RATE
           END-IF.

      * The disposition service fee comes off the rate record in
                           TO WS-SERVICE-FEE
               END-EVALUATE
           END-IF.
      * The county contract pays one flat fee whatever the
      * disposition type.
           IF WS-COUNTY-BILL = 'Y'
               IF WS-FEE-SUB = ZERO
                   MOVE WS-COUNTY-FEE TO WS-SERVICE-FEE
               ELSE
                   MOVE WS-RT-CNTY-FEE (WS-FEE-SUB) TO WS-SERVICE-FEE
               END-IF
           END-IF.

      * Post the invoice as an open item on the receivable file -
      * billed to the county program on an accepted referral, else
      * to the funeral home of record when the case has one,
      * otherwise to whoever claimed the remains.
       POST-RECEIVABLE-OPEN-ITEM.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE WS-NEXT-INVOICE TO AR-INVOICE-NUMBER.
           MOVE DM-CASE-NUMBER TO AR-CASE-NUMBER.
           EVALUATE TRUE
               WHEN WS-COUNTY-BILL = 'Y'
                   MOVE WS-COUNTY-BILL-TO TO AR-BILL-TO
                   MOVE 'CNTY' TO AR-BILL-CLASS
                   MOVE WS-COUNTY-CASE TO AR-COUNTY-CASE
               WHEN DM-FUNERAL-HOME NOT = SPACES
                   MOVE DM-FUNERAL-HOME TO AR-BILL-TO
               WHEN OTHER
                   MOVE DISP-CLAIMED-BY TO AR-BILL-TO
           END-EVALUATE.
           MOVE WS-TODAY-YYYYMMDD TO AR-INVOICE-DATE.
           MOVE INV-TOTAL-CHARGE TO AR-TOTAL-CHARGE.
           MOVE ZERO TO AR-AMOUNT-PAID.
           MOVE INV-TOTAL-CHARGE TO AR-BALANCE-DUE.
           MOVE SPACES TO AR-LAST-CHECK-NO.
           MOVE ZERO TO AR-LAST-PAY-DATE.
           MOVE ZERO TO AR-ADJUST-AMOUNT.
           MOVE 'OPEN' TO AR-STATUS.
           WRITE RECEIVABLE-RECORD.
           IF WS-AR-STATUS NOT = '00'
               DISPLAY 'PRG45: RECEIVABLE POST FAILED FOR INVOICE '
                   AR-INVOICE-NUMBER ' STATUS = ' WS-AR-STATUS
           END-IF.

       WRITE-COUNTY-CLAIM-REGISTER.
           IF WS-CCL-OPEN = 'Y'
               MOVE SPACES TO COUNTY-CLAIM-REG-RECORD
               MOVE WS-NEXT-INVOICE TO CCL-INVOICE-NUMBER
               MOVE WS-TODAY-YYYYMMDD TO CCL-INVOICE-DATE
               MOVE DM-CASE-NUMBER TO CCL-CASE-NUMBER
               MOVE WS-COUNTY-CASE TO CCL-COUNTY-CASE
               MOVE DM-DECEDENT-NAME TO CCL-DECEDENT-NAME
               MOVE DM-INTAKE-DATE TO CCL-INTAKE-DATE
               MOVE DISP-DATE TO CCL-RELEASE-DATE
               MOVE INV-DAYS-STORAGE TO CCL-DAYS-STORAGE
               MOVE INV-STORAGE-CHARGE TO CCL-STORAGE-CHARGE
               MOVE INV-SERVICE-CHARGE TO CCL-SERVICE-CHARGE
               MOVE INV-WORK-CHARGE TO CCL-WORK-CHARGE
               MOVE INV-TOTAL-CHARGE TO CCL-TOTAL-CHARGE
               WRITE COUNTY-CLAIM-REG-RECORD
               IF WS-CCL-STATUS NOT = '00'
                   DISPLAY 'PRG45: COUNTY CLAIM REGISTER WRITE FAILED '
                       'FOR CASE ' DM-CASE-NUMBER ' STATUS = '
                       WS-CCL-STATUS
               END-IF
           ELSE
               DISPLAY 'PRG45: COUNTY CLAIM REGISTER UNAVAILABLE - '
                   'CASE ' DM-CASE-NUMBER ' MUST BE CLAIMED BY HAND'
           END-IF.
