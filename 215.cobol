      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Bank Lockbox Import - reads the bank's daily remittance
      * file (LOCKBOX.DAT: one D row per check with the amount, the
      * invoice number as written on the remittance, the payer name
      * and the deposit date, and a closing T row carrying the
      * bank's item count and deposit total) and applies each check
      * to its RECEIVBL.DAT item exactly the way PRG60 does, so
      * finance stops re-keying the bank listing one check at a
      * time. A check that pays the balance to the penny is applied
      * and the item flips to PAID. Anything else goes to the
      * suspense file (LBSUSP.DAT) with the reason - invoice not
      * found, already PAID, overpayment, or amount mismatch (short
      * of the balance) - as an OPEN item for finance to work
      * through PRG60, which applies it and marks it cleared. The
      * deposit control report (LBCTRL.DAT) lists every
      * item and proves applied plus suspense ties to the bank's
      * deposit total. A one-record checkpoint (LBCHKPT.DAT) holding
      * the deposit date and the count of items already handled is
      * rewritten after every item, the same restart discipline as
      * PRG85, so a failure partway through a deposit re-runs from
      * where it stopped and never applies a check twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG215.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LB-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "LBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "LBCTRL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "LBCHKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05 LB-RECORD-TYPE      PIC X.
              88 LB-DETAIL            VALUE 'D'.
              88 LB-TRAILER           VALUE 'T'.
           05 FILLER              PIC X.
           05 LB-CHECK-NUMBER     PIC X(10).
           05 FILLER              PIC X.
           05 LB-AMOUNT           PIC 9(7)V99.
           05 FILLER              PIC X.
           05 LB-INVOICE-WRITTEN  PIC X(6).
           05 LB-INVOICE-NUMBER REDEFINES LB-INVOICE-WRITTEN
                                  PIC 9(6).
           05 FILLER              PIC X.
           05 LB-PAYER-NAME       PIC X(30).
           05 FILLER              PIC X.
           05 LB-DEPOSIT-DATE     PIC 9(8).
      * The bank's closing row: its own count and dollar total for
      * the deposit, which this run has to tie to.
       01  LOCKBOX-TRAILER.
           05 FILLER              PIC X(2).
           05 LBT-ITEM-COUNT      PIC 9(6).
           05 FILLER              PIC X.
           05 LBT-DEPOSIT-TOTAL   PIC 9(9)V99.
           05 FILLER              PIC X(40).
           05 LBT-DEPOSIT-DATE    PIC 9(8).
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  SUSPENSE-FILE.
           COPY "LBSREC.CPY".
       FD  CONTROL-REPORT.
       01  CONTROL-LINE           PIC X(100).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CP-DEPOSIT-DATE     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 CP-ITEMS-DONE       PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 CP-CHECK-NUMBER     PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-LB-STATUS          PIC XX.
       77 WS-AR-STATUS          PIC XX.
       77 WS-SP-STATUS          PIC XX.
       77 WS-RPT-STATUS         PIC XX.
       77 WS-CP-STATUS          PIC XX.
       77 WS-EOF                PIC X VALUE 'N'.
       77 WS-TRAILER-SEEN       PIC X VALUE 'N'.
       77 WS-SUSPENSE-REASON    PIC X(20).
       77 WS-ITEM-DISPOSITION   PIC X(20).
       77 WS-ITEM-SEQ           PIC 9(6) VALUE ZERO.
       77 WS-CP-DEPOSIT-DATE    PIC 9(8) VALUE ZERO.
       77 WS-CP-ITEMS-DONE      PIC 9(6) VALUE ZERO.
       77 WS-DEPOSIT-DATE       PIC 9(8) VALUE ZERO.
       77 WS-BANK-COUNT         PIC 9(6) VALUE ZERO.
       77 WS-BANK-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77 WS-FILE-COUNT         PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-FILE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77 WS-APPLIED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-APPLIED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       77 WS-SUSPENSE-COUNT     PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SUSPENSE-TOTAL     PIC 9(9)V99 VALUE ZERO.
       77 WS-PRIOR-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-PRIOR-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77 WS-DIFFERENCE         PIC S9(9)V99 VALUE ZERO.
       77 WS-TODAY-YYYYMMDD     PIC 9(8).
       77 WS-COUNT-EDIT         PIC ZZZZ9.
       77 WS-TOTAL-EDIT         PIC Z(8)9.99.
       77 WS-DIFF-EDIT          PIC -(8)9.99.
       01 WS-CONTROL-DETAIL.
          05 WS-CD-SEQ          PIC ZZZZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-CD-CHECK        PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-CD-INVOICE      PIC X(6).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-CD-PAYER        PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 WS-CD-AMOUNT       PIC Z(6)9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 WS-CD-DISPOSITION  PIC X(20).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-LOCKBOX-FILES.
           IF WS-EOF NOT = 'Y'
               PERFORM WRITE-CONTROL-HEADING
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-LOCKBOX-RECORD
               IF WS-EOF NOT = 'Y'
                   EVALUATE TRUE
                       WHEN LB-DETAIL
                           PERFORM PROCESS-ONE-ITEM
                       WHEN LB-TRAILER
                           PERFORM NOTE-BANK-TRAILER
                       WHEN OTHER
                           DISPLAY 'PRG215: UNKNOWN RECORD TYPE '
                               LB-RECORD-TYPE ' SKIPPED'
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-RPT-STATUS = '00' AND WS-LB-STATUS = '00'
               PERFORM WRITE-DEPOSIT-CONTROL
           END-IF.
           PERFORM CLOSE-LOCKBOX-FILES.
           DISPLAY 'PRG215: CHECKS APPLIED   : ' WS-APPLIED-COUNT.
           DISPLAY 'PRG215: CHECKS SUSPENDED : ' WS-SUSPENSE-COUNT.
           DISPLAY 'PRG215: PRIOR RUN ITEMS  : ' WS-PRIOR-COUNT.
           STOP RUN.

      * A missing remittance file (status 35) is a day with no
      * lockbox deposit, not a failure; anything else stops the run
      * with a raised return code before a single check is touched.
       OPEN-LOCKBOX-FILES.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LB-STATUS NOT = '00'
               DISPLAY 'PRG215: UNABLE TO OPEN LOCKBOX FILE, STATUS = '
                   WS-LB-STATUS
               MOVE 'Y' TO WS-EOF
               IF WS-LB-STATUS NOT = '35'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-AR-STATUS NOT = '00'
               DISPLAY 'PRG215: UNABLE TO OPEN RECEIVABLE FILE, '
                   'STATUS = ' WS-AR-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
      * Suspense accumulates until finance clears it - each run
      * adds its items rather than wiping yesterday's.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SP-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SP-STATUS NOT = '00'
               DISPLAY 'PRG215: UNABLE TO OPEN SUSPENSE FILE, STATUS = '
                   WS-SP-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PRG215: UNABLE TO OPEN CONTROL REPORT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM READ-CHECKPOINT-RECORD.

      * Restart support: the surviving checkpoint names the deposit
      * and how many of its items were already applied or
      * suspended. Those items are skipped on the re-run - counted
      * on the control report, never posted again.
       READ-CHECKPOINT-RECORD.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CP-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CP-DEPOSIT-DATE TO WS-CP-DEPOSIT-DATE
                       MOVE CP-ITEMS-DONE TO WS-CP-ITEMS-DONE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       CLOSE-LOCKBOX-FILES.
           IF WS-LB-STATUS = '00'
               CLOSE LOCKBOX-FILE
           END-IF.
           IF WS-AR-STATUS = '00'
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-SP-STATUS = '00'
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE CONTROL-REPORT
           END-IF.

       READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-BANK-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN.
           MOVE LBT-ITEM-COUNT TO WS-BANK-COUNT.
           MOVE LBT-DEPOSIT-TOTAL TO WS-BANK-TOTAL.
           IF WS-DEPOSIT-DATE = ZERO
               MOVE LBT-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           END-IF.

       PROCESS-ONE-ITEM.
           ADD 1 TO WS-ITEM-SEQ.
           ADD 1 TO WS-FILE-COUNT.
           ADD LB-AMOUNT TO WS-FILE-TOTAL.
           IF WS-DEPOSIT-DATE = ZERO
               MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE
               IF WS-DEPOSIT-DATE = WS-CP-DEPOSIT-DATE
                   AND WS-CP-ITEMS-DONE > ZERO
                   DISPLAY 'PRG215: RESUMING DEPOSIT ' WS-DEPOSIT-DATE
                       ' AFTER ITEM ' WS-CP-ITEMS-DONE
               END-IF
           END-IF.
           IF LB-DEPOSIT-DATE = WS-CP-DEPOSIT-DATE
               AND WS-ITEM-SEQ NOT > WS-CP-ITEMS-DONE
               ADD 1 TO WS-PRIOR-COUNT
               ADD LB-AMOUNT TO WS-PRIOR-TOTAL
               MOVE 'DONE IN PRIOR RUN' TO WS-ITEM-DISPOSITION
           ELSE
               PERFORM MATCH-AND-APPLY-ITEM
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.
           PERFORM WRITE-CONTROL-DETAIL.

      * Only a check that clears the balance exactly is applied
      * unattended. Short or long, it goes to suspense with the
      * reason so a person decides where the money belongs.
       MATCH-AND-APPLY-ITEM.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           IF LB-INVOICE-WRITTEN NOT NUMERIC
               MOVE 'INVOICE NOT FOUND' TO WS-SUSPENSE-REASON
           ELSE
               MOVE LB-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ RECEIVABLE-FILE
                   INVALID KEY
                       MOVE 'INVOICE NOT FOUND' TO WS-SUSPENSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AR-STATUS-PAID
                               MOVE 'ALREADY PAID' TO WS-SUSPENSE-REASON
                           WHEN LB-AMOUNT > AR-BALANCE-DUE
                               MOVE 'OVERPAYMENT' TO WS-SUSPENSE-REASON
                           WHEN LB-AMOUNT < AR-BALANCE-DUE
                               MOVE 'AMOUNT MISMATCH'
                                   TO WS-SUSPENSE-REASON
                           WHEN OTHER
                               PERFORM APPLY-LOCKBOX-PAYMENT
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-SUSPENSE-REASON NOT = SPACES
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.

      * PRG60's own posting rules - cash added to amount paid, the
      * balance recomputed net of any PRG210 adjustments, PAID at
      * zero - with the deposit date as the payment date.
       APPLY-LOCKBOX-PAYMENT.
           ADD LB-AMOUNT TO AR-AMOUNT-PAID.
           COMPUTE AR-BALANCE-DUE =
               AR-TOTAL-CHARGE + AR-ADJUST-AMOUNT - AR-AMOUNT-PAID.
           MOVE LB-CHECK-NUMBER TO AR-LAST-CHECK-NO.
           MOVE LB-DEPOSIT-DATE TO AR-LAST-PAY-DATE.
           IF AR-BALANCE-DUE NOT > ZERO
               MOVE 'PAID' TO AR-STATUS
           END-IF.
           REWRITE RECEIVABLE-RECORD.
           IF WS-AR-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
               ADD LB-AMOUNT TO WS-APPLIED-TOTAL
               MOVE 'APPLIED' TO WS-ITEM-DISPOSITION
           ELSE
               DISPLAY 'PRG215: REWRITE FAILED FOR INVOICE '
                   AR-INVOICE-NUMBER ' STATUS = ' WS-AR-STATUS
               MOVE 'POSTING FAILED' TO WS-SUSPENSE-REASON
           END-IF.

       WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE LB-DEPOSIT-DATE TO SP-DEPOSIT-DATE.
           MOVE WS-ITEM-SEQ TO SP-ITEM-SEQ.
           MOVE LB-CHECK-NUMBER TO SP-CHECK-NUMBER.
           MOVE LB-AMOUNT TO SP-AMOUNT.
           MOVE LB-INVOICE-WRITTEN TO SP-INVOICE-WRITTEN.
           MOVE LB-PAYER-NAME TO SP-PAYER-NAME.
           MOVE WS-SUSPENSE-REASON TO SP-REASON.
           MOVE 'OPEN' TO SP-STATUS.
           MOVE ZERO TO SP-APPLIED-INVOICE.
           WRITE SUSPENSE-RECORD.
           IF WS-SP-STATUS NOT = '00'
               DISPLAY 'PRG215: SUSPENSE WRITE FAILED, STATUS = '
                   WS-SP-STATUS
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD LB-AMOUNT TO WS-SUSPENSE-TOTAL.
           MOVE WS-SUSPENSE-REASON TO WS-ITEM-DISPOSITION.

      * Rewritten after every item, applied or suspended, mirroring
      * PRG85's restart discipline.
       WRITE-CHECKPOINT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE LB-DEPOSIT-DATE TO CP-DEPOSIT-DATE.
           MOVE WS-ITEM-SEQ TO CP-ITEMS-DONE.
           MOVE LB-CHECK-NUMBER TO CP-CHECK-NUMBER.
           WRITE CHECKPOINT-RECORD.
           IF WS-CP-STATUS NOT = '00'
               DISPLAY 'PRG215: CHECKPOINT WRITE FAILED, STATUS = '
                   WS-CP-STATUS
           END-IF.
           CLOSE CHECKPOINT-FILE.

       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'LOCKBOX DEPOSIT CONTROL - RUN ' WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING '   SEQ  CHECK NO    INVOICE PAYER'
               '                              AMOUNT  DISPOSITION'
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

       WRITE-CONTROL-DETAIL.
           IF WS-RPT-STATUS = '00'
               MOVE WS-ITEM-SEQ TO WS-CD-SEQ
               MOVE LB-CHECK-NUMBER TO WS-CD-CHECK
               MOVE LB-INVOICE-WRITTEN TO WS-CD-INVOICE
               MOVE LB-PAYER-NAME TO WS-CD-PAYER
               MOVE LB-AMOUNT TO WS-CD-AMOUNT
               MOVE WS-ITEM-DISPOSITION TO WS-CD-DISPOSITION
               MOVE WS-CONTROL-DETAIL TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

      * The tie-out: every item on the file is applied today,
      * suspended today, or was handled by an earlier run of the
      * same deposit - and that total must equal the bank's.
       WRITE-DEPOSIT-CONTROL.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'DEPOSIT DATE ' WS-DEPOSIT-DATE
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'APPLIED TO RECEIVABLES  ' WS-COUNT-EDIT '  '
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'SENT TO SUSPENSE        ' WS-COUNT-EDIT '  '
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-PRIOR-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PRIOR-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'HANDLED IN PRIOR RUN    ' WS-COUNT-EDIT '  '
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'TOTAL ON REMITTANCE     ' WS-COUNT-EDIT '  '
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'NO BANK TRAILER ON FILE - TOTAL NOT VERIFIED'
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           ELSE
               MOVE WS-BANK-COUNT TO WS-COUNT-EDIT
               MOVE WS-BANK-TOTAL TO WS-TOTAL-EDIT
               STRING 'BANK DEPOSIT TOTAL      ' WS-COUNT-EDIT '  '
                   WS-TOTAL-EDIT DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
               COMPUTE WS-DIFFERENCE = WS-FILE-TOTAL - WS-BANK-TOTAL
               MOVE SPACES TO CONTROL-LINE
               IF WS-DIFFERENCE = ZERO
                   AND WS-FILE-COUNT = WS-BANK-COUNT
                   MOVE 'DEPOSIT IN BALANCE WITH BANK'
                       TO CONTROL-LINE
               ELSE
                   MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
                   STRING 'DEPOSIT OUT OF BALANCE BY ' WS-DIFF-EDIT
                       ' - CALL THE BANK BEFORE POSTING MORE'
                       DELIMITED BY SIZE INTO CONTROL-LINE
                   DISPLAY 'PRG215: DEPOSIT OUT OF BALANCE WITH BANK'
               END-IF
               WRITE CONTROL-LINE
           END-IF.
