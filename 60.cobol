      * receivable file PRG45 posts, so finance no longer keeps a
      * side spreadsheet of who actually paid. An item whose balance
      * reaches zero flips to PAID; anything still OPEN shows on
      * PRG65's 30/60/90-day aging. Waivers, credits and write-offs
      * are not cash and go through PRG210, never through here; the
      * balance always nets in whatever PRG210 has adjusted. The
      * clerk signs on first (an active operator of level 2 or
      * above) and every payment applied is journaled to PAYJRNL.DAT
      * under that staff ID, so PRG305 can account for cash posting
      * by operator. The same desk works the PRG215 lockbox suspense
      * file (LBSUSP.DAT): the open items can be listed, and a check
      * the lockbox run could not place is applied here to the
      * invoice it really belongs to, journaled like any other
      * payment, and its suspense row marked cleared with the clerk,
      * the date and the invoice it went to.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG60.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "LBSUSP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       FD  PAYMENT-JOURNAL-FILE.
           COPY "PAYREC.CPY".
       FD  SUSPENSE-FILE.
           COPY "LBSREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-AR-STATUS        PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-PAY-STATUS       PIC XX.
       77 WS-SP-STATUS        PIC XX.
       77 WS-SP-OPEN          PIC X VALUE 'N'.
       77 WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       77 WS-POSTED           PIC X VALUE 'N'.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-OPEN-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SP-DEPOSIT-DATE  PIC 9(8).
       77 WS-SP-ITEM-SEQ      PIC 9(6).
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-STAMP-DATE       PIC X(8).
       77 WS-INVOICE-NUMBER   PIC 9(6).
       77 WS-CHECK-NUMBER     PIC X(10).
       77 WS-PAY-AMOUNT       PIC 9(7)V99.
       77 WS-PAY-DATE         PIC 9(8).
       01 WS-STAMP-TIME-RAW.
          02 WS-TR-HH         PIC X(2).
          02 WS-TR-MM         PIC X(2).
          02 WS-TR-SS         PIC X(2).
       01 WS-STAMP-TIME.
          02 WS-ST-HH         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-MM         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-SS         PIC X(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O RECEIVABLE-FILE.
               DISPLAY 'PRG60: UNABLE TO OPEN RECEIVABLE FILE, STATUS='
                   WS-AR-STATUS
           ELSE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK = 'Y'
                   PERFORM OPEN-SUSPENSE-FILE
                   MOVE ZERO TO WS-MENU-CHOICE
                   PERFORM UNTIL WS-MENU-CHOICE = 9
                       PERFORM SHOW-MENU
                       DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING
                       ACCEPT WS-MENU-CHOICE
                       EVALUATE WS-MENU-CHOICE
                           WHEN 1 PERFORM ENTER-INVOICE-PAYMENTS
                           WHEN 2 PERFORM LIST-OPEN-SUSPENSE
                           WHEN 3 PERFORM APPLY-SUSPENSE-ITEM
                           WHEN 9 CONTINUE
                           WHEN OTHER DISPLAY 'PRG60: INVALID CHOICE'
                       END-EVALUATE
                   END-PERFORM
                   IF WS-SP-OPEN = 'Y'
                       CLOSE SUSPENSE-FILE
                   END-IF
               END-IF
               CLOSE RECEIVABLE-FILE
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. APPLY PAYMENT TO INVOICE'.
           DISPLAY '2. LIST OPEN LOCKBOX SUSPENSE ITEMS'.
           DISPLAY '3. APPLY LOCKBOX SUSPENSE ITEM TO INVOICE'.
           DISPLAY '9. EXIT'.

      * No suspense file just means PRG215 has never suspended a
      * check - payment entry carries on without it.
       OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SP-STATUS = '00'
               MOVE 'Y' TO WS-SP-OPEN
           ELSE
               IF WS-SP-STATUS NOT = '35'
                   DISPLAY 'PRG60: UNABLE TO OPEN SUSPENSE FILE, '
                       'STATUS = ' WS-SP-STATUS
               END-IF
           END-IF.

       ENTER-INVOICE-PAYMENTS.
           DISPLAY 'INVOICE NUMBER (0 TO EXIT): ' WITH NO ADVANCING.
           ACCEPT WS-INVOICE-NUMBER.
           PERFORM UNTIL WS-INVOICE-NUMBER = ZERO
               PERFORM APPLY-ONE-PAYMENT
               DISPLAY ' '
               DISPLAY 'INVOICE NUMBER (0 TO EXIT): '
                   WITH NO ADVANCING
               ACCEPT WS-INVOICE-NUMBER
           END-PERFORM.

      * Posting cash is add-and-update work: level 2, as at the XLI
      * desk.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG60: UNABLE TO OPEN OPERATOR MASTER, '
                   'STATUS = ' WS-OPR-STATUS
           ELSE
               DISPLAY 'STAFF ID: ' WITH NO ADVANCING
               ACCEPT WS-STAFF-ID
               MOVE WS-STAFF-ID TO OPR-STAFF-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'PRG60: STAFF ID NOT ON FILE'
                   NOT INVALID KEY
                       IF NOT OPR-ACTIVE
                           DISPLAY 'PRG60: STAFF ID NOT ACTIVE'
                       ELSE
                           IF OPR-AUTH-LEVEL < 2
                               DISPLAY 'PRG60: AUTHORITY LEVEL '
                                   OPR-AUTH-LEVEL ' TOO LOW'
                           ELSE
                               MOVE 'Y' TO WS-SIGNON-OK
                               DISPLAY 'PRG60: SIGNED ON ' OPR-NAME
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG60: SIGN-ON REFUSED'
           END-IF.

       APPLY-ONE-PAYMENT.
           MOVE WS-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
               AR-CASE-NUMBER '  BILL TO ' AR-BILL-TO.
           DISPLAY 'INVOICED ' AR-INVOICE-DATE '  TOTAL '
               AR-TOTAL-CHARGE '  PAID ' AR-AMOUNT-PAID
               '  ADJUSTED ' AR-ADJUST-AMOUNT
               '  BALANCE ' AR-BALANCE-DUE.

       ACCEPT-AND-POST-PAYMENT.
           ACCEPT WS-PAY-AMOUNT.
           DISPLAY 'PAYMENT DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-PAY-DATE.
           PERFORM POST-PAYMENT-TO-ITEM.

      * Posts WS-PAY-AMOUNT under WS-CHECK-NUMBER / WS-PAY-DATE to
      * the receivable record in hand; WS-POSTED says whether it
      * reached the file.
       POST-PAYMENT-TO-ITEM.
           MOVE 'N' TO WS-POSTED.
           ADD WS-PAY-AMOUNT TO AR-AMOUNT-PAID.
           COMPUTE AR-BALANCE-DUE =
               AR-TOTAL-CHARGE + AR-ADJUST-AMOUNT - AR-AMOUNT-PAID.
           MOVE WS-CHECK-NUMBER TO AR-LAST-CHECK-NO.
           MOVE WS-PAY-DATE TO AR-LAST-PAY-DATE.
           IF AR-BALANCE-DUE NOT > ZERO
               IF AR-STATUS-PAID
                   DISPLAY 'PRG60: INVOICE PAID IN FULL'
               END-IF
               PERFORM WRITE-PAYMENT-JOURNAL
               MOVE 'Y' TO WS-POSTED
           ELSE
               DISPLAY 'PRG60: REWRITE FAILED, STATUS = ' WS-AR-STATUS
           END-IF.

       WRITE-PAYMENT-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.
           OPEN EXTEND PAYMENT-JOURNAL-FILE.
           IF WS-PAY-STATUS = '35'
               OPEN OUTPUT PAYMENT-JOURNAL-FILE
           END-IF.
           MOVE AR-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
           MOVE AR-CASE-NUMBER TO PAY-CASE-NUMBER.
           MOVE WS-CHECK-NUMBER TO PAY-CHECK-NUMBER.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           MOVE WS-PAY-DATE TO PAY-PAYMENT-DATE.
           MOVE WS-STAFF-ID TO PAY-STAFF-ID.
           MOVE WS-STAMP-DATE TO PAY-ENTRY-DATE.
           MOVE WS-STAMP-TIME TO PAY-ENTRY-TIME.
           WRITE PAYMENT-JOURNAL-RECORD.
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'PRG60: PAYMENT JOURNAL WRITE FAILED, STATUS = '
                   WS-PAY-STATUS
           END-IF.
           CLOSE PAYMENT-JOURNAL-FILE.

      * Every suspense row still OPEN, oldest deposit first, with
      * the reason PRG215 gave for not applying it.
       LIST-OPEN-SUSPENSE.
           IF WS-SP-OPEN NOT = 'Y'
               DISPLAY 'PRG60: NO LOCKBOX SUSPENSE FILE ON FILE'
           ELSE
               MOVE ZERO TO WS-OPEN-COUNT
               MOVE ZERO TO SP-DEPOSIT-DATE
               MOVE ZERO TO SP-ITEM-SEQ
               START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               DISPLAY 'DEPOSIT  ITEM   CHECK NO   AMOUNT     '
                   'INVOICE PAYER / REASON'
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF SP-STATUS-OPEN
                               ADD 1 TO WS-OPEN-COUNT
                               PERFORM DISPLAY-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'PRG60: OPEN SUSPENSE ITEMS: ' WS-OPEN-COUNT
           END-IF.

       DISPLAY-SUSPENSE-ITEM.
           DISPLAY SP-DEPOSIT-DATE ' ' SP-ITEM-SEQ ' ' SP-CHECK-NUMBER
               ' ' SP-AMOUNT ' ' SP-INVOICE-WRITTEN ' ' SP-PAYER-NAME.
           DISPLAY '                ' SP-REASON.

      * The clerk names the suspense row by deposit date and item
      * number off the list, then the invoice the check belongs to.
      * The check posts with its own number, amount and deposit
      * date, exactly as PRG215 would have posted it; only once the
      * receivable is rewritten is the suspense row cleared.
       APPLY-SUSPENSE-ITEM.
           IF WS-SP-OPEN NOT = 'Y'
               DISPLAY 'PRG60: NO LOCKBOX SUSPENSE FILE ON FILE'
           ELSE
               DISPLAY 'DEPOSIT DATE (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT WS-SP-DEPOSIT-DATE
               DISPLAY 'ITEM NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-SP-ITEM-SEQ
               MOVE WS-SP-DEPOSIT-DATE TO SP-DEPOSIT-DATE
               MOVE WS-SP-ITEM-SEQ TO SP-ITEM-SEQ
               READ SUSPENSE-FILE
                   INVALID KEY
                       DISPLAY 'PRG60: SUSPENSE ITEM NOT ON FILE'
                   NOT INVALID KEY
                       PERFORM DISPLAY-SUSPENSE-ITEM
                       IF NOT SP-STATUS-OPEN
                           DISPLAY 'PRG60: SUSPENSE ITEM ALREADY '
                               'CLEARED ' SP-CLEARED-DATE ' BY '
                               SP-CLEARED-BY
                       ELSE
                           PERFORM APPLY-SUSPENSE-TO-INVOICE
                       END-IF
               END-READ
           END-IF.

       APPLY-SUSPENSE-TO-INVOICE.
           DISPLAY 'APPLY TO INVOICE NUMBER (0 TO CANCEL): '
               WITH NO ADVANCING.
           ACCEPT WS-INVOICE-NUMBER.
           IF WS-INVOICE-NUMBER = ZERO
               DISPLAY 'PRG60: SUSPENSE ITEM LEFT OPEN'
           ELSE
               MOVE WS-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'PRG60: INVOICE NOT ON FILE'
                   NOT INVALID KEY
                       PERFORM DISPLAY-OPEN-ITEM
                       IF AR-STATUS-PAID
                           DISPLAY 'PRG60: INVOICE ALREADY PAID IN '
                               'FULL - SUSPENSE ITEM LEFT OPEN'
                       ELSE
                           MOVE SP-CHECK-NUMBER TO WS-CHECK-NUMBER
                           MOVE SP-AMOUNT TO WS-PAY-AMOUNT
                           MOVE SP-DEPOSIT-DATE TO WS-PAY-DATE
                           PERFORM POST-PAYMENT-TO-ITEM
                           IF WS-POSTED = 'Y'
                               PERFORM CLEAR-SUSPENSE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CLEAR-SUSPENSE-ITEM.
           MOVE 'CLRD' TO SP-STATUS.
           MOVE WS-STAMP-DATE TO SP-CLEARED-DATE.
           MOVE WS-STAFF-ID TO SP-CLEARED-BY.
           MOVE AR-INVOICE-NUMBER TO SP-APPLIED-INVOICE.
           REWRITE SUSPENSE-RECORD.
           IF WS-SP-STATUS = '00'
               DISPLAY 'PRG60: SUSPENSE ITEM CLEARED TO INVOICE '
                   AR-INVOICE-NUMBER
           ELSE
               DISPLAY 'PRG60: PAYMENT POSTED BUT SUSPENSE REWRITE '
                   'FAILED, STATUS = ' WS-SP-STATUS
           END-IF.
