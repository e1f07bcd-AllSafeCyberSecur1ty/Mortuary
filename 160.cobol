      * invoice in different months both report in the later month.
      * Finance accepts that - the item count is tiny - and PRG60
      * keying discipline keeps it rare.
      * Non-cash movements never ride the cash lines: PRG210's
      * debit adjustments, credit memos and write-offs are totalled
      * off ADJHIST.DAT by adjustment date and posted to their own
      * accounts, so cash receipts tie to the bank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG160.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJ-KEY
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT GL-CLOSE-CONTROL ASSIGN TO "GLCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GC-STATUS.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  ADJUSTMENT-FILE.
           COPY "ADJREC.CPY".
       FD  GL-CLOSE-CONTROL.
       01  GL-CLOSE-RECORD.
           05 GC-LAST-CLOSED      PIC 9(6).
           05 GL-DESCRIPTION      PIC X(30).
       WORKING-STORAGE SECTION.
       77 WS-AR-STATUS           PIC XX.
       77 WS-ADJ-STATUS          PIC XX.
       77 WS-GC-STATUS           PIC XX.
       77 WS-GL-STATUS           PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-LAST-CLOSED         PIC 9(6) VALUE ZERO.
       77 WS-INVOICE-PERIOD      PIC 9(6).
       77 WS-PAYMENT-PERIOD      PIC 9(6).
       77 WS-ADJUST-PERIOD       PIC 9(6).
       77 WS-NEW-CHARGES         PIC 9(11)V99 VALUE ZERO.
       77 WS-PAYMENTS            PIC 9(11)V99 VALUE ZERO.
       77 WS-OPEN-BALANCE        PIC S9(11)V99 VALUE ZERO.
       77 WS-DEBIT-ADJUSTS       PIC 9(11)V99 VALUE ZERO.
       77 WS-CREDIT-MEMOS        PIC 9(11)V99 VALUE ZERO.
       77 WS-WRITE-OFFS          PIC 9(11)V99 VALUE ZERO.
       77 WS-CHARGE-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-PAYMENT-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ADJUST-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-EXPORT-FAILED       PIC X VALUE 'N'.
      * The county chart of accounts, as assigned by their office:
      * 1200 accounts receivable, 4100 morgue service revenue,
      * 1010 county depository cash. The three adjustment accounts
      * below them - 4150 billing adjustments (late charges added
      * after invoicing), 4190 allowances and credit memos (contra
      * revenue), 6150 bad-debt expense - are placeholder codes
      * until county accounting issues the real ones, which go in
      * here in their place.
       77 WS-ACCT-AR             PIC X(6) VALUE '001200'.
       77 WS-ACCT-REVENUE        PIC X(6) VALUE '004100'.
       77 WS-ACCT-CASH           PIC X(6) VALUE '001010'.
       77 WS-ACCT-ADJ-REVENUE    PIC X(6) VALUE '004150'.
       77 WS-ACCT-ALLOWANCE      PIC X(6) VALUE '004190'.
       77 WS-ACCT-BAD-DEBT       PIC X(6) VALUE '006150'.
       01 WS-DATE-PARSE.
          05 WS-DP-PERIOD        PIC 9(6).
          05 WS-DP-DD            PIC 9(2).
           ELSE
               PERFORM SCAN-PERIOD-ACTIVITY
               CLOSE RECEIVABLE-FILE
               PERFORM SCAN-PERIOD-ADJUSTMENTS
               PERFORM WRITE-JOURNAL-ENTRIES
      * The close stamp advances only on a clean extract - the same
      * rule INVCTL.DAT and BKUPCTL.DAT live by - so a failed month
               ADD AR-BALANCE-DUE TO WS-OPEN-BALANCE
           END-IF.

      * No adjustment history yet (status 35) simply means nothing
      * was adjusted; any other open failure fails the extract, as
      * the adjustment lines would otherwise silently be zero.
       SCAN-PERIOD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS = '00'
               MOVE ZERO TO ADJ-INVOICE-NUMBER
               MOVE ZERO TO ADJ-SEQUENCE
               START ADJUSTMENT-FILE KEY IS NOT LESS THAN ADJ-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ ADJUSTMENT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           PERFORM TALLY-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           ELSE
               IF WS-ADJ-STATUS NOT = '35'
                   DISPLAY 'PRG160: UNABLE TO OPEN ADJUSTMENT '
                       'HISTORY, STATUS = ' WS-ADJ-STATUS
                   MOVE 'Y' TO WS-EXPORT-FAILED
               END-IF
           END-IF.

       TALLY-ONE-ADJUSTMENT.
           MOVE ADJ-DATE TO WS-DATE-PARSE.
           MOVE WS-DP-PERIOD TO WS-ADJUST-PERIOD.
           IF WS-ADJUST-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-ADJUST-COUNT
               EVALUATE TRUE
                   WHEN ADJ-TYPE-DEBIT
                       ADD ADJ-AMOUNT TO WS-DEBIT-ADJUSTS
                   WHEN ADJ-TYPE-CREDIT
                       ADD ADJ-AMOUNT TO WS-CREDIT-MEMOS
                   WHEN ADJ-TYPE-WRITEOFF
                       ADD ADJ-AMOUNT TO WS-WRITE-OFFS
               END-EVALUATE
           END-IF.

      * Two balanced entries plus a memo: charges debit AR and
      * credit revenue, cash debits the depository and credits AR.
      * Adjustments follow as three more balanced pairs: debit
      * adjustments debit AR and credit adjustment revenue, credit
      * memos debit allowances and credit AR, write-offs debit
      * bad-debt expense and credit AR.
      * The memo line carries the ending open balance so the county
      * can prove the subledger ties.
       WRITE-JOURNAL-ENTRIES.
               MOVE WS-PAYMENTS TO GL-AMOUNT
               MOVE 'MORGUE CASH APPLIED TO AR' TO GL-DESCRIPTION
               PERFORM WRITE-ONE-JOURNAL-LINE
               PERFORM WRITE-ADJUSTMENT-ENTRIES
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-CLOSE-PERIOD TO GL-PERIOD
               MOVE WS-ACCT-AR TO GL-ACCOUNT
               CLOSE GL-EXTRACT-FILE
           END-IF.

       WRITE-ADJUSTMENT-ENTRIES.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-AR TO GL-ACCOUNT.
           MOVE 'DR' TO GL-DR-CR.
           MOVE WS-DEBIT-ADJUSTS TO GL-AMOUNT.
           MOVE 'AR DEBIT ADJUSTMENTS' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-ADJ-REVENUE TO GL-ACCOUNT.
           MOVE 'CR' TO GL-DR-CR.
           MOVE WS-DEBIT-ADJUSTS TO GL-AMOUNT.
           MOVE 'BILLING ADJUSTMENT REVENUE' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-ALLOWANCE TO GL-ACCOUNT.
           MOVE 'DR' TO GL-DR-CR.
           MOVE WS-CREDIT-MEMOS TO GL-AMOUNT.
           MOVE 'MORGUE CREDIT MEMOS ALLOWED' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-AR TO GL-ACCOUNT.
           MOVE 'CR' TO GL-DR-CR.
           MOVE WS-CREDIT-MEMOS TO GL-AMOUNT.
           MOVE 'CREDIT MEMOS APPLIED TO AR' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-BAD-DEBT TO GL-ACCOUNT.
           MOVE 'DR' TO GL-DR-CR.
           MOVE WS-WRITE-OFFS TO GL-AMOUNT.
           MOVE 'BAD DEBT WRITTEN OFF' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CLOSE-PERIOD TO GL-PERIOD.
           MOVE WS-ACCT-AR TO GL-ACCOUNT.
           MOVE 'CR' TO GL-DR-CR.
           MOVE WS-WRITE-OFFS TO GL-AMOUNT.
           MOVE 'WRITE-OFFS APPLIED TO AR' TO GL-DESCRIPTION.
           PERFORM WRITE-ONE-JOURNAL-LINE.

      * Every journal line goes out through here so a write failure
      * anywhere in the extract - not just on the last line - keeps
      * the period from being stamped closed.
               ' (' WS-CHARGE-COUNT ' INVOICES)'.
           DISPLAY 'PRG160: PAYMENTS      ' WS-PAYMENTS
               ' (' WS-PAYMENT-COUNT ' ITEMS)'.
           DISPLAY 'PRG160: DEBIT ADJUSTS ' WS-DEBIT-ADJUSTS.
           DISPLAY 'PRG160: CREDIT MEMOS  ' WS-CREDIT-MEMOS.
           DISPLAY 'PRG160: WRITE-OFFS    ' WS-WRITE-OFFS
               ' (' WS-ADJUST-COUNT ' ADJUSTMENTS)'.
           DISPLAY 'PRG160: OPEN BALANCE  ' WS-OPEN-BALANCE.
