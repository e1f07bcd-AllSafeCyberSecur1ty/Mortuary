      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Receivable Adjustment Entry - the non-cash side of PRG60.
      * Finance keys a debit adjustment (DBAD - a charge missed off
      * the invoice), a credit memo (CRMO - storage days waived for
      * a family, a billing error) or a bad-debt write-off (WOFF)
      * against an invoice on RECEIVBL.DAT, with a reason code and
      * a reference note. Each one lands on its own row in
      * ADJHIST.DAT with the operator who keyed it, and the net is
      * carried on AR-ADJUST-AMOUNT so the balance, the PRG65 aging
      * and the PRG160 cash lines all stay honest - no more fake
      * "payments" to clear a balance. The operator signs on
      * against OPRMAST.DAT (add-update level or better); a credit
      * or write-off over the approval limit needs a level 3
      * operator, either the one keying or a supervisor who keys
      * their own ID at the prompt. A credit or write-off can never
      * take the balance below zero; a debit adjustment on a PAID
      * item re-opens it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG210.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJ-KEY
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  ADJUSTMENT-FILE.
           COPY "ADJREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-AR-STATUS        PIC XX.
       77 WS-ADJ-STATUS       PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-OPR-LEVEL        PIC 9 VALUE ZERO.
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-SUPERVISOR-ID    PIC X(10).
       77 WS-APPROVED-BY      PIC X(10).
       77 WS-APPROVAL-OK      PIC X VALUE 'N'.
       77 WS-INVOICE-NUMBER   PIC 9(6).
       77 WS-ADJ-TYPE         PIC X(4).
          88 WS-ADJ-TYPE-VALID   VALUES 'DBAD', 'CRMO', 'WOFF'.
          88 WS-ADJ-TYPE-DEBIT   VALUE 'DBAD'.
       77 WS-TYPE-OK          PIC X VALUE 'N'.
       77 WS-REASON-CODE      PIC X(4).
          88 WS-REASON-VALID     VALUES 'WAIV', 'BILL', 'DISP',
                                        'UNCL', 'ESTA', 'OTHR'.
       77 WS-REASON-OK        PIC X VALUE 'N'.
       77 WS-ADJ-AMOUNT       PIC 9(7)V99.
       77 WS-REFERENCE        PIC X(30).
       77 WS-NEXT-SEQUENCE    PIC 9(3) VALUE ZERO.
       77 WS-MORE-ADJUSTMENTS PIC X VALUE 'N'.
       77 WS-ADJ-COUNT        PIC 9(3) VALUE ZERO.
       77 WS-NEW-BALANCE      PIC S9(7)V99.
      * Finance's sign-off limit - a credit memo or write-off above
      * this many dollars needs a level 3 operator on the row.
       77 WS-APPROVAL-LIMIT   PIC 9(7)V99 VALUE 250.00.
       01 WS-STAMP-DATE.
          02 WS-SD-YYYY       PIC X(4).
          02 WS-SD-MM         PIC X(2).
          02 WS-SD-DD         PIC X(2).
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
           PERFORM OPEN-ADJUSTMENT-FILES.
           IF WS-AR-STATUS = '00' AND WS-ADJ-STATUS = '00'
               AND WS-OPR-STATUS = '00'
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK = 'Y'
                   DISPLAY 'INVOICE NUMBER (0 TO EXIT): '
                       WITH NO ADVANCING
                   ACCEPT WS-INVOICE-NUMBER
                   PERFORM UNTIL WS-INVOICE-NUMBER = ZERO
                       PERFORM APPLY-ONE-ADJUSTMENT
                       DISPLAY ' '
                       DISPLAY 'INVOICE NUMBER (0 TO EXIT): '
                           WITH NO ADVANCING
                       ACCEPT WS-INVOICE-NUMBER
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM CLOSE-ADJUSTMENT-FILES.
           STOP RUN.

       OPEN-ADJUSTMENT-FILES.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-AR-STATUS NOT = '00'
               DISPLAY 'PRG210: UNABLE TO OPEN RECEIVABLE FILE, '
                   'STATUS = ' WS-AR-STATUS
           END-IF.
           OPEN I-O ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS = '35'
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN I-O ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'PRG210: UNABLE TO OPEN ADJUSTMENT HISTORY, '
                   'STATUS = ' WS-ADJ-STATUS
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG210: OPERATOR MASTER NOT ON FILE - RUN '
                   'PRG100 TO LOAD IT, ADJUSTMENTS REFUSED'
           END-IF.

       CLOSE-ADJUSTMENT-FILES.
           IF WS-AR-STATUS = '00'
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-ADJ-STATUS = '00'
               CLOSE ADJUSTMENT-FILE
           END-IF.
           IF WS-OPR-STATUS = '00'
               CLOSE OPERATOR-MASTER
           END-IF.

      * Same rule XLI applies to its update options: an active ID
      * at add-update level or better. The ID goes on every row.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG210: STAFF ID NOT ON FILE'
               NOT INVALID KEY
                   IF NOT OPR-ACTIVE
                       DISPLAY 'PRG210: STAFF ID NOT ACTIVE'
                   ELSE
                       IF OPR-AUTH-LEVEL < 2
                           DISPLAY 'PRG210: AUTHORITY LEVEL '
                               OPR-AUTH-LEVEL ' TOO LOW'
                       ELSE
                           MOVE OPR-AUTH-LEVEL TO WS-OPR-LEVEL
                           MOVE 'Y' TO WS-SIGNON-OK
                           DISPLAY 'PRG210: SIGNED ON ' OPR-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG210: SIGN-ON REFUSED'
           END-IF.

       APPLY-ONE-ADJUSTMENT.
           MOVE WS-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           READ RECEIVABLE-FILE
               INVALID KEY
                   DISPLAY 'PRG210: INVOICE NOT ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-OPEN-ITEM
                   PERFORM LIST-INVOICE-ADJUSTMENTS
                   PERFORM ACCEPT-ADJUSTMENT-DETAIL
           END-READ.

       DISPLAY-OPEN-ITEM.
           DISPLAY 'INVOICE ' AR-INVOICE-NUMBER '  CASE '
               AR-CASE-NUMBER '  BILL TO ' AR-BILL-TO.
           DISPLAY 'INVOICED ' AR-INVOICE-DATE '  TOTAL '
               AR-TOTAL-CHARGE '  PAID ' AR-AMOUNT-PAID
               '  ADJUSTED ' AR-ADJUST-AMOUNT.
           DISPLAY 'BALANCE ' AR-BALANCE-DUE '  STATUS ' AR-STATUS.

      * Everything already on the invoice, so nobody credits the
      * same waived days twice.
       LIST-INVOICE-ADJUSTMENTS.
           MOVE ZERO TO WS-ADJ-COUNT.
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
                           ADD 1 TO WS-ADJ-COUNT
                           DISPLAY '  ' ADJ-SEQUENCE ' ' ADJ-TYPE ' '
                               ADJ-AMOUNT ' ' ADJ-REASON-CODE ' '
                               ADJ-DATE ' ' ADJ-OPERATOR-ID ' '
                               ADJ-REFERENCE
                       ELSE
                           MOVE 'N' TO WS-MORE-ADJUSTMENTS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADJ-COUNT = ZERO
               DISPLAY '  NO PRIOR ADJUSTMENTS'
           END-IF.

       ACCEPT-ADJUSTMENT-DETAIL.
           PERFORM ACCEPT-ADJUSTMENT-TYPE.
           PERFORM ACCEPT-REASON-CODE.
           DISPLAY 'AMOUNT: ' WITH NO ADVANCING.
           ACCEPT WS-ADJ-AMOUNT.
           DISPLAY 'REFERENCE NOTE: ' WITH NO ADVANCING.
           ACCEPT WS-REFERENCE.
           EVALUATE TRUE
               WHEN WS-ADJ-AMOUNT = ZERO
                   DISPLAY 'PRG210: ZERO AMOUNT - NOTHING POSTED'
               WHEN NOT WS-ADJ-TYPE-DEBIT AND AR-STATUS-PAID
                   DISPLAY 'PRG210: INVOICE ALREADY PAID IN FULL - '
                       'NOTHING LEFT TO CREDIT'
               WHEN NOT WS-ADJ-TYPE-DEBIT
                   AND WS-ADJ-AMOUNT > AR-BALANCE-DUE
                   DISPLAY 'PRG210: AMOUNT EXCEEDS BALANCE DUE '
                       AR-BALANCE-DUE ' - REFUSED'
               WHEN OTHER
                   PERFORM CHECK-ADJUSTMENT-APPROVAL
                   IF WS-APPROVAL-OK = 'Y'
                       PERFORM POST-ADJUSTMENT
                   END-IF
           END-EVALUATE.

      * Edit check: re-prompt rather than let a mistyped type code
      * onto the history file.
       ACCEPT-ADJUSTMENT-TYPE.
           MOVE 'N' TO WS-TYPE-OK.
           PERFORM UNTIL WS-TYPE-OK = 'Y'
               DISPLAY 'TYPE (DBAD=DEBIT CRMO=CREDIT MEMO '
                   'WOFF=WRITE-OFF): ' WITH NO ADVANCING
               ACCEPT WS-ADJ-TYPE
               IF WS-ADJ-TYPE-VALID
                   MOVE 'Y' TO WS-TYPE-OK
               ELSE
                   DISPLAY 'PRG210: TYPE MUST BE DBAD, CRMO OR WOFF'
               END-IF
           END-PERFORM.

      * WAIV fee waived for the family, BILL billing error, DISP
      * disputed charge, UNCL uncollectable, ESTA estate settled
      * short, OTHR anything else (say what in the reference).
       ACCEPT-REASON-CODE.
           MOVE 'N' TO WS-REASON-OK.
           PERFORM UNTIL WS-REASON-OK = 'Y'
               DISPLAY 'REASON (WAIV/BILL/DISP/UNCL/ESTA/OTHR): '
                   WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               IF WS-REASON-VALID
                   MOVE 'Y' TO WS-REASON-OK
               ELSE
                   DISPLAY 'PRG210: UNKNOWN REASON CODE'
               END-IF
           END-PERFORM.

      * Debits and anything at or under the limit go through on the
      * keying operator's own sign-on. A bigger credit or write-off
      * needs level 3 - the keying operator if they hold it,
      * otherwise a different, active level 3 ID keyed here.
       CHECK-ADJUSTMENT-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-OK.
           MOVE SPACES TO WS-APPROVED-BY.
           IF WS-ADJ-TYPE-DEBIT
               OR WS-ADJ-AMOUNT NOT > WS-APPROVAL-LIMIT
               MOVE 'Y' TO WS-APPROVAL-OK
           ELSE
               IF WS-OPR-LEVEL = 3
                   MOVE WS-STAFF-ID TO WS-APPROVED-BY
                   MOVE 'Y' TO WS-APPROVAL-OK
               ELSE
                   DISPLAY 'PRG210: OVER ' WS-APPROVAL-LIMIT
                       ' - LEVEL 3 APPROVAL REQUIRED'
                   DISPLAY 'APPROVING STAFF ID: ' WITH NO ADVANCING
                   ACCEPT WS-SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR
               END-IF
           END-IF.

       VALIDATE-SUPERVISOR.
           IF WS-SUPERVISOR-ID = WS-STAFF-ID
               DISPLAY 'PRG210: APPROVER MUST BE A DIFFERENT ID'
           ELSE
               MOVE WS-SUPERVISOR-ID TO OPR-STAFF-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'PRG210: APPROVER NOT ON FILE'
                   NOT INVALID KEY
                       IF OPR-ACTIVE AND OPR-AUTH-LEVEL = 3
                           MOVE WS-SUPERVISOR-ID TO WS-APPROVED-BY
                           MOVE 'Y' TO WS-APPROVAL-OK
                           DISPLAY 'PRG210: APPROVED BY ' OPR-NAME
                       ELSE
                           DISPLAY 'PRG210: APPROVER NOT ACTIVE AT '
                               'LEVEL 3'
                       END-IF
               END-READ
           END-IF.
           IF WS-APPROVAL-OK NOT = 'Y'
               DISPLAY 'PRG210: ADJUSTMENT REFUSED - NOT APPROVED'
           END-IF.

      * History row first, then the receivable. If the receivable
      * rewrite fails the history row is taken back out, so the two
      * files never disagree about what was adjusted.
       POST-ADJUSTMENT.
           PERFORM STAMP-NOW.
           PERFORM FIND-NEXT-ADJ-SEQUENCE.
           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE AR-INVOICE-NUMBER TO ADJ-INVOICE-NUMBER.
           MOVE WS-NEXT-SEQUENCE TO ADJ-SEQUENCE.
           MOVE AR-CASE-NUMBER TO ADJ-CASE-NUMBER.
           MOVE WS-ADJ-TYPE TO ADJ-TYPE.
           MOVE WS-ADJ-AMOUNT TO ADJ-AMOUNT.
           MOVE WS-REASON-CODE TO ADJ-REASON-CODE.
           MOVE WS-REFERENCE TO ADJ-REFERENCE.
           MOVE WS-STAFF-ID TO ADJ-OPERATOR-ID.
           MOVE WS-APPROVED-BY TO ADJ-APPROVED-BY.
           MOVE WS-STAMP-DATE TO ADJ-DATE.
           MOVE WS-STAMP-TIME TO ADJ-TIME.
           WRITE ADJUSTMENT-RECORD.
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'PRG210: ADJUSTMENT WRITE FAILED, STATUS = '
                   WS-ADJ-STATUS
           ELSE
               PERFORM APPLY-ADJUSTMENT-TO-ITEM
           END-IF.

       APPLY-ADJUSTMENT-TO-ITEM.
           IF WS-ADJ-TYPE-DEBIT
               ADD WS-ADJ-AMOUNT TO AR-ADJUST-AMOUNT
           ELSE
               SUBTRACT WS-ADJ-AMOUNT FROM AR-ADJUST-AMOUNT
           END-IF.
           COMPUTE WS-NEW-BALANCE =
               AR-TOTAL-CHARGE + AR-ADJUST-AMOUNT - AR-AMOUNT-PAID.
           MOVE WS-NEW-BALANCE TO AR-BALANCE-DUE.
           IF AR-BALANCE-DUE > ZERO
               MOVE 'OPEN' TO AR-STATUS
           ELSE
               MOVE 'PAID' TO AR-STATUS
           END-IF.
           REWRITE RECEIVABLE-RECORD.
           IF WS-AR-STATUS = '00'
               DISPLAY 'PRG210: ' WS-ADJ-TYPE ' ' WS-NEXT-SEQUENCE
                   ' POSTED, BALANCE NOW ' AR-BALANCE-DUE
               IF AR-STATUS-PAID
                   DISPLAY 'PRG210: INVOICE CLOSED AT ZERO'
               END-IF
           ELSE
               DISPLAY 'PRG210: RECEIVABLE REWRITE FAILED, STATUS = '
                   WS-AR-STATUS ' - ADJUSTMENT BACKED OUT'
               DELETE ADJUSTMENT-FILE RECORD
           END-IF.

       FIND-NEXT-ADJ-SEQUENCE.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
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
                           MOVE ADJ-SEQUENCE TO WS-NEXT-SEQUENCE
                       ELSE
                           MOVE 'N' TO WS-MORE-ADJUSTMENTS
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQUENCE.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.
