      * invoice as an itemized line, so INV-TOTAL-CHARGE finally
      * reflects what the prep room actually did. The morticians
      * say we leave four figures a month on the table - this is
      * where it stops. Completing an order also takes the
      * service's standard bill of materials out of prep-room stock
      * through PRG230. A case under active biohazard precautions
      * (PRECAUT.DAT) shows its hazard before any work is keyed, and
      * embalming or restoration on a prion or radioactive case is
      * refused unless a level 3 supervisor on the PRG100 operator
      * master overrides - at order entry and again at completion
      * if the hazard was recorded after the order went in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG150.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-KEY
           FILE STATUS IS WS-WO-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  WORK-ORDER-FILE.
           COPY "WOREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-WO-STATUS        PIC XX.
       77 WS-LIST-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       77 WS-TODAY-DISPLAY    PIC X(8).
       77 WS-ITEMS-ISSUED     PIC 9(3) VALUE ZERO.
       77 WS-PRC-STATUS       PIC XX.
       77 WS-PRC-OPEN         PIC X VALUE 'N'.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-OPR-OPEN         PIC X VALUE 'N'.
       77 WS-INVASIVE-BARRED  PIC X VALUE 'N'.
       77 WS-AUTH-ID          PIC X(10).
       77 WS-AUTH-OK          PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
               DISPLAY 'PRG150: UNABLE TO OPEN WORK ORDER FILE, '
                   'STATUS = ' WS-WO-STATUS
           END-IF.
      * No precautions file yet means no case has been flagged. The
      * operator master is read-only here - PRG100 maintains it;
      * without it no override can be given, so restricted work on
      * a flagged case is refused, the safe direction.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS = '00'
               MOVE 'Y' TO WS-PRC-OPEN
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS = '00'
               MOVE 'Y' TO WS-OPR-OPEN
           END-IF.

       CLOSE-WORK-ORDER-FILES.
           IF WS-DM-STATUS = '00'
           IF WS-WO-STATUS = '00'
               CLOSE WORK-ORDER-FILE
           END-IF.
           IF WS-PRC-OPEN = 'Y'
               CLOSE PRECAUTION-FILE
           END-IF.
           IF WS-OPR-OPEN = 'Y'
               CLOSE OPERATOR-MASTER
           END-IF.

       ENTER-WORK-ORDER.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
                           'NEW WORK CAN BE ORDERED'
                   ELSE
                       DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME
                       PERFORM LOAD-CASE-PRECAUTIONS
                       PERFORM ACCEPT-WORK-ORDER-DETAIL
                   END-IF
           END-READ.

       ACCEPT-WORK-ORDER-DETAIL.
           PERFORM ACCEPT-SERVICE-CODE.
           MOVE SPACES TO WS-AUTH-ID.
           MOVE 'Y' TO WS-AUTH-OK.
           IF WS-INVASIVE-BARRED = 'Y'
               AND (WS-SERVICE-CODE = 'EMBM'
                   OR WS-SERVICE-CODE = 'REST')
               PERFORM CHECK-OVERRIDE-AUTHORITY
           END-IF.
           IF WS-AUTH-OK = 'Y'
               PERFORM WRITE-NEW-WORK-ORDER
           END-IF.

       WRITE-NEW-WORK-ORDER.
           DISPLAY 'CHARGE AMOUNT (FROM PRICE LIST): '
               WITH NO ADVANCING.
           ACCEPT WS-CHARGE-AMOUNT.
           MOVE WS-STAFF-ID TO WO-STAFF-ID.
           MOVE WS-CHARGE-AMOUNT TO WO-CHARGE-AMOUNT.
           MOVE SPACES TO WO-INVOICE-NUMBER.
           MOVE WS-AUTH-ID TO WO-OVERRIDE-BY.
           WRITE WORK-ORDER-RECORD.
           IF WS-WO-STATUS = '00'
               DISPLAY 'PRG150: WORK ORDER ' WS-NEXT-ORDER
               END-IF
           END-PERFORM.

      * Shows the hazard of an active precautions row and sets
      * WS-INVASIVE-BARRED when the hazard rules out embalming and
      * restoration without an override.
       LOAD-CASE-PRECAUTIONS.
           MOVE 'N' TO WS-INVASIVE-BARRED.
           IF WS-PRC-OPEN = 'Y'
               MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER
               READ PRECAUTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRC-ACTIVE
                           DISPLAY '*** BIOHAZARD PRECAUTIONS: '
                               PRC-HAZARD-CODE ' LEVEL '
                               PRC-PRECAUTION-LEVEL ' ***'
                           DISPLAY '*** ' PRC-HAZARD-NOTE
                           IF PRC-INVASIVE-RESTRICTED
                               MOVE 'Y' TO WS-INVASIVE-BARRED
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Embalming or restoration on a restricted case goes ahead
      * only under an active level 3 supervisor's ID, which is kept
      * on the work order.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           DISPLAY 'PRG150: ' WS-SERVICE-CODE ' IS RESTRICTED FOR '
               'THIS HAZARD - SUPERVISOR OVERRIDE REQUIRED'.
           DISPLAY 'OVERRIDE STAFF ID (LEVEL 3, BLANK TO REFUSE): '
               WITH NO ADVANCING.
           ACCEPT WS-AUTH-ID.
           IF WS-AUTH-ID NOT = SPACES
               IF WS-OPR-OPEN NOT = 'Y'
                   DISPLAY 'PRG150: OPERATOR MASTER UNAVAILABLE'
               ELSE
                   MOVE WS-AUTH-ID TO OPR-STAFF-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           DISPLAY 'PRG150: OVERRIDE ID NOT ON FILE'
                       NOT INVALID KEY
                           IF OPR-ACTIVE AND OPR-AUTH-LEVEL = 3
                               MOVE 'Y' TO WS-AUTH-OK
                               DISPLAY 'PRG150: OVERRIDDEN BY '
                                   OPR-NAME
                           ELSE
                               DISPLAY 'PRG150: OVERRIDE ID NOT '
                                   'ACTIVE AT LEVEL 3'
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-AUTH-OK NOT = 'Y'
               MOVE SPACES TO WS-AUTH-ID
               DISPLAY 'PRG150: SERVICE REFUSED - NOT OVERRIDDEN'
           END-IF.

      * The next order number for a case is one past the highest
      * already on file - the same read-forward the effects and
      * custody files use.
                       DISPLAY 'PRG150: ORDER ALREADY COMPLETED '
                           WO-COMPLETED-DATE
                   ELSE
                       PERFORM CHECK-COMPLETION-HAZARD
                       IF WS-AUTH-OK = 'Y'
                           PERFORM FINISH-WORK-ORDER
                       END-IF
                   END-IF
           END-READ.

      * A hazard recorded after the order went in still stops the
      * work at completion unless an override is already on the
      * order or is given now.
       CHECK-COMPLETION-HAZARD.
           MOVE 'Y' TO WS-AUTH-OK.
           PERFORM LOAD-CASE-PRECAUTIONS.
           IF WS-INVASIVE-BARRED = 'Y'
               AND (WO-SVC-EMBALM OR WO-SVC-RESTORE)
               AND WO-OVERRIDE-BY = SPACES
               MOVE WO-SERVICE-CODE TO WS-SERVICE-CODE
               PERFORM CHECK-OVERRIDE-AUTHORITY
               IF WS-AUTH-OK = 'Y'
                   MOVE WS-AUTH-ID TO WO-OVERRIDE-BY
               END-IF
           END-IF.

       FINISH-WORK-ORDER.
           DISPLAY 'PERFORMING STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO WO-STAFF-ID.
           MOVE WS-TODAY-DISPLAY TO WO-COMPLETED-DATE.
           REWRITE WORK-ORDER-RECORD.
           IF WS-WO-STATUS = '00'
               DISPLAY 'PRG150: ORDER COMPLETED - WILL '
                   'BILL ON THE NEXT PRG45 RUN'
               CALL 'PRG230' USING WO-CASE-NUMBER,
                   WO-SERVICE-CODE, WS-STAFF-ID,
                   WS-ITEMS-ISSUED
               DISPLAY 'PRG150: ' WS-ITEMS-ISSUED
                   ' SUPPLY ITEMS TAKEN FROM STOCK'
           ELSE
               DISPLAY 'PRG150: REWRITE FAILED, STATUS = '
                   WS-WO-STATUS
           END-IF.

       LIST-CASE-WORK-ORDERS.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'ORD  SVC   ORDERED   COMPLETED  CHARGE    '
               'INVOICE  STAFF      OVERRIDE'.
           MOVE WS-CASE-NUMBER TO WO-CASE-NUMBER.
           MOVE ZERO TO WO-ORDER-NUMBER.
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
                               WO-COMPLETED-DATE '   '
                               WO-CHARGE-AMOUNT '  '
                               WO-INVOICE-NUMBER '   '
                               WO-STAFF-ID ' ' WO-OVERRIDE-BY
                       ELSE
                           MOVE 'N' TO WS-MORE-ORDERS
                       END-IF
