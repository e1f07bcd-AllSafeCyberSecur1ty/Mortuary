      * a VIEW event for the case through PRG5 so the visit shows
      * in PRG30's case history, and the evening run of the
      * next-day schedule gives the front desk tomorrow's rooms in
      * slot order. A case under active biohazard precautions
      * (PRECAUT.DAT) for TB, prion disease or a radioactive implant
      * cannot be booked for an open viewing - identification only,
      * through the glass or by photograph - and every flagged case
      * on the day schedule carries its hazard beneath the booking.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG170.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VB-KEY
           FILE STATUS IS WS-VB-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  VIEW-BOOKING-FILE.
           COPY "VBREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-VB-STATUS        PIC XX.
       77 WS-EVENT-TIME       PIC X(8).
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-PRC-STATUS       PIC XX.
       77 WS-PRC-OPEN         PIC X VALUE 'N'.
       77 WS-PRC-FLAGGED      PIC X VALUE 'N'.
       77 WS-VIEW-RESTRICTED  PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-BOOKING-FILES.
               DISPLAY 'PRG170: UNABLE TO OPEN BOOKING FILE, '
                   'STATUS = ' WS-VB-STATUS
           END-IF.
      * No precautions file yet just means no case has been flagged.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS = '00'
               MOVE 'Y' TO WS-PRC-OPEN
           END-IF.

       CLOSE-BOOKING-FILES.
           IF WS-DM-STATUS = '00'
           IF WS-VB-STATUS = '00'
               CLOSE VIEW-BOOKING-FILE
           END-IF.
           IF WS-PRC-OPEN = 'Y'
               CLOSE PRECAUTION-FILE
           END-IF.

       ACCEPT-SLOT-KEY.
           DISPLAY 'FACILITY (MAIN/ANNX): ' WITH NO ADVANCING.
                   DISPLAY 'PRG170: CASE NOT FOUND'
               NOT INVALID KEY
                   DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME
                   MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER
                   PERFORM LOAD-CASE-PRECAUTIONS
                   IF WS-PRC-FLAGGED = 'Y'
                       DISPLAY '*** BIOHAZARD PRECAUTIONS: '
                           PRC-HAZARD-CODE ' LEVEL '
                           PRC-PRECAUTION-LEVEL ' ***'
                   END-IF
                   IF WS-VIEW-RESTRICTED = 'Y'
                       DISPLAY 'PRG170: NO OPEN VIEWING FOR THIS '
                           'HAZARD - IDENTIFICATION ONLY'
                   END-IF
                   PERFORM ACCEPT-SLOT-KEY
                   IF WS-FACILITY NOT = 'MAIN'
                       AND WS-FACILITY NOT = 'ANNX'
           END-IF.

      * Edit check: purpose is a viewing or an identification -
      * re-prompt on anything else, and on VIEW for a case whose
      * hazard restricts open viewing.
       ACCEPT-BOOKING-PURPOSE.
           MOVE 'N' TO WS-PURPOSE-OK.
           PERFORM UNTIL WS-PURPOSE-OK = 'Y'
               DISPLAY 'PURPOSE (VIEW/IDEN): ' WITH NO ADVANCING
               ACCEPT WS-PURPOSE
               IF WS-PURPOSE-VALID
                   IF WS-PURPOSE = 'VIEW' AND WS-VIEW-RESTRICTED = 'Y'
                       DISPLAY 'PRG170: OPEN VIEWING REFUSED - '
                           'BIOHAZARD PRECAUTIONS, BOOK IDEN'
                   ELSE
                       MOVE 'Y' TO WS-PURPOSE-OK
                   END-IF
               ELSE
                   DISPLAY 'PRG170: PURPOSE MUST BE VIEW OR IDEN'
               END-IF
           END-PERFORM.
           IF WS-PURPOSE = 'IDEN' AND WS-VIEW-RESTRICTED = 'Y'
               DISPLAY 'PRG170: IDENTIFICATION THROUGH GLASS OR BY '
                   'PHOTOGRAPH ONLY'
           END-IF.
           MOVE WS-PURPOSE TO VB-PURPOSE.

      * The evening schedule run: every booking for the keyed day,
                           DISPLAY VB-FACILITY-ID '  ' VB-ROOM '  '
                               VB-SLOT '    ' VB-CASE-NUMBER '  '
                               VB-PURPOSE '     ' VB-FAMILY-NAME
                           MOVE VB-CASE-NUMBER TO PRC-CASE-NUMBER
                           PERFORM LOAD-CASE-PRECAUTIONS
                           IF WS-PRC-FLAGGED = 'Y'
                               DISPLAY '      *** BIOHAZARD '
                                   PRC-HAZARD-CODE ' LEVEL '
                                   PRC-PRECAUTION-LEVEL ' - '
                                   PRC-HAZARD-NOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'BOOKINGS: ' WS-LIST-COUNT.

      * Caller moves the case number to PRC-CASE-NUMBER. Sets
      * WS-PRC-FLAGGED for any active row and WS-VIEW-RESTRICTED when
      * the hazard rules out an open viewing.
       LOAD-CASE-PRECAUTIONS.
           MOVE 'N' TO WS-PRC-FLAGGED.
           MOVE 'N' TO WS-VIEW-RESTRICTED.
           IF WS-PRC-OPEN = 'Y'
               READ PRECAUTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRC-ACTIVE
                           MOVE 'Y' TO WS-PRC-FLAGGED
                           IF PRC-VIEWING-RESTRICTED
                               MOVE 'Y' TO WS-VIEW-RESTRICTED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CANCEL-BOOKING.
           PERFORM ACCEPT-SLOT-KEY.
           READ VIEW-BOOKING-FILE
