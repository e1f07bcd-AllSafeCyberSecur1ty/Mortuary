      * being a vendor recompile of every program that copied the
      * old fixed rosters. The one-time seed load copies the
      * compiled BAYCAP.CPY/ANXCAP.CPY rosters onto the file so the
      * conversion does not start from an empty cooler. Each tray
      * also carries an isolation-capable flag (own exhaust, sealed
      * door); only those trays can take a case under biohazard
      * precautions, so the flag is keyed here when the tray is added
      * and can be changed when a tray is fitted out or downgraded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG140.
       ENVIRONMENT DIVISION.
       77 WS-FACILITY         PIC X(4).
       77 WS-BAY-NUMBER       PIC X(4).
       77 WS-NEW-STATUS       PIC X(4).
       77 WS-NEW-ISOLATION    PIC X.
       77 WS-SEED-SUB         PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SEED-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
                   WHEN 3 PERFORM CHANGE-SERVICE-STATUS
                   WHEN 4 PERFORM LIST-BAYS
                   WHEN 5 PERFORM SEED-FROM-COMPILED-ROSTERS
                   WHEN 6 PERFORM CHANGE-ISOLATION-FLAG
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG140: INVALID CHOICE'
               END-EVALUATE
           DISPLAY '3. CHANGE SERVICE STATUS'.
           DISPLAY '4. LIST ALL BAYS'.
           DISPLAY '5. SEED FROM COMPILED ROSTERS (ONE-TIME LOAD)'.
           DISPLAY '6. SET ISOLATION-CAPABLE FLAG'.
           DISPLAY '9. EXIT'.

       OPEN-BAY-MASTER.
           MOVE WS-BAY-NUMBER TO BM-BAY-NUMBER.
           MOVE 'INSV' TO BM-STATUS.
           MOVE SPACES TO BM-STATUS-NOTE.
           PERFORM ACCEPT-ISOLATION-FLAG.
           MOVE WS-NEW-ISOLATION TO BM-ISOLATION-FLAG.
           WRITE BAY-MASTER-RECORD.
           IF WS-BM-STATUS = '00'
               DISPLAY 'PRG140: BAY ADDED IN SERVICE'
           DISPLAY 'BAY/TRAY : ' BM-BAY-NUMBER.
           DISPLAY 'STATUS   : ' BM-STATUS.
           DISPLAY 'NOTE     : ' BM-STATUS-NOTE.
           IF BM-ISOLATION-CAPABLE
               DISPLAY 'ISOLATION: YES - MAY TAKE BIOHAZARD CASES'
           ELSE
               DISPLAY 'ISOLATION: NO'
           END-IF.

      * Anything but Y is taken as N - a tray is only isolation-
      * capable when somebody says so.
       ACCEPT-ISOLATION-FLAG.
           DISPLAY 'ISOLATION-CAPABLE TRAY (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-NEW-ISOLATION.
           IF WS-NEW-ISOLATION NOT = 'Y'
               MOVE 'N' TO WS-NEW-ISOLATION
           END-IF.

      * Downgrading a tray that holds a biohazard case is allowed -
      * the exhaust fails whether or not the tray is occupied - and
      * PRG285's daily list then shows the case on a tray that is
      * no longer isolation-capable, so it gets moved.
       CHANGE-ISOLATION-FLAG.
           PERFORM ACCEPT-BAY-KEY.
           READ BAY-MASTER
               INVALID KEY
                   DISPLAY 'PRG140: BAY NOT ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-BAY-RECORD
                   PERFORM ACCEPT-ISOLATION-FLAG
                   MOVE WS-NEW-ISOLATION TO BM-ISOLATION-FLAG
                   REWRITE BAY-MASTER-RECORD
                   IF WS-BM-STATUS = '00'
                       DISPLAY 'PRG140: ISOLATION FLAG NOW '
                           BM-ISOLATION-FLAG
                   ELSE
                       DISPLAY 'PRG140: REWRITE FAILED, STATUS = '
                           WS-BM-STATUS
                   END-IF
           END-READ.

      * Flip a tray in or out of service. Taking an occupied tray
      * out of service is allowed on purpose - the compressor does

       LIST-BAYS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'FAC   BAY   STATUS  ISO  NOTE'.
           MOVE LOW-VALUES TO BM-KEY.
           START BAY-MASTER KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY BM-FACILITY-ID '  ' BM-BAY-NUMBER '  '
                           BM-STATUS '    ' BM-ISOLATION-FLAG '    '
                           BM-STATUS-NOTE
               END-READ
           END-PERFORM.
           DISPLAY 'BAYS ON FILE: ' WS-LIST-COUNT.
                   MOVE 'INSV' TO BM-STATUS
                   MOVE 'SEEDED FROM COMPILED ROSTER'
                       TO BM-STATUS-NOTE
                   MOVE 'N' TO BM-ISOLATION-FLAG
                   WRITE BAY-MASTER-RECORD
                   IF WS-BM-STATUS = '00'
                       ADD 1 TO WS-SEED-COUNT
