      * description row is stamped with when and to whom, an IDNT
      * event is journaled through PRG5 so the case history shows
      * when the identification happened, and the name change lands
      * on the audit trail like any XLI field change. The
      * description itself can be completed or corrected after
      * examination - remains taken in as a block from an incident
      * come in with only a stub, and the answer left blank keeps
      * what is on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG130.
       ENVIRONMENT DIVISION.
       77 WS-AUD-OLD-VALUE    PIC X(30).
       77 WS-AUD-NEW-VALUE    PIC X(30).
       77 WS-YES-NO           PIC X.
       77 WS-NEW-SEX          PIC X(1).
       77 WS-NEW-EST-AGE      PIC X(7).
       77 WS-NEW-HEIGHT       PIC X(5).
       77 WS-NEW-WEIGHT       PIC X(5).
       77 WS-NEW-MARKS        PIC X(40).
       77 WS-NEW-FOUND        PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-DOE-FILES.
                   WHEN 1 PERFORM PRINT-OPEN-DOE-ROSTER
                   WHEN 2 PERFORM RECORD-IDENTIFICATION
                   WHEN 3 PERFORM INQUIRE-DESCRIPTION
                   WHEN 4 PERFORM UPDATE-DESCRIPTION
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG130: INVALID CHOICE'
               END-EVALUATE
           DISPLAY '1. OPEN DOE CASE ROSTER'.
           DISPLAY '2. RECORD IDENTIFICATION'.
           DISPLAY '3. INQUIRE DOE DESCRIPTION'.
           DISPLAY '4. UPDATE DOE DESCRIPTION'.
           DISPLAY '9. EXIT'.

       OPEN-DOE-FILES.
                   END-IF
           END-READ.

      * Each answer left blank keeps the value on file. An
      * identified case's description is history and is not
      * changed.
       UPDATE-DESCRIPTION.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE WS-CASE-NUMBER TO DOE-CASE-NUMBER.
           READ DOE-DESC-FILE
               INVALID KEY
                   DISPLAY 'PRG130: NO DOE DESCRIPTION ON FILE'
               NOT INVALID KEY
                   IF DOE-IDENTIFIED
                       DISPLAY 'PRG130: CASE ALREADY IDENTIFIED'
                   ELSE
                       PERFORM ACCEPT-DESCRIPTION-CHANGES
                   END-IF
           END-READ.

       ACCEPT-DESCRIPTION-CHANGES.
           DISPLAY 'SEX (M/F/U) [' DOE-SEX ']: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-SEX.
           DISPLAY 'EST AGE [' DOE-EST-AGE ']: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-EST-AGE.
           DISPLAY 'HEIGHT [' DOE-HEIGHT ']: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-HEIGHT.
           DISPLAY 'WEIGHT [' DOE-WEIGHT ']: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-WEIGHT.
           DISPLAY 'MARKS [' DOE-MARKS ']: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-MARKS.
           DISPLAY 'WHERE FOUND [' DOE-FOUND-LOCATION ']: '
               WITH NO ADVANCING.
           ACCEPT WS-NEW-FOUND.
           IF WS-NEW-SEX = 'M' OR WS-NEW-SEX = 'F'
               OR WS-NEW-SEX = 'U'
               MOVE WS-NEW-SEX TO DOE-SEX
           END-IF.
           IF WS-NEW-EST-AGE NOT = SPACES
               MOVE WS-NEW-EST-AGE TO DOE-EST-AGE
           END-IF.
           IF WS-NEW-HEIGHT NOT = SPACES
               MOVE WS-NEW-HEIGHT TO DOE-HEIGHT
           END-IF.
           IF WS-NEW-WEIGHT NOT = SPACES
               MOVE WS-NEW-WEIGHT TO DOE-WEIGHT
           END-IF.
           IF WS-NEW-MARKS NOT = SPACES
               MOVE WS-NEW-MARKS TO DOE-MARKS
           END-IF.
           IF WS-NEW-FOUND NOT = SPACES
               MOVE WS-NEW-FOUND TO DOE-FOUND-LOCATION
           END-IF.
           REWRITE DOE-DESC-RECORD.
           IF WS-DOE-STATUS = '00'
               DISPLAY 'PRG130: DOE DESCRIPTION UPDATED'
           ELSE
               DISPLAY 'PRG130: DOE DESCRIPTION REWRITE FAILED, '
                   'STATUS = ' WS-DOE-STATUS
           END-IF.

      * Same audit row XLI writes for a desk name change, so the
      * identification is not a blind spot in the audit trail.
       WRITE-AUDIT-RECORD.
