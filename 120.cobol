      * exams still open - no final cause yet, or toxicology still
      * pending - past an operator-keyed day threshold, aged in true
      * calendar days off PRG95 from the hold date. PRG40 reads the
      * final cause back for the registrar extract. An exam cannot
      * be closed (final cause on file, toxicology no longer
      * pending) while any specimen PRG225 holds for the case that
      * is not yet destroyed has no storage location on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG120.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-CASE-NUMBER
           FILE STATUS IS WS-AX-STATUS.
           SELECT SPECIMEN-FILE ASSIGN TO "SPECIMEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEC-KEY
           FILE STATUS IS WS-SPEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  AUTOPSY-FILE.
           COPY "AXREC.CPY".
       FD  SPECIMEN-FILE.
           COPY "SPECREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-AX-STATUS        PIC XX.
       77 WS-SPEC-STATUS      PIC XX.
       77 WS-SPEC-OPEN        PIC X VALUE 'N'.
       77 WS-MORE-SPECIMENS   PIC X VALUE 'N'.
       77 WS-UNLOCATED-COUNT  PIC 9(3) VALUE ZERO.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-CASE-NUMBER      PIC X(6).
       77 WS-EXAM-ON-FILE     PIC X VALUE 'N'.
               DISPLAY 'PRG120: UNABLE TO OPEN AUTOPSY FILE, STATUS = '
                   WS-AX-STATUS
           END-IF.
           OPEN INPUT SPECIMEN-FILE.
           IF WS-SPEC-STATUS = '00'
               MOVE 'Y' TO WS-SPEC-OPEN
           END-IF.

       CLOSE-EXAM-FILES.
           IF WS-DM-STATUS = '00'
           IF WS-AX-STATUS = '00'
               CLOSE AUTOPSY-FILE
           END-IF.
           IF WS-SPEC-OPEN = 'Y'
               CLOSE SPECIMEN-FILE
           END-IF.

      * An exam only makes sense on a case the medical examiner has
      * actually taken - the case must be on the master and carry an
           PERFORM ACCEPT-MANNER-OF-DEATH.
           DISPLAY 'TOXICOLOGY PENDING (Y/N): ' WITH NO ADVANCING.
           ACCEPT AX-TOX-PENDING-FLAG.
           MOVE ZERO TO WS-UNLOCATED-COUNT.
           IF AX-FINAL-CAUSE NOT = SPACES AND NOT AX-TOX-PENDING
               PERFORM CHECK-SPECIMEN-LOCATIONS
           END-IF.
           IF WS-UNLOCATED-COUNT > ZERO
               DISPLAY 'PRG120: ' WS-UNLOCATED-COUNT ' SPECIMEN(S) '
                   'HAVE NO LOCATION ON FILE - EXAM NOT CLOSED'
               DISPLAY 'PRG120: RECORD THE LOCATION IN PRG225 AND '
                   'RE-ENTER THE FINDINGS'
           ELSE
               PERFORM WRITE-EXAM-RECORD
           END-IF.

       WRITE-EXAM-RECORD.
           IF WS-EXAM-ON-FILE = 'Y'
               REWRITE AUTOPSY-EXAM-RECORD
           ELSE
                   WS-AX-STATUS
           END-IF.

      * Closing the exam is the last word on the case's pathology,
      * so every specimen still in existence must be somewhere we
      * can name. Destroyed items are finished and not counted. No
      * specimen file at all means nothing was kept back.
       CHECK-SPECIMEN-LOCATIONS.
           IF WS-SPEC-OPEN = 'Y'
               MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER
               MOVE ZERO TO SPEC-NUMBER
               START SPECIMEN-FILE KEY IS NOT LESS THAN SPEC-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-SPECIMENS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-SPECIMENS
               END-START
               PERFORM UNTIL WS-MORE-SPECIMENS = 'N'
                   READ SPECIMEN-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-SPECIMENS
                       NOT AT END
                           IF SPEC-CASE-NUMBER = WS-CASE-NUMBER
                               IF SPEC-LOCATION = SPACES
                                   AND NOT SPEC-DESTROYED
                                   ADD 1 TO WS-UNLOCATED-COUNT
                                   DISPLAY 'PRG120: SPECIMEN '
                                       SPEC-NUMBER ' ' SPEC-TYPE
                                       ' ' SPEC-LABEL-ID
                                       ' - NO LOCATION'
                               END-IF
                           ELSE
                               MOVE 'N' TO WS-MORE-SPECIMENS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Edit check: manner of death is one of the five certificate
      * codes - re-prompt rather than let a mistyped code reach the
      * registrar.
