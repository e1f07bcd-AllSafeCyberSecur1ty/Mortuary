      * final cause of death, that is what goes to the state - the
      * intake-time DM-CAUSE-OF-DEATH is only the receiving desk's
      * best information, and on ME cases the autopsy routinely
      * amends it. Each case sent is recorded on CERTSTAT.DAT with
      * the date it went, so a case goes to the state once: a case
      * already with the registrar, or accepted, is passed over, and
      * only a case PRG310 has posted as rejected is sent again.
      * Because a case goes once, it is held back until its data is
      * final: a case with an autopsy exam still open (no final
      * cause on AUTOPSY.DAT yet) or still an unidentified Doe is
      * not sent, and goes out on the first run after the exam
      * closes or PRG130 identifies it. Held-back cases are counted
      * on the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG40.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-CASE-NUMBER
           FILE STATUS IS WS-AX-STATUS.
           SELECT CERT-STATUS-FILE ASSIGN TO "CERTSTAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-NUMBER
           FILE STATUS IS WS-CS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "CERTREC.CPY".
       FD  AUTOPSY-FILE.
           COPY "AXREC.CPY".
       FD  CERT-STATUS-FILE.
           COPY "CSREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-CERT-STATUS         PIC XX.
       77 WS-AX-STATUS           PIC XX.
       77 WS-AX-OPEN             PIC X VALUE 'N'.
       77 WS-CS-STATUS           PIC XX.
       77 WS-CS-ON-FILE          PIC X VALUE 'N'.
       77 WS-SEND-CASE           PIC X VALUE 'N'.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-EXTRACT-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-AMENDED-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-RESENT-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-PASSED-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-HELD-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-EXTRACT-FILES.
           IF WS-DM-STATUS = '00' AND WS-CERT-STATUS = '00'
               AND WS-CS-STATUS = '00'
               PERFORM SCAN-MASTER-FOR-EXTRACT
           END-IF.
           PERFORM CLOSE-EXTRACT-FILES.
           DISPLAY 'PRG40: CERTIFICATE RECORDS EXTRACTED: '
               WS-EXTRACT-COUNT.
           DISPLAY 'PRG40:   OF WHICH REJECTS SENT AGAIN: '
               WS-RESENT-COUNT.
           DISPLAY 'PRG40: CAUSES TAKEN FROM AUTOPSY: '
               WS-AMENDED-COUNT.
           DISPLAY 'PRG40: PASSED OVER, ALREADY WITH REGISTRAR: '
               WS-PASSED-COUNT.
           DISPLAY 'PRG40: HELD BACK, EXAM OPEN OR STILL A DOE: '
               WS-HELD-COUNT.
           STOP RUN.

       OPEN-EXTRACT-FILES.
                       'STATUS = ' WS-AX-STATUS
               END-IF
           END-IF.
      * Without the status file there is no telling what the state
      * already has, so nothing is extracted.
           OPEN I-O CERT-STATUS-FILE.
           IF WS-CS-STATUS = '35'
               OPEN OUTPUT CERT-STATUS-FILE
               CLOSE CERT-STATUS-FILE
               OPEN I-O CERT-STATUS-FILE
           END-IF.
           IF WS-CS-STATUS NOT = '00'
               DISPLAY 'PRG40: UNABLE TO OPEN CERTIFICATE STATUS FILE, '
                   'STATUS = ' WS-CS-STATUS
           END-IF.

       CLOSE-EXTRACT-FILES.
           CLOSE DECEDENT-MASTER.
           CLOSE CERTIFICATE-FILE.
           CLOSE CERT-STATUS-FILE.
           IF WS-AX-OPEN = 'Y'
               CLOSE AUTOPSY-FILE
           END-IF.
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       PERFORM CHECK-CERTIFICATE-STATUS
                       IF WS-SEND-CASE = 'Y'
                           PERFORM CHECK-CASE-READY
                       END-IF
                       IF WS-SEND-CASE = 'Y'
                           PERFORM WRITE-CERTIFICATE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      * Never sent, or sent and rejected: goes out on this run.
      * Still awaiting an answer, or accepted: passed over.
       CHECK-CERTIFICATE-STATUS.
           MOVE DM-CASE-NUMBER TO CS-CASE-NUMBER.
           READ CERT-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CS-ON-FILE
                   MOVE 'Y' TO WS-SEND-CASE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CS-ON-FILE
                   IF CS-REJECTED
                       MOVE 'Y' TO WS-SEND-CASE
                   ELSE
                       MOVE 'N' TO WS-SEND-CASE
                       ADD 1 TO WS-PASSED-COUNT
                   END-IF
           END-READ.

      * Whatever goes to the state is what the certificate will
      * carry, so a cause still to be amended by an open exam, or a
      * name that is still a Doe placeholder, waits for a later run.
       CHECK-CASE-READY.
           IF DM-DOE-CASE
               MOVE 'N' TO WS-SEND-CASE
           END-IF.
           IF WS-SEND-CASE = 'Y' AND WS-AX-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO AX-CASE-NUMBER
               READ AUTOPSY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AX-FINAL-CAUSE = SPACES
                           MOVE 'N' TO WS-SEND-CASE
                       END-IF
               END-READ
           END-IF.
           IF WS-SEND-CASE = 'N'
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       WRITE-CERTIFICATE-RECORD.
           MOVE DM-CASE-NUMBER TO CERT-CASE-NUMBER.
           MOVE DM-DECEDENT-NAME TO CERT-DECEDENT-NAME.
           WRITE CERTIFICATE-RECORD.
           IF WS-CERT-STATUS = '00'
               ADD 1 TO WS-EXTRACT-COUNT
               PERFORM RECORD-CERTIFICATE-SENT
           ELSE
               DISPLAY 'PRG40: WRITE FAILED FOR CASE ' DM-CASE-NUMBER
                   ' STATUS = ' WS-CERT-STATUS
      * A case with an autopsy on file whose final cause has been
      * determined goes to the state under that final cause - the
      * exam amends the intake-time entry, it does not sit beside
      * it. A case whose exam is still open never gets this far.
       APPLY-AUTOPSY-FINAL-CAUSE.
           IF WS-AX-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO AX-CASE-NUMBER
                       END-IF
               END-READ
           END-IF.

      * A resend keeps the registrar's last answer on the row until
      * PRG310 posts the next one; the extract date restarts the
      * wait for a response.
       RECORD-CERTIFICATE-SENT.
           IF WS-CS-ON-FILE = 'N'
               MOVE SPACES TO CERT-STATUS-RECORD
               MOVE DM-CASE-NUMBER TO CS-CASE-NUMBER
               MOVE ZERO TO CS-SEND-COUNT
               MOVE ZERO TO CS-ACK-DATE
               MOVE ZERO TO CS-PERMIT-DATE
           ELSE
               ADD 1 TO WS-RESENT-COUNT
           END-IF.
           MOVE 'SENT' TO CS-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO CS-EXTRACT-DATE.
           ADD 1 TO CS-SEND-COUNT.
           IF WS-CS-ON-FILE = 'N'
               WRITE CERT-STATUS-RECORD
           ELSE
               REWRITE CERT-STATUS-RECORD
           END-IF.
           IF WS-CS-STATUS NOT = '00'
               DISPLAY 'PRG40: STATUS NOT RECORDED FOR CASE '
                   DM-CASE-NUMBER ' STATUS = ' WS-CS-STATUS
           END-IF.
