      * claimed-by, disposition type, release date), applies the
      * same edits XLI's close-out enforces - case on file, not
      * already released, no ME/coroner hold, valid BUR/CREM/XFER
      * type, the PRG125 paperwork for a CREM and the burial-transit
      * permit PRG310 posts to CERTSTAT.DAT for a BUR or XFER,
      * funeral home of record on file with a current license,
      * and no personal effects still unreceipted - then flips the
      * master to RELS, writes the DISPOSIT.DAT row, and journals
      * the RELS event through PRG5. Bad transactions go to the
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CASE-NUMBER
           FILE STATUS IS WS-CA-STATUS.
           SELECT CERT-STATUS-FILE ASSIGN TO "CERTSTAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-NUMBER
           FILE STATUS IS WS-CS-STATUS.
           SELECT REJECT-FILE ASSIGN TO "RELREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RJ-STATUS.
           COPY "FHMREC.CPY".
       FD  CREMATION-AUTH-FILE.
           COPY "CAREC.CPY".
       FD  CERT-STATUS-FILE.
           COPY "CSREC.CPY".
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-CASE-NUMBER      PIC X(6).
       77 WS-FHM-OPEN           PIC X VALUE 'N'.
       77 WS-CA-STATUS          PIC XX.
       77 WS-CA-OPEN            PIC X VALUE 'N'.
       77 WS-CS-STATUS          PIC XX.
       77 WS-CS-OPEN            PIC X VALUE 'N'.
       77 WS-RJ-STATUS          PIC XX.
       77 WS-CP-STATUS          PIC XX.
       77 WS-ERR-STATUS         PIC XX.
                       'STATUS = ' WS-CA-STATUS
               END-IF
           END-IF.
      * Likewise the certificate status file - missing means no
      * burial-transit permit is on file and every BUR and XFER
      * transaction is rejected.
           OPEN INPUT CERT-STATUS-FILE.
           IF WS-CS-STATUS = '00'
               MOVE 'Y' TO WS-CS-OPEN
           ELSE
               IF WS-CS-STATUS NOT = '35'
                   DISPLAY 'PRG85: CERTIFICATE STATUS FILE '
                       'UNAVAILABLE, STATUS = ' WS-CS-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM READ-CHECKPOINT-RECORD.

           IF WS-CA-OPEN = 'Y'
               CLOSE CREMATION-AUTH-FILE
           END-IF.
           IF WS-CS-OPEN = 'Y'
               CLOSE CERT-STATUS-FILE
           END-IF.

       READ-RELEASE-TRANSACTION.
           READ RELEASE-TRANS-FILE
           IF WS-TRANS-VALID = 'Y' AND RT-DISP-TYPE = 'CREM'
               PERFORM CHECK-CREMATION-AUTHORIZED
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               AND (RT-DISP-TYPE = 'BUR ' OR RT-DISP-TYPE = 'XFER')
               PERFORM CHECK-TRANSIT-PERMIT
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               PERFORM VALIDATE-FUNERAL-HOME
           END-IF.
               END-READ
           END-IF.

      * A BUR or XFER transaction needs the state's burial-transit
      * permit number and issue date on the case's CERTSTAT.DAT row,
      * posted by PRG310 from the registrar's acceptance - the same
      * refusal XLI's close-out applies.
       CHECK-TRANSIT-PERMIT.
           MOVE 'N' TO WS-TRANS-VALID.
           MOVE 'BURIAL-TRANSIT PERMIT MISSING' TO WS-REJECT-REASON.
           IF WS-CS-OPEN = 'Y'
               MOVE RT-CASE-NUMBER TO CS-CASE-NUMBER
               READ CERT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-PERMIT-NUMBER NOT = SPACES
                           AND CS-PERMIT-DATE NOT = ZERO
                           MOVE 'Y' TO WS-TRANS-VALID
                           MOVE SPACES TO WS-REJECT-REASON
                       ELSE
                           IF CS-REJECTED
                               MOVE 'CERTIFICATE REJECTED BY REGISTRAR'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

       VALIDATE-FUNERAL-HOME.
           IF DM-FUNERAL-HOME = SPACES
               MOVE 'N' TO WS-TRANS-VALID
