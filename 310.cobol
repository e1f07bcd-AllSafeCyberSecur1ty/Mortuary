      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Registrar Acknowledgement Reconciliation - closes the loop on
      * the certificates PRG40 sends the state. Reads the registrar's
      * return file (REGACK.DAT) and posts each row to the case's row
      * on CERTSTAT.DAT: an acceptance records the state certificate
      * number and the burial-transit permit number and issue date
      * (without which XLI and PRG85 will not release a BUR or XFER),
      * a rejection records the registrar's reason and makes the case
      * eligible for PRG40 to send again. A row for a case this shop
      * never sent, or with no A/R result, is listed and not posted.
      * Then every case on the status file is read: the rejected ones
      * go on the correction worklist (CERTCORR.DAT) for the
      * certificate to be put right before PRG40's next run, and any
      * case still without an answer - or accepted without a permit
      * - more than the facility's CERTDAYS site parameter days after
      * it was extracted (14 when none is on file) goes on the no
      * response list (CERTNORS.DAT) to chase with the registrar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG310.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRAR-ACK-FILE ASSIGN TO "REGACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           SELECT CERT-STATUS-FILE ASSIGN TO "CERTSTAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-NUMBER
           FILE STATUS IS WS-CS-STATUS.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT CORRECTION-LIST ASSIGN TO "CERTCORR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.
           SELECT NO-RESPONSE-LIST ASSIGN TO "CERTNORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NORS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRAR-ACK-FILE.
           COPY "ACKREC.CPY".
       FD  CERT-STATUS-FILE.
           COPY "CSREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  CORRECTION-LIST.
       01  CORRECTION-LINE        PIC X(100).
       FD  NO-RESPONSE-LIST.
       01  NO-RESPONSE-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-ACK-STATUS          PIC XX.
       77 WS-CS-STATUS           PIC XX.
       77 WS-DM-STATUS           PIC XX.
       77 WS-DM-OPEN             PIC X VALUE 'N'.
       77 WS-CORR-STATUS         PIC XX.
       77 WS-NORS-STATUS         PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-ROW-VALID           PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-EXTRACT-DAYNO       PIC 9(7).
       77 WS-DAYS-WAITING        PIC S9(7) USAGE IS COMP.
       77 WS-CASE-NAME           PIC X(30).
       77 WS-CASE-FACILITY       PIC X(4).
       77 WS-ACK-READ-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ACCEPTED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-REJECTED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-UNMATCHED-COUNT     PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-NO-PERMIT-COUNT     PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-CORR-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-NORS-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
      * Days to wait on the registrar before a case is chased - used
      * for a facility with no CERTDAYS row on SITEPARM.DAT.
       77 WS-DEFAULT-WAIT-DAYS   PIC 9(3) VALUE 014.
       77 WS-WAIT-DAYS           PIC 9(3).
       77 WS-PARM-FACILITY       PIC X(4).
       77 WS-PARM-CODE           PIC X(8) VALUE 'CERTDAYS'.
       77 WS-PARM-VALUE          PIC S9(5)V99.
       77 WS-PARM-EFFECTIVE      PIC 9(8).
       77 WS-FP-IDX              PIC 9(3) USAGE IS COMP.
       77 WS-FP-FOUND            PIC X VALUE 'N'.
       01 WS-DATE-CHECK-X        PIC X(8).
       01 WS-DATE-CHECK REDEFINES WS-DATE-CHECK-X.
          05 WS-DC-YYYY          PIC 9(4).
          05 WS-DC-MM            PIC 9(2).
          05 WS-DC-DD            PIC 9(2).
       01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK-X PIC 9(8).
      * Wait days already looked up, one entry per facility met.
       01 WS-FACILITY-PARMS.
          05 WS-FP-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-FP-ENTRY OCCURS 20 TIMES.
             10 WS-FP-FACILITY   PIC X(4).
             10 WS-FP-DAYS       PIC 9(3).
       01 WS-CORR-HEADING.
          05 FILLER              PIC X(40) VALUE
             'CASE    DECEDENT NAME             SENT  '.
          05 FILLER              PIC X(40) VALUE
             '   TIMES ANSWERED  REJECT REASON'.
       01 WS-CORR-DETAIL.
          05 WS-CD-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-NAME          PIC X(24).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-EXTRACT-DATE  PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-SEND-COUNT    PIC ZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-ACK-DATE      PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-REASON        PIC X(40).
       01 WS-NORS-HEADING.
          05 FILLER              PIC X(40) VALUE
             'CASE    DECEDENT NAME                   '.
          05 FILLER              PIC X(48) VALUE
             'FACL  SENT      DAYS  TIMES  WAITING ON'.
       01 WS-NORS-DETAIL.
          05 WS-ND-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ND-NAME          PIC X(30).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ND-FACILITY      PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ND-EXTRACT-DATE  PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ND-DAYS          PIC ZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-ND-SEND-COUNT    PIC ZZ9.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-ND-WAITING-ON    PIC X(20).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           CALL 'PRG95' USING WS-TODAY-YYYYMMDD, WS-TODAY-DAYNO.
           OPEN I-O CERT-STATUS-FILE.
           IF WS-CS-STATUS = '35'
               OPEN OUTPUT CERT-STATUS-FILE
               CLOSE CERT-STATUS-FILE
               OPEN I-O CERT-STATUS-FILE
           END-IF.
           IF WS-CS-STATUS NOT = '00'
               DISPLAY 'PRG310: UNABLE TO OPEN CERTIFICATE STATUS '
                   'FILE, STATUS = ' WS-CS-STATUS
           ELSE
      * The master only supplies the name and facility for the
      * lists; without it a case is listed by number alone.
               OPEN INPUT DECEDENT-MASTER
               IF WS-DM-STATUS = '00'
                   MOVE 'Y' TO WS-DM-OPEN
               ELSE
                   DISPLAY 'PRG310: DECEDENT MASTER UNAVAILABLE, '
                       'STATUS = ' WS-DM-STATUS
               END-IF
               PERFORM POST-REGISTRAR-RETURNS
               PERFORM BUILD-WORKLISTS
               IF WS-DM-OPEN = 'Y'
                   CLOSE DECEDENT-MASTER
               END-IF
               CLOSE CERT-STATUS-FILE
           END-IF.
           DISPLAY 'PRG310: REGISTRAR ROWS READ      : '
               WS-ACK-READ-COUNT.
           DISPLAY 'PRG310:   ACCEPTED               : '
               WS-ACCEPTED-COUNT.
           DISPLAY 'PRG310:     WITHOUT A PERMIT     : '
               WS-NO-PERMIT-COUNT.
           DISPLAY 'PRG310:   REJECTED               : '
               WS-REJECTED-COUNT.
           DISPLAY 'PRG310:   NOT POSTED             : '
               WS-UNMATCHED-COUNT.
           DISPLAY 'PRG310: ON CORRECTION WORKLIST   : '
               WS-CORR-COUNT.
           DISPLAY 'PRG310: ON NO RESPONSE LIST      : '
               WS-NORS-COUNT.
           STOP RUN.

      * No return file just means the registrar has sent nothing
      * back since the last run - the lists are still built.
       POST-REGISTRAR-RETURNS.
           OPEN INPUT REGISTRAR-ACK-FILE.
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'PRG310: NO REGISTRAR RETURN FILE, STATUS = '
                   WS-ACK-STATUS ' - NOTHING POSTED'
           ELSE
               MOVE 'Y' TO WS-MORE-RECORDS
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ REGISTRAR-ACK-FILE
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-ACK-READ-COUNT
                           PERFORM POST-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE REGISTRAR-ACK-FILE
           END-IF.

       POST-ONE-RETURN.
           MOVE 'Y' TO WS-ROW-VALID.
           IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
               MOVE 'N' TO WS-ROW-VALID
               DISPLAY 'PRG310: CASE ' ACK-CASE-NUMBER
                   ' NOT POSTED - RESULT ' ACK-RESULT
                   ' IS NOT A OR R'
           ELSE
               MOVE ACK-CASE-NUMBER TO CS-CASE-NUMBER
               READ CERT-STATUS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-VALID
                       DISPLAY 'PRG310: CASE ' ACK-CASE-NUMBER
                           ' NOT POSTED - NO CERTIFICATE SENT FOR IT'
               END-READ
           END-IF.
           IF WS-ROW-VALID = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               MOVE ACK-PROCESSED-DATE TO WS-DATE-CHECK-X
               PERFORM CHECK-RETURN-DATE
               MOVE WS-DATE-CHECK-N TO CS-ACK-DATE
               IF ACK-ACCEPTED
                   PERFORM POST-ACCEPTANCE
               ELSE
                   PERFORM POST-REJECTION
               END-IF
               MOVE WS-TODAY-YYYYMMDD TO CS-RECONCILED-DATE
               REWRITE CERT-STATUS-RECORD
               IF WS-CS-STATUS NOT = '00'
                   DISPLAY 'PRG310: REWRITE FAILED FOR CASE '
                       CS-CASE-NUMBER ' STATUS = ' WS-CS-STATUS
               END-IF
           END-IF.

      * A date the registrar left blank or garbled is taken as today
      * for the date answered, and as no date for the permit.
       CHECK-RETURN-DATE.
           IF WS-DATE-CHECK-X IS NOT NUMERIC
               MOVE WS-TODAY-YYYYMMDD TO WS-DATE-CHECK-N
           ELSE
               IF WS-DC-MM < 1 OR WS-DC-MM > 12
                   OR WS-DC-DD < 1 OR WS-DC-DD > 31
                   MOVE WS-TODAY-YYYYMMDD TO WS-DATE-CHECK-N
               END-IF
           END-IF.

      * An acceptance that came back without a permit is posted all
      * the same - the certificate number is the state's - but the
      * case cannot be released BUR or XFER until the permit is on
      * the row, and it is chased on the no response list.
       POST-ACCEPTANCE.
           MOVE 'ACPT' TO CS-STATUS.
           MOVE ACK-STATE-CERT-NUMBER TO CS-STATE-CERT-NUMBER.
           MOVE ACK-PERMIT-NUMBER TO CS-PERMIT-NUMBER.
           MOVE ZERO TO CS-PERMIT-DATE.
           MOVE SPACES TO CS-REJECT-REASON.
           MOVE ACK-PERMIT-DATE TO WS-DATE-CHECK-X.
           IF WS-DATE-CHECK-X IS NUMERIC
               IF WS-DC-MM > 0 AND WS-DC-MM < 13
                   AND WS-DC-DD > 0 AND WS-DC-DD < 32
                   MOVE WS-DATE-CHECK-N TO CS-PERMIT-DATE
               END-IF
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           IF CS-PERMIT-NUMBER = SPACES OR CS-PERMIT-DATE = ZERO
               ADD 1 TO WS-NO-PERMIT-COUNT
               DISPLAY 'PRG310: CASE ' CS-CASE-NUMBER
                   ' ACCEPTED WITHOUT A COMPLETE BURIAL-TRANSIT PERMIT'
           END-IF.

      * A rejection takes back anything an earlier answer gave - the
      * certificate has to be filed again before the state's numbers
      * stand.
       POST-REJECTION.
           MOVE 'RJCT' TO CS-STATUS.
           MOVE SPACES TO CS-STATE-CERT-NUMBER.
           MOVE SPACES TO CS-PERMIT-NUMBER.
           MOVE ZERO TO CS-PERMIT-DATE.
           IF ACK-REJECT-REASON = SPACES
               MOVE 'NO REASON GIVEN BY REGISTRAR' TO CS-REJECT-REASON
           ELSE
               MOVE ACK-REJECT-REASON TO CS-REJECT-REASON
           END-IF.
           ADD 1 TO WS-REJECTED-COUNT.

       BUILD-WORKLISTS.
           OPEN OUTPUT CORRECTION-LIST.
           OPEN OUTPUT NO-RESPONSE-LIST.
           MOVE SPACES TO CORRECTION-LINE.
           STRING 'CERTIFICATE CORRECTION WORKLIST - ' WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO CORRECTION-LINE.
           WRITE CORRECTION-LINE.
           MOVE WS-CORR-HEADING TO CORRECTION-LINE.
           WRITE CORRECTION-LINE.
           MOVE SPACES TO NO-RESPONSE-LINE.
           STRING 'CERTIFICATES WITH NO REGISTRAR RESPONSE - '
               WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO NO-RESPONSE-LINE.
           WRITE NO-RESPONSE-LINE.
           MOVE WS-NORS-HEADING TO NO-RESPONSE-LINE.
           WRITE NO-RESPONSE-LINE.
           MOVE LOW-VALUES TO CS-CASE-NUMBER.
           START CERT-STATUS-FILE KEY IS NOT LESS THAN CS-CASE-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ CERT-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       PERFORM LIST-ONE-CERTIFICATE
               END-READ
           END-PERFORM.
           IF WS-CORR-COUNT = ZERO
               MOVE 'NO REJECTED CERTIFICATES' TO CORRECTION-LINE
               WRITE CORRECTION-LINE
           END-IF.
           IF WS-NORS-COUNT = ZERO
               MOVE 'NO CERTIFICATE OVERDUE FOR A RESPONSE'
                   TO NO-RESPONSE-LINE
               WRITE NO-RESPONSE-LINE
           END-IF.
           CLOSE CORRECTION-LIST.
           CLOSE NO-RESPONSE-LIST.

       LIST-ONE-CERTIFICATE.
           IF CS-REJECTED
               PERFORM GET-CASE-DETAIL
               PERFORM WRITE-CORRECTION-LINE
           END-IF.
           IF CS-SENT
               OR (CS-ACCEPTED AND
                   (CS-PERMIT-NUMBER = SPACES OR CS-PERMIT-DATE = ZERO))
               PERFORM GET-CASE-DETAIL
               PERFORM FIND-WAIT-DAYS
               CALL 'PRG95' USING CS-EXTRACT-DATE, WS-EXTRACT-DAYNO
               COMPUTE WS-DAYS-WAITING =
                   WS-TODAY-DAYNO - WS-EXTRACT-DAYNO
               IF WS-DAYS-WAITING > WS-WAIT-DAYS
                   PERFORM WRITE-NO-RESPONSE-LINE
               END-IF
           END-IF.

       GET-CASE-DETAIL.
           MOVE '(NOT ON DECEDENT MASTER)' TO WS-CASE-NAME.
           MOVE SPACES TO WS-CASE-FACILITY.
           IF WS-DM-OPEN = 'Y'
               MOVE CS-CASE-NUMBER TO DM-CASE-NUMBER
               READ DECEDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-DECEDENT-NAME TO WS-CASE-NAME
                       MOVE DM-FACILITY-ID TO WS-CASE-FACILITY
               END-READ
           END-IF.

       WRITE-CORRECTION-LINE.
           MOVE CS-CASE-NUMBER TO WS-CD-CASE.
           MOVE WS-CASE-NAME TO WS-CD-NAME.
           MOVE CS-EXTRACT-DATE TO WS-CD-EXTRACT-DATE.
           MOVE CS-SEND-COUNT TO WS-CD-SEND-COUNT.
           MOVE CS-ACK-DATE TO WS-CD-ACK-DATE.
           MOVE CS-REJECT-REASON TO WS-CD-REASON.
           MOVE WS-CORR-DETAIL TO CORRECTION-LINE.
           WRITE CORRECTION-LINE.
           ADD 1 TO WS-CORR-COUNT.

       WRITE-NO-RESPONSE-LINE.
           MOVE CS-CASE-NUMBER TO WS-ND-CASE.
           MOVE WS-CASE-NAME TO WS-ND-NAME.
           MOVE WS-CASE-FACILITY TO WS-ND-FACILITY.
           MOVE CS-EXTRACT-DATE TO WS-ND-EXTRACT-DATE.
           MOVE WS-DAYS-WAITING TO WS-ND-DAYS.
           MOVE CS-SEND-COUNT TO WS-ND-SEND-COUNT.
           IF CS-SENT
               MOVE 'ANY ANSWER' TO WS-ND-WAITING-ON
           ELSE
               MOVE 'TRANSIT PERMIT' TO WS-ND-WAITING-ON
           END-IF.
           MOVE WS-NORS-DETAIL TO NO-RESPONSE-LINE.
           WRITE NO-RESPONSE-LINE.
           ADD 1 TO WS-NORS-COUNT.

      * A case no longer on the master has no facility to look up,
      * so it waits the default.
       FIND-WAIT-DAYS.
           IF WS-CASE-FACILITY = SPACES
               MOVE WS-DEFAULT-WAIT-DAYS TO WS-WAIT-DAYS
           ELSE
               MOVE 'N' TO WS-FP-FOUND
               PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-USED OR WS-FP-FOUND = 'Y'
                   IF WS-FP-FACILITY (WS-FP-IDX) = WS-CASE-FACILITY
                       MOVE 'Y' TO WS-FP-FOUND
                   END-IF
               END-PERFORM
               IF WS-FP-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-FP-IDX
                   MOVE WS-FP-DAYS (WS-FP-IDX) TO WS-WAIT-DAYS
               ELSE
                   MOVE WS-CASE-FACILITY TO WS-PARM-FACILITY
                   PERFORM LOAD-FACILITY-WAIT-DAYS
               END-IF
           END-IF.

       LOAD-FACILITY-WAIT-DAYS.
           MOVE WS-DEFAULT-WAIT-DAYS TO WS-PARM-VALUE.
           CALL 'PRG275' USING WS-PARM-FACILITY, WS-PARM-CODE,
               WS-TODAY-YYYYMMDD, WS-PARM-VALUE, WS-PARM-EFFECTIVE.
           MOVE WS-PARM-VALUE TO WS-WAIT-DAYS.
           IF WS-FP-USED < 20
               ADD 1 TO WS-FP-USED
               MOVE WS-PARM-FACILITY TO WS-FP-FACILITY (WS-FP-USED)
               MOVE WS-WAIT-DAYS TO WS-FP-DAYS (WS-FP-USED)
           END-IF.
           IF WS-PARM-EFFECTIVE = ZERO
               DISPLAY 'WAIT ' WS-PARM-FACILITY ': ' WS-WAIT-DAYS
                   ' DAYS FROM EXTRACT (DEFAULT)'
           ELSE
               DISPLAY 'WAIT ' WS-PARM-FACILITY ': ' WS-WAIT-DAYS
                   ' DAYS FROM EXTRACT (EFFECTIVE ' WS-PARM-EFFECTIVE
                   ')'
           END-IF.
