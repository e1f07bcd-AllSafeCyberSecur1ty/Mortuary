      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Weekly Overdue Records Request Report - every request on the
      * PRG265 log (RECREQ.DAT) still waiting on an answer (logged
      * but not decided, or approved but not yet fulfilled) whose
      * age from receipt has run past the statutory response period,
      * in request-number order (so oldest first), so the records
      * custodian answers before the requester's attorney writes
      * again. Ages are true calendar days off PRG95.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG270.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDS-REQUEST-FILE ASSIGN TO "RECREQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RRQ-REQUEST-NUMBER
           FILE STATUS IS WS-RRQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECORDS-REQUEST-FILE.
           COPY "RRQREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-RRQ-STATUS          PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
      * The statutory response period in calendar days from receipt
      * - per the state public records act; change here if it does.
       77 WS-RESPONSE-DAYS       PIC 9(3) VALUE 10.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
       77 WS-RECEIVED-DAYNO      PIC 9(7).
       77 WS-AGE-DAYS            PIC S9(5).
       77 WS-OPEN-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-OVERDUE-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       01 WS-OVERDUE-LINE.
          05 WS-OL-REQUEST       PIC 9(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-RECEIVED      PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-AGE           PIC ZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-STATUS        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-BASIS         PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-TYPE          PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-OL-NAME          PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-TODAY-DAYNO.
           OPEN INPUT RECORDS-REQUEST-FILE.
           IF WS-RRQ-STATUS NOT = '00'
               DISPLAY 'PRG270: REQUEST FILE NOT ON FILE, STATUS = '
                   WS-RRQ-STATUS ' - NO REQUESTS TO REPORT'
           ELSE
               DISPLAY 'OVERDUE RECORDS REQUESTS - ' WS-TODAY-YYYYMMDD
                   '  RESPONSE PERIOD ' WS-RESPONSE-DAYS ' DAYS'
               DISPLAY 'REQUEST CASE    RECEIVED   AGE  STAT  BASE  '
                   'TYPE  REQUESTER'
               PERFORM SCAN-REQUESTS
               CLOSE RECORDS-REQUEST-FILE
               DISPLAY ' '
               DISPLAY 'REQUESTS AWAITING REPLY : ' WS-OPEN-COUNT
               DISPLAY 'PAST RESPONSE PERIOD    : ' WS-OVERDUE-COUNT
           END-IF.
           STOP RUN.

       SCAN-REQUESTS.
           MOVE ZERO TO RRQ-REQUEST-NUMBER.
           START RECORDS-REQUEST-FILE
               KEY IS NOT LESS THAN RRQ-REQUEST-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ RECORDS-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF RRQ-AWAITING-REPLY
                           PERFORM CHECK-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-REQUEST.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE RRQ-RECEIVED-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-RECEIVED-DAYNO.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO - WS-RECEIVED-DAYNO.
           IF WS-AGE-DAYS > WS-RESPONSE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE RRQ-REQUEST-NUMBER TO WS-OL-REQUEST
               MOVE RRQ-CASE-NUMBER TO WS-OL-CASE
               MOVE RRQ-RECEIVED-DATE TO WS-OL-RECEIVED
               MOVE WS-AGE-DAYS TO WS-OL-AGE
               MOVE RRQ-STATUS TO WS-OL-STATUS
               MOVE RRQ-LEGAL-BASIS TO WS-OL-BASIS
               MOVE RRQ-REQUESTER-TYPE TO WS-OL-TYPE
               MOVE RRQ-REQUESTER-NAME TO WS-OL-NAME
               DISPLAY WS-OVERDUE-LINE
           END-IF.
