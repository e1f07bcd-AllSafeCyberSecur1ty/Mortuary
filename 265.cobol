      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Records Request Log and Disclosure Control - every call for
      * copies of case information (police, insurers, attorneys,
      * reporters, families) is logged on RECREQ.DAT under the next
      * request number off RRQCTL.DAT, with who asked, for which
      * case, what they asked for and on what legal basis (NOK,
      * subpoena, law enforcement, public records). A request is
      * then approved or denied, and an approved one fulfilled; each
      * step stamps the date and the staff ID that took it. Nothing
      * is disclosed on a case under an active ME hold or still a
      * Doe case unless a level 3 operator overrides - the check is
      * made on approval and again at fulfillment, since a hold can
      * go on in between. A copy fee charged at fulfillment posts to
      * RECEIVBL.DAT as its own open item under the next invoice
      * number off INVCTL.DAT, billed to the requester, and the
      * disclosure is journaled on CASEHIST.DAT through PRG5 (DISC).
      * The operator signs on against OPRMAST.DAT at add-update
      * level or better. PRG270 reports requests past the statutory
      * response period.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG265.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHDECD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CASE-NUMBER
           FILE STATUS IS WS-ARC-STATUS.
           SELECT RECORDS-REQUEST-FILE ASSIGN TO "RECREQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RRQ-REQUEST-NUMBER
           FILE STATUS IS WS-RRQ-STATUS.
           SELECT REQUEST-CONTROL-FILE ASSIGN TO "RRQCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IC-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  ARCHIVE-MASTER.
           COPY "ARCREC.CPY".
       FD  RECORDS-REQUEST-FILE.
           COPY "RRQREC.CPY".
       FD  REQUEST-CONTROL-FILE.
       01  REQUEST-CONTROL-RECORD.
           05 RC-NEXT-REQUEST     PIC 9(6).
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           05 IC-NEXT-INVOICE     PIC 9(6).
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-ARC-STATUS       PIC XX.
       77 WS-RRQ-STATUS       PIC XX.
       77 WS-RC-STATUS        PIC XX.
       77 WS-AR-STATUS        PIC XX.
       77 WS-IC-STATUS        PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-ARC-OPEN         PIC X VALUE 'N'.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-AUTH-ID          PIC X(10).
       77 WS-AUTH-OK          PIC X VALUE 'N'.
       77 WS-CASE-NUMBER      PIC X(6).
       77 WS-CASE-FOUND       PIC X VALUE 'N'.
       77 WS-CASE-NAME        PIC X(30).
       77 WS-CASE-HOLD        PIC X VALUE 'N'.
       77 WS-CASE-DOE         PIC X VALUE 'N'.
       77 WS-DISCLOSE-OK      PIC X VALUE 'N'.
       77 WS-REQUEST-NUMBER   PIC 9(6).
       77 WS-REQUEST-ON-FILE  PIC X VALUE 'N'.
       77 WS-NEXT-REQUEST     PIC 9(6) VALUE 1.
       77 WS-NEXT-INVOICE     PIC 9(6) VALUE 1.
       77 WS-REQ-TYPE-OK      PIC X VALUE 'N'.
       77 WS-BASIS-OK         PIC X VALUE 'N'.
       77 WS-DECISION         PIC X.
          88 WS-DECISION-APPROVE VALUE 'A'.
          88 WS-DECISION-DENY    VALUE 'D'.
       77 WS-COPY-FEE         PIC 9(5)V99.
       77 WS-FEE-POSTED       PIC X VALUE 'N'.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-EVENT-CODE       PIC X(4).
       77 WS-EVENT-DATE       PIC X(8).
       77 WS-EVENT-TIME       PIC X(8).
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-REQUEST-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-DM-STATUS NOT = '00' OR WS-RRQ-STATUS NOT = '00'
               OR WS-AR-STATUS NOT = '00'
               OR WS-OPR-STATUS NOT = '00'
               MOVE 9 TO WS-MENU-CHOICE
           ELSE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK NOT = 'Y'
                   MOVE 9 TO WS-MENU-CHOICE
               END-IF
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               PERFORM SHOW-MENU
               DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM LOG-NEW-REQUEST
                   WHEN 2 PERFORM DECIDE-REQUEST
                   WHEN 3 PERFORM FULFILL-REQUEST
                   WHEN 4 PERFORM INQUIRE-REQUEST
                   WHEN 5 PERFORM LIST-CASE-REQUESTS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG265: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-REQUEST-FILES.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. LOG NEW RECORDS REQUEST'.
           DISPLAY '2. APPROVE OR DENY REQUEST'.
           DISPLAY '3. FULFILL APPROVED REQUEST'.
           DISPLAY '4. INQUIRE REQUEST'.
           DISPLAY '5. LIST REQUESTS FOR CASE'.
           DISPLAY '9. EXIT'.

       OPEN-REQUEST-FILES.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG265: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-ARC-OPEN
           END-IF.
           OPEN I-O RECORDS-REQUEST-FILE.
           IF WS-RRQ-STATUS = '35'
               OPEN OUTPUT RECORDS-REQUEST-FILE
               CLOSE RECORDS-REQUEST-FILE
               OPEN I-O RECORDS-REQUEST-FILE
           END-IF.
           IF WS-RRQ-STATUS NOT = '00'
               DISPLAY 'PRG265: UNABLE TO OPEN REQUEST FILE, STATUS = '
                   WS-RRQ-STATUS
           END-IF.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-AR-STATUS NOT = '00'
               DISPLAY 'PRG265: UNABLE TO OPEN RECEIVABLE FILE, '
                   'STATUS = ' WS-AR-STATUS
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG265: OPERATOR MASTER NOT ON FILE - RUN '
                   'PRG100 TO LOAD IT, REQUEST ENTRY REFUSED'
           END-IF.

       CLOSE-REQUEST-FILES.
           IF WS-DM-STATUS = '00'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-ARC-OPEN = 'Y'
               CLOSE ARCHIVE-MASTER
           END-IF.
           IF WS-RRQ-STATUS = '00'
               CLOSE RECORDS-REQUEST-FILE
           END-IF.
           IF WS-AR-STATUS = '00'
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-OPR-STATUS = '00'
               CLOSE OPERATOR-MASTER
           END-IF.

      * Same rule XLI applies to its update options: an active ID
      * at add-update level or better. The ID goes on every step.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG265: STAFF ID NOT ON FILE'
               NOT INVALID KEY
                   IF NOT OPR-ACTIVE
                       DISPLAY 'PRG265: STAFF ID NOT ACTIVE'
                   ELSE
                       IF OPR-AUTH-LEVEL < 2
                           DISPLAY 'PRG265: AUTHORITY LEVEL '
                               OPR-AUTH-LEVEL ' TOO LOW'
                       ELSE
                           MOVE 'Y' TO WS-SIGNON-OK
                           DISPLAY 'PRG265: SIGNED ON ' OPR-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG265: SIGN-ON REFUSED'
           END-IF.

      * Requests come in on old cases as often as new ones, so the
      * PRG70 archive answers when the live master does not.
       FIND-REQUEST-CASE.
           MOVE 'N' TO WS-CASE-FOUND.
           MOVE 'N' TO WS-CASE-HOLD.
           MOVE 'N' TO WS-CASE-DOE.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND
                   MOVE DM-DECEDENT-NAME TO WS-CASE-NAME
                   IF DM-HOLD-ACTIVE
                       MOVE 'Y' TO WS-CASE-HOLD
                   END-IF
                   IF DM-DOE-CASE
                       MOVE 'Y' TO WS-CASE-DOE
                   END-IF
           END-READ.
           IF WS-CASE-FOUND = 'N' AND WS-ARC-OPEN = 'Y'
               MOVE WS-CASE-NUMBER TO ARC-CASE-NUMBER
               READ ARCHIVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CASE-FOUND
                       MOVE ARC-DECEDENT-NAME TO WS-CASE-NAME
                       IF ARC-HOLD-FLAG = 'Y'
                           MOVE 'Y' TO WS-CASE-HOLD
                       END-IF
                       IF ARC-DOE-FLAG = 'Y'
                           MOVE 'Y' TO WS-CASE-DOE
                       END-IF
               END-READ
           END-IF.

       LOG-NEW-REQUEST.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           PERFORM FIND-REQUEST-CASE.
           IF WS-CASE-FOUND = 'N'
               DISPLAY 'PRG265: CASE NOT FOUND'
           ELSE
               DISPLAY 'DECEDENT: ' WS-CASE-NAME
               IF WS-CASE-HOLD = 'Y'
                   DISPLAY 'PRG265: CASE IS UNDER AN ACTIVE ME HOLD - '
                       'DISCLOSURE WILL NEED A LEVEL 3 OVERRIDE'
               END-IF
               IF WS-CASE-DOE = 'Y'
                   DISPLAY 'PRG265: CASE IS STILL UNIDENTIFIED - '
                       'DISCLOSURE WILL NEED A LEVEL 3 OVERRIDE'
               END-IF
               PERFORM ACCEPT-REQUEST-DETAIL
           END-IF.

       ACCEPT-REQUEST-DETAIL.
           MOVE SPACES TO RECORDS-REQUEST-RECORD.
           MOVE WS-CASE-NUMBER TO RRQ-CASE-NUMBER.
           MOVE 'N' TO WS-REQ-TYPE-OK.
           PERFORM UNTIL WS-REQ-TYPE-OK = 'Y'
               DISPLAY 'REQUESTER TYPE (POLC/INSR/ATTY/PRES/FAML/'
                   'OTHR): ' WITH NO ADVANCING
               ACCEPT RRQ-REQUESTER-TYPE
               IF RRQ-REQ-TYPE-VALID
                   MOVE 'Y' TO WS-REQ-TYPE-OK
               ELSE
                   DISPLAY 'PRG265: INVALID REQUESTER TYPE, RE-ENTER'
               END-IF
           END-PERFORM.
           DISPLAY 'REQUESTER NAME: ' WITH NO ADVANCING.
           ACCEPT RRQ-REQUESTER-NAME.
           DISPLAY 'AGENCY/FIRM (BLANK IF NONE): ' WITH NO ADVANCING.
           ACCEPT RRQ-AGENCY.
           DISPLAY 'ITEMS REQUESTED: ' WITH NO ADVANCING.
           ACCEPT RRQ-ITEMS-REQUESTED.
           MOVE 'N' TO WS-BASIS-OK.
           PERFORM UNTIL WS-BASIS-OK = 'Y'
               DISPLAY 'LEGAL BASIS (NOK/SUBP/LAWE/PUBR): '
                   WITH NO ADVANCING
               ACCEPT RRQ-LEGAL-BASIS
               IF RRQ-BASIS-VALID
                   MOVE 'Y' TO WS-BASIS-OK
               ELSE
                   DISPLAY 'PRG265: INVALID LEGAL BASIS, RE-ENTER'
               END-IF
           END-PERFORM.
           IF RRQ-REQUESTER-NAME = SPACES
               DISPLAY 'PRG265: REQUESTER NAME REQUIRED - NOT LOGGED'
           ELSE
               PERFORM WRITE-NEW-REQUEST
           END-IF.

      * Same control-file discipline as PRG45's INVCTL.DAT: read the
      * next number, use it, and write the control back at once so
      * a number is never handed out twice.
       WRITE-NEW-REQUEST.
           PERFORM READ-REQUEST-CONTROL.
           MOVE WS-NEXT-REQUEST TO RRQ-REQUEST-NUMBER.
           MOVE 'OPEN' TO RRQ-STATUS.
           MOVE WS-STAFF-ID TO RRQ-LOGGED-BY.
           MOVE WS-TODAY-YYYYMMDD TO RRQ-RECEIVED-DATE.
           MOVE ZERO TO RRQ-APPROVED-DATE RRQ-DENIED-DATE
               RRQ-FULFILLED-DATE RRQ-COPY-FEE RRQ-INVOICE-NUMBER.
           WRITE RECORDS-REQUEST-RECORD.
           IF WS-RRQ-STATUS = '00'
               DISPLAY 'PRG265: REQUEST ' RRQ-REQUEST-NUMBER ' LOGGED'
               ADD 1 TO WS-NEXT-REQUEST
               PERFORM UPDATE-REQUEST-CONTROL
           ELSE
               DISPLAY 'PRG265: REQUEST WRITE FAILED, STATUS = '
                   WS-RRQ-STATUS
           END-IF.

       READ-REQUEST-CONTROL.
           MOVE 1 TO WS-NEXT-REQUEST.
           OPEN INPUT REQUEST-CONTROL-FILE.
           IF WS-RC-STATUS = '00'
               READ REQUEST-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-NEXT-REQUEST TO WS-NEXT-REQUEST
               END-READ
               CLOSE REQUEST-CONTROL-FILE
           END-IF.

       UPDATE-REQUEST-CONTROL.
           OPEN OUTPUT REQUEST-CONTROL-FILE.
           MOVE WS-NEXT-REQUEST TO RC-NEXT-REQUEST.
           WRITE REQUEST-CONTROL-RECORD.
           IF WS-RC-STATUS NOT = '00'
               DISPLAY 'PRG265: REQUEST CONTROL WRITE FAILED, STATUS = '
                   WS-RC-STATUS
           END-IF.
           CLOSE REQUEST-CONTROL-FILE.

       READ-ONE-REQUEST.
           MOVE 'N' TO WS-REQUEST-ON-FILE.
           DISPLAY 'REQUEST NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-REQUEST-NUMBER.
           MOVE WS-REQUEST-NUMBER TO RRQ-REQUEST-NUMBER.
           READ RECORDS-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'PRG265: REQUEST NOT ON FILE'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQUEST-ON-FILE
                   PERFORM DISPLAY-REQUEST-RECORD
           END-READ.

       DECIDE-REQUEST.
           PERFORM READ-ONE-REQUEST.
           IF WS-REQUEST-ON-FILE = 'Y'
               IF NOT RRQ-OPEN
                   DISPLAY 'PRG265: REQUEST IS ' RRQ-STATUS
                       ' - ALREADY DECIDED'
               ELSE
                   DISPLAY 'APPROVE OR DENY (A/D): ' WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   EVALUATE TRUE
                       WHEN WS-DECISION-APPROVE
                           PERFORM APPROVE-REQUEST
                       WHEN WS-DECISION-DENY
                           PERFORM DENY-REQUEST
                       WHEN OTHER
                           DISPLAY 'PRG265: NO DECISION RECORDED'
                   END-EVALUATE
               END-IF
           END-IF.

       APPROVE-REQUEST.
           PERFORM CHECK-DISCLOSURE-ALLOWED.
           IF WS-DISCLOSE-OK = 'Y'
               MOVE 'APPR' TO RRQ-STATUS
               MOVE WS-STAFF-ID TO RRQ-APPROVED-BY
               MOVE WS-TODAY-YYYYMMDD TO RRQ-APPROVED-DATE
               REWRITE RECORDS-REQUEST-RECORD
               IF WS-RRQ-STATUS = '00'
                   DISPLAY 'PRG265: REQUEST ' RRQ-REQUEST-NUMBER
                       ' APPROVED'
               ELSE
                   DISPLAY 'PRG265: REWRITE FAILED, STATUS = '
                       WS-RRQ-STATUS
               END-IF
           END-IF.

       DENY-REQUEST.
           DISPLAY 'DENIAL REASON: ' WITH NO ADVANCING.
           ACCEPT RRQ-DENIAL-REASON.
           IF RRQ-DENIAL-REASON = SPACES
               DISPLAY 'PRG265: DENIAL REASON REQUIRED - NOT DENIED'
           ELSE
               MOVE 'DENY' TO RRQ-STATUS
               MOVE WS-STAFF-ID TO RRQ-DENIED-BY
               MOVE WS-TODAY-YYYYMMDD TO RRQ-DENIED-DATE
               REWRITE RECORDS-REQUEST-RECORD
               IF WS-RRQ-STATUS = '00'
                   DISPLAY 'PRG265: REQUEST ' RRQ-REQUEST-NUMBER
                       ' DENIED'
               ELSE
                   DISPLAY 'PRG265: REWRITE FAILED, STATUS = '
                       WS-RRQ-STATUS
               END-IF
           END-IF.

      * Edit check: an active ME hold or a Doe case blocks disclosure
      * outright unless a level 3 operator - the one signed on, or
      * another keyed here - overrides. The override ID is kept on
      * the request; once given it carries through to fulfillment.
       CHECK-DISCLOSURE-ALLOWED.
           MOVE 'Y' TO WS-DISCLOSE-OK.
           MOVE RRQ-CASE-NUMBER TO WS-CASE-NUMBER.
           PERFORM FIND-REQUEST-CASE.
           IF (WS-CASE-HOLD = 'Y' OR WS-CASE-DOE = 'Y')
               AND RRQ-OVERRIDE-BY = SPACES
               MOVE 'N' TO WS-DISCLOSE-OK
               IF WS-CASE-HOLD = 'Y'
                   DISPLAY 'PRG265: CASE ' WS-CASE-NUMBER
                       ' IS UNDER AN ACTIVE ME HOLD'
               END-IF
               IF WS-CASE-DOE = 'Y'
                   DISPLAY 'PRG265: CASE ' WS-CASE-NUMBER
                       ' IS STILL A DOE CASE'
               END-IF
               PERFORM CHECK-OVERRIDE-AUTHORITY
               IF WS-AUTH-OK = 'Y'
                   MOVE WS-AUTH-ID TO RRQ-OVERRIDE-BY
                   MOVE 'Y' TO WS-DISCLOSE-OK
               END-IF
           END-IF.

       CHECK-OVERRIDE-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           DISPLAY 'OVERRIDE STAFF ID (LEVEL 3, BLANK TO REFUSE): '
               WITH NO ADVANCING.
           ACCEPT WS-AUTH-ID.
           IF WS-AUTH-ID NOT = SPACES
               MOVE WS-AUTH-ID TO OPR-STAFF-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'PRG265: OVERRIDE ID NOT ON FILE'
                   NOT INVALID KEY
                       IF OPR-ACTIVE AND OPR-AUTH-LEVEL = 3
                           MOVE 'Y' TO WS-AUTH-OK
                           DISPLAY 'PRG265: OVERRIDDEN BY ' OPR-NAME
                       ELSE
                           DISPLAY 'PRG265: OVERRIDE ID NOT ACTIVE AT '
                               'LEVEL 3'
                       END-IF
               END-READ
           END-IF.
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY 'PRG265: DISCLOSURE REFUSED - NOT OVERRIDDEN'
           END-IF.

      * Fulfillment is the actual disclosure: the hold and Doe check
      * runs again, the fee (if any) becomes an open receivable,
      * and the disclosure goes on the case's history.
       FULFILL-REQUEST.
           PERFORM READ-ONE-REQUEST.
           IF WS-REQUEST-ON-FILE = 'Y'
               IF NOT RRQ-APPROVED
                   DISPLAY 'PRG265: REQUEST IS ' RRQ-STATUS
                       ' - ONLY AN APPROVED REQUEST MAY BE FULFILLED'
               ELSE
                   PERFORM CHECK-DISCLOSURE-ALLOWED
                   IF WS-DISCLOSE-OK = 'Y'
                       DISPLAY 'COPY FEE (0 IF NONE): '
                           WITH NO ADVANCING
                       ACCEPT WS-COPY-FEE
                       PERFORM POST-FULFILLMENT
                   END-IF
               END-IF
           END-IF.

      * The fee is posted first: if it cannot reach the receivable
      * file nothing is disclosed, the request stays APPR and the
      * clerk can fulfill it again once the fault is cleared.
       POST-FULFILLMENT.
           MOVE 'Y' TO WS-FEE-POSTED.
           IF WS-COPY-FEE > ZERO
               PERFORM POST-COPY-FEE
           END-IF.
           IF WS-FEE-POSTED NOT = 'Y'
               DISPLAY 'PRG265: COPY FEE NOT POSTED - REQUEST '
                   RRQ-REQUEST-NUMBER ' LEFT APPROVED, NOT FULFILLED'
           ELSE
               PERFORM RECORD-FULFILLMENT
           END-IF.

       RECORD-FULFILLMENT.
           MOVE 'DISC' TO WS-EVENT-CODE.
           CALL 'PRG5' USING RRQ-CASE-NUMBER, WS-EVENT-CODE,
               WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME.
           MOVE WS-COPY-FEE TO RRQ-COPY-FEE.
           MOVE 'FULF' TO RRQ-STATUS.
           MOVE WS-STAFF-ID TO RRQ-FULFILLED-BY.
           MOVE WS-TODAY-YYYYMMDD TO RRQ-FULFILLED-DATE.
           REWRITE RECORDS-REQUEST-RECORD.
           IF WS-RRQ-STATUS = '00'
               DISPLAY 'PRG265: REQUEST ' RRQ-REQUEST-NUMBER
                   ' FULFILLED'
           ELSE
               DISPLAY 'PRG265: REWRITE FAILED, STATUS = '
                   WS-RRQ-STATUS
           END-IF.

      * The fee is its own open item, billed to the agency when
      * there is one (the agency pays, not the officer), else the
      * requester. Numbered off INVCTL.DAT like every PRG45 invoice.
       POST-COPY-FEE.
           PERFORM READ-INVOICE-CONTROL.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE WS-NEXT-INVOICE TO AR-INVOICE-NUMBER.
           MOVE RRQ-CASE-NUMBER TO AR-CASE-NUMBER.
           IF RRQ-AGENCY NOT = SPACES
               MOVE RRQ-AGENCY TO AR-BILL-TO
           ELSE
               MOVE RRQ-REQUESTER-NAME TO AR-BILL-TO
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO AR-INVOICE-DATE.
           MOVE WS-COPY-FEE TO AR-TOTAL-CHARGE.
           MOVE ZERO TO AR-AMOUNT-PAID.
           MOVE WS-COPY-FEE TO AR-BALANCE-DUE.
           MOVE SPACES TO AR-LAST-CHECK-NO.
           MOVE ZERO TO AR-LAST-PAY-DATE.
           MOVE ZERO TO AR-ADJUST-AMOUNT.
           MOVE 'OPEN' TO AR-STATUS.
           WRITE RECEIVABLE-RECORD.
           IF WS-AR-STATUS = '00'
               MOVE WS-NEXT-INVOICE TO RRQ-INVOICE-NUMBER
               DISPLAY 'PRG265: COPY FEE POSTED AS INVOICE '
                   AR-INVOICE-NUMBER
               ADD 1 TO WS-NEXT-INVOICE
               PERFORM UPDATE-INVOICE-CONTROL
           ELSE
               MOVE 'N' TO WS-FEE-POSTED
               DISPLAY 'PRG265: RECEIVABLE POST FAILED FOR INVOICE '
                   AR-INVOICE-NUMBER ' STATUS = ' WS-AR-STATUS
           END-IF.

       READ-INVOICE-CONTROL.
           MOVE 1 TO WS-NEXT-INVOICE.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF WS-IC-STATUS = '00'
               READ INVOICE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IC-NEXT-INVOICE TO WS-NEXT-INVOICE
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           END-IF.

       UPDATE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           MOVE WS-NEXT-INVOICE TO IC-NEXT-INVOICE.
           WRITE INVOICE-CONTROL-RECORD.
           IF WS-IC-STATUS NOT = '00'
               DISPLAY 'PRG265: INVOICE CONTROL WRITE FAILED, '
                   'STATUS = ' WS-IC-STATUS
           END-IF.
           CLOSE INVOICE-CONTROL-FILE.

       INQUIRE-REQUEST.
           PERFORM READ-ONE-REQUEST.

       DISPLAY-REQUEST-RECORD.
           DISPLAY 'REQUEST NUMBER : ' RRQ-REQUEST-NUMBER.
           DISPLAY 'CASE NUMBER    : ' RRQ-CASE-NUMBER.
           DISPLAY 'REQUESTER      : ' RRQ-REQUESTER-TYPE ' '
               RRQ-REQUESTER-NAME.
           DISPLAY 'AGENCY         : ' RRQ-AGENCY.
           DISPLAY 'ITEMS          : ' RRQ-ITEMS-REQUESTED.
           DISPLAY 'LEGAL BASIS    : ' RRQ-LEGAL-BASIS.
           DISPLAY 'STATUS         : ' RRQ-STATUS.
           DISPLAY 'RECEIVED       : ' RRQ-RECEIVED-DATE ' BY '
               RRQ-LOGGED-BY.
           IF RRQ-APPROVED-DATE NOT = ZERO
               DISPLAY 'APPROVED       : ' RRQ-APPROVED-DATE ' BY '
                   RRQ-APPROVED-BY
           END-IF.
           IF RRQ-OVERRIDE-BY NOT = SPACES
               DISPLAY 'HOLD/DOE OVERR : ' RRQ-OVERRIDE-BY
           END-IF.
           IF RRQ-DENIED-DATE NOT = ZERO
               DISPLAY 'DENIED         : ' RRQ-DENIED-DATE ' BY '
                   RRQ-DENIED-BY
               DISPLAY 'DENIAL REASON  : ' RRQ-DENIAL-REASON
           END-IF.
           IF RRQ-FULFILLED-DATE NOT = ZERO
               DISPLAY 'FULFILLED      : ' RRQ-FULFILLED-DATE ' BY '
                   RRQ-FULFILLED-BY
               DISPLAY 'COPY FEE       : ' RRQ-COPY-FEE
                   '  INVOICE ' RRQ-INVOICE-NUMBER
           END-IF.

      * What was disclosed to whom on one case - the request file
      * is keyed by request number, so it is read end to end.
       LIST-CASE-REQUESTS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
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
                       IF RRQ-CASE-NUMBER = WS-CASE-NUMBER
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY RRQ-REQUEST-NUMBER ' '
                               RRQ-RECEIVED-DATE ' ' RRQ-STATUS ' '
                               RRQ-LEGAL-BASIS ' ' RRQ-REQUESTER-TYPE
                               ' ' RRQ-REQUESTER-NAME
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'PRG265: ' WS-LIST-COUNT ' REQUEST(S) FOR CASE '
               WS-CASE-NUMBER.
