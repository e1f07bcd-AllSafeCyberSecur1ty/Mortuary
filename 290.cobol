      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Mass-Fatality Incident Management - for the day a bus crash,
      * a building collapse, or a heat wave brings in more remains
      * than the desk can take one at a time. Opens and closes the
      * incident (INCIDENT.DAT: number, type, location, lead agency,
      * who opened and closed it and when); tags a case already on
      * the master to the incident, or takes the tag off one tagged
      * in error; and takes in a block of unidentified remains in
      * one pass - the block of case numbers comes off the
      * CASENUM.DAT series with a single rewrite before any number
      * is used, each case lands on the next free in-service tray
      * at the chosen facility, is tagged to the incident, stamped
      * and journaled INTK through PRG5, draws its pouch and tag
      * through PRG230, and gets a Doe description row for the
      * examiners to complete in PRG130. Refrigerated trailers and
      * borrowed coolers are stood up as storage units in their own
      * right (STORUNIT.DAT) with their trays on the bay master, and
      * torn down once the last case is off them. Any active
      * operator of level 2 may sign on; opening or closing an
      * incident, taking a tag off, and standing a unit up or
      * tearing it down need level 3. PRG295 reports the incident's
      * progress and PRG300 lists its victims for the family
      * assistance center.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG290.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-INCIDENT-NUMBER
           FILE STATUS IS WS-INC-STATUS.
           SELECT STORAGE-UNIT-FILE ASSIGN TO "STORUNIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FACILITY-ID
           FILE STATUS IS WS-FAC-STATUS.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT BAY-MASTER ASSIGN TO "BAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
           SELECT CASE-NUMBER-CONTROL ASSIGN TO "CASENUM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-FACILITY-ID
           FILE STATUS IS WS-CN-STATUS.
           SELECT DOE-DESC-FILE ASSIGN TO "DOEDESC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOE-CASE-NUMBER
           FILE STATUS IS WS-DOE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  CASE-NUMBER-CONTROL.
           COPY "CNREC.CPY".
       FD  DOE-DESC-FILE.
           COPY "DOEREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       FD  AUDIT-LOG-FILE.
           COPY "AUDREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-INC-STATUS       PIC XX.
       77 WS-FAC-STATUS       PIC XX.
       77 WS-DM-STATUS        PIC XX.
       77 WS-BM-STATUS        PIC XX.
       77 WS-CN-STATUS        PIC XX.
       77 WS-DOE-STATUS       PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-AUD-STATUS       PIC XX.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-OPR-LEVEL        PIC 9 VALUE ZERO.
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       77 WS-YES-NO           PIC X.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-INCIDENT-NUMBER  PIC X(6).
       77 WS-INC-OK           PIC X VALUE 'N'.
       77 WS-INC-TYPE         PIC X(4).
       77 WS-CASE-NUMBER      PIC X(6).
       77 WS-OLD-INCIDENT     PIC X(6).
       77 WS-FACILITY         PIC X(4).
       77 WS-FACILITY-OK      PIC X VALUE 'N'.
       77 WS-SERIES-FACILITY  PIC X(4).
       77 WS-UNIT-ID          PIC X(4).
       77 WS-HOST-FACILITY    PIC X(4).
       77 WS-TRAY-PREFIX      PIC X.
       77 WS-PREFIX-OK        PIC X VALUE 'N'.
       77 WS-TRAY-COUNT       PIC 9(3).
       77 WS-FIRST-TRAY       PIC 9(3).
       77 WS-TRAY-SUB         PIC 9(4).
       77 WS-TRAYS-CHANGED    PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-BLOCK-COUNT      PIC 9(3).
       77 WS-FREE-COUNT       PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-FREE-SUB         PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-OCC-SUB          PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-OCC-FOUND        PIC X VALUE 'N'.
       77 WS-NEXT-SEQ         PIC 9(5).
       77 WS-BLOCK-OK         PIC X VALUE 'N'.
       77 WS-ADDED-COUNT      PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-ON-HAND-COUNT    PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-EVENT-CODE       PIC X(4).
       77 WS-EVENT-DATE       PIC X(8).
       77 WS-EVENT-TIME       PIC X(8).
       77 WS-AUD-FIELD-NAME   PIC X(15).
       77 WS-AUD-OLD-VALUE    PIC X(30).
       77 WS-AUD-NEW-VALUE    PIC X(30).
       77 WS-SUPPLY-SERVICE   PIC X(4) VALUE 'INTK'.
       77 WS-ITEMS-ISSUED     PIC 9(3) VALUE ZERO.
      * A block is capped at what one trailer holds; a bigger
      * arrival is taken in as several blocks.
       77 WS-MAX-BLOCK        PIC 9(3) VALUE 100.
       01 WS-ASSIGNED-NUMBER.
          05 WS-AN-PREFIX     PIC X(1).
          05 WS-AN-SEQ        PIC 9(5).
       01 WS-STAMP-TIME-RAW.
          02 WS-TR-HH         PIC X(2).
          02 WS-TR-MM         PIC X(2).
          02 WS-TR-SS         PIC X(2).
       01 WS-STAMP-TIME.
          02 WS-ST-HH         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-MM         PIC X(2).
          02 FILLER           PIC X VALUE ':'.
          02 WS-ST-SS         PIC X(2).
       01 WS-UNIT-TRAY.
          05 WS-UT-PREFIX     PIC X(1).
          05 WS-UT-SEQ        PIC 9(3).
      * Trays picked for the block, in bay master order.
       01 WS-FREE-TRAY-TABLE.
          05 WS-FREE-TRAY     PIC X(4) OCCURS 100 TIMES.
      * Trays at the facility already holding a case on hand.
       01 WS-OCCUPIED-TABLE.
          05 WS-OCC-USED      PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-OCC-TRAY      PIC X(4) OCCURS 999 TIMES.
       01 WS-INCIDENT-LINE.
          05 WS-IL-NUMBER     PIC X(6).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-IL-TYPE       PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-IL-STATUS     PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-IL-OPENED     PIC 9(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-IL-CLOSED     PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-IL-DESC       PIC X(30).
       01 WS-UNIT-LINE.
          05 WS-UL-UNIT       PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-UL-HOST       PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-UL-PREFIX     PIC X(1).
          05 FILLER           PIC X(3) VALUE SPACES.
          05 WS-UL-TRAYS      PIC ZZ9.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-UL-STATUS     PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-UL-INCIDENT   PIC X(6).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-UL-DESC       PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-INCIDENT-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-INC-STATUS NOT = '00' OR WS-FAC-STATUS NOT = '00'
               OR WS-DM-STATUS NOT = '00' OR WS-BM-STATUS NOT = '00'
               OR WS-CN-STATUS NOT = '00' OR WS-DOE-STATUS NOT = '00'
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
                   WHEN 1
                       IF WS-OPR-LEVEL < 3
                           PERFORM REFUSE-LOW-AUTHORITY
                       ELSE
                           PERFORM OPEN-NEW-INCIDENT
                       END-IF
                   WHEN 2 PERFORM INQUIRE-INCIDENT
                   WHEN 3
                       IF WS-OPR-LEVEL < 3
                           PERFORM REFUSE-LOW-AUTHORITY
                       ELSE
                           PERFORM CLOSE-INCIDENT
                       END-IF
                   WHEN 4 PERFORM TAG-CASE-TO-INCIDENT
                   WHEN 5 PERFORM BULK-DOE-INTAKE
                   WHEN 6
                       IF WS-OPR-LEVEL < 3
                           PERFORM REFUSE-LOW-AUTHORITY
                       ELSE
                           PERFORM STAND-UP-STORAGE-UNIT
                       END-IF
                   WHEN 7
                       IF WS-OPR-LEVEL < 3
                           PERFORM REFUSE-LOW-AUTHORITY
                       ELSE
                           PERFORM TEAR-DOWN-STORAGE-UNIT
                       END-IF
                   WHEN 8 PERFORM LIST-INCIDENTS-AND-UNITS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG290: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-INCIDENT-FILES.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. OPEN INCIDENT'.
           DISPLAY '2. INQUIRE INCIDENT'.
           DISPLAY '3. CLOSE INCIDENT'.
           DISPLAY '4. TAG CASE TO INCIDENT (OR REMOVE TAG)'.
           DISPLAY '5. BULK DOE INTAKE'.
           DISPLAY '6. STAND UP OR EXTEND STORAGE UNIT'.
           DISPLAY '7. TEAR DOWN STORAGE UNIT'.
           DISPLAY '8. LIST INCIDENTS AND STORAGE UNITS'.
           DISPLAY '9. EXIT'.

       OPEN-INCIDENT-FILES.
           OPEN I-O INCIDENT-FILE.
           IF WS-INC-STATUS = '35'
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INC-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN INCIDENT FILE, '
                   'STATUS = ' WS-INC-STATUS
           END-IF.
           OPEN I-O STORAGE-UNIT-FILE.
           IF WS-FAC-STATUS = '35'
               OPEN OUTPUT STORAGE-UNIT-FILE
               CLOSE STORAGE-UNIT-FILE
               OPEN I-O STORAGE-UNIT-FILE
           END-IF.
           IF WS-FAC-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN STORAGE UNIT FILE, '
                   'STATUS = ' WS-FAC-STATUS
           END-IF.
           OPEN I-O DECEDENT-MASTER.
           IF WS-DM-STATUS = '35'
               OPEN OUTPUT DECEDENT-MASTER
               CLOSE DECEDENT-MASTER
               OPEN I-O DECEDENT-MASTER
           END-IF.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
      * Trays go on and off the bay master here as units are stood
      * up and torn down, so it is opened for update - but it must
      * already exist; the buildings' trays come from PRG140.
           OPEN I-O BAY-MASTER.
           IF WS-BM-STATUS NOT = '00'
               DISPLAY 'PRG290: BAY MASTER UNAVAILABLE - RUN PRG140, '
                   'STATUS = ' WS-BM-STATUS
           END-IF.
           OPEN I-O CASE-NUMBER-CONTROL.
           IF WS-CN-STATUS = '35'
               OPEN OUTPUT CASE-NUMBER-CONTROL
               CLOSE CASE-NUMBER-CONTROL
               OPEN I-O CASE-NUMBER-CONTROL
           END-IF.
           IF WS-CN-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN CASE NUMBER CONTROL, '
                   'STATUS = ' WS-CN-STATUS
           END-IF.
           OPEN I-O DOE-DESC-FILE.
           IF WS-DOE-STATUS = '35'
               OPEN OUTPUT DOE-DESC-FILE
               CLOSE DOE-DESC-FILE
               OPEN I-O DOE-DESC-FILE
           END-IF.
           IF WS-DOE-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN DOE DESCRIPTIONS, '
                   'STATUS = ' WS-DOE-STATUS
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG290: UNABLE TO OPEN OPERATOR MASTER, '
                   'STATUS = ' WS-OPR-STATUS
           END-IF.

       CLOSE-INCIDENT-FILES.
           IF WS-INC-STATUS = '00'
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-FAC-STATUS = '00'
               CLOSE STORAGE-UNIT-FILE
           END-IF.
           IF WS-DM-STATUS = '00'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-BM-STATUS = '00'
               CLOSE BAY-MASTER
           END-IF.
           IF WS-CN-STATUS = '00'
               CLOSE CASE-NUMBER-CONTROL
           END-IF.
           IF WS-DOE-STATUS = '00'
               CLOSE DOE-DESC-FILE
           END-IF.
           IF WS-OPR-STATUS = '00'
               CLOSE OPERATOR-MASTER
           END-IF.

      * Intake work needs level 2, as at the XLI desk; the level is
      * kept so the supervisor-only options can be refused.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG290: STAFF ID NOT ON FILE'
               NOT INVALID KEY
                   IF NOT OPR-ACTIVE
                       DISPLAY 'PRG290: STAFF ID NOT ACTIVE'
                   ELSE
                       IF OPR-AUTH-LEVEL < 2
                           DISPLAY 'PRG290: AUTHORITY LEVEL '
                               OPR-AUTH-LEVEL ' TOO LOW'
                       ELSE
                           MOVE OPR-AUTH-LEVEL TO WS-OPR-LEVEL
                           MOVE 'Y' TO WS-SIGNON-OK
                           DISPLAY 'PRG290: SIGNED ON ' OPR-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG290: SIGN-ON REFUSED'
           END-IF.

       REFUSE-LOW-AUTHORITY.
           DISPLAY 'PRG290: OPTION REFUSED - AUTHORITY LEVEL '
               WS-OPR-LEVEL ' TOO LOW'.

      * The incident number is the one emergency management issues,
      * so it is keyed, not assigned; the lead agency is required
      * because every family question ends up routed to it.
       OPEN-NEW-INCIDENT.
           DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           IF WS-INCIDENT-NUMBER = SPACES
               DISPLAY 'PRG290: INCIDENT NUMBER REQUIRED'
           ELSE
               MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       PERFORM ACCEPT-NEW-INCIDENT-DETAIL
                   NOT INVALID KEY
                       DISPLAY 'PRG290: INCIDENT ALREADY ON FILE - '
                           INC-STATUS
               END-READ
           END-IF.

       ACCEPT-NEW-INCIDENT-DETAIL.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER.
           MOVE SPACES TO WS-INC-TYPE.
           MOVE WS-INC-TYPE TO INC-TYPE.
           PERFORM UNTIL INC-TYPE-VALID
               DISPLAY 'TYPE (TRAN/FIRE/STRC/WTHR/VIOL/OTHR): '
                   WITH NO ADVANCING
               ACCEPT WS-INC-TYPE
               MOVE WS-INC-TYPE TO INC-TYPE
               IF NOT INC-TYPE-VALID
                   DISPLAY 'PRG290: UNKNOWN INCIDENT TYPE'
               END-IF
           END-PERFORM.
           DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
           ACCEPT INC-DESCRIPTION.
           DISPLAY 'LOCATION: ' WITH NO ADVANCING.
           ACCEPT INC-LOCATION.
           PERFORM UNTIL INC-LEAD-AGENCY NOT = SPACES
               DISPLAY 'LEAD AGENCY: ' WITH NO ADVANCING
               ACCEPT INC-LEAD-AGENCY
           END-PERFORM.
           MOVE 'OPEN' TO INC-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO INC-OPENED-DATE.
           MOVE WS-STAFF-ID TO INC-OPENED-BY.
           MOVE ZERO TO INC-CLOSED-DATE.
           MOVE SPACES TO INC-CLOSED-BY.
           WRITE INCIDENT-RECORD.
           IF WS-INC-STATUS = '00'
               DISPLAY 'PRG290: INCIDENT ' INC-INCIDENT-NUMBER
                   ' OPENED'
           ELSE
               DISPLAY 'PRG290: INCIDENT WRITE FAILED, STATUS = '
                   WS-INC-STATUS
           END-IF.

       INQUIRE-INCIDENT.
           DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY 'PRG290: INCIDENT NOT ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-INCIDENT-RECORD
           END-READ.

       DISPLAY-INCIDENT-RECORD.
           DISPLAY 'INCIDENT     : ' INC-INCIDENT-NUMBER
               '  ' INC-TYPE '  ' INC-STATUS.
           DISPLAY 'DESCRIPTION  : ' INC-DESCRIPTION.
           DISPLAY 'LOCATION     : ' INC-LOCATION.
           DISPLAY 'LEAD AGENCY  : ' INC-LEAD-AGENCY.
           DISPLAY 'OPENED       : ' INC-OPENED-DATE
               ' BY ' INC-OPENED-BY.
           IF INC-CLOSED
               DISPLAY 'CLOSED       : ' INC-CLOSED-DATE
                   ' BY ' INC-CLOSED-BY
           END-IF.
           PERFORM COUNT-INCIDENT-ON-HAND.
           DISPLAY 'CASES ON HAND: ' WS-ON-HAND-COUNT.

       COUNT-INCIDENT-ON-HAND.
           MOVE ZERO TO WS-ON-HAND-COUNT.
           MOVE LOW-VALUES TO DM-CASE-NUMBER.
           START DECEDENT-MASTER KEY IS NOT LESS THAN DM-CASE-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ DECEDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF DM-INCIDENT-NUMBER = INC-INCIDENT-NUMBER
                           AND NOT DM-STATUS-RELEASED
                           ADD 1 TO WS-ON-HAND-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * Closing ends the aging holiday: from the next PRG25 run the
      * incident's unreleased cases age and escalate like any other,
      * so the supervisor is shown how many are still on hand
      * before confirming.
       CLOSE-INCIDENT.
           DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY 'PRG290: INCIDENT NOT ON FILE'
               NOT INVALID KEY
                   IF NOT INC-OPEN
                       DISPLAY 'PRG290: INCIDENT ALREADY CLOSED'
                   ELSE
                       PERFORM CONFIRM-INCIDENT-CLOSE
                   END-IF
           END-READ.

       CONFIRM-INCIDENT-CLOSE.
           PERFORM DISPLAY-INCIDENT-RECORD.
           IF WS-ON-HAND-COUNT > ZERO
               DISPLAY 'PRG290: ' WS-ON-HAND-COUNT ' CASES STILL ON '
                   'HAND - THEY AGE NORMALLY ONCE CLOSED'
           END-IF.
           DISPLAY 'CLOSE THIS INCIDENT (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO.
           IF WS-YES-NO = 'Y' OR WS-YES-NO = 'y'
               MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       DISPLAY 'PRG290: INCIDENT NO LONGER ON FILE'
                   NOT INVALID KEY
                       MOVE 'CLSD' TO INC-STATUS
                       MOVE WS-TODAY-YYYYMMDD TO INC-CLOSED-DATE
                       MOVE WS-STAFF-ID TO INC-CLOSED-BY
                       REWRITE INCIDENT-RECORD
                       IF WS-INC-STATUS = '00'
                           DISPLAY 'PRG290: INCIDENT CLOSED'
                       ELSE
                           DISPLAY 'PRG290: INCIDENT REWRITE FAILED, '
                               'STATUS = ' WS-INC-STATUS
                       END-IF
               END-READ
           ELSE
               DISPLAY 'PRG290: INCIDENT LEFT OPEN'
           END-IF.

      * For a case that came in before the incident was declared,
      * or through a path that did not ask. Blank takes the tag off
      * - a supervisor matter, since it puts the case back on the
      * aging list.
       TAG-CASE-TO-INCIDENT.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   DISPLAY 'PRG290: CASE NOT FOUND'
               NOT INVALID KEY
                   IF DM-STATUS-RELEASED
                       DISPLAY 'PRG290: CASE ALREADY RELEASED'
                   ELSE
                       PERFORM CHANGE-CASE-INCIDENT-TAG
                   END-IF
           END-READ.

       CHANGE-CASE-INCIDENT-TAG.
           DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME.
           IF DM-INCIDENT-NUMBER = SPACES
               DISPLAY 'INCIDENT: NONE'
           ELSE
               DISPLAY 'INCIDENT: ' DM-INCIDENT-NUMBER
           END-IF.
           MOVE DM-INCIDENT-NUMBER TO WS-OLD-INCIDENT.
           DISPLAY 'NEW INCIDENT NUMBER (BLANK TO REMOVE TAG): '
               WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           MOVE 'N' TO WS-INC-OK.
           IF WS-INCIDENT-NUMBER = WS-OLD-INCIDENT
               DISPLAY 'PRG290: NO CHANGE'
           ELSE
               IF WS-INCIDENT-NUMBER = SPACES
                   IF WS-OPR-LEVEL < 3
                       PERFORM REFUSE-LOW-AUTHORITY
                   ELSE
                       MOVE 'Y' TO WS-INC-OK
                   END-IF
               ELSE
                   PERFORM CHECK-INCIDENT-OPEN
               END-IF
           END-IF.
           IF WS-INC-OK = 'Y'
               PERFORM REWRITE-CASE-INCIDENT-TAG
           END-IF.

       REWRITE-CASE-INCIDENT-TAG.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   DISPLAY 'PRG290: CASE NO LONGER ON FILE'
               NOT INVALID KEY
                   MOVE WS-INCIDENT-NUMBER TO DM-INCIDENT-NUMBER
                   REWRITE DECEDENT-RECORD
                   IF WS-DM-STATUS = '00'
                       DISPLAY 'PRG290: INCIDENT TAG UPDATED'
                       MOVE 'INCIDENT' TO WS-AUD-FIELD-NAME
                       MOVE WS-OLD-INCIDENT TO WS-AUD-OLD-VALUE
                       MOVE WS-INCIDENT-NUMBER TO WS-AUD-NEW-VALUE
                       ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-STAMP-TIME-RAW FROM TIME
                       MOVE WS-TR-HH TO WS-ST-HH
                       MOVE WS-TR-MM TO WS-ST-MM
                       MOVE WS-TR-SS TO WS-ST-SS
                       MOVE WS-STAMP-TIME TO WS-EVENT-TIME
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       DISPLAY 'PRG290: CASE REWRITE FAILED, STATUS = '
                           WS-DM-STATUS
                   END-IF
           END-READ.

       CHECK-INCIDENT-OPEN.
           MOVE 'N' TO WS-INC-OK.
           MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY 'PRG290: INCIDENT NOT ON FILE'
               NOT INVALID KEY
                   IF INC-OPEN
                       MOVE 'Y' TO WS-INC-OK
                   ELSE
                       DISPLAY 'PRG290: INCIDENT IS CLOSED'
                   END-IF
           END-READ.

      * Remains off the scene come in faster than the desk can key
      * them one by one. The operator names the incident, the
      * facility, and how many; the free trays are found first and
      * the whole block refused if there are not enough, so nothing
      * is numbered that cannot be placed. The numbers are then
      * reserved with ONE rewrite of the series' control row - the
      * same rewrite-before-use rule as XLI, so an abend part-way
      * leaves a gap, never a reused number.
       BULK-DOE-INTAKE.
           DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           PERFORM CHECK-INCIDENT-OPEN.
           IF WS-INC-OK = 'Y'
               DISPLAY 'FACILITY (MAIN/ANNX/STORAGE UNIT): '
                   WITH NO ADVANCING
               ACCEPT WS-FACILITY
               PERFORM VALIDATE-INTAKE-FACILITY
               IF WS-FACILITY-OK NOT = 'Y'
                   DISPLAY 'PRG290: FACILITY MUST BE MAIN, ANNX, OR '
                       'A STOOD-UP STORAGE UNIT'
               ELSE
                   DISPLAY 'NUMBER OF REMAINS (1-' WS-MAX-BLOCK '): '
                       WITH NO ADVANCING
                   ACCEPT WS-BLOCK-COUNT
                   IF WS-BLOCK-COUNT < 1
                       OR WS-BLOCK-COUNT > WS-MAX-BLOCK
                       DISPLAY 'PRG290: COUNT OUT OF RANGE'
                   ELSE
                       PERFORM FIND-FREE-TRAYS
                       PERFORM CONFIRM-BULK-INTAKE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-INTAKE-FACILITY.
           MOVE 'N' TO WS-FACILITY-OK.
           IF WS-FACILITY = 'MAIN' OR WS-FACILITY = 'ANNX'
               MOVE WS-FACILITY TO WS-SERIES-FACILITY
               MOVE 'Y' TO WS-FACILITY-OK
           ELSE
               MOVE WS-FACILITY TO FAC-FACILITY-ID
               READ STORAGE-UNIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAC-STOOD-UP
                           MOVE FAC-HOST-FACILITY
                               TO WS-SERIES-FACILITY
                           MOVE 'Y' TO WS-FACILITY-OK
                       END-IF
               END-READ
           END-IF.

      * One pass of the master notes every tray at the facility
      * holding a case on hand; the bay master is then walked in
      * tray order for in-service trays not on that list. Isolation
      * trays are passed over and kept for biohazard cases.
       FIND-FREE-TRAYS.
           MOVE ZERO TO WS-OCC-USED.
           MOVE ZERO TO WS-FREE-COUNT.
           MOVE LOW-VALUES TO DM-CASE-NUMBER.
           START DECEDENT-MASTER KEY IS NOT LESS THAN DM-CASE-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ DECEDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF DM-FACILITY-ID = WS-FACILITY
                           AND NOT DM-STATUS-RELEASED
                           AND WS-OCC-USED < 999
                           ADD 1 TO WS-OCC-USED
                           MOVE DM-BAY-NUMBER
                               TO WS-OCC-TRAY (WS-OCC-USED)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-FACILITY TO BM-FACILITY-ID.
           MOVE LOW-VALUES TO BM-BAY-NUMBER.
           START BAY-MASTER KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ BAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF BM-FACILITY-ID NOT = WS-FACILITY
                           MOVE 'N' TO WS-MORE-RECORDS
                       ELSE
                           IF BM-IN-SERVICE
                               AND NOT BM-ISOLATION-CAPABLE
                               PERFORM CHECK-TRAY-FREE
                           END-IF
                           IF WS-FREE-COUNT NOT < WS-BLOCK-COUNT
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TRAY-FREE.
           MOVE 'N' TO WS-OCC-FOUND.
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-USED OR WS-OCC-FOUND = 'Y'
               IF WS-OCC-TRAY (WS-OCC-SUB) = BM-BAY-NUMBER
                   MOVE 'Y' TO WS-OCC-FOUND
               END-IF
           END-PERFORM.
           IF WS-OCC-FOUND = 'N'
               ADD 1 TO WS-FREE-COUNT
               MOVE BM-BAY-NUMBER TO WS-FREE-TRAY (WS-FREE-COUNT)
           END-IF.

       CONFIRM-BULK-INTAKE.
           IF WS-FREE-COUNT < WS-BLOCK-COUNT
               DISPLAY 'PRG290: ONLY ' WS-FREE-COUNT ' FREE TRAYS AT '
                   WS-FACILITY ' - STAND UP MORE STORAGE OR TAKE A '
                   'SMALLER BLOCK'
           ELSE
               DISPLAY 'PRG290: ' WS-BLOCK-COUNT ' DOE CASES TO '
                   WS-FACILITY ' TRAYS ' WS-FREE-TRAY (1) ' ON, '
                   'INCIDENT ' WS-INCIDENT-NUMBER
               DISPLAY 'PROCEED (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-YES-NO
               IF WS-YES-NO = 'Y' OR WS-YES-NO = 'y'
                   PERFORM RESERVE-CASE-NUMBER-BLOCK
                   IF WS-BLOCK-OK = 'Y'
                       PERFORM WRITE-BULK-DOE-CASES
                   END-IF
               ELSE
                   DISPLAY 'PRG290: BULK INTAKE ABANDONED'
               END-IF
           END-IF.

       RESERVE-CASE-NUMBER-BLOCK.
           MOVE 'N' TO WS-BLOCK-OK.
           MOVE WS-SERIES-FACILITY TO CN-FACILITY-ID.
           READ CASE-NUMBER-CONTROL
               INVALID KEY
                   PERFORM SEED-CONTROL-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CN-NUMBER-PREFIX TO WS-AN-PREFIX.
           MOVE CN-NEXT-NUMBER TO WS-NEXT-SEQ.
           ADD WS-BLOCK-COUNT TO CN-NEXT-NUMBER.
           REWRITE CASE-NUMBER-CONTROL-RECORD.
           IF WS-CN-STATUS = '00'
               MOVE 'Y' TO WS-BLOCK-OK
           ELSE
               DISPLAY 'PRG290: CASE NUMBER CONTROL REWRITE FAILED, '
                   'STATUS = ' WS-CN-STATUS ' - NOTHING ADDED'
           END-IF.

       SEED-CONTROL-RECORD.
           MOVE SPACES TO CASE-NUMBER-CONTROL-RECORD.
           MOVE WS-SERIES-FACILITY TO CN-FACILITY-ID.
           IF WS-SERIES-FACILITY = 'ANNX'
               MOVE 'A' TO CN-NUMBER-PREFIX
           ELSE
               MOVE 'M' TO CN-NUMBER-PREFIX
           END-IF.
           MOVE 1 TO CN-NEXT-NUMBER.
           WRITE CASE-NUMBER-CONTROL-RECORD.
           IF WS-CN-STATUS NOT = '00'
               DISPLAY 'PRG290: CASE NUMBER CONTROL SEED FAILED, '
                   'STATUS = ' WS-CN-STATUS
           END-IF.

       WRITE-BULK-DOE-CASES.
           MOVE ZERO TO WS-ADDED-COUNT.
           DISPLAY 'CASE    TRAY'.
           PERFORM VARYING WS-FREE-SUB FROM 1 BY 1
               UNTIL WS-FREE-SUB > WS-BLOCK-COUNT
               MOVE WS-NEXT-SEQ TO WS-AN-SEQ
               MOVE WS-ASSIGNED-NUMBER TO WS-CASE-NUMBER
               PERFORM WRITE-ONE-BULK-DOE-CASE
               ADD 1 TO WS-NEXT-SEQ
           END-PERFORM.
           DISPLAY 'PRG290: DOE CASES ADDED: ' WS-ADDED-COUNT.
           DISPLAY 'PRG290: DESCRIBE EACH AT EXAMINATION THROUGH '
               'PRG130'.

      * Built the way XLI builds a Doe intake: UNIDENTIFIED in the
      * name, no name index row, a description row instead. The
      * description starts as a stub - sex unknown, found at the
      * incident location - for the examiners to complete.
       WRITE-ONE-BULK-DOE-CASE.
           MOVE SPACES TO DECEDENT-RECORD.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           MOVE WS-FACILITY TO DM-FACILITY-ID.
           MOVE 'UNIDENTIFIED' TO DM-DECEDENT-NAME.
           MOVE 'Y' TO DM-DOE-FLAG.
           MOVE WS-FREE-TRAY (WS-FREE-SUB) TO DM-BAY-NUMBER.
           STRING 'PENDING - INCIDENT ' WS-INCIDENT-NUMBER
               DELIMITED BY SIZE INTO DM-CAUSE-OF-DEATH.
           MOVE 'INTK' TO DM-CASE-STATUS.
           MOVE 'N' TO DM-HOLD-FLAG.
           MOVE WS-INCIDENT-NUMBER TO DM-INCIDENT-NUMBER.
           MOVE 'INTK' TO WS-EVENT-CODE.
           CALL 'PRG5' USING DM-CASE-NUMBER, WS-EVENT-CODE,
               WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME.
           MOVE WS-EVENT-DATE TO DM-INTAKE-DATE.
           MOVE WS-EVENT-TIME TO DM-INTAKE-TIME.
           WRITE DECEDENT-RECORD.
           IF WS-DM-STATUS = '00'
               ADD 1 TO WS-ADDED-COUNT
               DISPLAY DM-CASE-NUMBER '  ' DM-BAY-NUMBER
               CALL 'PRG230' USING DM-CASE-NUMBER, WS-SUPPLY-SERVICE,
                   WS-STAFF-ID, WS-ITEMS-ISSUED
               MOVE 'CASE STATUS' TO WS-AUD-FIELD-NAME
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE DM-CASE-STATUS TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'INCIDENT' TO WS-AUD-FIELD-NAME
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE DM-INCIDENT-NUMBER TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-DOE-DESCRIPTION-STUB
           ELSE
               DISPLAY 'PRG290: ADD FAILED FOR CASE ' WS-CASE-NUMBER
                   ' STATUS = ' WS-DM-STATUS
           END-IF.

       WRITE-DOE-DESCRIPTION-STUB.
           MOVE SPACES TO DOE-DESC-RECORD.
           MOVE WS-CASE-NUMBER TO DOE-CASE-NUMBER.
           MOVE 'U' TO DOE-SEX.
           STRING 'INCIDENT ' WS-INCIDENT-NUMBER
               ' - NOT YET EXAMINED' DELIMITED BY SIZE
               INTO DOE-MARKS.
           MOVE INC-LOCATION TO DOE-FOUND-LOCATION.
           MOVE 'N' TO DOE-ID-FLAG.
           WRITE DOE-DESC-RECORD.
           IF WS-DOE-STATUS NOT = '00'
               DISPLAY 'PRG290: DOE DESCRIPTION WRITE FAILED FOR '
                   WS-CASE-NUMBER ' STATUS = ' WS-DOE-STATUS
           END-IF.

      * A new unit is registered with its host building (whose case
      * series it numbers off), a tray letter no other standing unit
      * uses, and how many trays it holds; a torn-down unit can be
      * stood up again under its old letter, and a standing one
      * extended with more trays. Trays go on the bay master in
      * service and are never isolation-capable.
       STAND-UP-STORAGE-UNIT.
           DISPLAY 'STORAGE UNIT ID: ' WITH NO ADVANCING.
           ACCEPT WS-UNIT-ID.
           IF WS-UNIT-ID = SPACES OR WS-UNIT-ID = 'MAIN'
               OR WS-UNIT-ID = 'ANNX'
               DISPLAY 'PRG290: NOT A STORAGE UNIT ID'
           ELSE
               MOVE WS-UNIT-ID TO FAC-FACILITY-ID
               READ STORAGE-UNIT-FILE
                   INVALID KEY
                       PERFORM REGISTER-NEW-STORAGE-UNIT
                   NOT INVALID KEY
                       IF FAC-STOOD-UP
                           PERFORM EXTEND-STORAGE-UNIT
                       ELSE
                           PERFORM RESTAND-STORAGE-UNIT
                       END-IF
               END-READ
           END-IF.

       REGISTER-NEW-STORAGE-UNIT.
           DISPLAY 'HOST FACILITY (MAIN/ANNX): ' WITH NO ADVANCING.
           ACCEPT WS-HOST-FACILITY.
           DISPLAY 'TRAY LETTER (A-Z): ' WITH NO ADVANCING.
           ACCEPT WS-TRAY-PREFIX.
           PERFORM CHECK-TRAY-PREFIX.
           IF WS-HOST-FACILITY NOT = 'MAIN'
               AND WS-HOST-FACILITY NOT = 'ANNX'
               DISPLAY 'PRG290: HOST MUST BE MAIN OR ANNX'
           ELSE
               IF WS-PREFIX-OK = 'Y'
                   PERFORM ACCEPT-UNIT-INCIDENT
                   IF WS-INC-OK = 'Y'
                       PERFORM WRITE-NEW-STORAGE-UNIT
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-STORAGE-UNIT.
           DISPLAY 'TRAY COUNT: ' WITH NO ADVANCING.
           ACCEPT WS-TRAY-COUNT.
           IF WS-TRAY-COUNT < 1
               DISPLAY 'PRG290: TRAY COUNT REQUIRED'
           ELSE
               MOVE SPACES TO STORAGE-UNIT-RECORD
               MOVE WS-UNIT-ID TO FAC-FACILITY-ID
               DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING
               ACCEPT FAC-DESCRIPTION
               MOVE WS-HOST-FACILITY TO FAC-HOST-FACILITY
               MOVE WS-TRAY-PREFIX TO FAC-TRAY-PREFIX
               MOVE WS-TRAY-COUNT TO FAC-TRAY-COUNT
               MOVE WS-INCIDENT-NUMBER TO FAC-INCIDENT-NUMBER
               MOVE 'ACTV' TO FAC-STATUS
               MOVE WS-TODAY-YYYYMMDD TO FAC-STOOD-UP-DATE
               MOVE WS-STAFF-ID TO FAC-STOOD-UP-BY
               MOVE ZERO TO FAC-TORN-DOWN-DATE
               WRITE STORAGE-UNIT-RECORD
               IF WS-FAC-STATUS = '00'
                   MOVE 1 TO WS-FIRST-TRAY
                   PERFORM STAND-UP-UNIT-TRAYS
                   DISPLAY 'PRG290: STORAGE UNIT ' WS-UNIT-ID
                       ' STOOD UP, TRAYS IN SERVICE: '
                       WS-TRAYS-CHANGED
               ELSE
                   DISPLAY 'PRG290: STORAGE UNIT WRITE FAILED, '
                       'STATUS = ' WS-FAC-STATUS
               END-IF
           END-IF.

      * The letter keeps unit trays apart from building trays (all
      * digits) and from each other on every tray-occupancy scan.
       CHECK-TRAY-PREFIX.
           MOVE 'N' TO WS-PREFIX-OK.
           IF WS-TRAY-PREFIX IS NOT ALPHABETIC-UPPER
               OR WS-TRAY-PREFIX = SPACE
               DISPLAY 'PRG290: TRAY LETTER MUST BE A-Z'
           ELSE
               MOVE 'Y' TO WS-PREFIX-OK
               MOVE LOW-VALUES TO FAC-FACILITY-ID
               START STORAGE-UNIT-FILE
                   KEY IS NOT LESS THAN FAC-FACILITY-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ STORAGE-UNIT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF FAC-STOOD-UP
                               AND FAC-TRAY-PREFIX = WS-TRAY-PREFIX
                               MOVE 'N' TO WS-PREFIX-OK
                               MOVE 'N' TO WS-MORE-RECORDS
                               DISPLAY 'PRG290: TRAY LETTER IN USE BY '
                                   FAC-FACILITY-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * A unit is normally stood up for an incident, but a borrowed
      * cooler for a plain surge need not name one.
       ACCEPT-UNIT-INCIDENT.
           DISPLAY 'INCIDENT NUMBER (BLANK IF NONE): '
               WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NUMBER.
           IF WS-INCIDENT-NUMBER = SPACES
               MOVE 'Y' TO WS-INC-OK
           ELSE
               PERFORM CHECK-INCIDENT-OPEN
           END-IF.

       EXTEND-STORAGE-UNIT.
           DISPLAY 'PRG290: ' FAC-FACILITY-ID ' STANDING WITH '
               FAC-TRAY-COUNT ' TRAYS - ' FAC-DESCRIPTION.
           DISPLAY 'NEW TRAY COUNT: ' WITH NO ADVANCING.
           ACCEPT WS-TRAY-COUNT.
           IF WS-TRAY-COUNT NOT > FAC-TRAY-COUNT
               DISPLAY 'PRG290: NEW COUNT MUST EXCEED THE CURRENT '
                   'COUNT - TAKE SINGLE TRAYS OUT THROUGH PRG140'
           ELSE
               COMPUTE WS-FIRST-TRAY = FAC-TRAY-COUNT + 1
               MOVE FAC-TRAY-PREFIX TO WS-TRAY-PREFIX
               MOVE WS-TRAY-COUNT TO FAC-TRAY-COUNT
               REWRITE STORAGE-UNIT-RECORD
               IF WS-FAC-STATUS = '00'
                   PERFORM STAND-UP-UNIT-TRAYS
                   DISPLAY 'PRG290: TRAYS ADDED: ' WS-TRAYS-CHANGED
               ELSE
                   DISPLAY 'PRG290: STORAGE UNIT REWRITE FAILED, '
                       'STATUS = ' WS-FAC-STATUS
               END-IF
           END-IF.

       RESTAND-STORAGE-UNIT.
           DISPLAY 'PRG290: ' FAC-FACILITY-ID ' TORN DOWN '
               FAC-TORN-DOWN-DATE ' - ' FAC-DESCRIPTION.
           MOVE FAC-TRAY-PREFIX TO WS-TRAY-PREFIX.
           PERFORM CHECK-TRAY-PREFIX.
           IF WS-PREFIX-OK = 'Y'
               PERFORM ACCEPT-UNIT-INCIDENT
           ELSE
               MOVE 'N' TO WS-INC-OK
           END-IF.
           IF WS-INC-OK = 'Y'
               DISPLAY 'TRAY COUNT: ' WITH NO ADVANCING
               ACCEPT WS-TRAY-COUNT
               MOVE WS-UNIT-ID TO FAC-FACILITY-ID
               READ STORAGE-UNIT-FILE
                   INVALID KEY
                       DISPLAY 'PRG290: STORAGE UNIT NO LONGER ON FILE'
                   NOT INVALID KEY
                       PERFORM REWRITE-RESTOOD-UNIT
               END-READ
           END-IF.

       REWRITE-RESTOOD-UNIT.
           IF WS-TRAY-COUNT < 1
               DISPLAY 'PRG290: TRAY COUNT REQUIRED'
           ELSE
               MOVE WS-TRAY-COUNT TO FAC-TRAY-COUNT
               MOVE WS-INCIDENT-NUMBER TO FAC-INCIDENT-NUMBER
               MOVE 'ACTV' TO FAC-STATUS
               MOVE WS-TODAY-YYYYMMDD TO FAC-STOOD-UP-DATE
               MOVE WS-STAFF-ID TO FAC-STOOD-UP-BY
               MOVE ZERO TO FAC-TORN-DOWN-DATE
               MOVE SPACES TO FAC-TORN-DOWN-BY
               REWRITE STORAGE-UNIT-RECORD
               IF WS-FAC-STATUS = '00'
                   MOVE 1 TO WS-FIRST-TRAY
                   PERFORM STAND-UP-UNIT-TRAYS
                   DISPLAY 'PRG290: STORAGE UNIT ' WS-UNIT-ID
                       ' STOOD UP AGAIN, TRAYS IN SERVICE: '
                       WS-TRAYS-CHANGED
               ELSE
                   DISPLAY 'PRG290: STORAGE UNIT REWRITE FAILED, '
                       'STATUS = ' WS-FAC-STATUS
               END-IF
           END-IF.

      * Trays WS-FIRST-TRAY through WS-TRAY-COUNT of the unit go in
      * service - written if new, put back in service if left on
      * file out of service by an earlier tear-down.
       STAND-UP-UNIT-TRAYS.
           MOVE ZERO TO WS-TRAYS-CHANGED.
           MOVE WS-TRAY-PREFIX TO WS-UT-PREFIX.
           PERFORM VARYING WS-TRAY-SUB FROM WS-FIRST-TRAY BY 1
               UNTIL WS-TRAY-SUB > WS-TRAY-COUNT
               MOVE WS-TRAY-SUB TO WS-UT-SEQ
               MOVE WS-UNIT-ID TO BM-FACILITY-ID
               MOVE WS-UNIT-TRAY TO BM-BAY-NUMBER
               READ BAY-MASTER
                   INVALID KEY
                       PERFORM WRITE-UNIT-TRAY
                   NOT INVALID KEY
                       PERFORM RETURN-UNIT-TRAY-TO-SERVICE
               END-READ
           END-PERFORM.

       WRITE-UNIT-TRAY.
           MOVE 'INSV' TO BM-STATUS.
           MOVE 'STORAGE UNIT STOOD UP' TO BM-STATUS-NOTE.
           MOVE 'N' TO BM-ISOLATION-FLAG.
           WRITE BAY-MASTER-RECORD.
           IF WS-BM-STATUS = '00'
               ADD 1 TO WS-TRAYS-CHANGED
           ELSE
               DISPLAY 'PRG290: TRAY WRITE FAILED FOR ' BM-FACILITY-ID
                   ' ' BM-BAY-NUMBER ' STATUS = ' WS-BM-STATUS
           END-IF.

       RETURN-UNIT-TRAY-TO-SERVICE.
           MOVE 'INSV' TO BM-STATUS.
           MOVE 'STORAGE UNIT STOOD UP' TO BM-STATUS-NOTE.
           REWRITE BAY-MASTER-RECORD.
           IF WS-BM-STATUS = '00'
               ADD 1 TO WS-TRAYS-CHANGED
           ELSE
               DISPLAY 'PRG290: TRAY REWRITE FAILED FOR '
                   BM-FACILITY-ID ' ' BM-BAY-NUMBER
                   ' STATUS = ' WS-BM-STATUS
           END-IF.

      * Refused while any case on hand is still recorded on the
      * unit - transfer them off through PRG135 first. The trays
      * stay on the bay master out of service, so a case history
      * that names one still resolves.
       TEAR-DOWN-STORAGE-UNIT.
           DISPLAY 'STORAGE UNIT ID: ' WITH NO ADVANCING.
           ACCEPT WS-UNIT-ID.
           MOVE WS-UNIT-ID TO FAC-FACILITY-ID.
           READ STORAGE-UNIT-FILE
               INVALID KEY
                   DISPLAY 'PRG290: STORAGE UNIT NOT ON FILE'
               NOT INVALID KEY
                   IF NOT FAC-STOOD-UP
                       DISPLAY 'PRG290: STORAGE UNIT ALREADY TORN '
                           'DOWN'
                   ELSE
                       PERFORM COUNT-UNIT-ON-HAND
                       IF WS-ON-HAND-COUNT > ZERO
                           DISPLAY 'PRG290: ' WS-ON-HAND-COUNT
                               ' CASES STILL ON ' WS-UNIT-ID
                               ' - TRANSFER THEM OFF THROUGH PRG135'
                       ELSE
                           PERFORM CONFIRM-UNIT-TEAR-DOWN
                       END-IF
                   END-IF
           END-READ.

       COUNT-UNIT-ON-HAND.
           MOVE ZERO TO WS-ON-HAND-COUNT.
           MOVE LOW-VALUES TO DM-CASE-NUMBER.
           START DECEDENT-MASTER KEY IS NOT LESS THAN DM-CASE-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ DECEDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF DM-FACILITY-ID = WS-UNIT-ID
                           AND NOT DM-STATUS-RELEASED
                           ADD 1 TO WS-ON-HAND-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-UNIT-TEAR-DOWN.
           DISPLAY 'TEAR DOWN ' FAC-FACILITY-ID ' - '
               FAC-DESCRIPTION ' (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO.
           IF WS-YES-NO = 'Y' OR WS-YES-NO = 'y'
               MOVE 'DOWN' TO FAC-STATUS
               MOVE WS-TODAY-YYYYMMDD TO FAC-TORN-DOWN-DATE
               MOVE WS-STAFF-ID TO FAC-TORN-DOWN-BY
               MOVE FAC-TRAY-PREFIX TO WS-UT-PREFIX
               MOVE FAC-TRAY-COUNT TO WS-TRAY-COUNT
               REWRITE STORAGE-UNIT-RECORD
               IF WS-FAC-STATUS = '00'
                   PERFORM TAKE-UNIT-TRAYS-OUT
                   DISPLAY 'PRG290: STORAGE UNIT TORN DOWN, TRAYS '
                       'OUT OF SERVICE: ' WS-TRAYS-CHANGED
               ELSE
                   DISPLAY 'PRG290: STORAGE UNIT REWRITE FAILED, '
                       'STATUS = ' WS-FAC-STATUS
               END-IF
           ELSE
               DISPLAY 'PRG290: STORAGE UNIT LEFT STANDING'
           END-IF.

       TAKE-UNIT-TRAYS-OUT.
           MOVE ZERO TO WS-TRAYS-CHANGED.
           PERFORM VARYING WS-TRAY-SUB FROM 1 BY 1
               UNTIL WS-TRAY-SUB > WS-TRAY-COUNT
               MOVE WS-TRAY-SUB TO WS-UT-SEQ
               MOVE WS-UNIT-ID TO BM-FACILITY-ID
               MOVE WS-UNIT-TRAY TO BM-BAY-NUMBER
               READ BAY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'OOSV' TO BM-STATUS
                       MOVE 'STORAGE UNIT TORN DOWN'
                           TO BM-STATUS-NOTE
                       REWRITE BAY-MASTER-RECORD
                       IF WS-BM-STATUS = '00'
                           ADD 1 TO WS-TRAYS-CHANGED
                       END-IF
               END-READ
           END-PERFORM.

       LIST-INCIDENTS-AND-UNITS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'INCID.  TYPE  STAT  OPENED    CLOSED    '
               'DESCRIPTION'.
           MOVE LOW-VALUES TO INC-INCIDENT-NUMBER.
           START INCIDENT-FILE KEY IS NOT LESS THAN INC-INCIDENT-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE INC-INCIDENT-NUMBER TO WS-IL-NUMBER
                       MOVE INC-TYPE TO WS-IL-TYPE
                       MOVE INC-STATUS TO WS-IL-STATUS
                       MOVE INC-OPENED-DATE TO WS-IL-OPENED
                       IF INC-CLOSED
                           MOVE INC-CLOSED-DATE TO WS-IL-CLOSED
                       ELSE
                           MOVE SPACES TO WS-IL-CLOSED
                       END-IF
                       MOVE INC-DESCRIPTION TO WS-IL-DESC
                       DISPLAY WS-INCIDENT-LINE
               END-READ
           END-PERFORM.
           DISPLAY 'INCIDENTS ON FILE: ' WS-LIST-COUNT.
           DISPLAY ' '.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'UNIT  HOST  LTR  TRAYS STAT  INCID.  DESCRIPTION'.
           MOVE LOW-VALUES TO FAC-FACILITY-ID.
           START STORAGE-UNIT-FILE KEY IS NOT LESS THAN FAC-FACILITY-ID
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ STORAGE-UNIT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE FAC-FACILITY-ID TO WS-UL-UNIT
                       MOVE FAC-HOST-FACILITY TO WS-UL-HOST
                       MOVE FAC-TRAY-PREFIX TO WS-UL-PREFIX
                       MOVE FAC-TRAY-COUNT TO WS-UL-TRAYS
                       MOVE FAC-STATUS TO WS-UL-STATUS
                       MOVE FAC-INCIDENT-NUMBER TO WS-UL-INCIDENT
                       MOVE FAC-DESCRIPTION TO WS-UL-DESC
                       DISPLAY WS-UNIT-LINE
               END-READ
           END-PERFORM.
           DISPLAY 'STORAGE UNITS ON FILE: ' WS-LIST-COUNT.

      * Same audit row XLI writes, so a tag change and a bulk intake
      * are no blind spot in the trail - PRG190 replays both.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE WS-CASE-NUMBER TO AUD-CASE-NUMBER.
           MOVE WS-STAFF-ID TO AUD-STAFF-ID.
           MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE WS-AUD-OLD-VALUE TO AUD-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE TO AUD-NEW-VALUE.
           MOVE WS-EVENT-DATE TO AUD-EVENT-DATE.
           MOVE WS-EVENT-TIME TO AUD-EVENT-TIME.
           WRITE AUDIT-RECORD.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PRG290: AUDIT LOG WRITE FAILED, STATUS = '
                   WS-AUD-STATUS
           END-IF.
           CLOSE AUDIT-LOG-FILE.
