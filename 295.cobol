      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Mass-Fatality Incident Status Report - the count the lead
      * agency asks for at every briefing. For one incident on
      * INCIDENT.DAT: how many remains have been received, how many
      * are identified and how many are still Doe cases, how many
      * have been released, and how many are on hand, broken out by
      * where they lie (the buildings and any storage units stood up
      * for the surge) and how many of those are under a medical
      * examiner hold. Cases already archived off the master by PRG70
      * are counted from ARCHDECD.DAT, so the totals hold up for the
      * life of the incident.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG295.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-INCIDENT-NUMBER
           FILE STATUS IS WS-INC-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  ARCHIVE-MASTER.
           COPY "ARCREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-INC-STATUS          PIC XX.
       77 WS-DM-STATUS           PIC XX.
       77 WS-ARC-STATUS          PIC XX.
       77 WS-ARC-OPEN            PIC X VALUE 'N'.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-INCIDENT-NUMBER     PIC X(6).
       77 WS-RECEIVED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-IDENTIFIED-COUNT    PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-DOE-COUNT           PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-RELEASED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ON-HAND-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-HOLD-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-ARCHIVED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-LOC-SUB             PIC 9(3) USAGE IS COMP VALUE ZERO.
       77 WS-LOC-FOUND           PIC X VALUE 'N'.
      * Where the on-hand cases lie - the two buildings and whatever
      * storage units were stood up; twenty is more than any surge
      * plan provides for, and anything past it is summed as OTHR.
       01 WS-LOCATION-TABLE.
          05 WS-LOC-USED         PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-LOC-ENTRY OCCURS 20 TIMES.
             10 WS-LOC-FACILITY  PIC X(4).
             10 WS-LOC-COUNT     PIC 9(5) USAGE IS COMP.
       01 WS-LOCATION-LINE.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-LL-FACILITY      PIC X(4).
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-LL-COUNT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS NOT = '00'
               DISPLAY 'PRG295: INCIDENT FILE NOT ON FILE, STATUS = '
                   WS-INC-STATUS ' - NO INCIDENTS TO REPORT'
           ELSE
               DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-INCIDENT-NUMBER
               MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       DISPLAY 'PRG295: INCIDENT NOT ON FILE'
                   NOT INVALID KEY
                       PERFORM REPORT-INCIDENT
               END-READ
               CLOSE INCIDENT-FILE
           END-IF.
           STOP RUN.

       REPORT-INCIDENT.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG295: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           ELSE
               PERFORM COUNT-MASTER-CASES
               CLOSE DECEDENT-MASTER
               PERFORM COUNT-ARCHIVED-CASES
               PERFORM PRINT-INCIDENT-STATUS
           END-IF.

       COUNT-MASTER-CASES.
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
                       IF DM-INCIDENT-NUMBER = WS-INCIDENT-NUMBER
                           PERFORM COUNT-ONE-MASTER-CASE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-MASTER-CASE.
           ADD 1 TO WS-RECEIVED-COUNT.
           IF DM-DOE-FLAG = 'Y'
               ADD 1 TO WS-DOE-COUNT
           ELSE
               ADD 1 TO WS-IDENTIFIED-COUNT
           END-IF.
           IF DM-STATUS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-ON-HAND-COUNT
               IF DM-HOLD-ACTIVE
                   ADD 1 TO WS-HOLD-COUNT
               END-IF
               PERFORM ADD-TO-LOCATION
           END-IF.

       ADD-TO-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-USED OR WS-LOC-FOUND = 'Y'
               IF WS-LOC-FACILITY (WS-LOC-SUB) = DM-FACILITY-ID
                   ADD 1 TO WS-LOC-COUNT (WS-LOC-SUB)
                   MOVE 'Y' TO WS-LOC-FOUND
               END-IF
           END-PERFORM.
           IF WS-LOC-FOUND = 'N'
               IF WS-LOC-USED < 20
                   ADD 1 TO WS-LOC-USED
                   MOVE DM-FACILITY-ID TO WS-LOC-FACILITY (WS-LOC-USED)
                   MOVE 1 TO WS-LOC-COUNT (WS-LOC-USED)
               ELSE
                   MOVE 'OTHR' TO WS-LOC-FACILITY (20)
                   ADD 1 TO WS-LOC-COUNT (20)
               END-IF
           END-IF.

      * Everything on the archive was released before it was moved
      * there. No archive yet is not an error - nothing has aged
      * off the master.
       COUNT-ARCHIVED-CASES.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-ARC-OPEN
           END-IF.
           IF WS-ARC-OPEN = 'Y'
               MOVE LOW-VALUES TO ARC-CASE-NUMBER
               START ARCHIVE-MASTER
                   KEY IS NOT LESS THAN ARC-CASE-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ ARCHIVE-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF ARC-INCIDENT-NUMBER = WS-INCIDENT-NUMBER
                               PERFORM COUNT-ONE-ARCHIVED-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-MASTER
           END-IF.

       COUNT-ONE-ARCHIVED-CASE.
           ADD 1 TO WS-RECEIVED-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD 1 TO WS-ARCHIVED-COUNT.
           IF ARC-DOE-FLAG = 'Y'
               ADD 1 TO WS-DOE-COUNT
           ELSE
               ADD 1 TO WS-IDENTIFIED-COUNT
           END-IF.

       PRINT-INCIDENT-STATUS.
           DISPLAY 'MASS-FATALITY INCIDENT STATUS - '
               WS-TODAY-YYYYMMDD.
           DISPLAY 'INCIDENT     : ' INC-INCIDENT-NUMBER '  '
               INC-TYPE '  ' INC-STATUS.
           DISPLAY 'DESCRIPTION  : ' INC-DESCRIPTION.
           DISPLAY 'LOCATION     : ' INC-LOCATION.
           DISPLAY 'LEAD AGENCY  : ' INC-LEAD-AGENCY.
           DISPLAY 'OPENED       : ' INC-OPENED-DATE.
           IF INC-CLOSED
               DISPLAY 'CLOSED       : ' INC-CLOSED-DATE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'REMAINS RECEIVED            : ' WS-RECEIVED-COUNT.
           DISPLAY 'IDENTIFIED                  : '
               WS-IDENTIFIED-COUNT.
           DISPLAY 'STILL UNIDENTIFIED (DOE)    : ' WS-DOE-COUNT.
           DISPLAY 'RELEASED                    : ' WS-RELEASED-COUNT.
           DISPLAY '  OF WHICH ARCHIVED         : ' WS-ARCHIVED-COUNT.
           DISPLAY 'ON HAND                     : ' WS-ON-HAND-COUNT.
           DISPLAY '  UNDER ME HOLD             : ' WS-HOLD-COUNT.
           IF WS-ARC-OPEN NOT = 'Y'
               DISPLAY 'PRG295: NO ARCHIVE ON FILE - MASTER ONLY'
           END-IF.
           IF WS-LOC-USED > ZERO
               DISPLAY ' '
               DISPLAY 'ON HAND BY LOCATION'
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED
                   MOVE WS-LOC-FACILITY (WS-LOC-SUB) TO WS-LL-FACILITY
                   MOVE WS-LOC-COUNT (WS-LOC-SUB) TO WS-LL-COUNT
                   DISPLAY WS-LOCATION-LINE
               END-PERFORM
           END-IF.
