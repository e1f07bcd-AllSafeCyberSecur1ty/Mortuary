      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Family Assistance Center Victim List - the working list the
      * center's staff take into their interviews with families. For
      * one incident on INCIDENT.DAT, every case tagged to it, in
      * case-number order, to VICTLIST.DAT: the case number, where
      * it stands, and the name once identified. An unidentified case
      * carries its DOEDESC.DAT description - sex, estimated age,
      * height, weight, marks, where found - so a family's account
      * of who is missing can be matched against what is on the
      * tray; a case under an ME hold is marked so no one promises a
      * release date; and a released case shows when, how, and to
      * whom from the disposition. Archived cases are read from
      * ARCHDECD.DAT and ARCHDISP.DAT so the list stays complete.
      * Cause of death is deliberately left off - that goes to a
      * family through the records-request log, not across the
      * center's table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG300.
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
           SELECT DOE-DESC-FILE ASSIGN TO "DOEDESC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOE-CASE-NUMBER
           FILE STATUS IS WS-DOE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DISPOSIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISP-CASE-NUMBER
           FILE STATUS IS WS-DISP-STATUS.
           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHDECD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CASE-NUMBER
           FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCHIVE-DISP-FILE ASSIGN TO "ARCHDISP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADSP-CASE-NUMBER
           FILE STATUS IS WS-ADSP-STATUS.
           SELECT VICTIM-LIST-FILE ASSIGN TO "VICTLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  DOE-DESC-FILE.
           COPY "DOEREC.CPY".
       FD  DISPOSITION-FILE.
           COPY "DISPREC.CPY".
       FD  ARCHIVE-MASTER.
           COPY "ARCREC.CPY".
       FD  ARCHIVE-DISP-FILE.
           COPY "ARCDREC.CPY".
       FD  VICTIM-LIST-FILE.
       01  VICTIM-LIST-LINE       PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-INC-STATUS          PIC XX.
       77 WS-DM-STATUS           PIC XX.
       77 WS-DOE-STATUS          PIC XX.
       77 WS-DOE-OPEN            PIC X VALUE 'N'.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-DISP-OPEN           PIC X VALUE 'N'.
       77 WS-ARC-STATUS          PIC XX.
       77 WS-ARC-OPEN            PIC X VALUE 'N'.
       77 WS-ADSP-STATUS         PIC XX.
       77 WS-ADSP-OPEN           PIC X VALUE 'N'.
       77 WS-VL-STATUS           PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-INCIDENT-NUMBER     PIC X(6).
       77 WS-VICTIM-COUNT        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-DOE-COUNT           PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-RELEASED-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
       01 WS-TITLE-LINE.
          05 FILLER              PIC X(28)
                                 VALUE 'FAMILY ASSISTANCE CENTER - '.
          05 FILLER              PIC X(9) VALUE 'INCIDENT '.
          05 WS-TL-INCIDENT      PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TL-DESCRIPTION   PIC X(30).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-TL-DATE          PIC 9(8).
       01 WS-HEADING-LINE.
          05 FILLER              PIC X(40)
                        VALUE 'CASE    STAT  NAME                     '.
          05 FILLER              PIC X(20)
                        VALUE '      INTAKE    '.
       01 WS-VICTIM-LINE.
          05 WS-VL-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-VL-STATUS-CODE   PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-VL-NAME          PIC X(30).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-VL-INTAKE        PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-VL-HOLD          PIC X(7).
       01 WS-DESC-LINE-1.
          05 FILLER              PIC X(8) VALUE SPACES.
          05 FILLER              PIC X(4) VALUE 'SEX '.
          05 WS-DL-SEX           PIC X(1).
          05 FILLER              PIC X(6) VALUE '  AGE '.
          05 WS-DL-AGE           PIC X(7).
          05 FILLER              PIC X(5) VALUE '  HT '.
          05 WS-DL-HEIGHT        PIC X(5).
          05 FILLER              PIC X(5) VALUE '  WT '.
          05 WS-DL-WEIGHT        PIC X(5).
          05 FILLER              PIC X(8) VALUE '  FOUND '.
          05 WS-DL-FOUND         PIC X(30).
       01 WS-DESC-LINE-2.
          05 FILLER              PIC X(8) VALUE SPACES.
          05 FILLER              PIC X(6) VALUE 'MARKS '.
          05 WS-DL-MARKS         PIC X(40).
       01 WS-RELEASE-LINE.
          05 FILLER              PIC X(8) VALUE SPACES.
          05 FILLER              PIC X(9) VALUE 'RELEASED '.
          05 WS-RL-DATE          PIC X(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-RL-TYPE          PIC X(4).
          05 FILLER              PIC X(4) VALUE ' TO '.
          05 WS-RL-CLAIMED-BY    PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS NOT = '00'
               DISPLAY 'PRG300: INCIDENT FILE NOT ON FILE, STATUS = '
                   WS-INC-STATUS ' - NO INCIDENTS TO LIST'
           ELSE
               DISPLAY 'INCIDENT NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-INCIDENT-NUMBER
               MOVE WS-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       DISPLAY 'PRG300: INCIDENT NOT ON FILE'
                   NOT INVALID KEY
                       PERFORM PRODUCE-VICTIM-LIST
               END-READ
               CLOSE INCIDENT-FILE
           END-IF.
           STOP RUN.

       PRODUCE-VICTIM-LIST.
           PERFORM OPEN-LIST-FILES.
           IF WS-DM-STATUS = '00' AND WS-VL-STATUS = '00'
               MOVE INC-INCIDENT-NUMBER TO WS-TL-INCIDENT
               MOVE INC-DESCRIPTION TO WS-TL-DESCRIPTION
               MOVE WS-TODAY-YYYYMMDD TO WS-TL-DATE
               MOVE WS-TITLE-LINE TO VICTIM-LIST-LINE
               WRITE VICTIM-LIST-LINE
               MOVE WS-HEADING-LINE TO VICTIM-LIST-LINE
               WRITE VICTIM-LIST-LINE
               PERFORM LIST-MASTER-CASES
               PERFORM LIST-ARCHIVED-CASES
               DISPLAY 'PRG300: VICTIM LIST WRITTEN TO VICTLIST.DAT'
               DISPLAY 'VICTIMS LISTED              : '
                   WS-VICTIM-COUNT
               DISPLAY 'STILL UNIDENTIFIED          : ' WS-DOE-COUNT
               DISPLAY 'RELEASED                    : '
                   WS-RELEASED-COUNT
           END-IF.
           PERFORM CLOSE-LIST-FILES.

      * The description, disposition and archive files are each
      * optional - a list without them is still worth handing over.
       OPEN-LIST-FILES.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG300: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
           OPEN INPUT DOE-DESC-FILE.
           IF WS-DOE-STATUS = '00'
               MOVE 'Y' TO WS-DOE-OPEN
           END-IF.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-OPEN
           END-IF.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-ARC-OPEN
           END-IF.
           OPEN INPUT ARCHIVE-DISP-FILE.
           IF WS-ADSP-STATUS = '00'
               MOVE 'Y' TO WS-ADSP-OPEN
           END-IF.
           OPEN OUTPUT VICTIM-LIST-FILE.
           IF WS-VL-STATUS NOT = '00'
               DISPLAY 'PRG300: UNABLE TO OPEN VICTIM LIST, STATUS = '
                   WS-VL-STATUS
           END-IF.

       CLOSE-LIST-FILES.
           IF WS-DM-STATUS = '00'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-DOE-OPEN = 'Y'
               CLOSE DOE-DESC-FILE
           END-IF.
           IF WS-DISP-OPEN = 'Y'
               CLOSE DISPOSITION-FILE
           END-IF.
           IF WS-ARC-OPEN = 'Y'
               CLOSE ARCHIVE-MASTER
           END-IF.
           IF WS-ADSP-OPEN = 'Y'
               CLOSE ARCHIVE-DISP-FILE
           END-IF.
           IF WS-VL-STATUS = '00'
               CLOSE VICTIM-LIST-FILE
           END-IF.

       LIST-MASTER-CASES.
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
                           PERFORM LIST-ONE-MASTER-CASE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-MASTER-CASE.
           ADD 1 TO WS-VICTIM-COUNT.
           MOVE DM-CASE-NUMBER TO WS-VL-CASE.
           MOVE DM-CASE-STATUS TO WS-VL-STATUS-CODE.
           MOVE DM-DECEDENT-NAME TO WS-VL-NAME.
           MOVE DM-INTAKE-DATE TO WS-VL-INTAKE.
           IF DM-HOLD-ACTIVE AND NOT DM-STATUS-RELEASED
               MOVE 'ME HOLD' TO WS-VL-HOLD
           ELSE
               MOVE SPACES TO WS-VL-HOLD
           END-IF.
           MOVE WS-VICTIM-LINE TO VICTIM-LIST-LINE.
           WRITE VICTIM-LIST-LINE.
           IF DM-DOE-FLAG = 'Y'
               ADD 1 TO WS-DOE-COUNT
               PERFORM WRITE-DOE-DESCRIPTION-LINES
           END-IF.
           IF DM-STATUS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
               MOVE DM-RELEASE-DATE TO WS-RL-DATE
               MOVE SPACES TO WS-RL-TYPE
               MOVE SPACES TO WS-RL-CLAIMED-BY
               IF WS-DISP-OPEN = 'Y'
                   MOVE DM-CASE-NUMBER TO DISP-CASE-NUMBER
                   READ DISPOSITION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DISP-TYPE TO WS-RL-TYPE
                           MOVE DISP-CLAIMED-BY TO WS-RL-CLAIMED-BY
                   END-READ
               END-IF
               MOVE WS-RELEASE-LINE TO VICTIM-LIST-LINE
               WRITE VICTIM-LIST-LINE
           END-IF.

      * A Doe case with no description row still gets its line, so
      * the center knows to ask the examiners.
       WRITE-DOE-DESCRIPTION-LINES.
           MOVE SPACES TO WS-DL-SEX WS-DL-AGE WS-DL-HEIGHT
               WS-DL-WEIGHT WS-DL-FOUND WS-DL-MARKS.
           MOVE 'NO DESCRIPTION ON FILE' TO WS-DL-MARKS.
           IF WS-DOE-OPEN = 'Y'
               MOVE WS-VL-CASE TO DOE-CASE-NUMBER
               READ DOE-DESC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOE-SEX TO WS-DL-SEX
                       MOVE DOE-EST-AGE TO WS-DL-AGE
                       MOVE DOE-HEIGHT TO WS-DL-HEIGHT
                       MOVE DOE-WEIGHT TO WS-DL-WEIGHT
                       MOVE DOE-FOUND-LOCATION TO WS-DL-FOUND
                       MOVE DOE-MARKS TO WS-DL-MARKS
               END-READ
           END-IF.
           MOVE WS-DESC-LINE-1 TO VICTIM-LIST-LINE.
           WRITE VICTIM-LIST-LINE.
           MOVE WS-DESC-LINE-2 TO VICTIM-LIST-LINE.
           WRITE VICTIM-LIST-LINE.

      * Archived cases were released before PRG70 moved them.
       LIST-ARCHIVED-CASES.
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
                               PERFORM LIST-ONE-ARCHIVED-CASE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LIST-ONE-ARCHIVED-CASE.
           ADD 1 TO WS-VICTIM-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE ARC-CASE-NUMBER TO WS-VL-CASE.
           MOVE ARC-CASE-STATUS TO WS-VL-STATUS-CODE.
           MOVE ARC-DECEDENT-NAME TO WS-VL-NAME.
           MOVE ARC-INTAKE-DATE TO WS-VL-INTAKE.
           MOVE SPACES TO WS-VL-HOLD.
           MOVE WS-VICTIM-LINE TO VICTIM-LIST-LINE.
           WRITE VICTIM-LIST-LINE.
           IF ARC-DOE-FLAG = 'Y'
               ADD 1 TO WS-DOE-COUNT
               PERFORM WRITE-DOE-DESCRIPTION-LINES
           END-IF.
           MOVE ARC-RELEASE-DATE TO WS-RL-DATE.
           MOVE SPACES TO WS-RL-TYPE.
           MOVE SPACES TO WS-RL-CLAIMED-BY.
           IF WS-ADSP-OPEN = 'Y'
               MOVE ARC-CASE-NUMBER TO ADSP-CASE-NUMBER
               READ ARCHIVE-DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADSP-TYPE TO WS-RL-TYPE
                       MOVE ADSP-CLAIMED-BY TO WS-RL-CLAIMED-BY
               END-READ
           END-IF.
           MOVE WS-RELEASE-LINE TO VICTIM-LIST-LINE.
           WRITE VICTIM-LIST-LINE.
