      * Retention/Aging Alert Report - scans BODY-MASTER for any case
      * whose intake date (the PRG5 G1/G2 stamp) is older than the
      * retention threshold and has no matching DISPOSITION record,
      * and prints a chase list for the front office. The threshold
      * is the facility's RETNDAYS site parameter in force today, got
      * through PRG275 for each facility the scan meets (30 days when
      * the facility has none on file), and the values used head the
      * report. Cases tagged to a mass-fatality incident still open
      * on INCIDENT.DAT are left off and counted at the foot.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG25.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-CASE-NUMBER
           FILE STATUS IS WS-REF-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-INCIDENT-NUMBER
           FILE STATUS IS WS-INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DISPREC.CPY".
       FD  REFERRAL-FILE.
           COPY "REFREC.CPY".
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-HAS-DISPOSITION     PIC X VALUE 'N'.
       77 WS-REF-STATUS          PIC XX.
       77 WS-REF-OPEN            PIC X VALUE 'N'.
       77 WS-INC-STATUS          PIC XX.
       77 WS-INC-OPEN            PIC X VALUE 'N'.
       77 WS-UNDER-OPEN-INCIDENT PIC X VALUE 'N'.
       77 WS-INCIDENT-COUNT      PIC 9(5) USAGE IS COMP VALUE ZERO.
      * Default when SITEPARM.DAT has no RETNDAYS row for a facility.
       77 WS-RETENTION-DAYS      PIC 9(5) USAGE IS COMP VALUE 30.
       77 WS-CASE-RETENTION-DAYS PIC 9(5) USAGE IS COMP.
       77 WS-PARM-FACILITY       PIC X(4).
       77 WS-PARM-CODE           PIC X(8) VALUE 'RETNDAYS'.
       77 WS-PARM-VALUE          PIC S9(5)V99.
       77 WS-PARM-EFFECTIVE      PIC 9(8).
       77 WS-FP-IDX              PIC 9(3) USAGE IS COMP.
       77 WS-FP-FOUND            PIC X VALUE 'N'.
      * Ages are true calendar days: the YYYYMMDD dates go through
      * PRG95's day-number service, so a case spanning late January
      * or a year-end ages exactly, instead of the old 360-day
       77 WS-FLAGGED-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
      * Thresholds already looked up this run, one per facility.
       01 WS-FACILITY-PARM-TABLE.
          05 WS-FP-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-FP-ENTRY OCCURS 20 TIMES.
             10 WS-FP-FACILITY   PIC X(4).
             10 WS-FP-DAYS       PIC 9(5) USAGE IS COMP.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-AGING-FILES.
           IF WS-DM-STATUS = '00' AND WS-DISP-STATUS = '00'
               DISPLAY 'RETENTION / AGING ALERT REPORT'
               MOVE 'MAIN' TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-THRESHOLD
               MOVE 'ANNX' TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-THRESHOLD
               PERFORM SCAN-MASTER-FOR-AGING
               DISPLAY ' '
               DISPLAY 'CASES FLAGGED: ' WS-FLAGGED-COUNT
               DISPLAY 'OPEN-INCIDENT CASES NOT AGED: '
                   WS-INCIDENT-COUNT
           END-IF.
           PERFORM CLOSE-AGING-FILES.
           STOP RUN.
                       'STATUS = ' WS-REF-STATUS
               END-IF
           END-IF.
      * No incident file just means no incident has been declared.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS = '00'
               MOVE 'Y' TO WS-INC-OPEN
           END-IF.

       CLOSE-AGING-FILES.
           CLOSE DECEDENT-MASTER.
           IF WS-REF-OPEN = 'Y'
               CLOSE REFERRAL-FILE
           END-IF.
           IF WS-INC-OPEN = 'Y'
               CLOSE INCIDENT-FILE
           END-IF.

       SCAN-MASTER-FOR-AGING.
           MOVE LOW-VALUES TO DM-CASE-NUMBER.
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       PERFORM CHECK-OPEN-INCIDENT
                       IF WS-UNDER-OPEN-INCIDENT = 'Y'
                           IF NOT DM-STATUS-RELEASED
                               ADD 1 TO WS-INCIDENT-COUNT
                           END-IF
                       ELSE
                           PERFORM EVALUATE-ONE-CASE-FOR-AGING
                       END-IF
               END-READ
           END-PERFORM.

       EVALUATE-ONE-CASE-FOR-AGING.
           PERFORM FIND-FACILITY-THRESHOLD.
           MOVE DM-INTAKE-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-INTAKE-DAYNO.
           COMPUTE WS-CASE-AGE-DAYS =
                   MOVE 'Y' TO WS-HAS-DISPOSITION
           END-READ.
           IF WS-HAS-DISPOSITION = 'N'
               AND WS-CASE-AGE-DAYS > WS-CASE-RETENTION-DAYS
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY DM-CASE-NUMBER '  ' DM-DECEDENT-NAME
                   '  INTAKE ' DM-INTAKE-DATE
               PERFORM DISPLAY-REFERRAL-STATUS
           END-IF.

      * A case tagged to a mass-fatality incident that is still open
      * is being worked with the rest of the incident, not forgotten
      * - it stays out of the aging list until PRG290 closes the
      * incident.
       CHECK-OPEN-INCIDENT.
           MOVE 'N' TO WS-UNDER-OPEN-INCIDENT.
           IF DM-INCIDENT-NUMBER NOT = SPACES AND WS-INC-OPEN = 'Y'
               MOVE DM-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INC-OPEN
                           MOVE 'Y' TO WS-UNDER-OPEN-INCIDENT
                       END-IF
               END-READ
           END-IF.

      * A facility met for the first time is looked up and its
      * threshold printed before its first case, so every value the
      * report used appears on it.
       FIND-FACILITY-THRESHOLD.
           MOVE 'N' TO WS-FP-FOUND.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
               UNTIL WS-FP-IDX > WS-FP-USED OR WS-FP-FOUND = 'Y'
               IF WS-FP-FACILITY (WS-FP-IDX) = DM-FACILITY-ID
                   MOVE 'Y' TO WS-FP-FOUND
               END-IF
           END-PERFORM.
           IF WS-FP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-FP-IDX
               MOVE WS-FP-DAYS (WS-FP-IDX) TO WS-CASE-RETENTION-DAYS
           ELSE
               MOVE DM-FACILITY-ID TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-THRESHOLD
           END-IF.

       LOAD-FACILITY-THRESHOLD.
           MOVE WS-RETENTION-DAYS TO WS-PARM-VALUE.
           CALL 'PRG275' USING WS-PARM-FACILITY, WS-PARM-CODE,
               WS-TODAY-YYYYMMDD, WS-PARM-VALUE, WS-PARM-EFFECTIVE.
           MOVE WS-PARM-VALUE TO WS-CASE-RETENTION-DAYS.
           IF WS-FP-USED < 20
               ADD 1 TO WS-FP-USED
               MOVE WS-PARM-FACILITY TO WS-FP-FACILITY (WS-FP-USED)
               MOVE WS-CASE-RETENTION-DAYS TO WS-FP-DAYS (WS-FP-USED)
           END-IF.
           IF WS-PARM-EFFECTIVE = ZERO
               DISPLAY 'THRESHOLD ' WS-PARM-FACILITY ': '
                   WS-CASE-RETENTION-DAYS ' DAYS (DEFAULT)'
           ELSE
               DISPLAY 'THRESHOLD ' WS-PARM-FACILITY ': '
                   WS-CASE-RETENTION-DAYS ' DAYS (EFFECTIVE '
                   WS-PARM-EFFECTIVE ')'
           END-IF.

      * Each flagged case shows where its county referral stands,
      * so the front office chases only the cases the county has
      * not yet accepted.
