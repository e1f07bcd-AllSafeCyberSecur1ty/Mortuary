      * records the county's case number and whether they accepted
      * or declined; PRG25 shows each flagged case's referral
      * status so the front office chases only what the county has
      * not yet taken. The threshold is each facility's RETNDAYS
      * site parameter in force today through PRG275 (30 days when
      * none is on file), printed at the head of the sweep. Cases
      * tagged to a mass-fatality incident still open on
      * INCIDENT.DAT are not referred while it stays open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG115.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-CASE-NUMBER
           FILE STATUS IS WS-REF-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-INCIDENT-NUMBER
           FILE STATUS IS WS-INC-STATUS.
           SELECT COUNTY-EXTRACT-FILE ASSIGN TO "CNTYNTFY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTY-STATUS.
           COPY "DISPREC.CPY".
       FD  REFERRAL-FILE.
           COPY "REFREC.CPY".
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  COUNTY-EXTRACT-FILE.
       01  COUNTY-NOTIFY-RECORD.
           05 CTY-CASE-NUMBER     PIC X(6).
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-HAS-DISPOSITION     PIC X VALUE 'N'.
       77 WS-HAS-REFERRAL        PIC X VALUE 'N'.
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
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-INTAKE-DAYNO        PIC 9(7).
       77 WS-CASE-NUMBER         PIC X(6).
       77 WS-COUNTY-CASE         PIC X(10).
       77 WS-RESPONSE            PIC X(4).
      * Thresholds already looked up this sweep, one per facility.
       01 WS-FACILITY-PARM-TABLE.
          05 WS-FP-USED          PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-FP-ENTRY OCCURS 20 TIMES.
             10 WS-FP-FACILITY   PIC X(4).
             10 WS-FP-DAYS       PIC 9(5) USAGE IS COMP.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
               DISPLAY 'PRG115: UNABLE TO OPEN REFERRAL FILE, '
                   'STATUS = ' WS-REF-STATUS
           END-IF.
      * No incident file just means no incident has been declared.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS = '00'
               MOVE 'Y' TO WS-INC-OPEN
           END-IF.

       CLOSE-ESCALATION-FILES.
           CLOSE DECEDENT-MASTER.
           CLOSE DISPOSITION-FILE.
           CLOSE REFERRAL-FILE.
           IF WS-INC-OPEN = 'Y'
               CLOSE INCIDENT-FILE
           END-IF.

      * The PRG25 scan carried one step further: threshold-age
      * unclaimed cases with no hold and no referral on file get a
      * already referred are left alone - that is the whole point.
       RUN-ESCALATION-SWEEP.
           MOVE ZERO TO WS-REFERRED-COUNT.
           MOVE ZERO TO WS-INCIDENT-COUNT.
           OPEN OUTPUT COUNTY-EXTRACT-FILE.
           IF WS-CTY-STATUS NOT = '00'
               DISPLAY 'PRG115: UNABLE TO OPEN COUNTY EXTRACT, '
                   'STATUS = ' WS-CTY-STATUS
           ELSE
               DISPLAY 'COUNTY ESCALATION SWEEP - ' WS-TODAY-YYYYMMDD
               MOVE ZERO TO WS-FP-USED
               MOVE 'MAIN' TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-THRESHOLD
               MOVE 'ANNX' TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-THRESHOLD
               MOVE LOW-VALUES TO DM-CASE-NUMBER
               START DECEDENT-MASTER KEY IS NOT LESS THAN
                   DM-CASE-NUMBER
               CLOSE COUNTY-EXTRACT-FILE
               DISPLAY 'PRG115: CASES REFERRED TO COUNTY: '
                   WS-REFERRED-COUNT
               DISPLAY 'PRG115: OPEN-INCIDENT CASES PASSED BY: '
                   WS-INCIDENT-COUNT
           END-IF.

       EVALUATE-ONE-CASE-FOR-REFERRAL.
           PERFORM CHECK-OPEN-INCIDENT.
           IF WS-UNDER-OPEN-INCIDENT = 'Y'
               AND NOT DM-STATUS-RELEASED
               ADD 1 TO WS-INCIDENT-COUNT
           END-IF.
           IF DM-STATUS-RELEASED OR DM-HOLD-ACTIVE
               OR WS-UNDER-OPEN-INCIDENT = 'Y'
               CONTINUE
           ELSE
               MOVE DM-CASE-NUMBER TO DISP-CASE-NUMBER
                   WS-INTAKE-DAYNO
               COMPUTE WS-CASE-AGE-DAYS =
                   WS-TODAY-DAYNO - WS-INTAKE-DAYNO
               PERFORM FIND-FACILITY-THRESHOLD
               IF WS-HAS-DISPOSITION = 'N'
                   AND WS-HAS-REFERRAL = 'N'
                   AND WS-CASE-AGE-DAYS > WS-CASE-RETENTION-DAYS
                   PERFORM REFER-ONE-CASE
               END-IF
           END-IF.

      * A case tagged to a mass-fatality incident that is still open
      * is being worked with the rest of the incident, not forgotten
      * - it stays out of the county sweep until PRG290 closes the
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

      * Same per-facility threshold PRG25 ages against, so the sweep
      * refers exactly the cases the aging report flags.
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

       REFER-ONE-CASE.
           MOVE SPACES TO REFERRAL-RECORD.
           MOVE DM-CASE-NUMBER TO REF-CASE-NUMBER.
