      * row, aged to the minute off the PRG95 day-number service and
      * the PRG5 intake stamp. The monthly summary gives referral
      * counts, the average intake-to-referral time, and the intakes
      * that month that never got a referral at all. The deadline is
      * each facility's OPODEADH site parameter in force today,
      * through PRG275 (4 hours when none is on file), and the hours
      * used head the alert report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG195.
       ENVIRONMENT DIVISION.
       77 WS-EVENT-TIME       PIC X(8).
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
      * The referral deadline in hours from intake - per our OPO
      * agreement; used for a facility with no OPODEADH row on
      * SITEPARM.DAT.
       77 WS-DEADLINE-HOURS   PIC 9(2) VALUE 04.
       77 WS-DEADLINE-MINS    PIC S9(7) USAGE IS COMP VALUE ZERO.
       77 WS-CASE-DEADLINE-HOURS PIC 9(2).
       77 WS-PARM-FACILITY    PIC X(4).
       77 WS-PARM-CODE        PIC X(8) VALUE 'OPODEADH'.
       77 WS-PARM-VALUE       PIC S9(5)V99.
       77 WS-PARM-EFFECTIVE   PIC 9(8).
       77 WS-FP-IDX           PIC 9(3) USAGE IS COMP.
       77 WS-FP-FOUND         PIC X VALUE 'N'.
      * Ages are exact: PRG95 day numbers carry the date part, the
      * HH:MM of the PRG5-style stamps carries the rest.
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       01 WS-MONTH-PARSE.
          05 WS-MP-YYYYMM     PIC 9(6).
          05 WS-MP-DD         PIC 9(2).
      * Deadlines already looked up this run, one per facility.
       01 WS-FACILITY-PARM-TABLE.
          05 WS-FP-USED       PIC 9(3) USAGE IS COMP VALUE ZERO.
          05 WS-FP-ENTRY OCCURS 20 TIMES.
             10 WS-FP-FACILITY PIC X(4).
             10 WS-FP-HOURS   PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-TODAY-DAYNO.
           PERFORM OPEN-REFERRAL-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-DM-STATUS NOT = '00' OR WS-OPO-STATUS NOT = '00'
           DISPLAY ' '.
           DISPLAY 'OVERDUE OPO REFERRAL ALERTS - '
               WS-TODAY-YYYYMMDD.
           MOVE ZERO TO WS-FP-USED.
           MOVE 'MAIN' TO WS-PARM-FACILITY.
           PERFORM LOAD-FACILITY-DEADLINE.
           MOVE 'ANNX' TO WS-PARM-FACILITY.
           PERFORM LOAD-FACILITY-DEADLINE.
           DISPLAY 'CASE    NAME                            '
               'INTAKE             AGE-HRS'.
           MOVE LOW-VALUES TO DM-CASE-NUMBER.
           READ OPO-REFERRAL-FILE
               INVALID KEY
                   PERFORM AGE-INTAKE-TO-NOW
                   PERFORM FIND-FACILITY-DEADLINE
                   IF WS-AGE-MINUTES > WS-DEADLINE-MINS
                       ADD 1 TO WS-ALERT-COUNT
                       COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
                   CONTINUE
           END-READ.

      * A facility met for the first time is looked up and its
      * deadline printed, so every value the alert used is on it.
       FIND-FACILITY-DEADLINE.
           MOVE 'N' TO WS-FP-FOUND.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
               UNTIL WS-FP-IDX > WS-FP-USED OR WS-FP-FOUND = 'Y'
               IF WS-FP-FACILITY (WS-FP-IDX) = DM-FACILITY-ID
                   MOVE 'Y' TO WS-FP-FOUND
               END-IF
           END-PERFORM.
           IF WS-FP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-FP-IDX
               MOVE WS-FP-HOURS (WS-FP-IDX) TO WS-CASE-DEADLINE-HOURS
           ELSE
               MOVE DM-FACILITY-ID TO WS-PARM-FACILITY
               PERFORM LOAD-FACILITY-DEADLINE
           END-IF.
           COMPUTE WS-DEADLINE-MINS = WS-CASE-DEADLINE-HOURS * 60.

       LOAD-FACILITY-DEADLINE.
           MOVE WS-DEADLINE-HOURS TO WS-PARM-VALUE.
           CALL 'PRG275' USING WS-PARM-FACILITY, WS-PARM-CODE,
               WS-TODAY-YYYYMMDD, WS-PARM-VALUE, WS-PARM-EFFECTIVE.
           MOVE WS-PARM-VALUE TO WS-CASE-DEADLINE-HOURS.
           IF WS-FP-USED < 20
               ADD 1 TO WS-FP-USED
               MOVE WS-PARM-FACILITY TO WS-FP-FACILITY (WS-FP-USED)
               MOVE WS-CASE-DEADLINE-HOURS TO WS-FP-HOURS (WS-FP-USED)
           END-IF.
           IF WS-PARM-EFFECTIVE = ZERO
               DISPLAY 'DEADLINE ' WS-PARM-FACILITY ': '
                   WS-CASE-DEADLINE-HOURS
                   ' HOURS FROM INTAKE (DEFAULT)'
           ELSE
               DISPLAY 'DEADLINE ' WS-PARM-FACILITY ': '
                   WS-CASE-DEADLINE-HOURS ' HOURS FROM INTAKE '
                   '(EFFECTIVE ' WS-PARM-EFFECTIVE ')'
           END-IF.

       AGE-INTAKE-TO-NOW.
           MOVE DM-INTAKE-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-INTAKE-DAYNO.
