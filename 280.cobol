      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Site Parameter Maintenance - keys the thresholds the batch
      * programs read through PRG275 in place of values compiled
      * into them: RETNDAYS (PRG25/PRG115 retention days), OPODEADH
      * (PRG195 OPO referral deadline, hours), BANDLOW and BANDHIGH
      * (PRG145 cooler band, degrees F), CERTDAYS (PRG310 days to
      * wait on the state registrar). Each row is held per
      * facility with the date it takes effect, so a change can be
      * keyed ahead and the old value stays on file for the day an
      * inspector asks what was in force. Only a level 3 operator
      * may sign on. Every add or change is journaled to AUDIT.DAT
      * under case 'PARAMS' with the facility and code as the field
      * name and the value in force before and after, so the trail
      * shows who moved a threshold, from what, to what, and when.
      * A facility is one of the two buildings or a storage unit
      * PRG290 has on STORUNIT.DAT, standing or torn down, so a
      * unit's cooler band can be keyed the day it is stood up and
      * its history read after it is gone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG280.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-PARAMETER-FILE ASSIGN TO "SITEPARM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPAR-KEY
           FILE STATUS IS WS-SPAR-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT STORAGE-UNIT-FILE ASSIGN TO "STORUNIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FACILITY-ID
           FILE STATUS IS WS-FAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-PARAMETER-FILE.
           COPY "SPARREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       FD  AUDIT-LOG-FILE.
           COPY "AUDREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-SPAR-STATUS      PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-AUD-STATUS       PIC XX.
       77 WS-FAC-STATUS       PIC XX.
       77 WS-FACILITY-OK      PIC X VALUE 'N'.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-FACILITY         PIC X(4).
       77 WS-PARM-CODE        PIC X(8).
       77 WS-EFFECTIVE-DATE   PIC 9(8).
       77 WS-NEW-VALUE        PIC S9(5)V99.
       77 WS-DESCRIPTION      PIC X(30).
       77 WS-ENTRY-OK         PIC X VALUE 'N'.
       77 WS-ROW-ON-FILE      PIC X VALUE 'N'.
       77 WS-PRIOR-VALUE      PIC S9(5)V99.
       77 WS-PRIOR-EFFECTIVE  PIC 9(8).
       77 WS-LOOKUP-CODE      PIC X(8).
       77 WS-LOOKUP-VALUE     PIC S9(5)V99.
       77 WS-LOOKUP-EFFECTIVE PIC 9(8).
       77 WS-WHOLE-VALUE      PIC S9(5).
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-VALUE-EDIT       PIC -(5)9.99.
      * PRG145's compiled cooler band, in force for a facility with
      * no BANDLOW/BANDHIGH row - the other end a new band value is
      * checked against when that end is not on file.
       77 WS-DEFAULT-BAND-LOW  PIC S9(5)V99 VALUE +34.00.
       77 WS-DEFAULT-BAND-HIGH PIC S9(5)V99 VALUE +40.00.
       01 WS-STAMP-DATE.
          02 WS-SD-YYYY       PIC X(4).
          02 WS-SD-MM         PIC X(2).
          02 WS-SD-DD         PIC X(2).
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
      * Old and new values go to the audit trail as text, the value
      * with the effective date it was (or is) in force from.
       01 WS-AUDIT-VALUE.
          05 WS-AV-VALUE      PIC -(5)9.99.
          05 FILLER           PIC X(5) VALUE ' EFF '.
          05 WS-AV-EFFECTIVE  PIC 9(8).
       01 WS-AUDIT-FIELD.
          05 WS-AF-FACILITY   PIC X(4).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AF-CODE       PIC X(8).
       01 WS-PARM-LINE.
          05 WS-PL-FACILITY   PIC X(4).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-PL-CODE       PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-PL-EFFECTIVE  PIC 9(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-PL-VALUE      PIC -(5)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-PL-CHANGED-BY PIC X(10).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-PL-DESC       PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-PARAMETER-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-SPAR-STATUS NOT = '00' OR WS-OPR-STATUS NOT = '00'
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
                   WHEN 1 PERFORM SET-PARAMETER
                   WHEN 2 PERFORM INQUIRE-PARAMETER-HISTORY
                   WHEN 3 PERFORM LIST-PARAMETERS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG280: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-PARAMETER-FILES.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. ADD OR CHANGE SITE PARAMETER'.
           DISPLAY '2. PARAMETER HISTORY FOR FACILITY'.
           DISPLAY '3. LIST ALL SITE PARAMETERS'.
           DISPLAY '9. EXIT'.

       OPEN-PARAMETER-FILES.
           OPEN I-O SITE-PARAMETER-FILE.
           IF WS-SPAR-STATUS = '35'
               OPEN OUTPUT SITE-PARAMETER-FILE
               CLOSE SITE-PARAMETER-FILE
               OPEN I-O SITE-PARAMETER-FILE
           END-IF.
           IF WS-SPAR-STATUS NOT = '00'
               DISPLAY 'PRG280: UNABLE TO OPEN PARAMETER FILE, '
                   'STATUS = ' WS-SPAR-STATUS
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG280: UNABLE TO OPEN OPERATOR MASTER, '
                   'STATUS = ' WS-OPR-STATUS
           END-IF.

       CLOSE-PARAMETER-FILES.
           IF WS-SPAR-STATUS = '00'
               CLOSE SITE-PARAMETER-FILE
           END-IF.
           IF WS-OPR-STATUS = '00'
               CLOSE OPERATOR-MASTER
           END-IF.

      * Thresholds decide what the inspector sees flagged, so only a
      * supervisor (level 3) may move them.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG280: STAFF ID NOT ON FILE'
               NOT INVALID KEY
                   IF NOT OPR-ACTIVE
                       DISPLAY 'PRG280: STAFF ID NOT ACTIVE'
                   ELSE
                       IF OPR-AUTH-LEVEL < 3
                           DISPLAY 'PRG280: AUTHORITY LEVEL '
                               OPR-AUTH-LEVEL ' TOO LOW'
                       ELSE
                           MOVE 'Y' TO WS-SIGNON-OK
                           DISPLAY 'PRG280: SIGNED ON ' OPR-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG280: SIGN-ON REFUSED'
           END-IF.

       ACCEPT-FACILITY-AND-CODE.
           MOVE 'N' TO WS-ENTRY-OK.
           DISPLAY 'FACILITY (MAIN/ANNX/UNIT ID): ' WITH NO ADVANCING.
           ACCEPT WS-FACILITY.
           DISPLAY 'PARAMETER CODE (RETNDAYS/OPODEADH/BANDLOW/'
               'BANDHIGH/CERTDAYS): ' WITH NO ADVANCING.
           ACCEPT WS-PARM-CODE.
           PERFORM CHECK-PARAMETER-FACILITY.
           MOVE WS-PARM-CODE TO SPAR-PARM-CODE.
           IF WS-FACILITY-OK NOT = 'Y'
               DISPLAY 'PRG280: FACILITY MUST BE MAIN, ANNX OR A '
                   'STORAGE UNIT ON FILE'
           ELSE
               IF NOT SPAR-CODE-VALID
                   DISPLAY 'PRG280: UNKNOWN PARAMETER CODE '
                       WS-PARM-CODE
               ELSE
                   MOVE 'Y' TO WS-ENTRY-OK
               END-IF
           END-IF.

      * No unit file means no units, not a failure.
       CHECK-PARAMETER-FACILITY.
           MOVE 'N' TO WS-FACILITY-OK.
           IF WS-FACILITY = 'MAIN' OR WS-FACILITY = 'ANNX'
               MOVE 'Y' TO WS-FACILITY-OK
           ELSE
               OPEN INPUT STORAGE-UNIT-FILE
               IF WS-FAC-STATUS = '00'
                   MOVE WS-FACILITY TO FAC-FACILITY-ID
                   READ STORAGE-UNIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FACILITY-OK
                   END-READ
                   CLOSE STORAGE-UNIT-FILE
               END-IF
           END-IF.

      * A row for the same facility, code and effective date is a
      * correction and is rewritten; any other date is a new row.
      * The old value journaled is the one in force on the effective
      * date before this change - the corrected row itself, or the
      * row it supersedes - so the trail reads as a before/after.
       SET-PARAMETER.
           PERFORM ACCEPT-FACILITY-AND-CODE.
           IF WS-ENTRY-OK = 'Y'
               DISPLAY 'EFFECTIVE DATE (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT WS-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE = ZERO
                   DISPLAY 'PRG280: EFFECTIVE DATE REQUIRED'
               ELSE
                   PERFORM FIND-PRIOR-VALUE
                   DISPLAY 'NEW VALUE: ' WITH NO ADVANCING
                   ACCEPT WS-NEW-VALUE
                   PERFORM CHECK-NEW-VALUE
                   IF WS-ENTRY-OK = 'Y'
                       DISPLAY 'DESCRIPTION / REASON: '
                           WITH NO ADVANCING
                       ACCEPT WS-DESCRIPTION
                       PERFORM STORE-PARAMETER-ROW
                   END-IF
               END-IF
           END-IF.

      * Whole days and hours cannot be zero or fractional; the band
      * may be anything, but low must stay below high.
       CHECK-NEW-VALUE.
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE WS-PARM-CODE TO SPAR-PARM-CODE.
           IF SPAR-RETENTION-DAYS OR SPAR-OPO-DEADLINE
               OR SPAR-CERT-DAYS
               MOVE WS-NEW-VALUE TO WS-WHOLE-VALUE
               IF WS-NEW-VALUE NOT > ZERO
                   OR WS-WHOLE-VALUE NOT = WS-NEW-VALUE
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
               IF WS-NEW-VALUE > 99 AND SPAR-OPO-DEADLINE
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
               IF WS-ENTRY-OK = 'N'
                   DISPLAY 'PRG280: VALUE MUST BE A WHOLE NUMBER '
                       'GREATER THAN ZERO'
               END-IF
           END-IF.
           IF SPAR-BAND-LOW OR SPAR-BAND-HIGH
               PERFORM CHECK-BAND-ORDER
           END-IF.

      * Checked against the other end of the band in force on the
      * same effective date - the facility's row when it has one,
      * else PRG145's default, which is what PRG145 will pair the
      * new value with.
       CHECK-BAND-ORDER.
           IF SPAR-BAND-LOW
               MOVE 'BANDHIGH' TO WS-LOOKUP-CODE
           ELSE
               MOVE 'BANDLOW ' TO WS-LOOKUP-CODE
           END-IF.
           PERFORM FIND-VALUE-IN-FORCE.
           MOVE WS-PARM-CODE TO SPAR-PARM-CODE.
           IF WS-LOOKUP-EFFECTIVE = ZERO
               IF SPAR-BAND-LOW
                   MOVE WS-DEFAULT-BAND-HIGH TO WS-LOOKUP-VALUE
               ELSE
                   MOVE WS-DEFAULT-BAND-LOW TO WS-LOOKUP-VALUE
               END-IF
           END-IF.
           IF SPAR-BAND-LOW
               AND WS-NEW-VALUE NOT < WS-LOOKUP-VALUE
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF SPAR-BAND-HIGH
               AND WS-NEW-VALUE NOT > WS-LOOKUP-VALUE
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 'N'
               MOVE WS-LOOKUP-VALUE TO WS-VALUE-EDIT
               DISPLAY 'PRG280: BAND LOW MUST BE BELOW BAND HIGH,'
                   ' OTHER END IS ' WS-VALUE-EDIT
           END-IF.

       FIND-PRIOR-VALUE.
           MOVE WS-PARM-CODE TO WS-LOOKUP-CODE.
           PERFORM FIND-VALUE-IN-FORCE.
           MOVE WS-LOOKUP-VALUE TO WS-PRIOR-VALUE.
           MOVE WS-LOOKUP-EFFECTIVE TO WS-PRIOR-EFFECTIVE.
           IF WS-PRIOR-EFFECTIVE = WS-EFFECTIVE-DATE
               MOVE 'Y' TO WS-ROW-ON-FILE
           ELSE
               MOVE 'N' TO WS-ROW-ON-FILE
           END-IF.
           IF WS-PRIOR-EFFECTIVE = ZERO
               DISPLAY 'PRG280: NO VALUE ON FILE BEFORE THIS DATE - '
                   'PROGRAM DEFAULT IN FORCE'
           ELSE
               MOVE WS-PRIOR-VALUE TO WS-VALUE-EDIT
               DISPLAY 'PRG280: VALUE IN FORCE ' WS-VALUE-EDIT
                   ' FROM ' WS-PRIOR-EFFECTIVE
           END-IF.

      * The same rule PRG275 applies for the batch programs: the
      * latest row for the facility and code effective on or before
      * the date keyed.
       FIND-VALUE-IN-FORCE.
           MOVE ZERO TO WS-LOOKUP-VALUE.
           MOVE ZERO TO WS-LOOKUP-EFFECTIVE.
           MOVE WS-FACILITY TO SPAR-FACILITY-ID.
           MOVE WS-LOOKUP-CODE TO SPAR-PARM-CODE.
           MOVE ZERO TO SPAR-EFFECTIVE-DATE.
           START SITE-PARAMETER-FILE KEY IS NOT LESS THAN SPAR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SITE-PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF SPAR-FACILITY-ID NOT = WS-FACILITY
                           OR SPAR-PARM-CODE NOT = WS-LOOKUP-CODE
                           OR SPAR-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
                           MOVE 'N' TO WS-MORE-RECORDS
                       ELSE
                           MOVE SPAR-VALUE TO WS-LOOKUP-VALUE
                           MOVE SPAR-EFFECTIVE-DATE
                               TO WS-LOOKUP-EFFECTIVE
                       END-IF
               END-READ
           END-PERFORM.

       STORE-PARAMETER-ROW.
           PERFORM STAMP-NOW.
           MOVE WS-FACILITY TO SPAR-FACILITY-ID.
           MOVE WS-PARM-CODE TO SPAR-PARM-CODE.
           MOVE WS-EFFECTIVE-DATE TO SPAR-EFFECTIVE-DATE.
           IF WS-ROW-ON-FILE = 'Y'
               READ SITE-PARAMETER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
               END-READ
           END-IF.
           MOVE WS-NEW-VALUE TO SPAR-VALUE.
           MOVE WS-DESCRIPTION TO SPAR-DESCRIPTION.
           MOVE WS-STAFF-ID TO SPAR-CHANGED-BY.
           MOVE WS-STAMP-DATE TO SPAR-CHANGED-DATE.
           MOVE WS-STAMP-TIME TO SPAR-CHANGED-TIME.
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE SITE-PARAMETER-RECORD
           ELSE
               WRITE SITE-PARAMETER-RECORD
           END-IF.
           IF WS-SPAR-STATUS = '00'
               DISPLAY 'PRG280: ' WS-FACILITY ' ' WS-PARM-CODE
                   ' SET FROM ' WS-EFFECTIVE-DATE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'PRG280: PARAMETER WRITE FAILED, STATUS = '
                   WS-SPAR-STATUS
           END-IF.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.

      * No prior row journals as blank, i.e. the program default.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE 'PARAMS' TO AUD-CASE-NUMBER.
           MOVE WS-STAFF-ID TO AUD-STAFF-ID.
           MOVE WS-FACILITY TO WS-AF-FACILITY.
           MOVE WS-PARM-CODE TO WS-AF-CODE.
           MOVE WS-AUDIT-FIELD TO AUD-FIELD-NAME.
           IF WS-PRIOR-EFFECTIVE = ZERO
               MOVE SPACES TO AUD-OLD-VALUE
           ELSE
               MOVE WS-PRIOR-VALUE TO WS-AV-VALUE
               MOVE WS-PRIOR-EFFECTIVE TO WS-AV-EFFECTIVE
               MOVE WS-AUDIT-VALUE TO AUD-OLD-VALUE
           END-IF.
           MOVE WS-NEW-VALUE TO WS-AV-VALUE.
           MOVE WS-EFFECTIVE-DATE TO WS-AV-EFFECTIVE.
           MOVE WS-AUDIT-VALUE TO AUD-NEW-VALUE.
           MOVE WS-STAMP-DATE TO AUD-EVENT-DATE.
           MOVE WS-STAMP-TIME TO AUD-EVENT-TIME.
           WRITE AUDIT-RECORD.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PRG280: AUDIT LOG WRITE FAILED, STATUS = '
                   WS-AUD-STATUS
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       INQUIRE-PARAMETER-HISTORY.
           PERFORM ACCEPT-FACILITY-AND-CODE.
           IF WS-ENTRY-OK = 'Y'
               MOVE ZERO TO WS-LIST-COUNT
               DISPLAY 'FAC   CODE      EFFECTIVE      VALUE  '
                   'CHANGED BY  DESCRIPTION'
               MOVE WS-FACILITY TO SPAR-FACILITY-ID
               MOVE WS-PARM-CODE TO SPAR-PARM-CODE
               MOVE ZERO TO SPAR-EFFECTIVE-DATE
               START SITE-PARAMETER-FILE
                   KEY IS NOT LESS THAN SPAR-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ SITE-PARAMETER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF SPAR-FACILITY-ID NOT = WS-FACILITY
                               OR SPAR-PARM-CODE NOT = WS-PARM-CODE
                               MOVE 'N' TO WS-MORE-RECORDS
                           ELSE
                               PERFORM SHOW-PARAMETER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LIST-COUNT = ZERO
                   DISPLAY 'PRG280: NO ROWS - PROGRAM DEFAULT IN FORCE'
               END-IF
           END-IF.

       LIST-PARAMETERS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY 'FAC   CODE      EFFECTIVE      VALUE  '
               'CHANGED BY  DESCRIPTION'.
           MOVE LOW-VALUES TO SPAR-KEY.
           START SITE-PARAMETER-FILE KEY IS NOT LESS THAN SPAR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SITE-PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       PERFORM SHOW-PARAMETER-LINE
               END-READ
           END-PERFORM.
           DISPLAY 'PARAMETER ROWS: ' WS-LIST-COUNT.

       SHOW-PARAMETER-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SPAR-FACILITY-ID TO WS-PL-FACILITY.
           MOVE SPAR-PARM-CODE TO WS-PL-CODE.
           MOVE SPAR-EFFECTIVE-DATE TO WS-PL-EFFECTIVE.
           MOVE SPAR-VALUE TO WS-PL-VALUE.
           MOVE SPAR-CHANGED-BY TO WS-PL-CHANGED-BY.
           MOVE SPAR-DESCRIPTION TO WS-PL-DESC.
           DISPLAY WS-PARM-LINE.
