      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Morning Release-Readiness Worklist - every release blocker
      * lives in a different file, and the desk used to find one
      * only when XLI's CLOSE-OUT-CASE or the PRG85 batch release
      * rejected the pickup with the home's driver standing at the
      * door. This run walks every open (non-RELS) case on the
      * Decedent Master, facility by facility, and checks each one
      * against every blocker the release paths enforce: an active
      * ME/coroner hold, an unidentified (Doe) case, toxicology
      * still pending on AUTOPSY.DAT, a cremation authorization
      * keyed but not complete on CREMAUTH.DAT, effects still HELD
      * on EFFECTS.DAT, no funeral home of record or a home whose
      * license has lapsed on FHMASTER.DAT, no organ-donor
      * referral on OPOREFER.DAT, and - for a case not going to
      * cremation - no burial-transit permit yet on CERTSTAT.DAT.
      * Each blocked case prints with its
      * days on hand and one line per blocker naming who has to act
      * - ME OFFICE, FAMILY, FUNERAL HOME, or OUR DESK. Cases with
      * nothing in the way print after them as READY FOR PICKUP
      * with the home's phone number, so those calls go out first.
      * A case with no cremation authorization at all is not held
      * up - most go to burial - but the ready line says so, since
      * a cremation pickup would still be refused. The worklist is
      * written to RELWORK.DAT for the morning desk.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG200.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT CREMATION-AUTH-FILE ASSIGN TO "CREMAUTH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CASE-NUMBER
           FILE STATUS IS WS-CA-STATUS.
           SELECT EFFECTS-FILE ASSIGN TO "EFFECTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFF-KEY
           FILE STATUS IS WS-EFF-STATUS.
           SELECT AUTOPSY-FILE ASSIGN TO "AUTOPSY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-CASE-NUMBER
           FILE STATUS IS WS-AX-STATUS.
           SELECT FUNERAL-HOME-MASTER ASSIGN TO "FHMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHM-HOME-CODE
           FILE STATUS IS WS-FHM-STATUS.
           SELECT OPO-REFERRAL-FILE ASSIGN TO "OPOREFER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPO-CASE-NUMBER
           FILE STATUS IS WS-OPO-STATUS.
           SELECT CERT-STATUS-FILE ASSIGN TO "CERTSTAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-NUMBER
           FILE STATUS IS WS-CS-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "RELWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  CREMATION-AUTH-FILE.
           COPY "CAREC.CPY".
       FD  EFFECTS-FILE.
           COPY "EFFREC.CPY".
       FD  AUTOPSY-FILE.
           COPY "AXREC.CPY".
       FD  FUNERAL-HOME-MASTER.
           COPY "FHMREC.CPY".
       FD  OPO-REFERRAL-FILE.
           COPY "OPOREC.CPY".
       FD  CERT-STATUS-FILE.
           COPY "CSREC.CPY".
       FD  WORKLIST-FILE.
       01  WORKLIST-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-CA-STATUS           PIC XX.
       77 WS-CA-OPEN             PIC X VALUE 'N'.
       77 WS-EFF-STATUS          PIC XX.
       77 WS-EFF-OPEN            PIC X VALUE 'N'.
       77 WS-AX-STATUS           PIC XX.
       77 WS-AX-OPEN             PIC X VALUE 'N'.
       77 WS-FHM-STATUS          PIC XX.
       77 WS-FHM-OPEN            PIC X VALUE 'N'.
       77 WS-OPO-STATUS          PIC XX.
       77 WS-OPO-OPEN            PIC X VALUE 'N'.
       77 WS-CS-STATUS           PIC XX.
       77 WS-CS-OPEN             PIC X VALUE 'N'.
       77 WS-WL-STATUS           PIC XX.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-MORE-EFFECTS        PIC X VALUE 'N'.
       77 WS-HELD-EFFECTS        PIC X VALUE 'N'.
       77 WS-CREM-AUTH-STATE     PIC X(10).
       77 WS-HOME-PHONE          PIC X(12).
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-TODAY-DAYNO         PIC 9(7).
       77 WS-INTAKE-DAYNO        PIC 9(7).
       77 WS-DATE-FOR-DAYNO      PIC 9(8).
       77 WS-DAYS-ON-HAND        PIC S9(7) USAGE IS COMP.
       77 WS-THIS-FACILITY       PIC X(4).
       77 WS-FAC-COUNT           PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-FAC-SUB             PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-FAC-FOUND           PIC X VALUE 'N'.
       77 WS-BLOCKER-COUNT       PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-BLOCKER-SUB         PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-NEW-REASON          PIC X(40).
       77 WS-NEW-PARTY           PIC X(12).
       77 WS-FAC-BLOCKED         PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-FAC-READY           PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-BLOCKED       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-READY         PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-COUNT-EDIT          PIC ZZZZ9.
      * Facilities are collected off the master as they turn up,
      * so a new site needs no change here.
       01 WS-FACILITY-TABLE.
          05 WS-FT-FACILITY      PIC X(4) OCCURS 20 TIMES.
      * Every blocker found on the case in hand, with the party who
      * has to clear it.
       01 WS-BLOCKER-TABLE.
          05 WS-BLOCKER-ENTRY OCCURS 10 TIMES.
             10 WS-BK-REASON     PIC X(40).
             10 WS-BK-PARTY      PIC X(12).
       01 WS-CASE-DETAIL.
          05 WS-CD-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-NAME          PIC X(30).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-INTAKE        PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-DAYS          PIC ZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-HOME          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-CD-EXTRA         PIC X(25).
       01 WS-BLOCKER-DETAIL.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(2) VALUE '- '.
          05 WS-BD-REASON        PIC X(40).
          05 FILLER              PIC X(7) VALUE ' ACT: '.
          05 WS-BD-PARTY         PIC X(12).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-TODAY-DAYNO.
           PERFORM OPEN-WORKLIST-FILES.
           IF WS-DM-STATUS = '00' AND WS-WL-STATUS = '00'
               PERFORM WRITE-WORKLIST-HEADING
               PERFORM COLLECT-OPEN-FACILITIES
               PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
                   UNTIL WS-FAC-SUB > WS-FAC-COUNT
                   MOVE WS-FT-FACILITY (WS-FAC-SUB)
                       TO WS-THIS-FACILITY
                   PERFORM PRINT-FACILITY-WORKLIST
               END-PERFORM
               PERFORM PRINT-WORKLIST-SUMMARY
           END-IF.
           PERFORM CLOSE-WORKLIST-FILES.
           DISPLAY 'PRG200: CASES BLOCKED  : ' WS-TOTAL-BLOCKED.
           DISPLAY 'PRG200: READY FOR PICKUP: ' WS-TOTAL-READY.
           STOP RUN.

      * The master and the worklist are required; every blocker
      * file is optional - a missing one is reported and that
      * blocker goes unchecked rather than the whole run failing.
       OPEN-WORKLIST-FILES.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG200: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           IF WS-WL-STATUS NOT = '00'
               DISPLAY 'PRG200: UNABLE TO OPEN WORKLIST FILE, '
                   'STATUS = ' WS-WL-STATUS
           END-IF.
           OPEN INPUT CREMATION-AUTH-FILE.
           IF WS-CA-STATUS = '00'
               MOVE 'Y' TO WS-CA-OPEN
           ELSE
               DISPLAY 'PRG200: CREMATION AUTH FILE UNAVAILABLE - '
                   'AUTHORIZATIONS NOT CHECKED'
           END-IF.
           OPEN INPUT EFFECTS-FILE.
           IF WS-EFF-STATUS = '00'
               MOVE 'Y' TO WS-EFF-OPEN
           ELSE
               DISPLAY 'PRG200: EFFECTS FILE UNAVAILABLE - '
                   'HELD EFFECTS NOT CHECKED'
           END-IF.
           OPEN INPUT AUTOPSY-FILE.
           IF WS-AX-STATUS = '00'
               MOVE 'Y' TO WS-AX-OPEN
           ELSE
               DISPLAY 'PRG200: AUTOPSY FILE UNAVAILABLE - '
                   'TOXICOLOGY NOT CHECKED'
           END-IF.
           OPEN INPUT FUNERAL-HOME-MASTER.
           IF WS-FHM-STATUS = '00'
               MOVE 'Y' TO WS-FHM-OPEN
           ELSE
               DISPLAY 'PRG200: FUNERAL HOME MASTER UNAVAILABLE - '
                   'LICENSES NOT CHECKED'
           END-IF.
           OPEN INPUT OPO-REFERRAL-FILE.
           IF WS-OPO-STATUS = '00'
               MOVE 'Y' TO WS-OPO-OPEN
           ELSE
               DISPLAY 'PRG200: OPO REFERRAL FILE UNAVAILABLE - '
                   'REFERRALS NOT CHECKED'
           END-IF.
           OPEN INPUT CERT-STATUS-FILE.
           IF WS-CS-STATUS = '00'
               MOVE 'Y' TO WS-CS-OPEN
           ELSE
               DISPLAY 'PRG200: CERTIFICATE STATUS FILE UNAVAILABLE - '
                   'PERMITS NOT CHECKED'
           END-IF.

       CLOSE-WORKLIST-FILES.
           IF WS-DM-STATUS = '00'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-WL-STATUS = '00'
               CLOSE WORKLIST-FILE
           END-IF.
           IF WS-CA-OPEN = 'Y'
               CLOSE CREMATION-AUTH-FILE
           END-IF.
           IF WS-EFF-OPEN = 'Y'
               CLOSE EFFECTS-FILE
           END-IF.
           IF WS-AX-OPEN = 'Y'
               CLOSE AUTOPSY-FILE
           END-IF.
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
           END-IF.
           IF WS-OPO-OPEN = 'Y'
               CLOSE OPO-REFERRAL-FILE
           END-IF.
           IF WS-CS-OPEN = 'Y'
               CLOSE CERT-STATUS-FILE
           END-IF.

       WRITE-WORKLIST-HEADING.
           MOVE ALL '=' TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING 'RELEASE-READINESS WORKLIST  ' WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE ALL '=' TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

      * Pass one: every facility holding at least one open case.
       COLLECT-OPEN-FACILITIES.
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
                       IF NOT DM-STATUS-RELEASED
                           PERFORM NOTE-ONE-FACILITY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-FACILITY.
           MOVE 'N' TO WS-FAC-FOUND.
           PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FAC-COUNT
               OR WS-FAC-FOUND = 'Y'
               IF WS-FT-FACILITY (WS-FAC-SUB) = DM-FACILITY-ID
                   MOVE 'Y' TO WS-FAC-FOUND
               END-IF
           END-PERFORM.
           IF WS-FAC-FOUND NOT = 'Y'
               IF WS-FAC-COUNT < 20
                   ADD 1 TO WS-FAC-COUNT
                   MOVE DM-FACILITY-ID TO WS-FT-FACILITY (WS-FAC-COUNT)
               ELSE
                   DISPLAY 'PRG200: FACILITY TABLE FULL AT 20 - '
                       'FACILITY SKIPPED: ' DM-FACILITY-ID
               END-IF
           END-IF.

      * One facility: the blocked cases first, each with its
      * blockers, then the cases ready to go out the door.
       PRINT-FACILITY-WORKLIST.
           MOVE ZERO TO WS-FAC-BLOCKED.
           MOVE ZERO TO WS-FAC-READY.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING 'FACILITY ' WS-THIS-FACILITY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE 'CASES BLOCKED FROM RELEASE' TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE 'CASE    NAME                            INTAKE    '
               TO WORKLIST-LINE.
           MOVE 'DAYS  HOME' TO WORKLIST-LINE (51:10).
           WRITE WORKLIST-LINE.
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
                       IF NOT DM-STATUS-RELEASED
                           AND DM-FACILITY-ID = WS-THIS-FACILITY
                           PERFORM CHECK-CASE-BLOCKERS
                           IF WS-BLOCKER-COUNT > ZERO
                               PERFORM WRITE-BLOCKED-CASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE 'READY FOR PICKUP' TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE 'CASE    NAME                            INTAKE    '
               TO WORKLIST-LINE.
           MOVE 'DAYS  HOME    PHONE' TO WORKLIST-LINE (51:19).
           WRITE WORKLIST-LINE.
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
                       IF NOT DM-STATUS-RELEASED
                           AND DM-FACILITY-ID = WS-THIS-FACILITY
                           PERFORM CHECK-CASE-BLOCKERS
                           IF WS-BLOCKER-COUNT = ZERO
                               PERFORM WRITE-READY-CASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           MOVE WS-FAC-BLOCKED TO WS-COUNT-EDIT.
           STRING 'FACILITY ' WS-THIS-FACILITY '  BLOCKED: '
               WS-COUNT-EDIT DELIMITED BY SIZE INTO WORKLIST-LINE.
           MOVE WS-FAC-READY TO WS-COUNT-EDIT.
           STRING '  READY: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE (30:20).
           WRITE WORKLIST-LINE.
           ADD WS-FAC-BLOCKED TO WS-TOTAL-BLOCKED.
           ADD WS-FAC-READY TO WS-TOTAL-READY.

      * Every check the release paths make, in the order XLI and
      * PRG85 make them, each adding a blocker line with the party
      * who has to clear it. Nothing here stops at the first one -
      * the desk needs the whole list to work the case in one call.
       CHECK-CASE-BLOCKERS.
           MOVE ZERO TO WS-BLOCKER-COUNT.
           MOVE SPACES TO WS-HOME-PHONE.
           MOVE 'NONE' TO WS-CREM-AUTH-STATE.
           MOVE DM-INTAKE-DATE TO WS-DATE-FOR-DAYNO.
           CALL 'PRG95' USING WS-DATE-FOR-DAYNO, WS-INTAKE-DAYNO.
           COMPUTE WS-DAYS-ON-HAND = WS-TODAY-DAYNO - WS-INTAKE-DAYNO.
           IF DM-HOLD-ACTIVE
               MOVE 'ME/CORONER HOLD ACTIVE' TO WS-NEW-REASON
               MOVE 'ME OFFICE' TO WS-NEW-PARTY
               PERFORM ADD-ONE-BLOCKER
           END-IF.
           IF DM-DOE-CASE
               MOVE 'UNIDENTIFIED (DOE) CASE' TO WS-NEW-REASON
               MOVE 'ME OFFICE' TO WS-NEW-PARTY
               PERFORM ADD-ONE-BLOCKER
           END-IF.
           PERFORM CHECK-TOXICOLOGY-PENDING.
           PERFORM CHECK-CREMATION-AUTHORITY.
           PERFORM CHECK-TRANSIT-PERMIT.
           PERFORM CHECK-EFFECTS-RECEIPTED.
           PERFORM CHECK-RELEASE-FUNERAL-HOME.
           PERFORM CHECK-OPO-REFERRAL.

       ADD-ONE-BLOCKER.
           IF WS-BLOCKER-COUNT < 10
               ADD 1 TO WS-BLOCKER-COUNT
               MOVE WS-NEW-REASON TO WS-BK-REASON (WS-BLOCKER-COUNT)
               MOVE WS-NEW-PARTY TO WS-BK-PARTY (WS-BLOCKER-COUNT)
           END-IF.

       CHECK-TOXICOLOGY-PENDING.
           IF WS-AX-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO AX-CASE-NUMBER
               READ AUTOPSY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AX-TOX-PENDING
                           MOVE 'TOXICOLOGY PENDING' TO WS-NEW-REASON
                           MOVE 'ME OFFICE' TO WS-NEW-PARTY
                           PERFORM ADD-ONE-BLOCKER
                       END-IF
               END-READ
           END-IF.

      * An authorization the family has started but not finished
      * is a cremation in progress, and it blocks. No row at all is
      * only noted on the ready line - XLI and PRG85 refuse a
      * cremation without one, but a burial goes out regardless.
       CHECK-CREMATION-AUTHORITY.
           IF WS-CA-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO CA-CASE-NUMBER
               READ CREMATION-AUTH-FILE
                   INVALID KEY
                       MOVE 'NONE' TO WS-CREM-AUTH-STATE
                   NOT INVALID KEY
                       IF CA-AUTHORIZING-PARTY NOT = SPACES
                           AND CA-RELATIONSHIP NOT = SPACES
                           AND CA-SIGNATURE-DATE NOT = ZERO
                           AND CA-PERMIT-NUMBER NOT = SPACES
                           AND CA-PERMIT-DATE NOT = ZERO
                           MOVE 'COMPLETE' TO WS-CREM-AUTH-STATE
                       ELSE
                           MOVE 'INCOMPLETE' TO WS-CREM-AUTH-STATE
                           MOVE 'CREMATION AUTHORIZATION INCOMPLETE'
                               TO WS-NEW-REASON
                           MOVE 'FAMILY' TO WS-NEW-PARTY
                           PERFORM ADD-ONE-BLOCKER
                       END-IF
               END-READ
           END-IF.

      * With no cremation authorization started the case is taken
      * to be going out BUR or XFER, which XLI and PRG85 refuse
      * without the state's burial-transit permit. Who acts depends
      * on where the certificate stands: not sent or rejected is
      * ours to put right, sent and unanswered is the registrar's.
       CHECK-TRANSIT-PERMIT.
           IF WS-CS-OPEN = 'Y' AND WS-CREM-AUTH-STATE = 'NONE'
               MOVE DM-CASE-NUMBER TO CS-CASE-NUMBER
               READ CERT-STATUS-FILE
                   INVALID KEY
                       MOVE 'DEATH CERTIFICATE NOT YET SENT'
                           TO WS-NEW-REASON
                       MOVE 'OUR DESK' TO WS-NEW-PARTY
                       PERFORM ADD-ONE-BLOCKER
                   NOT INVALID KEY
                       IF CS-PERMIT-NUMBER = SPACES
                           OR CS-PERMIT-DATE = ZERO
                           IF CS-REJECTED
                               MOVE 'CERTIFICATE REJECTED BY STATE'
                                   TO WS-NEW-REASON
                               MOVE 'OUR DESK' TO WS-NEW-PARTY
                           ELSE
                               MOVE 'NO BURIAL-TRANSIT PERMIT YET'
                                   TO WS-NEW-REASON
                               MOVE 'REGISTRAR' TO WS-NEW-PARTY
                           END-IF
                           PERFORM ADD-ONE-BLOCKER
                       END-IF
               END-READ
           END-IF.

       CHECK-EFFECTS-RECEIPTED.
           MOVE 'N' TO WS-HELD-EFFECTS.
           IF WS-EFF-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO EFF-CASE-NUMBER
               MOVE ZERO TO EFF-ITEM-NUMBER
               START EFFECTS-FILE KEY IS NOT LESS THAN EFF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-EFFECTS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-EFFECTS
               END-START
               PERFORM UNTIL WS-MORE-EFFECTS = 'N'
                   READ EFFECTS-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-EFFECTS
                       NOT AT END
                           IF EFF-CASE-NUMBER = DM-CASE-NUMBER
                               IF EFF-STATUS-HELD
                                   MOVE 'Y' TO WS-HELD-EFFECTS
                                   MOVE 'N' TO WS-MORE-EFFECTS
                               END-IF
                           ELSE
                               MOVE 'N' TO WS-MORE-EFFECTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HELD-EFFECTS = 'Y'
               MOVE 'EFFECTS STILL HELD - RECEIPT IN XLI'
                   TO WS-NEW-REASON
               MOVE 'OUR DESK' TO WS-NEW-PARTY
               PERFORM ADD-ONE-BLOCKER
           END-IF.

      * The same home test XLI's close-out applies: a home of record
      * on the case, on the PRG55 master, with a license in force.
       CHECK-RELEASE-FUNERAL-HOME.
           IF DM-FUNERAL-HOME = SPACES
               MOVE 'NO FUNERAL HOME OF RECORD' TO WS-NEW-REASON
               MOVE 'FAMILY' TO WS-NEW-PARTY
               PERFORM ADD-ONE-BLOCKER
           ELSE
               IF WS-FHM-OPEN = 'Y'
                   MOVE DM-FUNERAL-HOME TO FHM-HOME-CODE
                   READ FUNERAL-HOME-MASTER
                       INVALID KEY
                           MOVE 'HOME NOT ON FUNERAL HOME MASTER'
                               TO WS-NEW-REASON
                           MOVE 'OUR DESK' TO WS-NEW-PARTY
                           PERFORM ADD-ONE-BLOCKER
                       NOT INVALID KEY
                           MOVE FHM-PHONE TO WS-HOME-PHONE
                           IF FHM-LICENSE-EXPIRY < WS-TODAY-YYYYMMDD
                               MOVE 'FUNERAL HOME LICENSE LAPSED'
                                   TO WS-NEW-REASON
                               MOVE 'FUNERAL HOME' TO WS-NEW-PARTY
                               PERFORM ADD-ONE-BLOCKER
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-OPO-REFERRAL.
           IF WS-OPO-OPEN = 'Y'
               MOVE DM-CASE-NUMBER TO OPO-CASE-NUMBER
               READ OPO-REFERRAL-FILE
                   INVALID KEY
                       MOVE 'NO OPO DONOR REFERRAL ON FILE'
                           TO WS-NEW-REASON
                       MOVE 'OUR DESK' TO WS-NEW-PARTY
                       PERFORM ADD-ONE-BLOCKER
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       WRITE-BLOCKED-CASE.
           ADD 1 TO WS-FAC-BLOCKED.
           PERFORM FORMAT-CASE-DETAIL.
           MOVE SPACES TO WS-CD-EXTRA.
           MOVE WS-CASE-DETAIL TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           PERFORM VARYING WS-BLOCKER-SUB FROM 1 BY 1
               UNTIL WS-BLOCKER-SUB > WS-BLOCKER-COUNT
               MOVE WS-BK-REASON (WS-BLOCKER-SUB) TO WS-BD-REASON
               MOVE WS-BK-PARTY (WS-BLOCKER-SUB) TO WS-BD-PARTY
               MOVE WS-BLOCKER-DETAIL TO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-PERFORM.

       WRITE-READY-CASE.
           ADD 1 TO WS-FAC-READY.
           PERFORM FORMAT-CASE-DETAIL.
           MOVE SPACES TO WS-CD-EXTRA.
           IF WS-CREM-AUTH-STATE = 'NONE'
               STRING WS-HOME-PHONE ' NO CREM AUTH'
                   DELIMITED BY SIZE INTO WS-CD-EXTRA
           ELSE
               MOVE WS-HOME-PHONE TO WS-CD-EXTRA
           END-IF.
           MOVE WS-CASE-DETAIL TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       FORMAT-CASE-DETAIL.
           MOVE DM-CASE-NUMBER TO WS-CD-CASE.
           MOVE DM-DECEDENT-NAME TO WS-CD-NAME.
           MOVE DM-INTAKE-DATE TO WS-CD-INTAKE.
           MOVE WS-DAYS-ON-HAND TO WS-CD-DAYS.
           MOVE DM-FUNERAL-HOME TO WS-CD-HOME.

       PRINT-WORKLIST-SUMMARY.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE ALL '=' TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           MOVE WS-TOTAL-BLOCKED TO WS-COUNT-EDIT.
           STRING 'ALL FACILITIES  CASES BLOCKED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           MOVE WS-TOTAL-READY TO WS-COUNT-EDIT.
           STRING 'ALL FACILITIES  READY FOR PICKUP: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
