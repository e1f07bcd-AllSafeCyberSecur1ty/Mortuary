      *
      * Decedent Master File - add/inquire/update/close-out.
      * Case-status changes are stamped and logged via PRG5.
      * Biohazard precautions (PRECAUT.DAT) are taken at intake or
      * keyed later under option 8, shown as a banner on inquiry,
      * and keep a flagged case off any tray that is not isolation-
      * capable on the PRG140 bay master. During a mass-fatality
      * incident the intake is tagged to the open incident
      * (INCIDENT.DAT) and may be taken in onto a temporary storage
      * unit stood up through PRG290. A BUR or XFER release needs the
      * burial-transit permit PRG310 posts to CERTSTAT.DAT from the
      * state registrar's return.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XLI.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CASE-NUMBER
           FILE STATUS IS WS-CA-STATUS.
           SELECT CERT-STATUS-FILE ASSIGN TO "CERTSTAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-NUMBER
           FILE STATUS IS WS-CS-STATUS.
           SELECT DOE-DESC-FILE ASSIGN TO "DOEDESC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "CNREC.CPY".
       FD  CREMATION-AUTH-FILE.
           COPY "CAREC.CPY".
       FD  CERT-STATUS-FILE.
           COPY "CSREC.CPY".
       FD  DOE-DESC-FILE.
           COPY "DOEREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS       PIC XX.
       77 WS-DISP-STATUS     PIC XX.
       77 WS-CA-STATUS       PIC XX.
       77 WS-CA-OPEN         PIC X VALUE 'N'.
       77 WS-CREM-OK         PIC X VALUE 'N'.
       77 WS-CS-STATUS       PIC XX.
       77 WS-CS-OPEN         PIC X VALUE 'N'.
       77 WS-PERMIT-OK       PIC X VALUE 'N'.
       77 WS-DOE-STATUS      PIC XX.
       77 WS-DOE-CHOICE      PIC X.
       77 WS-BM-STATUS       PIC XX.
       77 WS-CAND-CASE       PIC X(6).
       77 WS-FACILITY        PIC X(4).
       77 WS-ASSIGN-OK       PIC X VALUE 'N'.
       77 WS-SUPPLY-SERVICE  PIC X(4) VALUE 'INTK'.
       77 WS-ITEMS-ISSUED    PIC 9(3) VALUE ZERO.
       77 WS-PRC-STATUS      PIC XX.
       77 WS-PRC-FLAGGED     PIC X VALUE 'N'.
       77 WS-PRC-ON-FILE     PIC X VALUE 'N'.
       77 WS-PRC-OK          PIC X VALUE 'N'.
       77 WS-PRC-CHOICE      PIC X.
       77 WS-PRC-HAZARD      PIC X(4).
       77 WS-PRC-LEVEL       PIC X(4).
       77 WS-PRC-NOTE        PIC X(30).
       77 WS-PRC-REPORTED-BY PIC X(30).
       77 WS-PRC-REPORTED-DATE PIC 9(8).
       77 WS-INC-STATUS      PIC XX.
       77 WS-INC-OPEN        PIC X VALUE 'N'.
       77 WS-INC-OK          PIC X VALUE 'N'.
       77 WS-NEW-INCIDENT    PIC X(6).
       77 WS-FAC-STATUS      PIC XX.
       77 WS-FAC-OPEN        PIC X VALUE 'N'.
       77 WS-FACILITY-OK     PIC X VALUE 'N'.
       77 WS-SERIES-FACILITY PIC X(4).
       01 WS-ASSIGNED-NUMBER.
          05 WS-AN-PREFIX    PIC X(1).
          05 WS-AN-SEQ       PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RCP-TO       PIC X(30).
       01 WS-YES-NO          PIC X.
       01 WS-PRC-AUDIT-VALUE.
          05 WS-PAV-HAZARD   PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PAV-LEVEL    PIC X(4).
          05 FILLER          PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
                       ELSE
                           PERFORM LIFT-ME-HOLD
                       END-IF
                   WHEN 8
                       IF WS-OPR-LEVEL < 2
                           PERFORM REFUSE-LOW-AUTHORITY
                       ELSE
                           PERFORM MAINTAIN-PRECAUTIONS
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'XLI: INVALID CHOICE'
               END-EVALUATE

      * Sign-on is validated against the PRG100 operator master -
      * the ID must be on file and active, and its authority level
      * gates menu options 1/3/5/8 (add-update) and 4/6/7 (release
      * and ME hold work; clearing precautions under 8 also needs
      * level 3). Three strikes and the program ends; every
      * failed attempt lands in XLIERR.DAT so we see who is probing.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY '5. RECORD PERSONAL EFFECTS'.
           DISPLAY '6. PLACE ME/CORONER HOLD'.
           DISPLAY '7. LIFT ME/CORONER HOLD'.
           DISPLAY '8. RECORD/CLEAR BIOHAZARD PRECAUTIONS'.
           DISPLAY '9. EXIT'.

       ACCEPT-MENU-CHOICE.
               MOVE SPACES TO WS-CASE-NUMBER
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.
           OPEN I-O PRECAUTION-FILE.
           IF WS-PRC-STATUS = '35'
               OPEN OUTPUT PRECAUTION-FILE
               CLOSE PRECAUTION-FILE
               OPEN I-O PRECAUTION-FILE
           END-IF.
           IF WS-PRC-STATUS NOT = '00'
               MOVE 'OPEN' TO WS-ERR-OPERATION
               MOVE 'PRECAUTIONS FILE UNAVAILABLE'
                   TO WS-ERR-MESSAGE
               MOVE WS-PRC-STATUS TO WS-ERR-STATUS
               MOVE SPACES TO WS-CASE-NUMBER
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.
           OPEN I-O CASE-NUMBER-CONTROL.
           IF WS-CN-STATUS = '35'
               OPEN OUTPUT CASE-NUMBER-CONTROL
                       'STATUS = ' WS-CA-STATUS
               END-IF
           END-IF.
      * The certificate status file is read-only here - PRG40 and
      * PRG310 maintain it. Missing means no burial-transit permit
      * is on file for anybody and every BUR and XFER release is
      * refused, the same safe direction.
           OPEN INPUT CERT-STATUS-FILE.
           IF WS-CS-STATUS = '00'
               MOVE 'Y' TO WS-CS-OPEN
           ELSE
               IF WS-CS-STATUS NOT = '35'
                   DISPLAY 'XLI: CERTIFICATE STATUS FILE UNAVAILABLE, '
                       'STATUS = ' WS-CS-STATUS
               END-IF
           END-IF.
      * The incident and storage unit files are read-only here -
      * PRG290 maintains both. Missing just means no incident has
      * ever been declared and no unit stood up: intake carries on
      * untagged, into the two buildings only.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS = '00'
               MOVE 'Y' TO WS-INC-OPEN
           ELSE
               IF WS-INC-STATUS NOT = '35'
                   DISPLAY 'XLI: INCIDENT FILE UNAVAILABLE, '
                       'STATUS = ' WS-INC-STATUS
               END-IF
           END-IF.
           OPEN INPUT STORAGE-UNIT-FILE.
           IF WS-FAC-STATUS = '00'
               MOVE 'Y' TO WS-FAC-OPEN
           ELSE
               IF WS-FAC-STATUS NOT = '35'
                   DISPLAY 'XLI: STORAGE UNIT FILE UNAVAILABLE, '
                       'STATUS = ' WS-FAC-STATUS
               END-IF
           END-IF.

       CLOSE-MASTER-FILE.
           CLOSE DECEDENT-MASTER.
           CLOSE EFFECTS-FILE.
           CLOSE NAME-XREF-FILE.
           CLOSE DOE-DESC-FILE.
           CLOSE PRECAUTION-FILE.
           CLOSE CASE-NUMBER-CONTROL.
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
           IF WS-CA-OPEN = 'Y'
               CLOSE CREMATION-AUTH-FILE
           END-IF.
           IF WS-CS-OPEN = 'Y'
               CLOSE CERT-STATUS-FILE
           END-IF.
           IF WS-BM-OPEN = 'Y'
               CLOSE BAY-MASTER
           END-IF.
           IF WS-INC-OPEN = 'Y'
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-FAC-OPEN = 'Y'
               CLOSE STORAGE-UNIT-FILE
           END-IF.

       LOG-TRANSACTION-ERROR.
           OPEN EXTEND ERROR-LOG-FILE.
      * own recognizable series - no more hand-invented numbers,
      * transposed digits, or desk/batch collisions. The duplicate
      * READ stays as a belt-and-braces check on the control file.
      * A temporary storage unit numbers off its host building's
      * series.
       ADD-CASE.
           DISPLAY 'FACILITY (MAIN/ANNX/STORAGE UNIT): '
               WITH NO ADVANCING.
           ACCEPT WS-FACILITY.
           PERFORM VALIDATE-INTAKE-FACILITY.
           IF WS-FACILITY-OK NOT = 'Y'
               DISPLAY 'XLI: FACILITY MUST BE MAIN, ANNX, OR A '
                   'STOOD-UP STORAGE UNIT'
           ELSE
               PERFORM ASSIGN-CASE-NUMBER
               IF WS-ASSIGN-OK = 'Y'
      * a facility seeds its series (M/A prefix, sequence 1).
       ASSIGN-CASE-NUMBER.
           MOVE 'N' TO WS-ASSIGN-OK.
           MOVE WS-SERIES-FACILITY TO CN-FACILITY-ID.
           READ CASE-NUMBER-CONTROL
               INVALID KEY
                   PERFORM SEED-CONTROL-RECORD

       SEED-CONTROL-RECORD.
           MOVE SPACES TO CASE-NUMBER-CONTROL-RECORD.
           MOVE WS-SERIES-FACILITY TO CN-FACILITY-ID.
           IF WS-SERIES-FACILITY = 'ANNX'
               MOVE 'A' TO CN-NUMBER-PREFIX
           ELSE
               MOVE 'M' TO CN-NUMBER-PREFIX
                   'STATUS = ' WS-CN-STATUS
           END-IF.

      * The two buildings number their own series; a storage unit
      * must be on STORUNIT.DAT and still stood up, and takes its
      * host building's series.
       VALIDATE-INTAKE-FACILITY.
           MOVE 'N' TO WS-FACILITY-OK.
           IF WS-FACILITY = 'MAIN' OR WS-FACILITY = 'ANNX'
               MOVE WS-FACILITY TO WS-SERIES-FACILITY
               MOVE 'Y' TO WS-FACILITY-OK
           ELSE
               IF WS-FAC-OPEN = 'Y'
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
               END-IF
           END-IF.

      * Blank means an ordinary case. Anything keyed must be an
      * incident on file and still open - a typo here would hide
      * the case from aging, so it re-prompts until it is right.
       ACCEPT-INCIDENT-NUMBER.
           MOVE 'N' TO WS-INC-OK.
           PERFORM UNTIL WS-INC-OK = 'Y'
               DISPLAY 'INCIDENT NUMBER (BLANK IF NONE): '
                   WITH NO ADVANCING
               ACCEPT WS-NEW-INCIDENT
               IF WS-NEW-INCIDENT = SPACES
                   MOVE 'Y' TO WS-INC-OK
               ELSE
                   PERFORM CHECK-INCIDENT-OPEN
               END-IF
           END-PERFORM.

       CHECK-INCIDENT-OPEN.
           IF WS-INC-OPEN NOT = 'Y'
               DISPLAY 'XLI: NO INCIDENTS ON FILE - LEAVE BLANK'
           ELSE
               MOVE WS-NEW-INCIDENT TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       DISPLAY 'XLI: INCIDENT NOT ON FILE'
                   NOT INVALID KEY
                       IF INC-OPEN
                           DISPLAY 'XLI: INCIDENT ' INC-DESCRIPTION
                           MOVE 'Y' TO WS-INC-OK
                       ELSE
                           DISPLAY 'XLI: INCIDENT IS CLOSED'
                       END-IF
               END-READ
           END-IF.

      * Precautions are asked for before the tray, because a case
      * under precautions can only go on an isolation-capable tray.
       ADD-NEW-DECEDENT-RECORD.
           PERFORM ACCEPT-INCIDENT-NUMBER.
           MOVE 'N' TO WS-PRC-FLAGGED.
           MOVE 'N' TO WS-PRC-ON-FILE.
           DISPLAY 'BIOHAZARD / INFECTIOUS PRECAUTIONS (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-PRC-CHOICE.
           IF WS-PRC-CHOICE = 'Y' OR WS-PRC-CHOICE = 'y'
               PERFORM ACCEPT-PRECAUTION-DETAIL
               MOVE 'Y' TO WS-PRC-FLAGGED
           END-IF.
           DISPLAY 'COOLER BAY/TRAY NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-REQUESTED-BAY.
           PERFORM CHECK-BAY-AVAILABLE.
           MOVE 'N' TO DM-HOLD-FLAG.
           MOVE SPACES TO DM-ME-CASE-NUMBER DM-ME-PATHOLOGIST
               DM-HOLD-DATE DM-HOLD-TIME DM-LIFT-DATE DM-LIFT-TIME.
           MOVE WS-NEW-INCIDENT TO DM-INCIDENT-NUMBER.
           MOVE 'INTK' TO WS-EVENT-CODE.
           PERFORM STAMP-CASE-EVENT.
           MOVE WS-EVENT-DATE TO DM-INTAKE-DATE.
           WRITE DECEDENT-RECORD.
           IF WS-DM-STATUS = '00'
               DISPLAY 'XLI: CASE ADDED'
      * Every intake takes its pouch and tag off the prep-room
      * shelf - PRG230 issues the INTK bill of materials.
               CALL 'PRG230' USING DM-CASE-NUMBER, WS-SUPPLY-SERVICE,
                   WS-STAFF-ID, WS-ITEMS-ISSUED
               MOVE 'CASE STATUS' TO WS-AUD-FIELD-NAME
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE DM-CASE-STATUS TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               IF DM-INCIDENT-NUMBER NOT = SPACES
                   MOVE 'INCIDENT' TO WS-AUD-FIELD-NAME
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   MOVE DM-INCIDENT-NUMBER TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
               IF WS-PRC-FLAGGED = 'Y'
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   PERFORM WRITE-PRECAUTION-RECORD
               END-IF
      * A Doe case gets a description row in place of a name index
      * row - the placeholder never enters NAMEXREF, so the index
      * stays clean until PRG130 records the identification.
           END-READ.

       DISPLAY-DECEDENT-RECORD.
           PERFORM DISPLAY-PRECAUTION-BANNER.
           DISPLAY 'CASE NUMBER    : ' DM-CASE-NUMBER.
           DISPLAY 'FACILITY       : ' DM-FACILITY-ID.
           DISPLAY 'DECEDENT NAME  : ' DM-DECEDENT-NAME.
           IF DM-DOE-CASE
               DISPLAY 'DOE CASE       : UNIDENTIFIED - SEE PRG130'
           END-IF.
           IF DM-INCIDENT-NUMBER NOT = SPACES
               DISPLAY 'INCIDENT       : ' DM-INCIDENT-NUMBER
           END-IF.
           IF DM-HOLD-ACTIVE
               DISPLAY 'ME/CORONER HOLD: ME CASE ' DM-ME-CASE-NUMBER
                   ' BY ' DM-ME-PATHOLOGIST
               DISPLAY 'NEW COOLER BAY/TRAY NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-REQUESTED-BAY
               MOVE DM-FACILITY-ID TO WS-FACILITY
               PERFORM LOAD-CASE-PRECAUTIONS
               PERFORM CHECK-BAY-AVAILABLE
               IF WS-BAY-IN-USE = 'Y'
                   DISPLAY 'XLI: BAY/TRAY NOT AVAILABLE'
                       MOVE '99' TO WS-ERR-STATUS
                       PERFORM LOG-TRANSACTION-ERROR
                   ELSE
                       PERFORM CHECK-TRANSIT-PERMIT
                       IF WS-PERMIT-OK = 'N'
                           DISPLAY 'XLI: RELEASE REFUSED - BURIAL-'
                               'TRANSIT PERMIT NOT ON FILE (SEE PRG310)'
                           MOVE 'RELEASE' TO WS-ERR-OPERATION
                           MOVE 'BURIAL-TRANSIT PERMIT MISSING'
                               TO WS-ERR-MESSAGE
                           MOVE '99' TO WS-ERR-STATUS
                           PERFORM LOG-TRANSACTION-ERROR
                       ELSE
                           PERFORM COMPLETE-CASE-RELEASE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'XLI: RELEASE CANCELLED'
               END-IF
           END-IF.

      * A BUR or XFER disposition needs the state's burial-transit
      * permit - number and issue date - posted by PRG310 from the
      * registrar's acceptance. CREM carries its own county permit
      * on the PRG125 row and passes through untouched.
       CHECK-TRANSIT-PERMIT.
           MOVE 'Y' TO WS-PERMIT-OK.
           IF WS-DISP-TYPE = 'BUR ' OR WS-DISP-TYPE = 'XFER'
               MOVE 'N' TO WS-PERMIT-OK
               IF WS-CS-OPEN = 'Y'
                   MOVE WS-CASE-NUMBER TO CS-CASE-NUMBER
                   READ CERT-STATUS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CS-PERMIT-NUMBER NOT = SPACES
                               AND CS-PERMIT-DATE NOT = ZERO
                               MOVE 'Y' TO WS-PERMIT-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-DISPOSITION-RECORD.
           MOVE SPACES TO DISPOSITION-RECORD.
           MOVE WS-CASE-NUMBER TO DISP-CASE-NUMBER.
           MOVE WS-EFF-DESCRIPTION TO EFF-DESCRIPTION.
           MOVE WS-EFF-QUANTITY TO EFF-QUANTITY.
           MOVE WS-STAFF-ID TO EFF-RECORDED-BY.
           ACCEPT EFF-RECORDED-DATE FROM DATE YYYYMMDD.
           MOVE 'HELD' TO EFF-ITEM-STATUS.
           MOVE SPACES TO EFF-RELEASED-TO EFF-RELEASE-DATE
               EFF-RECEIPTED-BY.
           WRITE EFFECTS-RECORD.
           IF WS-EFF-STATUS = '00'
               DISPLAY 'XLI: EFFECT ITEM ' WS-NEXT-ITEM ' RECORDED'
               MOVE SPACES TO EFF-RELEASED-TO
           END-IF.
           MOVE WS-EVENT-DATE TO EFF-RELEASE-DATE.
           MOVE WS-STAFF-ID TO EFF-RECEIPTED-BY.
           REWRITE EFFECTS-RECORD.
           IF WS-EFF-STATUS NOT = '00'
               DISPLAY 'XLI: EFFECTS REWRITE FAILED, STATUS = '
      * for this facility, in service, AND no open case already
      * claims it. WS-FACILITY names the building being assigned
      * into - the intake prompt sets it on an add, the update path
      * copies it off the case record. WS-PRC-FLAGGED (set from the
      * intake answer or the case's precautions row) further limits
      * the choice to isolation-capable trays.
       CHECK-BAY-AVAILABLE.
           PERFORM CHECK-BAY-IN-SERVICE.
           IF WS-BAY-IN-USE = 'Y'
                           DISPLAY 'XLI: TRAY OUT OF SERVICE - '
                               BM-STATUS-NOTE
                       ELSE
                           IF WS-PRC-FLAGGED = 'Y'
                               AND NOT BM-ISOLATION-CAPABLE
                               DISPLAY 'XLI: BIOHAZARD CASE - TRAY IS '
                                   'NOT ISOLATION-CAPABLE'
                           ELSE
                               MOVE 'N' TO WS-BAY-IN-USE
                           END-IF
                       END-IF
               END-READ
           END-IF.
                       END-IF
               END-READ
           END-PERFORM.

      * Keyed at intake and under option 8. The hazard code and the
      * precaution level re-prompt until valid; who reported it is
      * required, since staff will want to ring them with questions.
      * A zero report date is taken as today.
       ACCEPT-PRECAUTION-DETAIL.
           MOVE 'N' TO WS-PRC-OK.
           PERFORM UNTIL WS-PRC-OK = 'Y'
               DISPLAY 'HAZARD (TUBR/PRIO/RADI/BBPN/OTHR): '
                   WITH NO ADVANCING
               ACCEPT WS-PRC-HAZARD
               MOVE WS-PRC-HAZARD TO PRC-HAZARD-CODE
               IF PRC-HAZARD-VALID
                   MOVE 'Y' TO WS-PRC-OK
               ELSE
                   DISPLAY 'XLI: HAZARD CODE NOT RECOGNISED'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-PRC-OK.
           PERFORM UNTIL WS-PRC-OK = 'Y'
               DISPLAY 'PRECAUTION LEVEL (STND/ENHN/ISOL): '
                   WITH NO ADVANCING
               ACCEPT WS-PRC-LEVEL
               MOVE WS-PRC-LEVEL TO PRC-PRECAUTION-LEVEL
               IF PRC-LEVEL-VALID
                   MOVE 'Y' TO WS-PRC-OK
               ELSE
                   DISPLAY 'XLI: PRECAUTION LEVEL NOT RECOGNISED'
               END-IF
           END-PERFORM.
           DISPLAY 'HAZARD NOTE: ' WITH NO ADVANCING.
           ACCEPT WS-PRC-NOTE.
           MOVE SPACES TO WS-PRC-REPORTED-BY.
           PERFORM UNTIL WS-PRC-REPORTED-BY NOT = SPACES
               DISPLAY 'REPORTED BY (PHYSICIAN/ME/HOSPITAL): '
                   WITH NO ADVANCING
               ACCEPT WS-PRC-REPORTED-BY
           END-PERFORM.
           DISPLAY 'DATE REPORTED (YYYYMMDD, 0 = TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-PRC-REPORTED-DATE.
           IF WS-PRC-REPORTED-DATE = ZERO
               MOVE WS-TODAY-YYYYMMDD TO WS-PRC-REPORTED-DATE
           END-IF.

      * Writes (or, under option 8, rewrites) the case's precautions
      * row from the keyed detail and audits it. The caller leaves
      * the prior hazard/level (or spaces) in WS-AUD-OLD-VALUE and
      * WS-PRC-ON-FILE saying whether a row already exists.
       WRITE-PRECAUTION-RECORD.
           MOVE SPACES TO PRECAUTION-RECORD.
           MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER.
           MOVE WS-PRC-HAZARD TO PRC-HAZARD-CODE.
           MOVE WS-PRC-LEVEL TO PRC-PRECAUTION-LEVEL.
           MOVE WS-PRC-NOTE TO PRC-HAZARD-NOTE.
           MOVE WS-PRC-REPORTED-BY TO PRC-REPORTED-BY.
           MOVE WS-PRC-REPORTED-DATE TO PRC-REPORTED-DATE.
           MOVE WS-STAFF-ID TO PRC-ENTERED-BY.
           MOVE WS-EVENT-DATE TO PRC-ENTERED-DATE.
           MOVE WS-EVENT-TIME TO PRC-ENTERED-TIME.
           MOVE 'Y' TO PRC-ACTIVE-FLAG.
           IF WS-PRC-ON-FILE = 'Y'
               REWRITE PRECAUTION-RECORD
           ELSE
               WRITE PRECAUTION-RECORD
           END-IF.
           IF WS-PRC-STATUS = '00'
               DISPLAY 'XLI: BIOHAZARD PRECAUTIONS RECORDED - '
                   PRC-HAZARD-CODE ' ' PRC-PRECAUTION-LEVEL
               MOVE 'PRECAUTIONS' TO WS-AUD-FIELD-NAME
               MOVE PRC-HAZARD-CODE TO WS-PAV-HAZARD
               MOVE PRC-PRECAUTION-LEVEL TO WS-PAV-LEVEL
               MOVE WS-PRC-AUDIT-VALUE TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'XLI: PRECAUTIONS WRITE FAILED, STATUS = '
                   WS-PRC-STATUS
               MOVE 'PRECAUTION' TO WS-ERR-OPERATION
               MOVE 'WRITE TO PRECAUTIONS FILE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE WS-PRC-STATUS TO WS-ERR-STATUS
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.

      * Reads the precautions row for WS-CASE-NUMBER. WS-PRC-ON-FILE
      * says whether there is a row at all (active or cleared) and
      * WS-PRC-FLAGGED whether it is active.
       LOAD-CASE-PRECAUTIONS.
           MOVE 'N' TO WS-PRC-ON-FILE.
           MOVE 'N' TO WS-PRC-FLAGGED.
           MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER.
           READ PRECAUTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRC-ON-FILE
                   IF PRC-ACTIVE
                       MOVE 'Y' TO WS-PRC-FLAGGED
                   END-IF
           END-READ.

      * Shown first on inquiry so nobody reads past it.
       DISPLAY-PRECAUTION-BANNER.
           MOVE DM-CASE-NUMBER TO WS-CASE-NUMBER.
           PERFORM LOAD-CASE-PRECAUTIONS.
           IF WS-PRC-FLAGGED = 'Y'
               DISPLAY '****************************************'
               DISPLAY '*** BIOHAZARD PRECAUTIONS - ' PRC-HAZARD-CODE
                   ' LEVEL ' PRC-PRECAUTION-LEVEL ' ***'
               DISPLAY '*** ' PRC-HAZARD-NOTE
               DISPLAY '*** REPORTED BY ' PRC-REPORTED-BY
               DISPLAY '*** ON ' PRC-REPORTED-DATE
                   ' ENTERED BY ' PRC-ENTERED-BY
               DISPLAY '****************************************'
           END-IF.

      * Menu option 8 - a hazard learned after intake (lab result,
      * ME finding) is recorded or corrected here at level 2. A row
      * entered in error is cleared, not deleted, and clearing needs
      * level 3. Recording precautions on a case already on a tray
      * that is not isolation-capable is allowed - the hazard must be
      * on file whatever the tray - with a warning to move the case.
       MAINTAIN-PRECAUTIONS.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   DISPLAY 'XLI: CASE NOT FOUND'
                   MOVE 'PRECAUTION' TO WS-ERR-OPERATION
                   MOVE 'CASE NOT FOUND' TO WS-ERR-MESSAGE
                   MOVE '23' TO WS-ERR-STATUS
                   PERFORM LOG-TRANSACTION-ERROR
               NOT INVALID KEY
                   IF DM-STATUS-RELEASED
                       DISPLAY 'XLI: CASE ALREADY RELEASED'
                   ELSE
                       PERFORM MAINTAIN-CASE-PRECAUTIONS
                   END-IF
           END-READ.

       MAINTAIN-CASE-PRECAUTIONS.
           PERFORM DISPLAY-PRECAUTION-BANNER.
           IF WS-PRC-FLAGGED = 'Y'
               DISPLAY 'R = REPLACE, C = CLEAR, BLANK = NO CHANGE: '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'NO ACTIVE PRECAUTIONS - RECORD NOW (Y/N): '
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-PRC-CHOICE.
           EVALUATE TRUE
               WHEN WS-PRC-FLAGGED = 'Y' AND
                   (WS-PRC-CHOICE = 'C' OR WS-PRC-CHOICE = 'c')
                   IF WS-OPR-LEVEL < 3
                       PERFORM REFUSE-LOW-AUTHORITY
                   ELSE
                       PERFORM CLEAR-PRECAUTION-RECORD
                   END-IF
               WHEN WS-PRC-FLAGGED = 'Y' AND
                   (WS-PRC-CHOICE = 'R' OR WS-PRC-CHOICE = 'r')
                   PERFORM RECORD-CASE-PRECAUTIONS
               WHEN WS-PRC-FLAGGED = 'N' AND
                   (WS-PRC-CHOICE = 'Y' OR WS-PRC-CHOICE = 'y')
                   PERFORM RECORD-CASE-PRECAUTIONS
               WHEN OTHER
                   DISPLAY 'XLI: PRECAUTIONS NOT CHANGED'
           END-EVALUATE.

       RECORD-CASE-PRECAUTIONS.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           IF WS-PRC-FLAGGED = 'Y'
               MOVE PRC-HAZARD-CODE TO WS-PAV-HAZARD
               MOVE PRC-PRECAUTION-LEVEL TO WS-PAV-LEVEL
               MOVE WS-PRC-AUDIT-VALUE TO WS-AUD-OLD-VALUE
           END-IF.
           PERFORM ACCEPT-PRECAUTION-DETAIL.
           MOVE 'BHAZ' TO WS-EVENT-CODE.
           PERFORM STAMP-CASE-EVENT.
           PERFORM WRITE-PRECAUTION-RECORD.
           IF WS-PRC-STATUS = '00'
               PERFORM WARN-TRAY-NOT-ISOLATION
           END-IF.

      * DM-FACILITY-ID and DM-BAY-NUMBER are still the case's own -
      * nothing since the READ has touched the master record area.
       WARN-TRAY-NOT-ISOLATION.
           IF WS-BM-OPEN = 'Y'
               MOVE DM-FACILITY-ID TO BM-FACILITY-ID
               MOVE DM-BAY-NUMBER TO BM-BAY-NUMBER
               READ BAY-MASTER
                   INVALID KEY
                       MOVE 'N' TO BM-ISOLATION-FLAG
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF NOT BM-ISOLATION-CAPABLE
                   DISPLAY 'XLI: TRAY ' DM-BAY-NUMBER ' IS NOT '
                       'ISOLATION-CAPABLE - MOVE THE CASE (OPTION 3)'
               END-IF
           END-IF.

       CLEAR-PRECAUTION-RECORD.
           MOVE PRC-HAZARD-CODE TO WS-PAV-HAZARD.
           MOVE PRC-PRECAUTION-LEVEL TO WS-PAV-LEVEL.
           MOVE WS-PRC-AUDIT-VALUE TO WS-AUD-OLD-VALUE.
           MOVE 'BHCL' TO WS-EVENT-CODE.
           PERFORM STAMP-CASE-EVENT.
           MOVE 'N' TO PRC-ACTIVE-FLAG.
           MOVE WS-STAFF-ID TO PRC-CLEARED-BY.
           MOVE WS-EVENT-DATE TO PRC-CLEARED-DATE.
           REWRITE PRECAUTION-RECORD.
           IF WS-PRC-STATUS = '00'
               DISPLAY 'XLI: BIOHAZARD PRECAUTIONS CLEARED'
               MOVE 'PRECAUTIONS' TO WS-AUD-FIELD-NAME
               MOVE 'CLEARED' TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'XLI: PRECAUTIONS REWRITE FAILED, STATUS = '
                   WS-PRC-STATUS
               MOVE 'PRECAUTION' TO WS-ERR-OPERATION
               MOVE 'REWRITE TO PRECAUTIONS FILE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE WS-PRC-STATUS TO WS-ERR-STATUS
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.
