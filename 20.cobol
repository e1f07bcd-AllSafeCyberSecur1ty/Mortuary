      * letting them corrupt the master. A checkpoint record
      * (CHECKPT.DAT) is rewritten after every case successfully
      * processed so a mid-run abend can restart from the last good
      * case instead of re-keying the whole night by hand. Each case
      * added draws its intake pouch and tag out of prep-room stock
      * through PRG230. A transaction that carries a biohazard code
      * books a precautions row (PRECAUT.DAT) beside the case, and
      * is rejected unless its tray is isolation-capable on the bay
      * master - the night list has no desk to move it to one. A
      * transaction may name an open mass-fatality incident
      * (INCIDENT.DAT) to tag the case to, and may land the case on
      * a temporary storage unit stood up through PRG290.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG20.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-FACILITY-ID
           FILE STATUS IS WS-CN-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
           SELECT BAY-MASTER ASSIGN TO "BAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
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
       FD  INTAKE-TRANS-FILE.
           05 IT-FUNERAL-HOME     PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 IT-INTAKE-DATE      PIC 9(8).
      * Hazard fields are blank on an ordinary case; the report date
      * is taken to be the intake date.
           05 FILLER              PIC X VALUE SPACE.
           05 IT-HAZARD-CODE      PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 IT-PRECAUTION-LEVEL PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 IT-HAZARD-REPORTED-BY PIC X(30).
      * Blank unless the case came in under a mass-fatality incident.
           05 FILLER              PIC X VALUE SPACE.
           05 IT-INCIDENT-NUMBER  PIC X(6).
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  REJECT-FILE.
           COPY "NXREC.CPY".
       FD  CASE-NUMBER-CONTROL.
           COPY "CNREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  INCIDENT-FILE.
           COPY "INCREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-IT-STATUS          PIC XX.
       77 WS-DM-STATUS          PIC XX.
       77 WS-NX-STATUS          PIC XX.
       77 WS-CN-STATUS          PIC XX.
       77 WS-ASSIGN-OK          PIC X VALUE 'N'.
       77 WS-SUPPLY-SERVICE     PIC X(4) VALUE 'INTK'.
       77 WS-ITEMS-ISSUED       PIC 9(3) VALUE ZERO.
       77 WS-PRC-STATUS         PIC XX.
       77 WS-BM-STATUS          PIC XX.
       77 WS-BM-OPEN            PIC X VALUE 'N'.
       77 WS-INC-STATUS         PIC XX.
       77 WS-INC-OPEN           PIC X VALUE 'N'.
       77 WS-FAC-STATUS         PIC XX.
       77 WS-FAC-OPEN           PIC X VALUE 'N'.
       77 WS-SERIES-FACILITY    PIC X(4).
       01 WS-ASSIGNED-NUMBER.
          05 WS-AN-PREFIX        PIC X(1).
          05 WS-AN-SEQ           PIC 9(5).
               DISPLAY 'PRG20: FUNERAL HOME MASTER UNAVAILABLE, '
                   'STATUS = ' WS-FHM-STATUS
           END-IF.
           OPEN I-O PRECAUTION-FILE.
           IF WS-PRC-STATUS = '35'
               OPEN OUTPUT PRECAUTION-FILE
               CLOSE PRECAUTION-FILE
               OPEN I-O PRECAUTION-FILE
           END-IF.
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'PRG20: UNABLE TO OPEN PRECAUTIONS FILE, '
                   'STATUS = ' WS-PRC-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
      * Bay master is read-only here - PRG140 maintains it. It is
      * only consulted for hazard cases; if it is not on file every
      * hazard transaction is rejected for the desk to place.
           OPEN INPUT BAY-MASTER.
           IF WS-BM-STATUS = '00'
               MOVE 'Y' TO WS-BM-OPEN
           END-IF.
      * Incident and storage unit files are read-only here - PRG290
      * maintains them. If they are not on file, a transaction
      * naming an incident or a storage unit is rejected.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INC-STATUS = '00'
               MOVE 'Y' TO WS-INC-OPEN
           END-IF.
           OPEN INPUT STORAGE-UNIT-FILE.
           IF WS-FAC-STATUS = '00'
               MOVE 'Y' TO WS-FAC-OPEN
           END-IF.
           PERFORM READ-CHECKPOINT-RECORD.

      * Restart support: if a checkpoint survives from an earlier,
           CLOSE REJECT-FILE.
           CLOSE NAME-XREF-FILE.
           CLOSE CASE-NUMBER-CONTROL.
           CLOSE PRECAUTION-FILE.
           IF WS-FHM-OPEN = 'Y'
               CLOSE FUNERAL-HOME-MASTER
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

       READ-INTAKE-TRANSACTION.
           READ INTAKE-TRANS-FILE
      * knows (the case number itself is system-assigned now, so
      * the old duplicate-number edit has nothing left to catch),
      * and the keyed intake date must be a real calendar date
      * (range-checked digit by digit, not merely numeric). A
      * stood-up storage unit numbers off its host building.
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           IF IT-FACILITY-ID = 'MAIN' OR IT-FACILITY-ID = 'ANNX'
               MOVE IT-FACILITY-ID TO WS-SERIES-FACILITY
           ELSE
               PERFORM VALIDATE-STORAGE-UNIT
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               MOVE IT-INTAKE-DATE TO WS-INTAKE-DATE-EDIT
           IF WS-TRANS-VALID = 'Y' AND IT-FUNERAL-HOME NOT = SPACES
               PERFORM VALIDATE-FUNERAL-HOME
           END-IF.
           IF WS-TRANS-VALID = 'Y' AND IT-HAZARD-CODE NOT = SPACES
               PERFORM VALIDATE-HAZARD-DETAIL
           END-IF.
           IF WS-TRANS-VALID = 'Y' AND IT-INCIDENT-NUMBER NOT = SPACES
               PERFORM VALIDATE-INCIDENT
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               PERFORM CHECK-SUSPECT-DUPLICATE
           END-IF.

       VALIDATE-STORAGE-UNIT.
           MOVE 'N' TO WS-TRANS-VALID.
           MOVE 'FACILITY NOT MAIN, ANNX OR A STORAGE UNIT'
               TO WS-REJECT-REASON.
           IF WS-FAC-OPEN = 'Y'
               MOVE IT-FACILITY-ID TO FAC-FACILITY-ID
               READ STORAGE-UNIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAC-STOOD-UP
                           MOVE FAC-HOST-FACILITY
                               TO WS-SERIES-FACILITY
                           MOVE 'Y' TO WS-TRANS-VALID
                           MOVE SPACES TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * Edit check: an incident number must be on file and still
      * open - a closed or mistyped one would hide the case from
      * aging for no reason.
       VALIDATE-INCIDENT.
           MOVE 'N' TO WS-TRANS-VALID.
           MOVE 'INCIDENT NOT ON FILE OR NOT OPEN'
               TO WS-REJECT-REASON.
           IF WS-INC-OPEN = 'Y'
               MOVE IT-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
               READ INCIDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INC-OPEN
                           MOVE 'Y' TO WS-TRANS-VALID
                           MOVE SPACES TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * Edit check: a hazard case needs a known hazard code and
      * precaution level, the name of whoever reported it, and a
      * tray the bay master lists as in service and isolation-
      * capable - the same rule XLI applies at the desk.
       VALIDATE-HAZARD-DETAIL.
           MOVE IT-HAZARD-CODE TO PRC-HAZARD-CODE.
           MOVE IT-PRECAUTION-LEVEL TO PRC-PRECAUTION-LEVEL.
           IF NOT PRC-HAZARD-VALID
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'INVALID HAZARD CODE' TO WS-REJECT-REASON
           ELSE
               IF NOT PRC-LEVEL-VALID
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID PRECAUTION LEVEL' TO WS-REJECT-REASON
               ELSE
                   IF IT-HAZARD-REPORTED-BY = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'HAZARD REPORTED BY MISSING'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               PERFORM CHECK-ISOLATION-TRAY
           END-IF.

       CHECK-ISOLATION-TRAY.
           MOVE 'N' TO WS-TRANS-VALID.
           MOVE 'HAZARD CASE NEEDS ISOLATION TRAY'
               TO WS-REJECT-REASON.
           IF WS-BM-OPEN = 'Y'
               MOVE IT-FACILITY-ID TO BM-FACILITY-ID
               MOVE IT-BAY-NUMBER TO BM-BAY-NUMBER
               READ BAY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BM-IN-SERVICE AND BM-ISOLATION-CAPABLE
                           MOVE 'Y' TO WS-TRANS-VALID
                           MOVE SPACES TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * Edit check: a non-blank funeral home must be a home code on
      * the PRG55 master with a license that has not lapsed - the
      * same rule XLI enforces at the desk.

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
           MOVE 'N' TO DM-DOE-FLAG.
           MOVE SPACES TO DM-ME-CASE-NUMBER DM-ME-PATHOLOGIST
               DM-HOLD-DATE DM-HOLD-TIME DM-LIFT-DATE DM-LIFT-TIME.
           MOVE IT-INCIDENT-NUMBER TO DM-INCIDENT-NUMBER.
           MOVE 'INTK' TO WS-EVENT-CODE.
           CALL 'PRG5' USING DM-CASE-NUMBER, WS-EVENT-CODE,
               WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME.
           WRITE DECEDENT-RECORD.
           IF WS-DM-STATUS = '00'
               ADD 1 TO WS-CASE-COUNT
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
               IF IT-HAZARD-CODE NOT = SPACES
                   PERFORM WRITE-PRECAUTION-RECORD
               END-IF
               PERFORM WRITE-NAME-XREF-ROW
               PERFORM WRITE-CHECKPOINT-RECORD
           ELSE
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.

       WRITE-PRECAUTION-RECORD.
           MOVE SPACES TO PRECAUTION-RECORD.
           MOVE DM-CASE-NUMBER TO PRC-CASE-NUMBER.
           MOVE IT-HAZARD-CODE TO PRC-HAZARD-CODE.
           MOVE IT-PRECAUTION-LEVEL TO PRC-PRECAUTION-LEVEL.
           MOVE IT-HAZARD-REPORTED-BY TO PRC-REPORTED-BY.
           MOVE IT-INTAKE-DATE TO PRC-REPORTED-DATE.
           MOVE WS-STAFF-ID TO PRC-ENTERED-BY.
           MOVE WS-EVENT-DATE TO PRC-ENTERED-DATE.
           MOVE WS-EVENT-TIME TO PRC-ENTERED-TIME.
           MOVE 'Y' TO PRC-ACTIVE-FLAG.
           WRITE PRECAUTION-RECORD.
           IF WS-PRC-STATUS = '00'
               MOVE 'PRECAUTIONS' TO WS-AUD-FIELD-NAME
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING IT-HAZARD-CODE ' ' IT-PRECAUTION-LEVEL
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'PRG20: PRECAUTIONS WRITE FAILED FOR CASE '
                   DM-CASE-NUMBER ' STATUS = ' WS-PRC-STATUS
               MOVE 'BATCH-ADD' TO WS-ERR-OPERATION
               MOVE 'WRITE TO PRECAUTIONS FILE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE WS-PRC-STATUS TO WS-ERR-STATUS
               PERFORM LOG-TRANSACTION-ERROR
           END-IF.

      * Keep the PRG30 name index current - one cross-reference row
      * per case added, keyed name plus case number.
       WRITE-NAME-XREF-ROW.
