      * (the same open-case scan XLI's CHECK-BAY-AVAILABLE does),
      * reassigns facility and bay together, writes the CUSTODY.DAT
      * hand-off row the way PRG50 does, journals an FXFR event
      * through PRG5, and audits both field changes. A case under
      * active biohazard precautions (PRECAUT.DAT) can only go to an
      * isolation-capable tray at the destination. During a mass-
      * fatality incident a temporary storage unit stood up through
      * PRG290 (STORUNIT.DAT) counts as a facility both ways - the
      * overflow goes out to it and comes back as the buildings
      * empty.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG135.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
           SELECT STORAGE-UNIT-FILE ASSIGN TO "STORUNIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FACILITY-ID
           FILE STATUS IS WS-FAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "AUDREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       FD  STORAGE-UNIT-FILE.
           COPY "FACREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-CUST-STATUS      PIC XX.
       77 WS-AUD-STATUS       PIC XX.
       77 WS-BM-STATUS        PIC XX.
       77 WS-BM-OPEN          PIC X VALUE 'N'.
       77 WS-PRC-STATUS       PIC XX.
       77 WS-PRC-OPEN         PIC X VALUE 'N'.
       77 WS-PRC-FLAGGED      PIC X VALUE 'N'.
       77 WS-FAC-STATUS       PIC XX.
       77 WS-FAC-OPEN         PIC X VALUE 'N'.
       77 WS-FACILITY-OK      PIC X VALUE 'N'.
       77 WS-CASE-NUMBER      PIC X(6).
       77 WS-DEST-FACILITY    PIC X(4).
       77 WS-REQUESTED-BAY    PIC X(4).
               DISPLAY 'PRG135: BAY MASTER UNAVAILABLE - RUN PRG140, '
                   'STATUS = ' WS-BM-STATUS
           END-IF.
      * No precautions file just means no case has been flagged yet.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS = '00'
               MOVE 'Y' TO WS-PRC-OPEN
           END-IF.
      * No storage unit file just means none has been stood up.
           OPEN INPUT STORAGE-UNIT-FILE.
           IF WS-FAC-STATUS = '00'
               MOVE 'Y' TO WS-FAC-OPEN
           END-IF.

       CLOSE-TRANSFER-FILES.
           IF WS-DM-STATUS = '00'
           IF WS-BM-OPEN = 'Y'
               CLOSE BAY-MASTER
           END-IF.
           IF WS-PRC-OPEN = 'Y'
               CLOSE PRECAUTION-FILE
           END-IF.
           IF WS-FAC-OPEN = 'Y'
               CLOSE STORAGE-UNIT-FILE
           END-IF.

       VALIDATE-DEST-FACILITY.
           MOVE 'N' TO WS-FACILITY-OK.
           IF WS-DEST-FACILITY = 'MAIN' OR WS-DEST-FACILITY = 'ANNX'
               MOVE 'Y' TO WS-FACILITY-OK
           ELSE
               IF WS-FAC-OPEN = 'Y'
                   MOVE WS-DEST-FACILITY TO FAC-FACILITY-ID
                   READ STORAGE-UNIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FAC-STOOD-UP
                               MOVE 'Y' TO WS-FACILITY-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.

       TRANSFER-ONE-CASE.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME.
           DISPLAY 'NOW AT  : ' DM-FACILITY-ID ' TRAY '
               DM-BAY-NUMBER.
           PERFORM LOAD-CASE-PRECAUTIONS.
           DISPLAY 'DESTINATION FACILITY (MAIN/ANNX/STORAGE UNIT): '
               WITH NO ADVANCING.
           ACCEPT WS-DEST-FACILITY.
           PERFORM VALIDATE-DEST-FACILITY.
           IF WS-FACILITY-OK NOT = 'Y'
               DISPLAY 'PRG135: FACILITY MUST BE MAIN, ANNX, OR A '
                   'STOOD-UP STORAGE UNIT'
           ELSE
               IF WS-DEST-FACILITY = DM-FACILITY-ID
                   DISPLAY 'PRG135: CASE IS ALREADY AT '
                           DISPLAY 'PRG135: TRAY OUT OF SERVICE - '
                               BM-STATUS-NOTE
                       ELSE
                           IF WS-PRC-FLAGGED = 'Y'
                               AND NOT BM-ISOLATION-CAPABLE
                               DISPLAY 'PRG135: BIOHAZARD CASE - TRAY '
                                   'IS NOT ISOLATION-CAPABLE'
                           ELSE
                               MOVE 'N' TO WS-BAY-IN-USE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * An active precautions row for the case sets WS-PRC-FLAGGED
      * and is shown before the destination is keyed, so the crew
      * moving the body know what they are handling.
       LOAD-CASE-PRECAUTIONS.
           MOVE 'N' TO WS-PRC-FLAGGED.
           IF WS-PRC-OPEN = 'Y'
               MOVE WS-CASE-NUMBER TO PRC-CASE-NUMBER
               READ PRECAUTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRC-ACTIVE
                           MOVE 'Y' TO WS-PRC-FLAGGED
                           DISPLAY '*** BIOHAZARD PRECAUTIONS: '
                               PRC-HAZARD-CODE ' LEVEL '
                               PRC-PRECAUTION-LEVEL ' ***'
                       END-IF
               END-READ
           END-IF.
