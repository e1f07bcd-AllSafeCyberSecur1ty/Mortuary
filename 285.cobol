      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Daily Biohazard Precautions Report - every case on hand (not
      * yet released) carrying active precautions on PRECAUT.DAT, in
      * case-number order, with where it lies, the hazard and the
      * precaution level, and who reported it and when, so each
      * shift starts knowing which trays to approach gowned. A case
      * sitting on a tray the PRG140 bay master does not show as
      * isolation-capable (flagged before the tray was downgraded,
      * or after it was placed) is marked MOVE so it gets shifted
      * to one today.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG285.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT BAY-MASTER ASSIGN TO "BAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-PRC-STATUS          PIC XX.
       77 WS-DM-STATUS           PIC XX.
       77 WS-BM-STATUS           PIC XX.
       77 WS-BM-OPEN             PIC X VALUE 'N'.
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-ON-HAND-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-MOVE-COUNT          PIC 9(5) USAGE IS COMP VALUE ZERO.
       01 WS-FLAGGED-LINE.
          05 WS-FL-CASE          PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-FACILITY      PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-TRAY          PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-ISOLATION     PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-HAZARD        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-LEVEL         PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-STATUS        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-FL-NAME          PIC X(30).
       01 WS-REPORTED-LINE.
          05 FILLER              PIC X(8) VALUE SPACES.
          05 FILLER              PIC X(12) VALUE 'REPORTED BY '.
          05 WS-RL-REPORTED-BY   PIC X(30).
          05 FILLER              PIC X(4) VALUE ' ON '.
          05 WS-RL-REPORTED-DATE PIC 9(8).
       01 WS-NOTE-LINE.
          05 FILLER              PIC X(8) VALUE SPACES.
          05 FILLER              PIC X(12) VALUE 'NOTE        '.
          05 WS-NL-NOTE          PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'PRG285: PRECAUTIONS FILE NOT ON FILE, STATUS = '
                   WS-PRC-STATUS ' - NO FLAGGED CASES TO REPORT'
           ELSE
               OPEN INPUT DECEDENT-MASTER
               IF WS-DM-STATUS NOT = '00'
                   DISPLAY 'PRG285: UNABLE TO OPEN DECEDENT MASTER, '
                       'STATUS = ' WS-DM-STATUS
               ELSE
                   PERFORM OPEN-BAY-MASTER
                   PERFORM PRINT-FLAGGED-CASES
                   CLOSE DECEDENT-MASTER
                   IF WS-BM-OPEN = 'Y'
                       CLOSE BAY-MASTER
                   END-IF
               END-IF
               CLOSE PRECAUTION-FILE
           END-IF.
           STOP RUN.

      * Without the bay master no tray can be vouched for, so every
      * flagged case is marked MOVE - the safe direction.
       OPEN-BAY-MASTER.
           OPEN INPUT BAY-MASTER.
           IF WS-BM-STATUS = '00'
               MOVE 'Y' TO WS-BM-OPEN
           ELSE
               DISPLAY 'PRG285: BAY MASTER UNAVAILABLE - RUN PRG140, '
                   'STATUS = ' WS-BM-STATUS
           END-IF.

       PRINT-FLAGGED-CASES.
           DISPLAY 'BIOHAZARD PRECAUTIONS - CASES ON HAND - '
               WS-TODAY-YYYYMMDD.
           DISPLAY 'CASE    FAC   TRAY  ISOL  HAZ   LVL   STAT  '
               'DECEDENT'.
           MOVE LOW-VALUES TO PRC-CASE-NUMBER.
           START PRECAUTION-FILE
               KEY IS NOT LESS THAN PRC-CASE-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ PRECAUTION-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF PRC-ACTIVE
                           PERFORM CHECK-ONE-FLAGGED-CASE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'FLAGGED CASES ON HAND       : ' WS-ON-HAND-COUNT.
           DISPLAY 'NOT ON AN ISOLATION TRAY    : ' WS-MOVE-COUNT.

      * A released case (or one archived off the master) is no
      * longer on hand and drops off the list; its precautions row
      * stays on file.
       CHECK-ONE-FLAGGED-CASE.
           MOVE PRC-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT DM-STATUS-RELEASED
                       PERFORM PRINT-ONE-FLAGGED-CASE
                   END-IF
           END-READ.

       PRINT-ONE-FLAGGED-CASE.
           ADD 1 TO WS-ON-HAND-COUNT.
           MOVE 'MOVE' TO WS-FL-ISOLATION.
           IF WS-BM-OPEN = 'Y'
               MOVE DM-FACILITY-ID TO BM-FACILITY-ID
               MOVE DM-BAY-NUMBER TO BM-BAY-NUMBER
               READ BAY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BM-ISOLATION-CAPABLE
                           MOVE 'YES ' TO WS-FL-ISOLATION
                       END-IF
               END-READ
           END-IF.
           IF WS-FL-ISOLATION = 'MOVE'
               ADD 1 TO WS-MOVE-COUNT
           END-IF.
           MOVE DM-CASE-NUMBER TO WS-FL-CASE.
           MOVE DM-FACILITY-ID TO WS-FL-FACILITY.
           MOVE DM-BAY-NUMBER TO WS-FL-TRAY.
           MOVE PRC-HAZARD-CODE TO WS-FL-HAZARD.
           MOVE PRC-PRECAUTION-LEVEL TO WS-FL-LEVEL.
           MOVE DM-CASE-STATUS TO WS-FL-STATUS.
           MOVE DM-DECEDENT-NAME TO WS-FL-NAME.
           DISPLAY WS-FLAGGED-LINE.
           MOVE PRC-REPORTED-BY TO WS-RL-REPORTED-BY.
           MOVE PRC-REPORTED-DATE TO WS-RL-REPORTED-DATE.
           DISPLAY WS-REPORTED-LINE.
           IF PRC-HAZARD-NOTE NOT = SPACES
               MOVE PRC-HAZARD-NOTE TO WS-NL-NOTE
               DISPLAY WS-NOTE-LINE
           END-IF.
