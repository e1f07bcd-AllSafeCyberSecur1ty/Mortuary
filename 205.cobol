      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Consolidated Case Dossier - the subpoena and court-order
      * print. Answering an attorney or the DA used to mean half a
      * day of PRG30 screens copied out by hand; this run takes one
      * case number, live or archived, and writes everything on
      * file about it to one paginated dossier (DOSSIER.DAT): the
      * master record off DECEDENT.DAT or the PRG70 archive, the
      * PRG5 case-history events, the AUDIT.DAT field changes, the
      * custody trail, effects, the autopsy exam, the specimens
      * kept from it with their hand-off trail, the cremation
      * authorization, prep-room work orders, the disposition, the
      * transport legs, and the receivable items with the PRG210
      * adjustments against each. Sections follow
      * the life of the case from intake to billing and every row
      * inside a section prints in the order it happened - the
      * journals are appended in time order and the sequenced files
      * are keyed that way. Every page carries the case number, the
      * page number, and the run date and time. The last page is a
      * certification block listing every file searched and how
      * many rows each returned, so the custodian of records can
      * swear the dossier is complete - a file that could not be
      * opened says so there rather than silently printing nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG205.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHDECD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CASE-NUMBER
           FILE STATUS IS WS-ARC-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DISPOSIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISP-CASE-NUMBER
           FILE STATUS IS WS-DISP-STATUS.
           SELECT ARCHIVE-DISP-FILE ASSIGN TO "ARCHDISP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADSP-CASE-NUMBER
           FILE STATUS IS WS-ADSP-STATUS.
           SELECT CASE-HISTORY-FILE ASSIGN TO "CASEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CH-STATUS.
           SELECT CUSTODY-FILE ASSIGN TO "CUSTODY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-KEY
           FILE STATUS IS WS-CUST-STATUS.
           SELECT TRANSPORT-FILE ASSIGN TO "TRANSPRT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-TR-STATUS.
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
           SELECT CREMATION-AUTH-FILE ASSIGN TO "CREMAUTH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-CASE-NUMBER
           FILE STATUS IS WS-CA-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-KEY
           FILE STATUS IS WS-WO-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-AR-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJ-KEY
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT SPECIMEN-FILE ASSIGN TO "SPECIMEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPEC-KEY
           FILE STATUS IS WS-SPEC-STATUS.
           SELECT SPECIMEN-HISTORY-FILE ASSIGN TO "SPECHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPH-KEY
           FILE STATUS IS WS-SPH-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT DOSSIER-FILE ASSIGN TO "DOSSIER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  ARCHIVE-MASTER.
           COPY "ARCREC.CPY".
       FD  DISPOSITION-FILE.
           COPY "DISPREC.CPY".
       FD  ARCHIVE-DISP-FILE.
           COPY "ARCDREC.CPY".
       FD  CASE-HISTORY-FILE.
       01  CASE-HISTORY-RECORD.
           05 CH-CASE-NUMBER     PIC X(6).
           05 FILLER             PIC X(1).
           05 CH-EVENT-CODE      PIC X(4).
           05 FILLER             PIC X(1).
           05 CH-EVENT-DATE      PIC X(8).
           05 FILLER             PIC X(1).
           05 CH-EVENT-TIME      PIC X(8).
           05 FILLER             PIC X(1).
           05 CH-PERFORMED-BY    PIC X(10).
       FD  CUSTODY-FILE.
           COPY "CUSTREC.CPY".
       FD  TRANSPORT-FILE.
           COPY "TRREC.CPY".
       FD  EFFECTS-FILE.
           COPY "EFFREC.CPY".
       FD  AUTOPSY-FILE.
           COPY "AXREC.CPY".
       FD  CREMATION-AUTH-FILE.
           COPY "CAREC.CPY".
       FD  WORK-ORDER-FILE.
           COPY "WOREC.CPY".
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  ADJUSTMENT-FILE.
           COPY "ADJREC.CPY".
       FD  SPECIMEN-FILE.
           COPY "SPECREC.CPY".
       FD  SPECIMEN-HISTORY-FILE.
           COPY "SPHREC.CPY".
       FD  AUDIT-LOG-FILE.
           COPY "AUDREC.CPY".
       FD  DOSSIER-FILE.
       01  DOSSIER-LINE           PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-ARC-STATUS          PIC XX.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-ADSP-STATUS         PIC XX.
       77 WS-CH-STATUS           PIC XX.
       77 WS-CUST-STATUS         PIC XX.
       77 WS-TR-STATUS           PIC XX.
       77 WS-EFF-STATUS          PIC XX.
       77 WS-AX-STATUS           PIC XX.
       77 WS-CA-STATUS           PIC XX.
       77 WS-WO-STATUS           PIC XX.
       77 WS-AR-STATUS           PIC XX.
       77 WS-ADJ-STATUS          PIC XX.
       77 WS-SPEC-STATUS         PIC XX.
       77 WS-SPH-STATUS          PIC XX.
       77 WS-AUD-STATUS          PIC XX.
       77 WS-DOS-STATUS          PIC XX.
       77 WS-CASE-NUMBER         PIC X(6).
       77 WS-MORE-RECORDS        PIC X VALUE 'N'.
       77 WS-MORE-DETAIL         PIC X VALUE 'N'.
       77 WS-EOF                 PIC X VALUE 'N'.
       77 WS-ON-LIVE-MASTER      PIC X VALUE 'N'.
       77 WS-ON-ARCHIVE          PIC X VALUE 'N'.
       77 WS-SECTION-ROWS        PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-FILE-SUB            PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-TOTAL-ROWS          PIC 9(7) USAGE IS COMP VALUE ZERO.
      * Page control - a dossier page is 55 print lines under its
      * header, the form the court clerks already accept.
       77 WS-PAGE-LINES          PIC 9(3) USAGE IS COMP VALUE 55.
       77 WS-LINE-COUNT          PIC 9(3) USAGE IS COMP VALUE 99.
       77 WS-PAGE-NUMBER         PIC 9(4) USAGE IS COMP VALUE ZERO.
       77 WS-PAGE-EDIT           PIC ZZZ9.
       77 WS-COUNT-EDIT          PIC ZZZZ9.
       77 WS-AMOUNT-EDIT         PIC Z(6)9.99.
       77 WS-BALANCE-EDIT        PIC -(6)9.99.
       77 WS-PAID-EDIT           PIC Z(6)9.99.
       77 WS-ADJUST-EDIT         PIC -(6)9.99.
       77 WS-PRINT-LINE          PIC X(100) VALUE SPACES.
       77 WS-SECTION-TITLE       PIC X(60).
       01 WS-STAMP-DATE.
          02 WS-SD-YYYY          PIC X(4).
          02 WS-SD-MM            PIC X(2).
          02 WS-SD-DD            PIC X(2).
       01 WS-STAMP-TIME-RAW.
          02 WS-TR-HH            PIC X(2).
          02 WS-TR-MM            PIC X(2).
          02 WS-TR-SS            PIC X(2).
       01 WS-STAMP-TIME.
          02 WS-ST-HH            PIC X(2).
          02 FILLER              PIC X VALUE ':'.
          02 WS-ST-MM            PIC X(2).
          02 FILLER              PIC X VALUE ':'.
          02 WS-ST-SS            PIC X(2).
      * The files searched, in certification order, with whether
      * each could be searched and how many rows it gave up.
       01 WS-FILE-NAME-VALUES.
          05 FILLER              PIC X(12) VALUE 'DECEDENT.DAT'.
          05 FILLER              PIC X(12) VALUE 'ARCHDECD.DAT'.
          05 FILLER              PIC X(12) VALUE 'CASEHIST.DAT'.
          05 FILLER              PIC X(12) VALUE 'AUDIT.DAT'.
          05 FILLER              PIC X(12) VALUE 'CUSTODY.DAT'.
          05 FILLER              PIC X(12) VALUE 'EFFECTS.DAT'.
          05 FILLER              PIC X(12) VALUE 'AUTOPSY.DAT'.
          05 FILLER              PIC X(12) VALUE 'CREMAUTH.DAT'.
          05 FILLER              PIC X(12) VALUE 'WORKORD.DAT'.
          05 FILLER              PIC X(12) VALUE 'DISPOSIT.DAT'.
          05 FILLER              PIC X(12) VALUE 'ARCHDISP.DAT'.
          05 FILLER              PIC X(12) VALUE 'TRANSPRT.DAT'.
          05 FILLER              PIC X(12) VALUE 'RECEIVBL.DAT'.
          05 FILLER              PIC X(12) VALUE 'ADJHIST.DAT'.
          05 FILLER              PIC X(12) VALUE 'SPECIMEN.DAT'.
          05 FILLER              PIC X(12) VALUE 'SPECHIST.DAT'.
       01 WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
          05 WS-FILE-NAME        PIC X(12) OCCURS 16 TIMES.
       01 WS-FILE-STATE.
          05 WS-FILE-ENTRY OCCURS 16 TIMES.
             10 WS-FS-OPEN       PIC X VALUE 'N'.
             10 WS-FS-ROWS       PIC 9(5) USAGE IS COMP VALUE ZERO.
       01 WS-CERT-DETAIL.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-CT-NAME          PIC X(12).
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-CT-STATE         PIC X(12).
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-CT-ROWS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'CASE NUMBER FOR DOSSIER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           IF WS-CASE-NUMBER = SPACES
               DISPLAY 'PRG205: CASE NUMBER REQUIRED - RUN REFUSED'
           ELSE
               PERFORM STAMP-NOW
               PERFORM OPEN-DOSSIER-FILES
               IF WS-DOS-STATUS = '00'
                   PERFORM PRINT-CASE-MASTER
                   PERFORM PRINT-CASE-HISTORY
                   PERFORM PRINT-AUDIT-CHANGES
                   PERFORM PRINT-CUSTODY-TRAIL
                   PERFORM PRINT-EFFECTS-INVENTORY
                   PERFORM PRINT-AUTOPSY-EXAM
                   PERFORM PRINT-SPECIMENS
                   PERFORM PRINT-CREMATION-AUTH
                   PERFORM PRINT-WORK-ORDERS
                   PERFORM PRINT-DISPOSITION
                   PERFORM PRINT-TRANSPORT-LEGS
                   PERFORM PRINT-RECEIVABLES
                   PERFORM PRINT-CERTIFICATION
               END-IF
               PERFORM CLOSE-DOSSIER-FILES
               DISPLAY 'PRG205: DOSSIER FOR CASE ' WS-CASE-NUMBER
                   ' WRITTEN, PAGES: ' WS-PAGE-NUMBER
           END-IF.
           STOP RUN.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.

      * Only the dossier itself is required. Every source file is
      * opened for input and flagged; one that will not open is
      * certified UNAVAILABLE on the last page.
       OPEN-DOSSIER-FILES.
           OPEN OUTPUT DOSSIER-FILE.
           IF WS-DOS-STATUS NOT = '00'
               DISPLAY 'PRG205: UNABLE TO OPEN DOSSIER FILE, STATUS = '
                   WS-DOS-STATUS
           END-IF.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (1)
           END-IF.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (2)
           END-IF.
           OPEN INPUT CASE-HISTORY-FILE.
           IF WS-CH-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (3)
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (4)
           END-IF.
           OPEN INPUT CUSTODY-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (5)
           END-IF.
           OPEN INPUT EFFECTS-FILE.
           IF WS-EFF-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (6)
           END-IF.
           OPEN INPUT AUTOPSY-FILE.
           IF WS-AX-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (7)
           END-IF.
           OPEN INPUT CREMATION-AUTH-FILE.
           IF WS-CA-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (8)
           END-IF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (9)
           END-IF.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (10)
           END-IF.
           OPEN INPUT ARCHIVE-DISP-FILE.
           IF WS-ADSP-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (11)
           END-IF.
           OPEN INPUT TRANSPORT-FILE.
           IF WS-TR-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (12)
           END-IF.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-AR-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (13)
           END-IF.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (14)
           END-IF.
           OPEN INPUT SPECIMEN-FILE.
           IF WS-SPEC-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (15)
           END-IF.
           OPEN INPUT SPECIMEN-HISTORY-FILE.
           IF WS-SPH-STATUS = '00'
               MOVE 'Y' TO WS-FS-OPEN (16)
           END-IF.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 16
               IF WS-FS-OPEN (WS-FILE-SUB) NOT = 'Y'
                   DISPLAY 'PRG205: ' WS-FILE-NAME (WS-FILE-SUB)
                       ' UNAVAILABLE - CERTIFIED AS NOT SEARCHED'
               END-IF
           END-PERFORM.

       CLOSE-DOSSIER-FILES.
           IF WS-DOS-STATUS = '00'
               CLOSE DOSSIER-FILE
           END-IF.
           IF WS-FS-OPEN (1) = 'Y'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-FS-OPEN (2) = 'Y'
               CLOSE ARCHIVE-MASTER
           END-IF.
           IF WS-FS-OPEN (3) = 'Y'
               CLOSE CASE-HISTORY-FILE
           END-IF.
           IF WS-FS-OPEN (4) = 'Y'
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-FS-OPEN (5) = 'Y'
               CLOSE CUSTODY-FILE
           END-IF.
           IF WS-FS-OPEN (6) = 'Y'
               CLOSE EFFECTS-FILE
           END-IF.
           IF WS-FS-OPEN (7) = 'Y'
               CLOSE AUTOPSY-FILE
           END-IF.
           IF WS-FS-OPEN (8) = 'Y'
               CLOSE CREMATION-AUTH-FILE
           END-IF.
           IF WS-FS-OPEN (9) = 'Y'
               CLOSE WORK-ORDER-FILE
           END-IF.
           IF WS-FS-OPEN (10) = 'Y'
               CLOSE DISPOSITION-FILE
           END-IF.
           IF WS-FS-OPEN (11) = 'Y'
               CLOSE ARCHIVE-DISP-FILE
           END-IF.
           IF WS-FS-OPEN (12) = 'Y'
               CLOSE TRANSPORT-FILE
           END-IF.
           IF WS-FS-OPEN (13) = 'Y'
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-FS-OPEN (14) = 'Y'
               CLOSE ADJUSTMENT-FILE
           END-IF.
           IF WS-FS-OPEN (15) = 'Y'
               CLOSE SPECIMEN-FILE
           END-IF.
           IF WS-FS-OPEN (16) = 'Y'
               CLOSE SPECIMEN-HISTORY-FILE
           END-IF.

      * Every line of the dossier goes out through here, so a page
      * never runs past its length and every page gets its header.
       WRITE-DOSSIER-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LINES
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO DOSSIER-LINE.
           STRING 'CASE DOSSIER - CASE ' WS-CASE-NUMBER
               '   RUN ' WS-STAMP-DATE ' ' WS-STAMP-TIME
               '   PAGE ' WS-PAGE-EDIT
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           IF WS-PAGE-NUMBER = 1
               WRITE DOSSIER-LINE
           ELSE
               WRITE DOSSIER-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE ALL '=' TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       FORCE-NEW-PAGE.
           MOVE WS-PAGE-LINES TO WS-LINE-COUNT.

       WRITE-SECTION-HEADING.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE WS-SECTION-TITLE TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE (1:60).
           PERFORM WRITE-DOSSIER-LINE.
           MOVE ZERO TO WS-SECTION-ROWS.

       WRITE-SECTION-FOOTING.
           IF WS-SECTION-ROWS = ZERO
               MOVE '    NO RECORDS ON FILE FOR THIS CASE'
                   TO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

      * The master record - live first, the PRG70 archive after.
      * Both are read so the certification can say both were
      * searched; a case on neither still gets a dossier, and the
      * certification then swears to the absence of records.
       PRINT-CASE-MASTER.
           IF WS-FS-OPEN (1) = 'Y'
               MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER
               READ DECEDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-LIVE-MASTER
                       ADD 1 TO WS-FS-ROWS (1)
               END-READ
           END-IF.
           IF WS-FS-OPEN (2) = 'Y'
               MOVE WS-CASE-NUMBER TO ARC-CASE-NUMBER
               READ ARCHIVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ARCHIVE
                       ADD 1 TO WS-FS-ROWS (2)
               END-READ
           END-IF.
           MOVE 'SECTION 1 - CASE MASTER RECORD' TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-ON-LIVE-MASTER = 'Y'
               PERFORM PRINT-LIVE-MASTER
           ELSE
               IF WS-ON-ARCHIVE = 'Y'
                   PERFORM PRINT-ARCHIVED-MASTER
               ELSE
                   MOVE '    CASE NOT ON THE LIVE OR ARCHIVED MASTER'
                       TO WS-PRINT-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       PRINT-LIVE-MASTER.
           STRING '    SOURCE         : DECEDENT.DAT (LIVE)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CASE NUMBER    : ' DM-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    FACILITY       : ' DM-FACILITY-ID
               '   TRAY ' DM-BAY-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    DECEDENT NAME  : ' DM-DECEDENT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    INTAKE         : ' DM-INTAKE-DATE ' '
               DM-INTAKE-TIME DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    RELEASE        : ' DM-RELEASE-DATE ' '
               DM-RELEASE-TIME DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CAUSE OF DEATH : ' DM-CAUSE-OF-DEATH
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    NEXT OF KIN    : ' DM-NOK-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    FUNERAL HOME   : ' DM-FUNERAL-HOME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CASE STATUS    : ' DM-CASE-STATUS
               '   DOE CASE: ' DM-DOE-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF DM-ME-CASE-NUMBER NOT = SPACES
               STRING '    ME/CORONER     : ' DM-ME-CASE-NUMBER
                   ' ' DM-ME-PATHOLOGIST
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
               STRING '    HOLD PLACED    : ' DM-HOLD-DATE ' '
                   DM-HOLD-TIME '   LIFTED: ' DM-LIFT-DATE ' '
                   DM-LIFT-TIME '   ACTIVE: ' DM-HOLD-FLAG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-ARCHIVED-MASTER.
           STRING '    SOURCE         : ARCHDECD.DAT (ARCHIVED)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CASE NUMBER    : ' ARC-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    FACILITY       : ' ARC-FACILITY-ID
               '   TRAY ' ARC-BAY-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    DECEDENT NAME  : ' ARC-DECEDENT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    INTAKE         : ' ARC-INTAKE-DATE ' '
               ARC-INTAKE-TIME DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    RELEASE        : ' ARC-RELEASE-DATE ' '
               ARC-RELEASE-TIME DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CAUSE OF DEATH : ' ARC-CAUSE-OF-DEATH
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    NEXT OF KIN    : ' ARC-NOK-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    FUNERAL HOME   : ' ARC-FUNERAL-HOME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '    CASE STATUS    : ' ARC-CASE-STATUS
               '   DOE CASE: ' ARC-DOE-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF ARC-ME-CASE-NUMBER NOT = SPACES
               STRING '    ME/CORONER     : ' ARC-ME-CASE-NUMBER
                   ' ' ARC-ME-PATHOLOGIST
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
               STRING '    HOLD PLACED    : ' ARC-HOLD-DATE ' '
                   ARC-HOLD-TIME '   LIFTED: ' ARC-LIFT-DATE ' '
                   ARC-LIFT-TIME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

      * PRG5 events - appended as they happen, so file order is
      * time order.
       PRINT-CASE-HISTORY.
           MOVE 'SECTION 2 - CASE HISTORY EVENTS (CASEHIST.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE '    DATE     TIME      EVENT  PERFORMED BY'
               TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF WS-FS-OPEN (3) = 'Y'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CH-CASE-NUMBER = WS-CASE-NUMBER
                               ADD 1 TO WS-SECTION-ROWS
                               STRING '    ' CH-EVENT-DATE ' '
                                   CH-EVENT-TIME '  ' CH-EVENT-CODE
                                   '   ' CH-PERFORMED-BY
                                   DELIMITED BY SIZE
                                   INTO WS-PRINT-LINE
                               PERFORM WRITE-DOSSIER-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (3).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-AUDIT-CHANGES.
           MOVE 'SECTION 3 - FIELD CHANGES (AUDIT.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (4) = 'Y'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUD-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (4).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-AUDIT-ROW.
           ADD 1 TO WS-SECTION-ROWS.
           STRING '    ' AUD-EVENT-DATE ' ' AUD-EVENT-TIME '  '
               AUD-FIELD-NAME '  BY ' AUD-STAFF-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '        FROM: ' AUD-OLD-VALUE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '        TO  : ' AUD-NEW-VALUE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-CUSTODY-TRAIL.
           MOVE 'SECTION 4 - CHAIN OF CUSTODY (CUSTODY.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (5) = 'Y'
               MOVE WS-CASE-NUMBER TO CUST-CASE-NUMBER
               MOVE ZERO TO CUST-SEQUENCE
               START CUSTODY-FILE KEY IS NOT LESS THAN CUST-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ CUSTODY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF CUST-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-MOVEMENT
                           ELSE
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (5).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-MOVEMENT.
           ADD 1 TO WS-SECTION-ROWS.
           STRING '    ' CUST-SEQUENCE '  ' CUST-MOVE-DATE ' '
               CUST-MOVE-TIME '  FROM ' CUST-FROM-LOCATION
               ' TO ' CUST-TO-LOCATION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '         RELEASED BY ' CUST-RELEASED-BY
               '  RECEIVED BY ' CUST-RECEIVED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-EFFECTS-INVENTORY.
           MOVE 'SECTION 5 - PERSONAL EFFECTS (EFFECTS.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (6) = 'Y'
               MOVE WS-CASE-NUMBER TO EFF-CASE-NUMBER
               MOVE ZERO TO EFF-ITEM-NUMBER
               START EFFECTS-FILE KEY IS NOT LESS THAN EFF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ EFFECTS-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF EFF-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-EFFECT
                           ELSE
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (6).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-EFFECT.
           ADD 1 TO WS-SECTION-ROWS.
           STRING '    ' EFF-ITEM-NUMBER '  ' EFF-DESCRIPTION
               '  QTY ' EFF-QUANTITY '  ' EFF-ITEM-STATUS
               '  RECORDED BY ' EFF-RECORDED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF EFF-RELEASE-DATE NOT = SPACES
               STRING '         RELEASED TO ' EFF-RELEASED-TO
                   ' ON ' EFF-RELEASE-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-AUTOPSY-EXAM.
           MOVE 'SECTION 6 - AUTOPSY EXAM (AUTOPSY.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (7) = 'Y'
               MOVE WS-CASE-NUMBER TO AX-CASE-NUMBER
               READ AUTOPSY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       STRING '    EXAM DATE      : ' AX-EXAM-DATE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    PATHOLOGIST    : ' AX-PATHOLOGIST
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    PRELIM CAUSE   : ' AX-PRELIM-CAUSE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    FINAL CAUSE    : ' AX-FINAL-CAUSE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    MANNER OF DEATH: '
                           AX-MANNER-OF-DEATH
                           '   TOX PENDING: ' AX-TOX-PENDING-FLAG
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
               END-READ
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (7).
           PERFORM WRITE-SECTION-FOOTING.

      * Specimens and evidence the pathologist kept back, each
      * followed by its own hand-off trail off SPECHIST.DAT so the
      * chain of custody for an exhibit reads with the item.
       PRINT-SPECIMENS.
           MOVE 'SECTION 7 - SPECIMENS (SPECIMEN.DAT/SPECHIST.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (15) = 'Y'
               MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER
               MOVE ZERO TO SPEC-NUMBER
               START SPECIMEN-FILE KEY IS NOT LESS THAN SPEC-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ SPECIMEN-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF SPEC-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-SPECIMEN
                           ELSE
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-SPECIMEN.
           ADD 1 TO WS-SECTION-ROWS.
           ADD 1 TO WS-FS-ROWS (15).
           STRING '    ' SPEC-NUMBER '  ' SPEC-TYPE '  '
               SPEC-DESCRIPTION '  LABEL ' SPEC-LABEL-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '         COLLECTED ' SPEC-COLLECTED-DATE
               '  KEEP TO ' SPEC-RETENTION-END '  ' SPEC-STATUS
               '  AT ' SPEC-LOCATION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF SPEC-DESTROYED
               STRING '         DESTROYED ' SPEC-DESTROYED-DATE ' '
                   SPEC-DESTROYED-TIME '  BY ' SPEC-DESTROYED-BY
                   '  AUTHORIZED ' SPEC-DESTROY-AUTH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           IF WS-FS-OPEN (16) = 'Y'
               MOVE SPEC-CASE-NUMBER TO SPH-CASE-NUMBER
               MOVE SPEC-NUMBER TO SPH-SPEC-NUMBER
               MOVE ZERO TO SPH-SEQUENCE
               START SPECIMEN-HISTORY-FILE KEY IS NOT LESS THAN SPH-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-DETAIL
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-DETAIL
               END-START
               PERFORM UNTIL WS-MORE-DETAIL = 'N'
                   READ SPECIMEN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-DETAIL
                       NOT AT END
                           IF SPH-CASE-NUMBER = SPEC-CASE-NUMBER
                              AND SPH-SPEC-NUMBER = SPEC-NUMBER
                               PERFORM PRINT-ONE-SPECIMEN-HANDOFF
                           ELSE
                               MOVE 'N' TO WS-MORE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-ONE-SPECIMEN-HANDOFF.
           ADD 1 TO WS-SECTION-ROWS.
           ADD 1 TO WS-FS-ROWS (16).
           STRING '         ' SPH-SEQUENCE ' ' SPH-DATE ' ' SPH-TIME
               '  ' SPH-ACTION '  ' SPH-FROM-LOCATION ' TO '
               SPH-TO-LOCATION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '             BY ' SPH-RELEASED-BY
               '  RECEIVED ' SPH-RECEIVED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF SPH-ACTION-POLICE
               STRING '             AGENCY ' SPH-AGENCY
                   '  BADGE ' SPH-BADGE-NUMBER
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-CREMATION-AUTH.
           MOVE 'SECTION 8 - CREMATION AUTHORIZATION (CREMAUTH.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (8) = 'Y'
               MOVE WS-CASE-NUMBER TO CA-CASE-NUMBER
               READ CREMATION-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       STRING '    AUTHORIZED BY  : '
                           CA-AUTHORIZING-PARTY ' (' CA-RELATIONSHIP
                           ')' DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    SIGNED         : '
                           CA-SIGNATURE-DATE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
                       STRING '    COUNTY PERMIT  : ' CA-PERMIT-NUMBER
                           ' ISSUED ' CA-PERMIT-DATE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
               END-READ
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (8).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-WORK-ORDERS.
           MOVE 'SECTION 9 - PREP-ROOM WORK ORDERS (WORKORD.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE '    ORD  SVC   ORDERED   COMPLETED  CHARGE     '
               TO WS-PRINT-LINE.
           MOVE 'INVOICE  STAFF' TO WS-PRINT-LINE (48:14).
           PERFORM WRITE-DOSSIER-LINE.
           IF WS-FS-OPEN (9) = 'Y'
               MOVE WS-CASE-NUMBER TO WO-CASE-NUMBER
               MOVE ZERO TO WO-ORDER-NUMBER
               START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ WORK-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF WO-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-WORK-ORDER
                           ELSE
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (9).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-WORK-ORDER.
           ADD 1 TO WS-SECTION-ROWS.
           MOVE WO-CHARGE-AMOUNT TO WS-AMOUNT-EDIT.
           STRING '    ' WO-ORDER-NUMBER '  ' WO-SERVICE-CODE '  '
               WO-ORDERED-DATE '  ' WO-COMPLETED-DATE ' '
               WS-AMOUNT-EDIT '  ' WO-INVOICE-NUMBER '   '
               WO-STAFF-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.

      * The disposition row lives on DISPOSIT.DAT while the case is
      * live and travels to ARCHDISP.DAT with it - both are read.
       PRINT-DISPOSITION.
           MOVE 'SECTION 10 - DISPOSITION (DISPOSIT.DAT/ARCHDISP.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (10) = 'Y'
               MOVE WS-CASE-NUMBER TO DISP-CASE-NUMBER
               READ DISPOSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       ADD 1 TO WS-FS-ROWS (10)
                       STRING '    ' DISP-DATE ' ' DISP-TIME '  '
                           DISP-TYPE '  CLAIMED BY ' DISP-CLAIMED-BY
                           '  INVOICE ' DISP-INVOICE-NUMBER
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
               END-READ
           END-IF.
           IF WS-FS-OPEN (11) = 'Y'
               MOVE WS-CASE-NUMBER TO ADSP-CASE-NUMBER
               READ ARCHIVE-DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-ROWS
                       ADD 1 TO WS-FS-ROWS (11)
                       STRING '    ' ADSP-DATE ' ' ADSP-TIME '  '
                           ADSP-TYPE '  CLAIMED BY ' ADSP-CLAIMED-BY
                           '  INVOICE ' ADSP-INVOICE-NUMBER
                           ' (ARCHIVED)'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-DOSSIER-LINE
               END-READ
           END-IF.
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-TRANSPORT-LEGS.
           MOVE 'SECTION 11 - TRANSPORT (TRANSPRT.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (12) = 'Y'
               MOVE WS-CASE-NUMBER TO TR-CASE-NUMBER
               MOVE ZERO TO TR-SEQUENCE
               START TRANSPORT-FILE KEY IS NOT LESS THAN TR-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ TRANSPORT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF TR-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-TRANSPORT
                           ELSE
                               MOVE 'N' TO WS-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-FS-ROWS (12).
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-TRANSPORT.
           ADD 1 TO WS-SECTION-ROWS.
           STRING '    ' TR-SEQUENCE '  DEPARTED ' TR-DEPART-DATE ' '
               TR-DEPART-TIME '  VEHICLE ' TR-VEHICLE-ID
               '  DRIVER ' TR-DRIVER-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING '         TO HOME ' TR-DEST-HOME-CODE
               '  ARRIVED ' TR-ARRIVE-DATE ' ' TR-ARRIVE-TIME
               '  SIGNED ' TR-RECEIVED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.

      * Receivables are keyed by invoice number, so the whole file
      * is read for the case's items - invoice numbers are issued
      * in sequence, which keeps them in billing order. Each item's
      * PRG210 adjustments off ADJHIST.DAT print under it.
       PRINT-RECEIVABLES.
           MOVE 'SECTION 12 - RECEIVABLES (RECEIVBL.DAT/ADJHIST.DAT)'
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-FS-OPEN (13) = 'Y'
               MOVE ZERO TO AR-INVOICE-NUMBER
               START RECEIVABLE-FILE KEY IS NOT LESS THAN
                   AR-INVOICE-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-RECORDS
               END-START
               PERFORM UNTIL WS-MORE-RECORDS = 'N'
                   READ RECEIVABLE-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-RECORDS
                       NOT AT END
                           IF AR-CASE-NUMBER = WS-CASE-NUMBER
                               PERFORM PRINT-ONE-RECEIVABLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-ONE-RECEIVABLE.
           ADD 1 TO WS-SECTION-ROWS.
           ADD 1 TO WS-FS-ROWS (13).
           MOVE AR-TOTAL-CHARGE TO WS-AMOUNT-EDIT.
           STRING '    INVOICE ' AR-INVOICE-NUMBER '  DATED '
               AR-INVOICE-DATE '  BILL TO ' AR-BILL-TO
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE AR-ADJUST-AMOUNT TO WS-ADJUST-EDIT.
           MOVE AR-AMOUNT-PAID TO WS-PAID-EDIT.
           MOVE AR-BALANCE-DUE TO WS-BALANCE-EDIT.
           STRING '         CHARGED ' WS-AMOUNT-EDIT
               '  ADJUSTED ' WS-ADJUST-EDIT '  PAID ' WS-PAID-EDIT
               '  BALANCE ' WS-BALANCE-EDIT '  ' AR-STATUS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF AR-LAST-PAY-DATE NOT = ZERO
               STRING '         LAST CHECK ' AR-LAST-CHECK-NO
                   ' ON ' AR-LAST-PAY-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           IF WS-FS-OPEN (14) = 'Y'
               MOVE AR-INVOICE-NUMBER TO ADJ-INVOICE-NUMBER
               MOVE ZERO TO ADJ-SEQUENCE
               START ADJUSTMENT-FILE KEY IS NOT LESS THAN ADJ-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MORE-DETAIL
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MORE-DETAIL
               END-START
               PERFORM UNTIL WS-MORE-DETAIL = 'N'
                   READ ADJUSTMENT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-MORE-DETAIL
                       NOT AT END
                           IF ADJ-INVOICE-NUMBER = AR-INVOICE-NUMBER
                               PERFORM PRINT-ONE-ADJUSTMENT
                           ELSE
                               MOVE 'N' TO WS-MORE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-ONE-ADJUSTMENT.
           ADD 1 TO WS-SECTION-ROWS.
           ADD 1 TO WS-FS-ROWS (14).
           MOVE ADJ-AMOUNT TO WS-PAID-EDIT.
           STRING '         ADJ ' ADJ-SEQUENCE '  ' ADJ-DATE '  '
               ADJ-TYPE ' ' ADJ-REASON-CODE ' ' WS-PAID-EDIT
               '  BY ' ADJ-OPERATOR-ID '  APPROVED ' ADJ-APPROVED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF ADJ-REFERENCE NOT = SPACES
               STRING '             REF ' ADJ-REFERENCE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

      * The last page: which files were searched for the case and
      * how many rows each returned, and the custodian's signature
      * lines. A file that could not be opened is certified NOT
      * SEARCHED, never as zero rows.
       PRINT-CERTIFICATION.
           PERFORM FORCE-NEW-PAGE.
           MOVE 'CERTIFICATION OF RECORDS SEARCHED' TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING 'THE FOLLOWING FILES WERE SEARCHED IN FULL FOR CASE '
               WS-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           STRING 'ON ' WS-STAMP-DATE ' AT ' WS-STAMP-TIME
               ' WITH THE RESULTS SHOWN:'
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE '    FILE              STATE             ROWS'
               TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE ZERO TO WS-TOTAL-ROWS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 16
               MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CT-NAME
               IF WS-FS-OPEN (WS-FILE-SUB) = 'Y'
                   MOVE 'SEARCHED' TO WS-CT-STATE
               ELSE
                   MOVE 'NOT SEARCHED' TO WS-CT-STATE
               END-IF
               MOVE WS-FS-ROWS (WS-FILE-SUB) TO WS-CT-ROWS
               ADD WS-FS-ROWS (WS-FILE-SUB) TO WS-TOTAL-ROWS
               MOVE WS-CERT-DETAIL TO WS-PRINT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-PERFORM.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT.
           STRING '    TOTAL ROWS REPORTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE 'CUSTODIAN OF RECORDS: ______________________________'
               TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE 'SIGNATURE: _________________________  DATE: __________'
               TO WS-PRINT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
