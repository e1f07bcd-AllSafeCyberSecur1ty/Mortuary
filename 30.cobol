      * scan remains only as a fallback when the index has never
      * been built), and displays the full record including
      * disposition and custody history, so staff can answer a phone
      * inquiry without paging through batch printouts. A case under
      * active biohazard precautions (PRECAUT.DAT) opens with a
      * banner naming the hazard before anything else is shown.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG30.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NX-KEY
           FILE STATUS IS WS-NX-STATUS.
           SELECT PRECAUTION-FILE ASSIGN TO "PRECAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CASE-NUMBER
           FILE STATUS IS WS-PRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "ARCDREC.CPY".
       FD  NAME-XREF-FILE.
           COPY "NXREC.CPY".
       FD  PRECAUTION-FILE.
           COPY "PRECREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS           PIC XX.
       77 WS-DISP-STATUS         PIC XX.
       77 WS-ADSP-OPEN           PIC X VALUE 'N'.
       77 WS-NX-STATUS           PIC XX.
       77 WS-NX-OPEN             PIC X VALUE 'N'.
       77 WS-PRC-STATUS          PIC XX.
       77 WS-PRC-OPEN            PIC X VALUE 'N'.
       77 WS-SEARCH-LEN          PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-LEN-SUB             PIC 9(2) USAGE IS COMP VALUE ZERO.
       77 WS-PICK-COUNT          PIC 9(2) VALUE ZERO.
                       'STATUS = ' WS-NX-STATUS
               END-IF
           END-IF.
      * No precautions file yet just means no case has been flagged.
           OPEN INPUT PRECAUTION-FILE.
           IF WS-PRC-STATUS = '00'
               MOVE 'Y' TO WS-PRC-OPEN
           ELSE
               IF WS-PRC-STATUS NOT = '35'
                   DISPLAY 'PRG30: UNABLE TO OPEN PRECAUTIONS FILE, '
                       'STATUS = ' WS-PRC-STATUS
               END-IF
           END-IF.

       CLOSE-INQUIRY-FILES.
           CLOSE DECEDENT-MASTER.
           IF WS-ADSP-OPEN = 'Y'
               CLOSE ARCHIVE-DISP-FILE
           END-IF.
           IF WS-PRC-OPEN = 'Y'
               CLOSE PRECAUTION-FILE
           END-IF.

       LOOKUP-BY-CASE-NUMBER.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
       DISPLAY-ARCHIVED-RECORD.
           DISPLAY ' '.
           DISPLAY '*** ARCHIVED CASE ***'.
           MOVE ARC-CASE-NUMBER TO PRC-CASE-NUMBER.
           PERFORM DISPLAY-PRECAUTION-BANNER.
           DISPLAY 'CASE NUMBER    : ' ARC-CASE-NUMBER.
           DISPLAY 'FACILITY       : ' ARC-FACILITY-ID.
           DISPLAY 'DECEDENT NAME  : ' ARC-DECEDENT-NAME.

       DISPLAY-CASE-RECORD.
           DISPLAY ' '.
           MOVE DM-CASE-NUMBER TO PRC-CASE-NUMBER.
           PERFORM DISPLAY-PRECAUTION-BANNER.
           DISPLAY 'CASE NUMBER    : ' DM-CASE-NUMBER.
           DISPLAY 'FACILITY       : ' DM-FACILITY-ID.
           DISPLAY 'DECEDENT NAME  : ' DM-DECEDENT-NAME.
               PERFORM DISPLAY-CASE-DISPOSITION
           END-IF.

      * Caller moves the case number to PRC-CASE-NUMBER. Only an
      * active row is bannered - a cleared one was entered in error.
       DISPLAY-PRECAUTION-BANNER.
           IF WS-PRC-OPEN = 'Y'
               READ PRECAUTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRC-ACTIVE
                           DISPLAY '**************************'
                               '**************'
                           DISPLAY '*** BIOHAZARD PRECAUTIONS - '
                               PRC-HAZARD-CODE ' LEVEL '
                               PRC-PRECAUTION-LEVEL ' ***'
                           DISPLAY '*** ' PRC-HAZARD-NOTE
                           DISPLAY '*** REPORTED BY ' PRC-REPORTED-BY
                               ' ON ' PRC-REPORTED-DATE
                           DISPLAY '**************************'
                               '**************'
                       END-IF
               END-READ
           END-IF.

       DISPLAY-CASE-DISPOSITION.
           MOVE DM-CASE-NUMBER TO DISP-CASE-NUMBER.
           READ DISPOSITION-FILE
