      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Supply Issue Service - called, like PRG5, wherever work uses
      * up prep-room stock: PRG150 as a work order is completed, XLI
      * and PRG20 as a case is taken in (service INTK, the pouch and
      * the tag). Explodes the service's bill of materials off
      * SUPBOM.DAT, takes each standard quantity off the item's
      * on-hand on SUPPLY.DAT and journals an ISSU row per item to
      * SUPTRAN.DAT at the current unit cost. Stock never blocks the
      * work - a short shelf goes negative and shows on the reorder
      * report. Hands back the number of items issued; zero means no
      * bill of materials (or no supply files yet) for the service.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG230.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-MASTER ASSIGN TO "SUPPLY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ITEM-CODE
           FILE STATUS IS WS-SUP-STATUS.
           SELECT BILL-OF-MATERIALS ASSIGN TO "SUPBOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-STATUS.
           SELECT SUPPLY-TRANS-FILE ASSIGN TO "SUPTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLY-MASTER.
           COPY "SUPREC.CPY".
       FD  BILL-OF-MATERIALS.
           COPY "BOMREC.CPY".
       FD  SUPPLY-TRANS-FILE.
           COPY "SUPTREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-SUP-STATUS       PIC XX.
       77 WS-BOM-STATUS       PIC XX.
       77 WS-STX-STATUS       PIC XX.
       77 WS-STX-OPEN         PIC X VALUE 'N'.
       77 WS-MORE-BOM         PIC X VALUE 'N'.
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
       LINKAGE SECTION.
       01 LK-CASE-NUMBER      PIC X(6).
       01 LK-SERVICE-CODE     PIC X(4).
       01 LK-PERFORMED-BY     PIC X(10).
       01 LK-ITEMS-ISSUED     PIC 9(3).
       PROCEDURE DIVISION USING LK-CASE-NUMBER, LK-SERVICE-CODE,
           LK-PERFORMED-BY, LK-ITEMS-ISSUED.
       MAIN-LOGIC.
           MOVE ZERO TO LK-ITEMS-ISSUED.
           PERFORM STAMP-NOW.
           PERFORM OPEN-SUPPLY-FILES.
           IF WS-SUP-STATUS = '00' AND WS-BOM-STATUS = '00'
               PERFORM ISSUE-SERVICE-MATERIALS
           END-IF.
           PERFORM CLOSE-SUPPLY-FILES.
           GOBACK.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.

      * No supply master or no bill of materials yet is not an
      * error for the caller - the work still gets done, it just
      * draws down nothing until purchasing has loaded the files.
       OPEN-SUPPLY-FILES.
           OPEN I-O SUPPLY-MASTER.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'PRG230: SUPPLY MASTER NOT AVAILABLE, STATUS = '
                   WS-SUP-STATUS ' - NO STOCK ISSUED'
           END-IF.
           OPEN INPUT BILL-OF-MATERIALS.
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'PRG230: BILL OF MATERIALS NOT AVAILABLE, '
                   'STATUS = ' WS-BOM-STATUS ' - NO STOCK ISSUED'
           END-IF.
           OPEN EXTEND SUPPLY-TRANS-FILE.
           IF WS-STX-STATUS = '35'
               OPEN OUTPUT SUPPLY-TRANS-FILE
           END-IF.
           IF WS-STX-STATUS = '00'
               MOVE 'Y' TO WS-STX-OPEN
           ELSE
               DISPLAY 'PRG230: SUPPLY JOURNAL NOT AVAILABLE, '
                   'STATUS = ' WS-STX-STATUS
           END-IF.

       CLOSE-SUPPLY-FILES.
           IF WS-SUP-STATUS = '00'
               CLOSE SUPPLY-MASTER
           END-IF.
           IF WS-BOM-STATUS = '00'
               CLOSE BILL-OF-MATERIALS
           END-IF.
           IF WS-STX-OPEN = 'Y'
               CLOSE SUPPLY-TRANS-FILE
               MOVE 'N' TO WS-STX-OPEN
           END-IF.

      * Every bill-of-materials row for the service, read forward
      * from the service code until it changes.
       ISSUE-SERVICE-MATERIALS.
           MOVE LK-SERVICE-CODE TO BOM-SERVICE-CODE.
           MOVE LOW-VALUES TO BOM-ITEM-CODE.
           START BILL-OF-MATERIALS KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-BOM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-BOM
           END-START.
           PERFORM UNTIL WS-MORE-BOM = 'N'
               READ BILL-OF-MATERIALS NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-BOM
                   NOT AT END
                       IF BOM-SERVICE-CODE = LK-SERVICE-CODE
                           PERFORM ISSUE-ONE-ITEM
                       ELSE
                           MOVE 'N' TO WS-MORE-BOM
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-ONE-ITEM.
           MOVE BOM-ITEM-CODE TO SUP-ITEM-CODE.
           READ SUPPLY-MASTER
               INVALID KEY
                   DISPLAY 'PRG230: ITEM ' BOM-ITEM-CODE ' ON '
                       LK-SERVICE-CODE ' BILL NOT ON SUPPLY MASTER'
               NOT INVALID KEY
                   SUBTRACT BOM-QUANTITY FROM SUP-ON-HAND
                   REWRITE SUPPLY-ITEM-RECORD
                   IF WS-SUP-STATUS = '00'
                       ADD 1 TO LK-ITEMS-ISSUED
                       PERFORM WRITE-ISSUE-JOURNAL
                   ELSE
                       DISPLAY 'PRG230: SUPPLY REWRITE FAILED FOR '
                           SUP-ITEM-CODE ' STATUS = ' WS-SUP-STATUS
                   END-IF
           END-READ.

       WRITE-ISSUE-JOURNAL.
           IF WS-STX-OPEN = 'Y'
               MOVE SPACES TO SUPPLY-TRANS-RECORD
               MOVE 'ISSU' TO STX-TRANS-TYPE
               MOVE SUP-ITEM-CODE TO STX-ITEM-CODE
               MOVE LK-SERVICE-CODE TO STX-SERVICE-CODE
               MOVE LK-CASE-NUMBER TO STX-CASE-NUMBER
               MOVE BOM-QUANTITY TO STX-QUANTITY
               MOVE SUP-UNIT-COST TO STX-UNIT-COST
               COMPUTE STX-EXTENDED-COST ROUNDED =
                   BOM-QUANTITY * SUP-UNIT-COST
               MOVE LK-PERFORMED-BY TO STX-STAFF-ID
               MOVE WS-STAMP-DATE TO STX-DATE
               MOVE WS-STAMP-TIME TO STX-TIME
               MOVE SPACES TO STX-REFERENCE
               WRITE SUPPLY-TRANS-RECORD
               IF WS-STX-STATUS NOT = '00'
                   DISPLAY 'PRG230: SUPPLY JOURNAL WRITE FAILED, '
                       'STATUS = ' WS-STX-STATUS
               END-IF
           END-IF.
