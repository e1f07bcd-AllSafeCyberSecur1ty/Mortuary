      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Monthly County Indigent Claim - pulls every invoice PRG45
      * billed to the county indigent-burial program in the keyed
      * month off the county claim register (CNTYREG.DAT) and writes
      * the claim file the county pays from (CNTYCLM.DAT): a header
      * row with the claim month, one detail row per case with the
      * county's case number, our case and invoice, the dates of
      * stay and the contract-priced charges, and a trailer row with
      * the case count and claim total the county checks against
      * its warrant. The file is rebuilt from the register on every
      * run, so a re-run for the same month hands over the same
      * claim rather than a second one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG220.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTY-CLAIM-REGISTER ASSIGN TO "CNTYREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCL-STATUS.
           SELECT COUNTY-CLAIM-FILE ASSIGN TO "CNTYCLM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNTY-CLAIM-REGISTER.
           COPY "CCLREC.CPY".
       FD  COUNTY-CLAIM-FILE.
       01  CLAIM-DETAIL-RECORD.
           05 CLM-RECORD-TYPE     PIC X.
           05 CLM-COUNTY-CASE     PIC X(10).
           05 CLM-CASE-NUMBER     PIC X(6).
           05 CLM-INVOICE-NUMBER  PIC 9(6).
           05 CLM-DECEDENT-NAME   PIC X(30).
           05 CLM-STAY-FROM       PIC X(8).
           05 CLM-STAY-TO         PIC X(8).
           05 CLM-DAYS-STORAGE    PIC 9(5).
           05 CLM-STORAGE-CHARGE  PIC 9(7)V99.
           05 CLM-SERVICE-CHARGE  PIC 9(7)V99.
           05 CLM-WORK-CHARGE     PIC 9(7)V99.
           05 CLM-TOTAL-CHARGE    PIC 9(7)V99.
       01  CLAIM-HEADER-RECORD.
           05 CLH-RECORD-TYPE     PIC X.
           05 CLH-CLAIM-TITLE     PIC X(30).
           05 CLH-CLAIM-PERIOD    PIC 9(6).
           05 CLH-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(65).
       01  CLAIM-TRAILER-RECORD.
           05 CLT-RECORD-TYPE     PIC X.
           05 CLT-CASE-COUNT      PIC 9(6).
           05 CLT-CLAIM-TOTAL     PIC 9(9)V99.
           05 FILLER              PIC X(92).
       WORKING-STORAGE SECTION.
       77 WS-CCL-STATUS          PIC XX.
       77 WS-CLM-STATUS          PIC XX.
       77 WS-EOF                 PIC X VALUE 'N'.
       77 WS-CLAIM-PERIOD        PIC 9(6).
       77 WS-TODAY-YYYYMMDD      PIC 9(8).
       77 WS-CLAIM-COUNT         PIC 9(6) VALUE ZERO.
       77 WS-CLAIM-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-DATE-PARSE.
          05 WS-DP-PERIOD        PIC 9(6).
          05 WS-DP-DD            PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           DISPLAY 'CLAIM MONTH (YYYYMM): ' WITH NO ADVANCING.
           ACCEPT WS-CLAIM-PERIOD.
           OPEN INPUT COUNTY-CLAIM-REGISTER.
           IF WS-CCL-STATUS NOT = '00'
               DISPLAY 'PRG220: COUNTY CLAIM REGISTER NOT ON FILE, '
                   'STATUS = ' WS-CCL-STATUS ' - NOTHING TO CLAIM'
           ELSE
               OPEN OUTPUT COUNTY-CLAIM-FILE
               IF WS-CLM-STATUS NOT = '00'
                   DISPLAY 'PRG220: UNABLE TO OPEN CLAIM FILE, '
                       'STATUS = ' WS-CLM-STATUS
               ELSE
                   PERFORM WRITE-CLAIM-HEADER
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ COUNTY-CLAIM-REGISTER
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM SELECT-ONE-CLAIM
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-CLAIM-TRAILER
                   CLOSE COUNTY-CLAIM-FILE
               END-IF
               CLOSE COUNTY-CLAIM-REGISTER
           END-IF.
           DISPLAY 'PRG220: CASES CLAIMED: ' WS-CLAIM-COUNT.
           DISPLAY 'PRG220: CLAIM TOTAL  : ' WS-CLAIM-TOTAL.
           STOP RUN.

       WRITE-CLAIM-HEADER.
           MOVE SPACES TO CLAIM-HEADER-RECORD.
           MOVE 'H' TO CLH-RECORD-TYPE.
           MOVE 'MORGUE INDIGENT BURIAL CLAIM' TO CLH-CLAIM-TITLE.
           MOVE WS-CLAIM-PERIOD TO CLH-CLAIM-PERIOD.
           MOVE WS-TODAY-YYYYMMDD TO CLH-RUN-DATE.
           WRITE CLAIM-HEADER-RECORD.
           IF WS-CLM-STATUS NOT = '00'
               DISPLAY 'PRG220: CLAIM HEADER WRITE FAILED, STATUS = '
                   WS-CLM-STATUS
           END-IF.

      * Month membership by invoice date - the YYYYMM slice of the
      * YYYYMMDD stamp, the same test PRG160 closes periods on.
       SELECT-ONE-CLAIM.
           MOVE CCL-INVOICE-DATE TO WS-DATE-PARSE.
           IF WS-DP-PERIOD = WS-CLAIM-PERIOD
               MOVE SPACES TO CLAIM-DETAIL-RECORD
               MOVE 'D' TO CLM-RECORD-TYPE
               MOVE CCL-COUNTY-CASE TO CLM-COUNTY-CASE
               MOVE CCL-CASE-NUMBER TO CLM-CASE-NUMBER
               MOVE CCL-INVOICE-NUMBER TO CLM-INVOICE-NUMBER
               MOVE CCL-DECEDENT-NAME TO CLM-DECEDENT-NAME
               MOVE CCL-INTAKE-DATE TO CLM-STAY-FROM
               MOVE CCL-RELEASE-DATE TO CLM-STAY-TO
               MOVE CCL-DAYS-STORAGE TO CLM-DAYS-STORAGE
               MOVE CCL-STORAGE-CHARGE TO CLM-STORAGE-CHARGE
               MOVE CCL-SERVICE-CHARGE TO CLM-SERVICE-CHARGE
               MOVE CCL-WORK-CHARGE TO CLM-WORK-CHARGE
               MOVE CCL-TOTAL-CHARGE TO CLM-TOTAL-CHARGE
               WRITE CLAIM-DETAIL-RECORD
               IF WS-CLM-STATUS = '00'
                   ADD 1 TO WS-CLAIM-COUNT
                   ADD CCL-TOTAL-CHARGE TO WS-CLAIM-TOTAL
               ELSE
                   DISPLAY 'PRG220: CLAIM WRITE FAILED FOR CASE '
                       CCL-CASE-NUMBER ' STATUS = ' WS-CLM-STATUS
               END-IF
           END-IF.

       WRITE-CLAIM-TRAILER.
           MOVE SPACES TO CLAIM-TRAILER-RECORD.
           MOVE 'T' TO CLT-RECORD-TYPE.
           MOVE WS-CLAIM-COUNT TO CLT-CASE-COUNT.
           MOVE WS-CLAIM-TOTAL TO CLT-CLAIM-TOTAL.
           WRITE CLAIM-TRAILER-RECORD.
           IF WS-CLM-STATUS NOT = '00'
               DISPLAY 'PRG220: CLAIM TRAILER WRITE FAILED, STATUS = '
                   WS-CLM-STATUS
           END-IF.
