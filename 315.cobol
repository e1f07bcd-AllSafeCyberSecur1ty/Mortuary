      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Record Layout Conversion - the one-time reload that carries
      * the master files onto the widened record layouts. Nine files
      * grew a field or more at the end of the record: DECEDENT.DAT
      * and ARCHDECD.DAT (incident tag), RECEIVBL.DAT (adjustment
      * net, bill class, county case), BAYMAST.DAT (isolation flag),
      * EFFECTS.DAT (receipting operator, intake date), OPRMAST.DAT
      * (shift hours), RATESCHD.DAT (county contract rates),
      * TRANSPRT.DAT (odometer out and in) and WORKORD.DAT
      * (supervisor override). Before the run each of those files
      * is moved aside under the same name with .OLD in place of
      * .DAT (DECEDENT.OLD and so on); this program reads every row
      * of the .OLD file in the old layout and writes it to a new
      * .DAT in the new one, keys and every existing field carried
      * as they were. The new fields come across blank or zero -
      * not tagged to an incident, no adjustments, billed private,
      * no odometer keyed, no override, any shift hours, intake
      * date not kept - except that a tray comes across as not
      * isolation-capable ('N', for PRG140 to set on the trays that
      * are) and each rate row takes the county contract rates PRG45
      * otherwise falls back to, for finance to confirm or correct
      * through PRG90. A file with no .OLD beside it is skipped; a
      * file whose .DAT is still in place is refused and left alone,
      * so a second run can never overwrite converted data. Run it
      * once, with XLI down, before any of the new programs.
      * After the reload take a fresh PRG185 generation at once -
      * the generations already in the backup slots are in the old
      * widths and must not be restored through PRG190; the .OLD
      * files are the fallback until the first new-width generation
      * is safely in hand. The certificate cutover follows the
      * reload: XLI and PRG85 now refuse a burial or transfer
      * release until CERTSTAT.DAT carries the burial-transit permit
      * for the case, so every case already open on the master is
      * held at release until PRG40 has sent its certificate and
      * PRG310 has posted the registrar's acceptance with a permit.
      * Run PRG40 straight after this program so the open cases go
      * out in the first batch (a case PRG40 holds back for an open
      * exam or an unidentified Doe goes once that clears), and work
      * PRG200's release-readiness list, which shows the permit
      * blocker, until they are through.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG315.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DECEDENT-MASTER ASSIGN TO "DECEDENT.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-DM-CASE-NUMBER
           FILE STATUS IS WS-OLD-STATUS.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "ARCHDECD.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-ARC-CASE-NUMBER
           FILE STATUS IS WS-OLD-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHDECD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CASE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-RECEIVABLE-FILE ASSIGN TO "RECEIVBL.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-AR-INVOICE-NUMBER
           FILE STATUS IS WS-OLD-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-BAY-MASTER ASSIGN TO "BAYMAST.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-BM-KEY
           FILE STATUS IS WS-OLD-STATUS.
           SELECT BAY-MASTER ASSIGN TO "BAYMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-EFFECTS-FILE ASSIGN TO "EFFECTS.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-EFF-KEY
           FILE STATUS IS WS-OLD-STATUS.
           SELECT EFFECTS-FILE ASSIGN TO "EFFECTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFF-KEY
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-OPERATOR-MASTER ASSIGN TO "OPRMAST.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-OPR-STAFF-ID
           FILE STATUS IS WS-OLD-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-RATE-SCHEDULE ASSIGN TO "RATESCHD.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-RS-EFFECTIVE-DATE
           FILE STATUS IS WS-OLD-STATUS.
           SELECT RATE-SCHEDULE ASSIGN TO "RATESCHD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-EFFECTIVE-DATE
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-TRANSPORT-FILE ASSIGN TO "TRANSPRT.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-TR-KEY
           FILE STATUS IS WS-OLD-STATUS.
           SELECT TRANSPORT-FILE ASSIGN TO "TRANSPRT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-WORK-ORDER-FILE ASSIGN TO "WORKORD.OLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-WO-KEY
           FILE STATUS IS WS-OLD-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-KEY
           FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The old layouts are the current ones less the trailing
      * fields added since - only the key is broken out, the rest
      * of the row is carried across as it stands.
       FD  OLD-DECEDENT-MASTER.
       01  OLD-DECEDENT-RECORD.
           05 OLD-DM-CASE-NUMBER  PIC X(6).
           05 FILLER              PIC X(248).
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05 OLD-ARC-CASE-NUMBER PIC X(6).
           05 FILLER              PIC X(248).
       FD  ARCHIVE-FILE.
           COPY "ARCREC.CPY".
       FD  OLD-RECEIVABLE-FILE.
       01  OLD-RECEIVABLE-RECORD.
           05 OLD-AR-INVOICE-NUMBER PIC 9(6).
           05 FILLER              PIC X(93).
       FD  RECEIVABLE-FILE.
           COPY "ARREC.CPY".
       FD  OLD-BAY-MASTER.
       01  OLD-BAY-MASTER-RECORD.
           05 OLD-BM-KEY          PIC X(8).
           05 FILLER              PIC X(34).
       FD  BAY-MASTER.
           COPY "BMREC.CPY".
       FD  OLD-EFFECTS-FILE.
       01  OLD-EFFECTS-RECORD.
           05 OLD-EFF-KEY         PIC X(9).
           05 FILLER              PIC X(85).
       FD  EFFECTS-FILE.
           COPY "EFFREC.CPY".
       FD  OLD-OPERATOR-MASTER.
       01  OLD-OPERATOR-RECORD.
           05 OLD-OPR-STAFF-ID    PIC X(10).
           05 FILLER              PIC X(32).
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       FD  OLD-RATE-SCHEDULE.
       01  OLD-RATE-SCHEDULE-RECORD.
           05 OLD-RS-EFFECTIVE-DATE PIC 9(8).
           05 FILLER              PIC X(28).
       FD  RATE-SCHEDULE.
           COPY "RSREC.CPY".
       FD  OLD-TRANSPORT-FILE.
       01  OLD-TRANSPORT-RECORD.
           05 OLD-TR-KEY          PIC X(9).
           05 FILLER              PIC X(86).
       FD  TRANSPORT-FILE.
           COPY "TRREC.CPY".
       FD  OLD-WORK-ORDER-FILE.
       01  OLD-WORK-ORDER-RECORD.
           05 OLD-WO-KEY          PIC X(9).
           05 FILLER              PIC X(43).
       FD  WORK-ORDER-FILE.
           COPY "WOREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-OLD-STATUS       PIC XX.
       77 WS-NEW-STATUS       PIC XX.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-FILE-FAILED      PIC X VALUE 'N'.
       77 WS-RUN-FAILED       PIC X VALUE 'N'.
       77 WS-OLD-NAME         PIC X(12).
       77 WS-NEW-NAME         PIC X(12).
       77 WS-ROW-COUNT        PIC 9(7) USAGE IS COMP VALUE ZERO.
       77 WS-ROW-DISPLAY      PIC Z(6)9.
       77 WS-FILES-DONE       PIC 9(2) VALUE ZERO.
      * County contract rates PRG45 bills at when a rate row carries
      * none - the starting value on every converted rate row.
       77 WS-COUNTY-PER-DIEM  PIC 9(5)V99 VALUE 45.00.
       77 WS-COUNTY-FEE       PIC 9(5)V99 VALUE 300.00.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'PRG315: RECORD LAYOUT CONVERSION'.
           PERFORM CONVERT-DECEDENT-MASTER.
           PERFORM CONVERT-ARCHIVE-FILE.
           PERFORM CONVERT-RECEIVABLE-FILE.
           PERFORM CONVERT-BAY-MASTER.
           PERFORM CONVERT-EFFECTS-FILE.
           PERFORM CONVERT-OPERATOR-MASTER.
           PERFORM CONVERT-RATE-SCHEDULE.
           PERFORM CONVERT-TRANSPORT-FILE.
           PERFORM CONVERT-WORK-ORDER-FILE.
           DISPLAY 'PRG315: FILES CONVERTED ' WS-FILES-DONE.
           IF WS-RUN-FAILED = 'Y'
               DISPLAY 'PRG315: CONVERSION INCOMPLETE - PUT THE .OLD '
                   'FILE BACK FOR ANY FILE SHOWN FAILED BEFORE XLI '
                   'REOPENS'
           ELSE
               DISPLAY 'PRG315: TAKE A PRG185 GENERATION NOW, THEN '
                   'RUN PRG40 FOR THE OPEN CASES'
           END-IF.
           STOP RUN.

      * Every file goes through the same gate: no .OLD means the
      * file was not moved aside (or never existed here) and is
      * skipped; a .DAT still in place means it was copied rather
      * than moved, or is already converted, and is refused.
       CHECK-OLD-OPEN.
           MOVE 'N' TO WS-FILE-FAILED.
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-OLD-STATUS = '35'
               DISPLAY 'PRG315: NO ' WS-OLD-NAME ' - SKIPPED'
               MOVE 'Y' TO WS-FILE-FAILED
           ELSE
               IF WS-OLD-STATUS NOT = '00'
                   DISPLAY 'PRG315: UNABLE TO OPEN ' WS-OLD-NAME
                       ' STATUS = ' WS-OLD-STATUS
                   MOVE 'Y' TO WS-FILE-FAILED
                   MOVE 'Y' TO WS-RUN-FAILED
               END-IF
           END-IF.

       CHECK-NEW-ABSENT.
           IF WS-NEW-STATUS = '00'
               DISPLAY 'PRG315: ' WS-NEW-NAME
                   ' STILL ON FILE - MOVE IT ASIDE AS '
                   WS-OLD-NAME ' FIRST; LEFT ALONE'
               MOVE 'Y' TO WS-FILE-FAILED
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       CHECK-NEW-CREATED.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'PRG315: UNABLE TO CREATE ' WS-NEW-NAME
                   ' STATUS = ' WS-NEW-STATUS
               MOVE 'Y' TO WS-FILE-FAILED
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

      * A failed write stops that file at once - a half-loaded master
      * is reported, never passed off as converted.
       CHECK-CONVERTED-WRITE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'PRG315: ' WS-NEW-NAME
                   ' WRITE FAILED, STATUS = ' WS-NEW-STATUS
               MOVE 'Y' TO WS-FILE-FAILED
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'N' TO WS-MORE-RECORDS
           ELSE
               ADD 1 TO WS-ROW-COUNT
           END-IF.

       REPORT-FILE-RESULT.
           MOVE WS-ROW-COUNT TO WS-ROW-DISPLAY.
           IF WS-FILE-FAILED = 'Y'
               DISPLAY 'PRG315: ' WS-NEW-NAME ' FAILED AFTER '
                   WS-ROW-DISPLAY ' ROWS'
           ELSE
               DISPLAY 'PRG315: ' WS-NEW-NAME ' CONVERTED, '
                   WS-ROW-DISPLAY ' ROWS'
               ADD 1 TO WS-FILES-DONE
           END-IF.

       CONVERT-DECEDENT-MASTER.
           MOVE 'DECEDENT.OLD' TO WS-OLD-NAME.
           MOVE 'DECEDENT.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-DECEDENT-MASTER.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT DECEDENT-MASTER
               IF WS-NEW-STATUS = '00'
                   CLOSE DECEDENT-MASTER
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT DECEDENT-MASTER
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-DECEDENT-MASTER NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-DECEDENT
                           END-READ
                       END-PERFORM
                       CLOSE DECEDENT-MASTER
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-DECEDENT-MASTER
           END-IF.

       CONVERT-ONE-DECEDENT.
           MOVE OLD-DECEDENT-RECORD TO DECEDENT-RECORD.
           MOVE SPACES TO DM-INCIDENT-NUMBER.
           WRITE DECEDENT-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-ARCHIVE-FILE.
           MOVE 'ARCHDECD.OLD' TO WS-OLD-NAME.
           MOVE 'ARCHDECD.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-ARCHIVE-FILE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT ARCHIVE-FILE
               IF WS-NEW-STATUS = '00'
                   CLOSE ARCHIVE-FILE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-ARCHIVE-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-ARCHIVE
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVE-FILE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-ARCHIVE-FILE
           END-IF.

       CONVERT-ONE-ARCHIVE.
           MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-RECORD.
           MOVE SPACES TO ARC-INCIDENT-NUMBER.
           WRITE ARCHIVE-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-RECEIVABLE-FILE.
           MOVE 'RECEIVBL.OLD' TO WS-OLD-NAME.
           MOVE 'RECEIVBL.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-RECEIVABLE-FILE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT RECEIVABLE-FILE
               IF WS-NEW-STATUS = '00'
                   CLOSE RECEIVABLE-FILE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT RECEIVABLE-FILE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-RECEIVABLE-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-RECEIVABLE
                           END-READ
                       END-PERFORM
                       CLOSE RECEIVABLE-FILE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-RECEIVABLE-FILE
           END-IF.

      * No adjustments yet and everything billed to a home or family
      * - nothing went to the county program before it existed.
       CONVERT-ONE-RECEIVABLE.
           MOVE OLD-RECEIVABLE-RECORD TO RECEIVABLE-RECORD.
           MOVE ZERO TO AR-ADJUST-AMOUNT.
           MOVE SPACES TO AR-BILL-CLASS.
           MOVE SPACES TO AR-COUNTY-CASE.
           WRITE RECEIVABLE-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-BAY-MASTER.
           MOVE 'BAYMAST.OLD' TO WS-OLD-NAME.
           MOVE 'BAYMAST.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-BAY-MASTER.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT BAY-MASTER
               IF WS-NEW-STATUS = '00'
                   CLOSE BAY-MASTER
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT BAY-MASTER
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-BAY-MASTER NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-TRAY
                           END-READ
                       END-PERFORM
                       CLOSE BAY-MASTER
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-BAY-MASTER
           END-IF.

       CONVERT-ONE-TRAY.
           MOVE OLD-BAY-MASTER-RECORD TO BAY-MASTER-RECORD.
           MOVE 'N' TO BM-ISOLATION-FLAG.
           WRITE BAY-MASTER-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-EFFECTS-FILE.
           MOVE 'EFFECTS.OLD' TO WS-OLD-NAME.
           MOVE 'EFFECTS.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-EFFECTS-FILE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT EFFECTS-FILE
               IF WS-NEW-STATUS = '00'
                   CLOSE EFFECTS-FILE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT EFFECTS-FILE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-EFFECTS-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-EFFECT
                           END-READ
                       END-PERFORM
                       CLOSE EFFECTS-FILE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-EFFECTS-FILE
           END-IF.

       CONVERT-ONE-EFFECT.
           MOVE OLD-EFFECTS-RECORD TO EFFECTS-RECORD.
           MOVE SPACES TO EFF-RECEIPTED-BY.
           MOVE SPACES TO EFF-RECORDED-DATE.
           WRITE EFFECTS-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-OPERATOR-MASTER.
           MOVE 'OPRMAST.OLD' TO WS-OLD-NAME.
           MOVE 'OPRMAST.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-OPERATOR-MASTER.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT OPERATOR-MASTER
               IF WS-NEW-STATUS = '00'
                   CLOSE OPERATOR-MASTER
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT OPERATOR-MASTER
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-OPERATOR-MASTER NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-OPERATOR
                           END-READ
                       END-PERFORM
                       CLOSE OPERATOR-MASTER
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-OPERATOR-MASTER
           END-IF.

       CONVERT-ONE-OPERATOR.
           MOVE OLD-OPERATOR-RECORD TO OPERATOR-RECORD.
           MOVE SPACES TO OPR-SHIFT-START.
           MOVE SPACES TO OPR-SHIFT-END.
           WRITE OPERATOR-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-RATE-SCHEDULE.
           MOVE 'RATESCHD.OLD' TO WS-OLD-NAME.
           MOVE 'RATESCHD.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-RATE-SCHEDULE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT RATE-SCHEDULE
               IF WS-NEW-STATUS = '00'
                   CLOSE RATE-SCHEDULE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT RATE-SCHEDULE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-RATE-SCHEDULE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-RATE
                           END-READ
                       END-PERFORM
                       CLOSE RATE-SCHEDULE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-RATE-SCHEDULE
           END-IF.

      * A zero county rate would bill an accepted county case at
      * nothing, so the old rows take PRG45's contract defaults.
       CONVERT-ONE-RATE.
           MOVE OLD-RATE-SCHEDULE-RECORD TO RATE-SCHEDULE-RECORD.
           MOVE WS-COUNTY-PER-DIEM TO RS-COUNTY-PER-DIEM.
           MOVE WS-COUNTY-FEE TO RS-COUNTY-FEE.
           WRITE RATE-SCHEDULE-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-TRANSPORT-FILE.
           MOVE 'TRANSPRT.OLD' TO WS-OLD-NAME.
           MOVE 'TRANSPRT.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-TRANSPORT-FILE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT TRANSPORT-FILE
               IF WS-NEW-STATUS = '00'
                   CLOSE TRANSPORT-FILE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT TRANSPORT-FILE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-TRANSPORT-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-TRANSPORT
                           END-READ
                       END-PERFORM
                       CLOSE TRANSPORT-FILE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-TRANSPORT-FILE
           END-IF.

      * Zero odometers keep the old runs out of PRG255's mileage.
       CONVERT-ONE-TRANSPORT.
           MOVE OLD-TRANSPORT-RECORD TO TRANSPORT-RECORD.
           MOVE ZERO TO TR-ODOMETER-OUT.
           MOVE ZERO TO TR-ODOMETER-IN.
           WRITE TRANSPORT-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.

       CONVERT-WORK-ORDER-FILE.
           MOVE 'WORKORD.OLD' TO WS-OLD-NAME.
           MOVE 'WORKORD.DAT' TO WS-NEW-NAME.
           OPEN INPUT OLD-WORK-ORDER-FILE.
           PERFORM CHECK-OLD-OPEN.
           IF WS-FILE-FAILED = 'N'
               OPEN INPUT WORK-ORDER-FILE
               IF WS-NEW-STATUS = '00'
                   CLOSE WORK-ORDER-FILE
               END-IF
               PERFORM CHECK-NEW-ABSENT
               IF WS-FILE-FAILED = 'N'
                   OPEN OUTPUT WORK-ORDER-FILE
                   PERFORM CHECK-NEW-CREATED
                   IF WS-FILE-FAILED = 'N'
                       MOVE 'Y' TO WS-MORE-RECORDS
                       PERFORM UNTIL WS-MORE-RECORDS = 'N'
                           READ OLD-WORK-ORDER-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO WS-MORE-RECORDS
                               NOT AT END
                                   PERFORM CONVERT-ONE-WORK-ORDER
                           END-READ
                       END-PERFORM
                       CLOSE WORK-ORDER-FILE
                       PERFORM REPORT-FILE-RESULT
                   END-IF
               END-IF
               CLOSE OLD-WORK-ORDER-FILE
           END-IF.

       CONVERT-ONE-WORK-ORDER.
           MOVE OLD-WORK-ORDER-RECORD TO WORK-ORDER-RECORD.
           MOVE SPACES TO WO-OVERRIDE-BY.
           WRITE WORK-ORDER-RECORD.
           PERFORM CHECK-CONVERTED-WRITE.
