      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Specimen and Evidence Retention - the lab's paper ledger on
      * file. Everything the pathologist keeps back from an exam
      * (toxicology tubes, tissue blocks, slides, items of evidence)
      * is logged on SPECIMEN.DAT per case plus specimen number, with
      * its type, container/label ID, storage location and retention
      * end date. Every hand-off - moved on site, sent to an outside
      * lab, returned, released to a police agency with the officer's
      * badge number - goes on the specimen's own trail in
      * SPECHIST.DAT, the way PRG50 keeps CUSTODY.DAT for remains,
      * and moves SPEC-LOCATION with it. The monthly report lists
      * every specimen past its retention date still waiting for
      * destruction authority. Destruction is refused before the
      * retention date or while the item is off site, needs a level
      * 3 operator's authority, and stamps who destroyed what and
      * when. The operator signs on against OPRMAST.DAT at add-update
      * level or better; each entry is journaled on CASEHIST.DAT
      * through PRG5.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG225.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-MASTER ASSIGN TO "DECEDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-CASE-NUMBER
           FILE STATUS IS WS-DM-STATUS.
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
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-STAFF-ID
           FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-MASTER.
           COPY "DMFREC.CPY".
       FD  SPECIMEN-FILE.
           COPY "SPECREC.CPY".
       FD  SPECIMEN-HISTORY-FILE.
           COPY "SPHREC.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPRREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-SPEC-STATUS      PIC XX.
       77 WS-SPH-STATUS       PIC XX.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SIGNON-OK        PIC X VALUE 'N'.
       77 WS-AUTH-ID          PIC X(10).
       77 WS-AUTH-OK          PIC X VALUE 'N'.
       77 WS-CASE-NUMBER      PIC X(6).
       77 WS-SPEC-NUMBER      PIC 9(3).
       77 WS-SPEC-ON-FILE     PIC X VALUE 'N'.
       77 WS-SPEC-TYPE        PIC X(4).
          88 WS-SPEC-TYPE-VALID  VALUES 'TOXT', 'TBLK', 'SLID',
                                        'EVID', 'OTHR'.
       77 WS-TYPE-OK          PIC X VALUE 'N'.
       77 WS-ACTION           PIC X(4).
          88 WS-ACTION-VALID     VALUES 'MOVE', 'SENT', 'RETN',
                                        'RELP'.
       77 WS-ACTION-OK        PIC X VALUE 'N'.
       77 WS-FROM-LOCATION    PIC X(20).
       77 WS-TO-LOCATION      PIC X(20).
       77 WS-RECEIVED-BY      PIC X(30).
       77 WS-AGENCY           PIC X(30).
       77 WS-BADGE-NUMBER     PIC X(10).
       77 WS-NEXT-SPEC-NUMBER PIC 9(3) VALUE ZERO.
       77 WS-NEXT-SEQUENCE    PIC 9(3) VALUE ZERO.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       77 WS-MORE-HISTORY     PIC X VALUE 'N'.
       77 WS-LIST-COUNT       PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-EVENT-CODE       PIC X(4).
       77 WS-EVENT-DATE       PIC X(8).
       77 WS-EVENT-TIME       PIC X(8).
       77 WS-TODAY-YYYYMMDD   PIC 9(8).
       77 WS-REPORT-DATE      PIC X(8).
       77 WS-REPORT-YYYYMMDD  PIC 9(8).
       77 WS-SPEC-STATE       PIC X(16).
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
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM OPEN-SPECIMEN-FILES.
           MOVE ZERO TO WS-MENU-CHOICE.
           IF WS-DM-STATUS NOT = '00' OR WS-SPEC-STATUS NOT = '00'
               OR WS-SPH-STATUS NOT = '00'
               OR WS-OPR-STATUS NOT = '00'
               MOVE 9 TO WS-MENU-CHOICE
           ELSE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK NOT = 'Y'
                   MOVE 9 TO WS-MENU-CHOICE
               END-IF
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               PERFORM SHOW-MENU
               DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM REGISTER-SPECIMEN
                   WHEN 2 PERFORM RECORD-SPECIMEN-HANDOFF
                   WHEN 3 PERFORM INQUIRE-CASE-SPECIMENS
                   WHEN 4 PERFORM RECORD-DESTRUCTION
                   WHEN 5 PERFORM PRINT-PAST-RETENTION
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'PRG225: INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-SPECIMEN-FILES.
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '1. REGISTER SPECIMEN'.
           DISPLAY '2. RECORD SPECIMEN HAND-OFF'.
           DISPLAY '3. INQUIRE CASE SPECIMENS'.
           DISPLAY '4. RECORD DESTRUCTION'.
           DISPLAY '5. MONTHLY PAST-RETENTION REPORT'.
           DISPLAY '9. EXIT'.

       OPEN-SPECIMEN-FILES.
           OPEN INPUT DECEDENT-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'PRG225: UNABLE TO OPEN DECEDENT MASTER, '
                   'STATUS = ' WS-DM-STATUS
           END-IF.
           OPEN I-O SPECIMEN-FILE.
           IF WS-SPEC-STATUS = '35'
               OPEN OUTPUT SPECIMEN-FILE
               CLOSE SPECIMEN-FILE
               OPEN I-O SPECIMEN-FILE
           END-IF.
           IF WS-SPEC-STATUS NOT = '00'
               DISPLAY 'PRG225: UNABLE TO OPEN SPECIMEN FILE, STATUS = '
                   WS-SPEC-STATUS
           END-IF.
           OPEN I-O SPECIMEN-HISTORY-FILE.
           IF WS-SPH-STATUS = '35'
               OPEN OUTPUT SPECIMEN-HISTORY-FILE
               CLOSE SPECIMEN-HISTORY-FILE
               OPEN I-O SPECIMEN-HISTORY-FILE
           END-IF.
           IF WS-SPH-STATUS NOT = '00'
               DISPLAY 'PRG225: UNABLE TO OPEN SPECIMEN HISTORY, '
                   'STATUS = ' WS-SPH-STATUS
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'PRG225: OPERATOR MASTER NOT ON FILE - RUN '
                   'PRG100 TO LOAD IT, SPECIMEN ENTRY REFUSED'
           END-IF.

       CLOSE-SPECIMEN-FILES.
           IF WS-DM-STATUS = '00'
               CLOSE DECEDENT-MASTER
           END-IF.
           IF WS-SPEC-STATUS = '00'
               CLOSE SPECIMEN-FILE
           END-IF.
           IF WS-SPH-STATUS = '00'
               CLOSE SPECIMEN-HISTORY-FILE
           END-IF.
           IF WS-OPR-STATUS = '00'
               CLOSE OPERATOR-MASTER
           END-IF.

      * Same rule XLI applies to its update options: an active ID
      * at add-update level or better. The ID goes on every row.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           ACCEPT WS-STAFF-ID.
           MOVE WS-STAFF-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG225: STAFF ID NOT ON FILE'
               NOT INVALID KEY
                   IF NOT OPR-ACTIVE
                       DISPLAY 'PRG225: STAFF ID NOT ACTIVE'
                   ELSE
                       IF OPR-AUTH-LEVEL < 2
                           DISPLAY 'PRG225: AUTHORITY LEVEL '
                               OPR-AUTH-LEVEL ' TOO LOW'
                       ELSE
                           MOVE 'Y' TO WS-SIGNON-OK
                           DISPLAY 'PRG225: SIGNED ON ' OPR-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY 'PRG225: SIGN-ON REFUSED'
           END-IF.

      * Specimens only come off an exam, so the case must be on the
      * master and carry an ME case number - the same test PRG120
      * puts on exam entry.
       REGISTER-SPECIMEN.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE WS-CASE-NUMBER TO DM-CASE-NUMBER.
           READ DECEDENT-MASTER
               INVALID KEY
                   DISPLAY 'PRG225: CASE NOT FOUND'
               NOT INVALID KEY
                   IF DM-ME-CASE-NUMBER = SPACES
                       DISPLAY 'PRG225: NO ME/CORONER HOLD EVER '
                           'PLACED ON CASE - NO EXAM TO TAKE FROM'
                   ELSE
                       PERFORM ACCEPT-SPECIMEN-DETAIL
                   END-IF
           END-READ.

       ACCEPT-SPECIMEN-DETAIL.
           DISPLAY 'DECEDENT: ' DM-DECEDENT-NAME.
           PERFORM FIND-NEXT-SPEC-NUMBER.
           MOVE SPACES TO SPECIMEN-RECORD.
           MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER.
           MOVE WS-NEXT-SPEC-NUMBER TO SPEC-NUMBER.
           PERFORM ACCEPT-SPECIMEN-TYPE.
           MOVE WS-SPEC-TYPE TO SPEC-TYPE.
           DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
           ACCEPT SPEC-DESCRIPTION.
           DISPLAY 'CONTAINER/LABEL ID: ' WITH NO ADVANCING.
           ACCEPT SPEC-LABEL-ID.
           DISPLAY 'STORAGE LOCATION: ' WITH NO ADVANCING.
           ACCEPT SPEC-LOCATION.
           DISPLAY 'COLLECTED DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT SPEC-COLLECTED-DATE.
           DISPLAY 'RETAIN UNTIL (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT SPEC-RETENTION-END.
           MOVE 'HELD' TO SPEC-STATUS.
           EVALUATE TRUE
               WHEN SPEC-LOCATION = SPACES
                   DISPLAY 'PRG225: STORAGE LOCATION REQUIRED - '
                       'NOT REGISTERED'
               WHEN SPEC-RETENTION-END = ZERO
                   OR SPEC-RETENTION-END < SPEC-COLLECTED-DATE
                   DISPLAY 'PRG225: RETENTION DATE MUST BE ON OR '
                       'AFTER COLLECTION - NOT REGISTERED'
               WHEN OTHER
                   PERFORM WRITE-NEW-SPECIMEN
           END-EVALUATE.

      * Edit check: re-prompt rather than let a mistyped type code
      * onto the specimen file.
       ACCEPT-SPECIMEN-TYPE.
           MOVE 'N' TO WS-TYPE-OK.
           PERFORM UNTIL WS-TYPE-OK = 'Y'
               DISPLAY 'TYPE (TOXT=TOX TBLK=TISSUE BLOCK SLID=SLIDE '
                   'EVID=EVIDENCE OTHR): ' WITH NO ADVANCING
               ACCEPT WS-SPEC-TYPE
               IF WS-SPEC-TYPE-VALID
                   MOVE 'Y' TO WS-TYPE-OK
               ELSE
                   DISPLAY 'PRG225: INVALID SPECIMEN TYPE, RE-ENTER'
               END-IF
           END-PERFORM.

      * The next specimen number for a case is one past the highest
      * already on file - read forward from number zero until the
      * case number changes or the file runs out.
       FIND-NEXT-SPEC-NUMBER.
           MOVE ZERO TO WS-NEXT-SPEC-NUMBER.
           MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER.
           MOVE ZERO TO SPEC-NUMBER.
           START SPECIMEN-FILE KEY IS NOT LESS THAN SPEC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SPECIMEN-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF SPEC-CASE-NUMBER = WS-CASE-NUMBER
                           MOVE SPEC-NUMBER TO WS-NEXT-SPEC-NUMBER
                       ELSE
                           MOVE 'N' TO WS-MORE-RECORDS
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SPEC-NUMBER.

      * The LOGD row opens the specimen's trail at its first shelf,
      * so the hand-off history starts where the ledger did. The
      * case history and the trail are only written once the
      * specimen itself is on file.
       WRITE-NEW-SPECIMEN.
           WRITE SPECIMEN-RECORD.
           IF WS-SPEC-STATUS = '00'
               MOVE 'SPLG' TO WS-EVENT-CODE
               CALL 'PRG5' USING WS-CASE-NUMBER, WS-EVENT-CODE,
                   WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME
               DISPLAY 'PRG225: SPECIMEN ' SPEC-NUMBER
                   ' REGISTERED FOR CASE ' WS-CASE-NUMBER
               MOVE 'LOGD' TO WS-ACTION
               MOVE SPACES TO WS-FROM-LOCATION
               MOVE SPEC-LOCATION TO WS-TO-LOCATION
               MOVE SPACES TO WS-RECEIVED-BY
               MOVE SPACES TO WS-AGENCY
               MOVE SPACES TO WS-BADGE-NUMBER
               PERFORM WRITE-HISTORY-RECORD
           ELSE
               DISPLAY 'PRG225: SPECIMEN WRITE FAILED, STATUS = '
                   WS-SPEC-STATUS
           END-IF.

       READ-ONE-SPECIMEN.
           MOVE 'N' TO WS-SPEC-ON-FILE.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           DISPLAY 'SPECIMEN NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-SPEC-NUMBER.
           MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER.
           MOVE WS-SPEC-NUMBER TO SPEC-NUMBER.
           READ SPECIMEN-FILE
               INVALID KEY
                   DISPLAY 'PRG225: SPECIMEN NOT ON FILE'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SPEC-ON-FILE
                   PERFORM DISPLAY-SPECIMEN-LINE
           END-READ.

      * A hand-off is only taken from where the item actually is:
      * sent, moved and released items must be on site, a return
      * must be coming back from an outside lab. A destroyed or
      * released item takes no further hand-offs here.
       RECORD-SPECIMEN-HANDOFF.
           PERFORM READ-ONE-SPECIMEN.
           IF WS-SPEC-ON-FILE = 'Y'
               PERFORM ACCEPT-HANDOFF-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION = 'RETN' AND NOT SPEC-AT-OUTSIDE-LAB
                       DISPLAY 'PRG225: SPECIMEN IS NOT OUT AT A LAB'
                   WHEN WS-ACTION NOT = 'RETN' AND NOT SPEC-ON-SITE
                       DISPLAY 'PRG225: SPECIMEN IS NOT ON SITE - '
                           'STATUS ' SPEC-STATUS
                   WHEN OTHER
                       PERFORM ACCEPT-HANDOFF-DETAIL
               END-EVALUATE
           END-IF.

       ACCEPT-HANDOFF-ACTION.
           MOVE 'N' TO WS-ACTION-OK.
           PERFORM UNTIL WS-ACTION-OK = 'Y'
               DISPLAY 'ACTION (MOVE=ON SITE SENT=TO LAB RETN=BACK '
                   'FROM LAB RELP=TO POLICE): ' WITH NO ADVANCING
               ACCEPT WS-ACTION
               IF WS-ACTION-VALID
                   MOVE 'Y' TO WS-ACTION-OK
               ELSE
                   DISPLAY 'PRG225: ACTION MUST BE MOVE, SENT, RETN '
                       'OR RELP'
               END-IF
           END-PERFORM.

       ACCEPT-HANDOFF-DETAIL.
           MOVE SPEC-LOCATION TO WS-FROM-LOCATION.
           MOVE SPACES TO WS-TO-LOCATION.
           MOVE SPACES TO WS-RECEIVED-BY.
           MOVE SPACES TO WS-AGENCY.
           MOVE SPACES TO WS-BADGE-NUMBER.
           EVALUATE WS-ACTION
               WHEN 'SENT'
                   DISPLAY 'OUTSIDE LAB: ' WITH NO ADVANCING
                   ACCEPT WS-AGENCY
                   DISPLAY 'RECEIVED BY: ' WITH NO ADVANCING
                   ACCEPT WS-RECEIVED-BY
                   MOVE WS-AGENCY TO WS-TO-LOCATION
               WHEN 'RELP'
                   DISPLAY 'POLICE AGENCY: ' WITH NO ADVANCING
                   ACCEPT WS-AGENCY
                   DISPLAY 'OFFICER NAME: ' WITH NO ADVANCING
                   ACCEPT WS-RECEIVED-BY
                   DISPLAY 'BADGE NUMBER: ' WITH NO ADVANCING
                   ACCEPT WS-BADGE-NUMBER
                   MOVE WS-AGENCY TO WS-TO-LOCATION
               WHEN OTHER
                   DISPLAY 'TO STORAGE LOCATION: ' WITH NO ADVANCING
                   ACCEPT WS-TO-LOCATION
                   MOVE WS-STAFF-ID TO WS-RECEIVED-BY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-TO-LOCATION = SPACES
                   DISPLAY 'PRG225: DESTINATION REQUIRED - HAND-OFF '
                       'NOT RECORDED'
               WHEN WS-ACTION = 'RELP' AND WS-BADGE-NUMBER = SPACES
                   DISPLAY 'PRG225: BADGE NUMBER REQUIRED FOR A '
                       'POLICE RELEASE'
               WHEN OTHER
                   PERFORM POST-SPECIMEN-HANDOFF
           END-EVALUATE.

       POST-SPECIMEN-HANDOFF.
           MOVE WS-TO-LOCATION TO SPEC-LOCATION.
           EVALUATE WS-ACTION
               WHEN 'SENT'
                   MOVE 'OUTL' TO SPEC-STATUS
               WHEN 'RELP'
                   MOVE 'RELP' TO SPEC-STATUS
               WHEN OTHER
                   MOVE 'HELD' TO SPEC-STATUS
           END-EVALUATE.
           REWRITE SPECIMEN-RECORD.
           IF WS-SPEC-STATUS = '00'
               MOVE 'SPHO' TO WS-EVENT-CODE
               CALL 'PRG5' USING WS-CASE-NUMBER, WS-EVENT-CODE,
                   WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME
               PERFORM WRITE-HISTORY-RECORD
           ELSE
               DISPLAY 'PRG225: SPECIMEN REWRITE FAILED, STATUS = '
                   WS-SPEC-STATUS
           END-IF.

      * The next hand-off sequence is one past the highest already
      * on the specimen's trail, found the same way as PRG50's.
       FIND-NEXT-HISTORY-SEQUENCE.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           MOVE SPEC-CASE-NUMBER TO SPH-CASE-NUMBER.
           MOVE SPEC-NUMBER TO SPH-SPEC-NUMBER.
           MOVE ZERO TO SPH-SEQUENCE.
           START SPECIMEN-HISTORY-FILE KEY IS NOT LESS THAN SPH-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-HISTORY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-HISTORY
           END-START.
           PERFORM UNTIL WS-MORE-HISTORY = 'N'
               READ SPECIMEN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-HISTORY
                   NOT AT END
                       IF SPH-CASE-NUMBER = SPEC-CASE-NUMBER
                           AND SPH-SPEC-NUMBER = SPEC-NUMBER
                           MOVE SPH-SEQUENCE TO WS-NEXT-SEQUENCE
                       ELSE
                           MOVE 'N' TO WS-MORE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQUENCE.

       WRITE-HISTORY-RECORD.
           PERFORM FIND-NEXT-HISTORY-SEQUENCE.
           MOVE SPACES TO SPECIMEN-HISTORY-RECORD.
           MOVE SPEC-CASE-NUMBER TO SPH-CASE-NUMBER.
           MOVE SPEC-NUMBER TO SPH-SPEC-NUMBER.
           MOVE WS-NEXT-SEQUENCE TO SPH-SEQUENCE.
           MOVE WS-ACTION TO SPH-ACTION.
           MOVE WS-FROM-LOCATION TO SPH-FROM-LOCATION.
           MOVE WS-TO-LOCATION TO SPH-TO-LOCATION.
           MOVE WS-STAFF-ID TO SPH-RELEASED-BY.
           MOVE WS-RECEIVED-BY TO SPH-RECEIVED-BY.
           MOVE WS-AGENCY TO SPH-AGENCY.
           MOVE WS-BADGE-NUMBER TO SPH-BADGE-NUMBER.
           MOVE WS-EVENT-DATE TO SPH-DATE.
           MOVE WS-EVENT-TIME TO SPH-TIME.
           WRITE SPECIMEN-HISTORY-RECORD.
           IF WS-SPH-STATUS = '00'
               DISPLAY 'PRG225: ' WS-ACTION ' RECORDED FOR SPECIMEN '
                   SPEC-CASE-NUMBER '-' SPEC-NUMBER
           ELSE
               DISPLAY 'PRG225: HISTORY WRITE FAILED, STATUS = '
                   WS-SPH-STATUS
           END-IF.

       INQUIRE-CASE-SPECIMENS.
           DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CASE-NUMBER.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-CASE-NUMBER TO SPEC-CASE-NUMBER.
           MOVE ZERO TO SPEC-NUMBER.
           START SPECIMEN-FILE KEY IS NOT LESS THAN SPEC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SPECIMEN-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF SPEC-CASE-NUMBER = WS-CASE-NUMBER
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY ' '
                           PERFORM DISPLAY-SPECIMEN-LINE
                           PERFORM DISPLAY-SPECIMEN-HISTORY
                       ELSE
                           MOVE 'N' TO WS-MORE-RECORDS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
               DISPLAY 'PRG225: NO SPECIMENS ON FILE FOR CASE'
           END-IF.

       DISPLAY-SPECIMEN-LINE.
           DISPLAY 'SPECIMEN ' SPEC-NUMBER '  ' SPEC-TYPE '  '
               SPEC-DESCRIPTION '  LABEL ' SPEC-LABEL-ID.
           DISPLAY '  STATUS ' SPEC-STATUS '  AT ' SPEC-LOCATION
               '  COLLECTED ' SPEC-COLLECTED-DATE
               '  RETAIN TO ' SPEC-RETENTION-END.
           IF SPEC-DESTROYED
               DISPLAY '  DESTROYED ' SPEC-DESTROYED-DATE ' '
                   SPEC-DESTROYED-TIME ' BY ' SPEC-DESTROYED-BY
                   ' AUTH ' SPEC-DESTROY-AUTH
           END-IF.

      * The specimen's trail in hand-off order. Reading the history
      * file moves no position on SPECIMEN.DAT, so the caller's
      * READ NEXT carries on from the specimen just shown.
       DISPLAY-SPECIMEN-HISTORY.
           MOVE SPEC-CASE-NUMBER TO SPH-CASE-NUMBER.
           MOVE SPEC-NUMBER TO SPH-SPEC-NUMBER.
           MOVE ZERO TO SPH-SEQUENCE.
           START SPECIMEN-HISTORY-FILE KEY IS NOT LESS THAN SPH-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-HISTORY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-HISTORY
           END-START.
           PERFORM UNTIL WS-MORE-HISTORY = 'N'
               READ SPECIMEN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-HISTORY
                   NOT AT END
                       IF SPH-CASE-NUMBER = SPEC-CASE-NUMBER
                           AND SPH-SPEC-NUMBER = SPEC-NUMBER
                           DISPLAY '    ' SPH-SEQUENCE ' ' SPH-ACTION
                               ' ' SPH-DATE ' ' SPH-TIME ' '
                               SPH-FROM-LOCATION ' -> '
                               SPH-TO-LOCATION ' BY ' SPH-RELEASED-BY
                           IF SPH-ACTION-POLICE
                               DISPLAY '        OFFICER '
                                   SPH-RECEIVED-BY ' BADGE '
                                   SPH-BADGE-NUMBER
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-MORE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

      * Destruction is the one step that cannot be undone: the item
      * must be on our own shelf and past its retention date, and a
      * level 3 operator - the one signed on, or another keyed here -
      * must authorize it. The destroying operator and the time are
      * stamped on the specimen and closed out on its trail.
       RECORD-DESTRUCTION.
           PERFORM READ-ONE-SPECIMEN.
           IF WS-SPEC-ON-FILE = 'Y'
               EVALUATE TRUE
                   WHEN NOT SPEC-ON-SITE
                       DISPLAY 'PRG225: SPECIMEN IS NOT ON SITE - '
                           'STATUS ' SPEC-STATUS
                   WHEN SPEC-RETENTION-END > WS-TODAY-YYYYMMDD
                       DISPLAY 'PRG225: RETENTION RUNS TO '
                           SPEC-RETENTION-END ' - DESTRUCTION REFUSED'
                   WHEN OTHER
                       PERFORM CHECK-DESTRUCTION-AUTHORITY
                       IF WS-AUTH-OK = 'Y'
                           PERFORM POST-DESTRUCTION
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-DESTRUCTION-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           DISPLAY 'AUTHORIZING STAFF ID (LEVEL 3): '
               WITH NO ADVANCING.
           ACCEPT WS-AUTH-ID.
           MOVE WS-AUTH-ID TO OPR-STAFF-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'PRG225: AUTHORIZING ID NOT ON FILE'
               NOT INVALID KEY
                   IF OPR-ACTIVE AND OPR-AUTH-LEVEL = 3
                       MOVE 'Y' TO WS-AUTH-OK
                       DISPLAY 'PRG225: AUTHORIZED BY ' OPR-NAME
                   ELSE
                       DISPLAY 'PRG225: AUTHORIZING ID NOT ACTIVE AT '
                           'LEVEL 3'
                   END-IF
           END-READ.
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY 'PRG225: DESTRUCTION REFUSED - NOT AUTHORIZED'
           END-IF.

      * The destruction is stamped on the specimen first; the case
      * history and the trail follow only once that is on file.
       POST-DESTRUCTION.
           PERFORM STAMP-NOW.
           MOVE SPEC-LOCATION TO WS-FROM-LOCATION.
           MOVE 'DESTROYED' TO WS-TO-LOCATION.
           MOVE SPACES TO WS-RECEIVED-BY.
           MOVE SPACES TO WS-AGENCY.
           MOVE SPACES TO WS-BADGE-NUMBER.
           MOVE 'DEST' TO WS-ACTION.
           MOVE 'DEST' TO SPEC-STATUS.
           MOVE WS-TO-LOCATION TO SPEC-LOCATION.
           MOVE WS-AUTH-ID TO SPEC-DESTROY-AUTH.
           MOVE WS-STAFF-ID TO SPEC-DESTROYED-BY.
           MOVE WS-EVENT-DATE TO SPEC-DESTROYED-DATE.
           MOVE WS-EVENT-TIME TO SPEC-DESTROYED-TIME.
           REWRITE SPECIMEN-RECORD.
           IF WS-SPEC-STATUS = '00'
               MOVE 'SPDS' TO WS-EVENT-CODE
               CALL 'PRG5' USING WS-CASE-NUMBER, WS-EVENT-CODE,
                   WS-STAFF-ID, WS-EVENT-DATE, WS-EVENT-TIME
               PERFORM WRITE-HISTORY-RECORD
           ELSE
               DISPLAY 'PRG225: SPECIMEN REWRITE FAILED, STATUS = '
                   WS-SPEC-STATUS
           END-IF.

      * Same date and time format PRG5 stamps on the case history.
       STAMP-NOW.
           ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-TR-HH TO WS-ST-HH.
           MOVE WS-TR-MM TO WS-ST-MM.
           MOVE WS-TR-SS TO WS-ST-SS.
           MOVE WS-STAMP-TIME TO WS-EVENT-TIME.

      * The monthly list for the destruction sign-off: every item
      * past its retention date that is neither destroyed nor gone
      * to the police. Items still out at a lab are listed too, so
      * they are recalled before anyone signs for them.
       PRINT-PAST-RETENTION.
           DISPLAY 'AS OF DATE (YYYYMMDD, BLANK FOR TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = SPACES
               MOVE WS-TODAY-YYYYMMDD TO WS-REPORT-YYYYMMDD
           ELSE
               MOVE WS-REPORT-DATE TO WS-REPORT-YYYYMMDD
           END-IF.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY ' '.
           DISPLAY 'SPECIMENS PAST RETENTION AWAITING DESTRUCTION - '
               WS-REPORT-YYYYMMDD.
           DISPLAY 'CASE    SPC  TYPE  LABEL            RETAIN TO  '
               'LOCATION              STATE'.
           MOVE LOW-VALUES TO SPEC-KEY.
           START SPECIMEN-FILE KEY IS NOT LESS THAN SPEC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SPECIMEN-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF SPEC-RETENTION-END < WS-REPORT-YYYYMMDD
                           AND (SPEC-ON-SITE OR SPEC-AT-OUTSIDE-LAB)
                           PERFORM LIST-ONE-PAST-RETENTION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'SPECIMENS AWAITING DESTRUCTION: ' WS-LIST-COUNT.

       LIST-ONE-PAST-RETENTION.
           IF SPEC-ON-SITE
               MOVE 'AWAITING AUTH' TO WS-SPEC-STATE
           ELSE
               MOVE 'RECALL FROM LAB' TO WS-SPEC-STATE
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY SPEC-CASE-NUMBER '  ' SPEC-NUMBER '  ' SPEC-TYPE
               '  ' SPEC-LABEL-ID '  ' SPEC-RETENTION-END '   '
               SPEC-LOCATION '  ' WS-SPEC-STATE.
