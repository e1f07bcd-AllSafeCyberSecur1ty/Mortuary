      * replaying everything CASEHIST.DAT and AUDIT.DAT journaled
      * on or after the generation's date: event stamps (release,
      * hold, lift) come off the case history, field values (bay,
      * names, funeral home, ME case, facility, incident tag) off
      * the audit trail. Every replayed change - and every change
      * that CANNOT be replayed, like a case added after the backup
      * whose intake detail exists only on paper - goes to the
      * recovery report (RECOVRPT.DAT), so the rebuilt master can
      * be certified line by line before XLI reopens. Audit rows
      * that are not master fields - PRG280's site parameter changes
      * (pseudo-case PARAMS) and biohazard precautions, which live
      * on PRECAUT.DAT - are listed as information, not replayed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG190.
       ENVIRONMENT DIVISION.
           05 FILLER              PIC X VALUE SPACE.
           05 BK-SLOT-DATE-3      PIC X(8).
       FD  DECD-BACKUP-1.
       01  DECD-BACKUP-1-RECORD   PIC X(260).
       FD  DECD-BACKUP-2.
       01  DECD-BACKUP-2-RECORD   PIC X(260).
       FD  DECD-BACKUP-3.
       01  DECD-BACKUP-3-RECORD   PIC X(260).
       FD  DISP-BACKUP-1.
       01  DISP-BACKUP-1-RECORD   PIC X(62).
       FD  DISP-BACKUP-2.
       FD  DISP-BACKUP-3.
       01  DISP-BACKUP-3-RECORD   PIC X(62).
       FD  RECV-BACKUP-1.
       01  RECV-BACKUP-1-RECORD   PIC X(122).
       FD  RECV-BACKUP-2.
       01  RECV-BACKUP-2-RECORD   PIC X(122).
       FD  RECV-BACKUP-3.
       01  RECV-BACKUP-3-RECORD   PIC X(122).
       FD  CASE-HISTORY-FILE.
       01  CASE-HISTORY-RECORD.
           05 CH-CASE-NUMBER     PIC X(6).
       77 WS-REPLAY-COUNT     PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-SEVERE-COUNT     PIC 9(5) USAGE IS COMP VALUE ZERO.
       77 WS-RESTORE-OK       PIC X VALUE 'N'.
       77 WS-WORK-RECORD      PIC X(260).
       77 WS-COUNT-EDIT-1     PIC ZZZZ9.
       77 WS-COUNT-EDIT-2     PIC ZZZZ9.
       77 WS-COUNT-EDIT-3     PIC ZZZZ9.
           END-IF.
           CLOSE DECEDENT-MASTER.

      * PRG280 audits site parameter changes under the pseudo-case
      * PARAMS - they live on SITEPARM.DAT, not the master, so they
      * are listed for the record and never looked up as a case.
       REPLAY-ONE-AUDIT-ROW.
           IF AUD-CASE-NUMBER = 'PARAMS'
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING 'INFO SITE PARM CHANGE (' AUD-FIELD-NAME
                   ') ' AUD-EVENT-DATE ' BY ' AUD-STAFF-ID
                   ' - NOT A MASTER FIELD, NOT REPLAYED'
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE AUD-CASE-NUMBER TO DM-CASE-NUMBER
               READ DECEDENT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-SEVERE-COUNT
                       MOVE SPACES TO RECOVERY-REPORT-LINE
                       STRING 'SEVR AUDIT ROW FOR CASE '
                           AUD-CASE-NUMBER ' (' AUD-FIELD-NAME
                           ') NOT ON RESTORED MASTER'
                           DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   NOT INVALID KEY
                       PERFORM APPLY-AUDIT-FIELD
               END-READ
           END-IF.

       APPLY-AUDIT-FIELD.
           EVALUATE AUD-FIELD-NAME
                       MOVE AUD-NEW-VALUE (1:10)
                           TO DM-ME-CASE-NUMBER
                   END-IF
               WHEN 'INCIDENT'
                   MOVE AUD-NEW-VALUE (1:6) TO DM-INCIDENT-NUMBER
      * Precautions are kept on PRECAUT.DAT, restored on their own -
      * the audit row is expected but there is no master field.
               WHEN 'PRECAUTIONS'
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING 'INFO PRECAUTIONS CASE ' AUD-CASE-NUMBER
                       ' ' AUD-EVENT-DATE ' - PRECAUT.DAT RESTORED '
                       'SEPARATELY, NOTHING REPLAYED TO MASTER'
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING 'WARN UNRECOGNIZED AUDIT FIELD "'
               OR AUD-FIELD-NAME = 'DECEDENT NAME'
               OR AUD-FIELD-NAME = 'FACILITY'
               OR AUD-FIELD-NAME = 'ME HOLD'
               OR AUD-FIELD-NAME = 'INCIDENT'
               REWRITE DECEDENT-RECORD
               IF WS-DM-STATUS = '00'
                   ADD 1 TO WS-REPLAY-COUNT
