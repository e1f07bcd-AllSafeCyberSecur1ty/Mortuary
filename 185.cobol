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
       WORKING-STORAGE SECTION.
       77 WS-DM-STATUS        PIC XX.
       77 WS-DISP-STATUS      PIC XX.
