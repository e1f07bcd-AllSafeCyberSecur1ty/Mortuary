      * an active flag, so a weekend temp no longer carries the same
      * power to release remains as the site supervisor. Deactivate
      * an operator here instead of deleting, so the audit trail's
      * old staff IDs still resolve to a name. Each operator's
      * normal shift hours are kept too, so PRG305 can call out work
      * done outside them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG100.
       ENVIRONMENT DIVISION.
       77 WS-OPR-STATUS       PIC XX.
       77 WS-MENU-CHOICE      PIC 9.
       77 WS-STAFF-ID         PIC X(10).
       77 WS-SHIFT-OK         PIC X VALUE 'N'.
       01 WS-SHIFT-ENTRY.
          05 WS-SE-HH         PIC 99.
          05 WS-SE-MM         PIC 99.
       01 WS-SHIFT-ENTRY-X REDEFINES WS-SHIFT-ENTRY PIC X(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-OPERATOR-MASTER.
           DISPLAY ' '.
           DISPLAY '1. ADD OPERATOR'.
           DISPLAY '2. INQUIRE OPERATOR'.
           DISPLAY '3. UPDATE OPERATOR (LEVEL / ACTIVE FLAG / SHIFT)'.
           DISPLAY '9. EXIT'.

       OPEN-OPERATOR-MASTER.
           ACCEPT OPR-AUTH-LEVEL.
           DISPLAY 'ACTIVE (Y/N): ' WITH NO ADVANCING.
           ACCEPT OPR-ACTIVE-FLAG.
           MOVE 'N' TO WS-SHIFT-OK.
           PERFORM UNTIL WS-SHIFT-OK = 'Y'
               DISPLAY 'SHIFT START (HHMM, BLANK = ANY HOURS): '
                   WITH NO ADVANCING
               ACCEPT WS-SHIFT-ENTRY-X
               PERFORM CHECK-SHIFT-ENTRY
           END-PERFORM.
           MOVE WS-SHIFT-ENTRY-X TO OPR-SHIFT-START.
           IF OPR-SHIFT-START = SPACES
               MOVE SPACES TO OPR-SHIFT-END
           ELSE
               MOVE 'N' TO WS-SHIFT-OK
               PERFORM UNTIL WS-SHIFT-OK = 'Y'
                   DISPLAY 'SHIFT END (HHMM): ' WITH NO ADVANCING
                   ACCEPT WS-SHIFT-ENTRY-X
                   PERFORM CHECK-SHIFT-ENTRY
                   IF WS-SHIFT-ENTRY-X = SPACES
                       OR WS-SHIFT-ENTRY-X = OPR-SHIFT-START
                       DISPLAY 'PRG100: SHIFT END MUST DIFFER FROM '
                           'THE START'
                       MOVE 'N' TO WS-SHIFT-OK
                   END-IF
               END-PERFORM
               MOVE WS-SHIFT-ENTRY-X TO OPR-SHIFT-END
           END-IF.

      * An end time earlier than the start is a night shift running
      * past midnight, so any valid clock time is accepted for each.
       CHECK-SHIFT-ENTRY.
           MOVE 'Y' TO WS-SHIFT-OK.
           IF WS-SHIFT-ENTRY-X NOT = SPACES
               IF WS-SHIFT-ENTRY-X IS NOT NUMERIC
                   MOVE 'N' TO WS-SHIFT-OK
               ELSE
                   IF WS-SE-HH > 23 OR WS-SE-MM > 59
                       MOVE 'N' TO WS-SHIFT-OK
                   END-IF
               END-IF
               IF WS-SHIFT-OK = 'N'
                   DISPLAY 'PRG100: SHIFT TIME MUST BE HHMM, 0000-2359'
               END-IF
           END-IF.

       INQUIRE-OPERATOR.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
           DISPLAY 'NAME           : ' OPR-NAME.
           DISPLAY 'AUTHORITY LEVEL: ' OPR-AUTH-LEVEL.
           DISPLAY 'ACTIVE         : ' OPR-ACTIVE-FLAG.
           IF OPR-SHIFT-START = SPACES
               DISPLAY 'SHIFT          : ANY HOURS'
           ELSE
               DISPLAY 'SHIFT          : ' OPR-SHIFT-START
                   ' TO ' OPR-SHIFT-END
           END-IF.

       UPDATE-OPERATOR.
           DISPLAY 'STAFF ID: ' WITH NO ADVANCING.
