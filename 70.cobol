           MOVE DM-LIFT-DATE TO ARC-LIFT-DATE.
           MOVE DM-LIFT-TIME TO ARC-LIFT-TIME.
           MOVE DM-DOE-FLAG TO ARC-DOE-FLAG.
           MOVE DM-INCIDENT-NUMBER TO ARC-INCIDENT-NUMBER.
           WRITE ARCHIVE-RECORD.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'PRG70: ARCHIVE WRITE FAILED FOR CASE '
