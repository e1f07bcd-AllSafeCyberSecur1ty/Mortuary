      * finding, WARN for gaps that may predate the journaling.
      * XLIERR.DAT rows legitimately name cases that never made it
      * onto the master (rejected adds), so they are not checked for
      * case existence; nor are PRG280's site parameter audit rows,
      * which carry the pseudo-case PARAMS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG80.
       ENVIRONMENT DIVISION.

       CHECK-ONE-AUDIT-ROW.
           IF AUD-CASE-NUMBER = SPACES
               OR AUD-CASE-NUMBER = 'PARAMS'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-CASE-FOUND
