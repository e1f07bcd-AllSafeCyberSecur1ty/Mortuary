      * State registrar acknowledgement record - the return file
      * (REGACK.DAT) the registrar sends back for the certificates
      * PRG40 put on CERTDATA.DAT, one row per certificate processed.
      * An accepted row carries the state certificate number and the
      * burial-transit permit number and issue date; a rejected row
      * carries the reason. Read by PRG310.
       01  REGISTRAR-ACK-RECORD.
           05 ACK-CASE-NUMBER     PIC X(6).
           05 ACK-RESULT          PIC X(1).
              88 ACK-ACCEPTED     VALUE 'A'.
              88 ACK-REJECTED     VALUE 'R'.
           05 ACK-PROCESSED-DATE  PIC X(8).
           05 ACK-STATE-CERT-NUMBER PIC X(12).
           05 ACK-PERMIT-NUMBER   PIC X(10).
           05 ACK-PERMIT-DATE     PIC X(8).
           05 ACK-REJECT-REASON   PIC X(40).
