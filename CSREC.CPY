      * Certificate status record - one row per case, keyed by case
      * number, following the death certificate from PRG40's extract
      * to the state registrar through the registrar's answer. PRG40
      * writes the row (SENT) when the case first goes out - once
      * any autopsy exam has closed and the case is no longer a
      * Doe - and again each time a rejected case is sent back;
      * PRG310 posts the registrar's return file against it - ACPT
      * with the state certificate number and the burial-transit
      * permit, or RJCT with the reason. XLI's close-out and the
      * PRG85 batch release driver refuse a BUR or XFER disposition
      * until a permit number and date are on the row.
       01  CERT-STATUS-RECORD.
           05 CS-CASE-NUMBER      PIC X(6).
           05 CS-STATUS           PIC X(4).
              88 CS-SENT          VALUE 'SENT'.
              88 CS-ACCEPTED      VALUE 'ACPT'.
              88 CS-REJECTED      VALUE 'RJCT'.
           05 CS-EXTRACT-DATE     PIC 9(8).
           05 CS-SEND-COUNT       PIC 9(3).
           05 CS-ACK-DATE         PIC 9(8).
           05 CS-STATE-CERT-NUMBER PIC X(12).
           05 CS-PERMIT-NUMBER    PIC X(10).
           05 CS-PERMIT-DATE      PIC 9(8).
           05 CS-REJECT-REASON    PIC X(40).
           05 CS-RECONCILED-DATE  PIC X(8).
