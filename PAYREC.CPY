      * Payment journal record - one row per check PRG60 applies to
      * a receivable item, with the operator signed on and when the
      * payment was keyed, so cash posting can be traced to a person
      * the way case changes are on AUDIT.DAT. Written OPEN EXTEND
      * after the receivable rewrite succeeds; read by PRG305.
       01  PAYMENT-JOURNAL-RECORD.
           05 PAY-INVOICE-NUMBER  PIC 9(6).
           05 PAY-CASE-NUMBER     PIC X(6).
           05 PAY-CHECK-NUMBER    PIC X(10).
           05 PAY-AMOUNT          PIC 9(7)V99.
           05 PAY-PAYMENT-DATE    PIC 9(8).
           05 PAY-STAFF-ID        PIC X(10).
           05 PAY-ENTRY-DATE      PIC X(8).
           05 PAY-ENTRY-TIME      PIC X(8).
