      * Lockbox suspense record - one row per bank check PRG215 could
      * not apply unattended (invoice not found, already PAID,
      * overpayment, amount mismatch, posting failed), keyed by the
      * deposit date and the check's position in that deposit so a
      * re-run of the same deposit can never suspend a check twice.
      * Rows arrive OPEN; finance works them through PRG60, which
      * applies the check to the invoice it really belongs to and
      * flips the row to CLRD with the applying clerk, the date and
      * the invoice it went to. Rows are cleared, never deleted, so
      * the deposit control report can always be tied back.
       01  SUSPENSE-RECORD.
           05 SP-KEY.
              10 SP-DEPOSIT-DATE  PIC 9(8).
              10 SP-ITEM-SEQ      PIC 9(6).
           05 SP-CHECK-NUMBER     PIC X(10).
           05 SP-AMOUNT           PIC 9(7)V99.
           05 SP-INVOICE-WRITTEN  PIC X(6).
           05 SP-PAYER-NAME       PIC X(30).
           05 SP-REASON           PIC X(20).
           05 SP-STATUS           PIC X(4).
              88 SP-STATUS-OPEN       VALUE 'OPEN'.
              88 SP-STATUS-CLEARED    VALUE 'CLRD'.
           05 SP-CLEARED-DATE     PIC X(8).
           05 SP-CLEARED-BY       PIC X(10).
           05 SP-APPLIED-INVOICE  PIC 9(6).
