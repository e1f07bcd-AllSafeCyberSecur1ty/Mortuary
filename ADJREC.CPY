      * Receivable adjustment history - one row per debit
      * adjustment, credit memo or bad-debt write-off keyed against
      * an invoice on RECEIVBL.DAT, so a waived storage charge or an
      * uncollectable balance no longer has to be keyed through
      * PRG60 as a fake payment. PRG210 writes it (sequence 001 up
      * within the invoice) and carries the net onto
      * AR-ADJUST-AMOUNT; PRG160 posts it to its own GL accounts and
      * PRG155 prints each row under its invoice on the statement.
      * ADJ-APPROVED-BY holds the level 3 operator who signed off a
      * credit or write-off over the approval limit - the keying
      * operator when they hold level 3 themselves.
       01  ADJUSTMENT-RECORD.
           05 ADJ-KEY.
              10 ADJ-INVOICE-NUMBER  PIC 9(6).
              10 ADJ-SEQUENCE        PIC 9(3).
           05 ADJ-CASE-NUMBER     PIC X(6).
           05 ADJ-TYPE            PIC X(4).
              88 ADJ-TYPE-DEBIT       VALUE 'DBAD'.
              88 ADJ-TYPE-CREDIT      VALUE 'CRMO'.
              88 ADJ-TYPE-WRITEOFF    VALUE 'WOFF'.
              88 ADJ-TYPE-VALID       VALUE 'DBAD' 'CRMO' 'WOFF'.
           05 ADJ-AMOUNT          PIC 9(7)V99.
           05 ADJ-REASON-CODE     PIC X(4).
              88 ADJ-REASON-VALID     VALUE 'WAIV' 'BILL' 'DISP'
                                            'UNCL' 'ESTA' 'OTHR'.
           05 ADJ-REFERENCE       PIC X(30).
           05 ADJ-OPERATOR-ID     PIC X(10).
           05 ADJ-APPROVED-BY     PIC X(10).
           05 ADJ-DATE            PIC 9(8).
           05 ADJ-TIME            PIC X(8).
