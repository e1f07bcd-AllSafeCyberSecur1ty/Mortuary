      * amount, date) against the balance and flips the item to PAID
      * when it reaches zero; PRG65 ages whatever is still OPEN into
      * 30/60/90-day buckets so finance can chase it.
      * AR-ADJUST-AMOUNT is the net of every PRG210 adjustment on
      * the item (debit adjustments up, credit memos and write-offs
      * down); the balance is always charge plus adjustments less
      * cash, and the detail rows live on ADJHIST.DAT.
      * AR-BILL-CLASS marks an item PRG45 billed to the county
      * indigent-burial program at contract rates (CNTY) rather
      * than to a home or family; AR-COUNTY-CASE then carries the
      * county's own case number off REFERRAL.DAT as the reference
      * they pay against. County items age and print apart from
      * private receivables.
       01  RECEIVABLE-RECORD.
           05 AR-INVOICE-NUMBER   PIC 9(6).
           05 AR-CASE-NUMBER      PIC X(6).
           05 AR-STATUS           PIC X(4).
              88 AR-STATUS-OPEN      VALUE 'OPEN'.
              88 AR-STATUS-PAID      VALUE 'PAID'.
           05 AR-ADJUST-AMOUNT    PIC S9(7)V99.
           05 AR-BILL-CLASS       PIC X(4).
              88 AR-BILL-COUNTY      VALUE 'CNTY'.
           05 AR-COUNTY-CASE      PIC X(10).
