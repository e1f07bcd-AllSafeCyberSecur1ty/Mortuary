      * be compiled into PRG45. Finance enters future rates through
      * PRG90; billing prices each day of a stay at the rate in
      * effect that day, so a stay straddling a change bills each
      * side at its own rate. The county contract rates (a per-diem
      * and one flat disposition fee whatever the type) price cases
      * the county indigent-burial program has accepted.
       01  RATE-SCHEDULE-RECORD.
           05 RS-EFFECTIVE-DATE   PIC 9(8).
           05 RS-PER-DIEM-RATE    PIC 9(5)V99.
           05 RS-FEE-BURIAL       PIC 9(5)V99.
           05 RS-FEE-CREMATION    PIC 9(5)V99.
           05 RS-FEE-TRANSFER     PIC 9(5)V99.
           05 RS-COUNTY-PER-DIEM  PIC 9(5)V99.
           05 RS-COUNTY-FEE       PIC 9(5)V99.
