      * billable. PRG45 folds completed, unbilled orders into the
      * case's invoice as itemized lines and stamps each with its
      * invoice number, the same re-run protection the disposition
      * row carries - spaces until billed. Embalming or restoration
      * on a case under prion or radioactive precautions needs a
      * level 3 supervisor override, whose ID is kept on the order.
       01  WORK-ORDER-RECORD.
           05 WO-KEY.
              10 WO-CASE-NUMBER   PIC X(6).
           05 WO-STAFF-ID         PIC X(10).
           05 WO-CHARGE-AMOUNT    PIC 9(5)V99.
           05 WO-INVOICE-NUMBER   PIC X(6).
           05 WO-OVERRIDE-BY      PIC X(10).
