      * County claim register record - one row per invoice PRG45
      * bills to the county indigent-burial program, appended to
      * CNTYREG.DAT as the invoice is posted. Carries what the
      * county pays from: their case number, the dates of stay and
      * the contract-priced charges. PRG220 pulls a month's rows
      * into the claim file sent to the county.
       01  COUNTY-CLAIM-REG-RECORD.
           05 CCL-INVOICE-NUMBER  PIC 9(6).
           05 FILLER              PIC X.
           05 CCL-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X.
           05 CCL-CASE-NUMBER     PIC X(6).
           05 FILLER              PIC X.
           05 CCL-COUNTY-CASE     PIC X(10).
           05 FILLER              PIC X.
           05 CCL-DECEDENT-NAME   PIC X(30).
           05 FILLER              PIC X.
           05 CCL-INTAKE-DATE     PIC X(8).
           05 FILLER              PIC X.
           05 CCL-RELEASE-DATE    PIC X(8).
           05 FILLER              PIC X.
           05 CCL-DAYS-STORAGE    PIC 9(5).
           05 FILLER              PIC X.
           05 CCL-STORAGE-CHARGE  PIC 9(7)V99.
           05 FILLER              PIC X.
           05 CCL-SERVICE-CHARGE  PIC 9(7)V99.
           05 FILLER              PIC X.
           05 CCL-WORK-CHARGE     PIC 9(7)V99.
           05 FILLER              PIC X.
           05 CCL-TOTAL-CHARGE    PIC 9(7)V99.
