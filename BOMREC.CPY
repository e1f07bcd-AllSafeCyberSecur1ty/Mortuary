      * Supply bill of materials - the standard quantity of each
      * supply item one service uses up, keyed by service code plus
      * item code so a service's whole list reads back together.
      * Service codes are the PRG150 work-order codes (EMBM, DRES,
      * REST, REFR) plus INTK, the per-case pouch and tag every
      * intake takes. Maintained by PRG235, exploded by PRG230.
       01  BILL-OF-MATERIALS-RECORD.
           05 BOM-KEY.
              10 BOM-SERVICE-CODE PIC X(4).
              10 BOM-ITEM-CODE    PIC X(8).
           05 BOM-QUANTITY        PIC 9(3)V99.
