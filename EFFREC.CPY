      * case number plus item number. Every item starts HELD and must
      * be receipted as returned-to-claimant (RTRN) or retained
      * (KEPT) before XLI will release the case, replacing the paper
      * envelope list that kept getting lost. EFF-RECEIPTED-BY is
      * the operator who receipted the item out at release, kept
      * apart from EFF-RECORDED-BY so PRG305 can show the same hands
      * did not both take an item in and hand it over;
      * EFF-RECORDED-DATE dates the intake side (blank on rows
      * recorded before it was kept).
       01  EFFECTS-RECORD.
           05 EFF-KEY.
              10 EFF-CASE-NUMBER   PIC X(6).
              88 EFF-STATUS-RETAINED  VALUE 'KEPT'.
           05 EFF-RELEASED-TO     PIC X(30).
           05 EFF-RELEASE-DATE    PIC X(8).
           05 EFF-RECEIPTED-BY    PIC X(10).
           05 EFF-RECORDED-DATE   PIC X(8).
