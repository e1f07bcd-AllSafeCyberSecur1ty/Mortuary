      * Biohazard precautions record - one row per case that came in
      * with (or was later found to have) an infectious or hazardous
      * condition staff must know about before they touch the body:
      * TB, prion disease (CJD), a radioactive implant or seed, a
      * bloodborne pathogen, or another hazard described in the note.
      * Keyed by case number. Carries the hazard, the precaution level
      * staff work under, who reported it (physician, ME, hospital
      * infection control) and when, and the operator who keyed it.
      * Captured at intake (XLI or the PRG20 batch) or later through
      * XLI. Rows are never deleted - a hazard entered in error is
      * cleared at level 3, keeping who cleared it and when. While
      * active, the case goes only on an isolation-capable tray,
      * PRG150 refuses invasive work on a prion or radioactive case
      * without a supervisor override, PRG170 refuses open viewings
      * for the restricted codes, and PRG285 lists it every day.
       01  PRECAUTION-RECORD.
           05 PRC-CASE-NUMBER      PIC X(6).
           05 PRC-HAZARD-CODE      PIC X(4).
              88 PRC-HAZ-TUBERCULOSIS VALUE 'TUBR'.
              88 PRC-HAZ-PRION        VALUE 'PRIO'.
              88 PRC-HAZ-RADIOACTIVE  VALUE 'RADI'.
              88 PRC-HAZ-BLOODBORNE   VALUE 'BBPN'.
              88 PRC-HAZ-OTHER        VALUE 'OTHR'.
              88 PRC-HAZARD-VALID     VALUES 'TUBR', 'PRIO', 'RADI',
                                             'BBPN', 'OTHR'.
              88 PRC-VIEWING-RESTRICTED VALUES 'TUBR', 'PRIO', 'RADI'.
              88 PRC-INVASIVE-RESTRICTED VALUES 'PRIO', 'RADI'.
           05 PRC-PRECAUTION-LEVEL PIC X(4).
              88 PRC-LEVEL-STANDARD   VALUE 'STND'.
              88 PRC-LEVEL-ENHANCED   VALUE 'ENHN'.
              88 PRC-LEVEL-ISOLATION  VALUE 'ISOL'.
              88 PRC-LEVEL-VALID      VALUES 'STND', 'ENHN', 'ISOL'.
           05 PRC-HAZARD-NOTE      PIC X(30).
           05 PRC-REPORTED-BY      PIC X(30).
           05 PRC-REPORTED-DATE    PIC 9(8).
           05 PRC-ENTERED-BY       PIC X(10).
           05 PRC-ENTERED-DATE     PIC X(8).
           05 PRC-ENTERED-TIME     PIC X(8).
           05 PRC-ACTIVE-FLAG      PIC X.
              88 PRC-ACTIVE           VALUE 'Y'.
              88 PRC-CLEARED          VALUE 'N'.
           05 PRC-CLEARED-BY       PIC X(10).
           05 PRC-CLEARED-DATE     PIC X(8).
