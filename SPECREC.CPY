      * Autopsy specimen / evidence record - one row per item the
      * pathologist keeps back from an exam (toxicology tube, tissue
      * block, slide, item of evidence), keyed by case number plus
      * specimen number so a case's specimens read back together.
      * Replaces the lab's paper ledger. SPEC-LOCATION is where the
      * item is right now - a shelf or freezer on site, the outside
      * lab it was sent to, or the police agency it was released
      * to - and is kept current by every hand-off on SPECHIST.DAT.
      * An item may be destroyed only once SPEC-RETENTION-END has
      * passed, on a level 3 operator's authority; the destruction
      * stamps who destroyed it and when. Maintained by PRG225;
      * PRG120 will not let an exam close while any live specimen
      * for the case has no location on file.
       01  SPECIMEN-RECORD.
           05 SPEC-KEY.
              10 SPEC-CASE-NUMBER  PIC X(6).
              10 SPEC-NUMBER       PIC 9(3).
           05 SPEC-TYPE            PIC X(4).
              88 SPEC-TYPE-TOX         VALUE 'TOXT'.
              88 SPEC-TYPE-BLOCK       VALUE 'TBLK'.
              88 SPEC-TYPE-SLIDE       VALUE 'SLID'.
              88 SPEC-TYPE-EVIDENCE    VALUE 'EVID'.
              88 SPEC-TYPE-OTHER       VALUE 'OTHR'.
              88 SPEC-TYPE-VALID       VALUES 'TOXT', 'TBLK', 'SLID',
                                              'EVID', 'OTHR'.
           05 SPEC-DESCRIPTION     PIC X(30).
           05 SPEC-LABEL-ID        PIC X(15).
           05 SPEC-LOCATION        PIC X(20).
           05 SPEC-COLLECTED-DATE  PIC 9(8).
           05 SPEC-RETENTION-END   PIC 9(8).
           05 SPEC-STATUS          PIC X(4).
              88 SPEC-ON-SITE          VALUE 'HELD'.
              88 SPEC-AT-OUTSIDE-LAB   VALUE 'OUTL'.
              88 SPEC-RELEASED-POLICE  VALUE 'RELP'.
              88 SPEC-DESTROYED        VALUE 'DEST'.
           05 SPEC-DESTROY-AUTH    PIC X(10).
           05 SPEC-DESTROYED-BY    PIC X(10).
           05 SPEC-DESTROYED-DATE  PIC X(8).
           05 SPEC-DESTROYED-TIME  PIC X(8).
