      * Specimen hand-off history record - the specimen's own chain
      * of custody, the way CUSTODY.DAT is for remains. Keyed by
      * case number, specimen number and hand-off sequence so one
      * item's trail reads back in order. Actions: LOGD logged into
      * the lab, MOVE moved between shelves or freezers on site,
      * SENT sent to an outside lab, RETN returned from the lab,
      * RELP released to a police agency (officer's name in
      * SPH-RECEIVED-BY, badge number in SPH-BADGE-NUMBER), DEST
      * destroyed. Written by PRG225.
       01  SPECIMEN-HISTORY-RECORD.
           05 SPH-KEY.
              10 SPH-CASE-NUMBER   PIC X(6).
              10 SPH-SPEC-NUMBER   PIC 9(3).
              10 SPH-SEQUENCE      PIC 9(3).
           05 SPH-ACTION           PIC X(4).
              88 SPH-ACTION-LOGGED     VALUE 'LOGD'.
              88 SPH-ACTION-MOVED      VALUE 'MOVE'.
              88 SPH-ACTION-SENT       VALUE 'SENT'.
              88 SPH-ACTION-RETURNED   VALUE 'RETN'.
              88 SPH-ACTION-POLICE     VALUE 'RELP'.
              88 SPH-ACTION-DESTROYED  VALUE 'DEST'.
           05 SPH-FROM-LOCATION    PIC X(20).
           05 SPH-TO-LOCATION      PIC X(20).
           05 SPH-RELEASED-BY      PIC X(10).
           05 SPH-RECEIVED-BY      PIC X(30).
           05 SPH-AGENCY           PIC X(30).
           05 SPH-BADGE-NUMBER     PIC X(10).
           05 SPH-DATE             PIC X(8).
           05 SPH-TIME             PIC X(8).
