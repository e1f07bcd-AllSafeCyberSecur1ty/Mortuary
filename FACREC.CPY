      * Temporary storage unit record - one row per refrigerated
      * trailer, borrowed cooler, or other surge unit stood up when
      * the buildings fill, keyed by the facility ID it runs under
      * (MAIN and ANNX are the permanent buildings and have no row).
      * A stood-up unit is a facility in its own right: cases are
      * taken in onto it and transferred off it like any building,
      * and its trays live on the PRG140 bay master numbered with
      * the unit's tray letter (T001, T002, ...) so they can never
      * be mistaken for a building tray. Case numbers come off the
      * host building's series. PRG290 stands units up and tears
      * them down - a unit with a case still on it cannot be torn
      * down. Rows are kept after tear-down.
       01  STORAGE-UNIT-RECORD.
           05 FAC-FACILITY-ID      PIC X(4).
           05 FAC-DESCRIPTION      PIC X(30).
           05 FAC-HOST-FACILITY    PIC X(4).
           05 FAC-TRAY-PREFIX      PIC X(1).
           05 FAC-TRAY-COUNT       PIC 9(3).
           05 FAC-INCIDENT-NUMBER  PIC X(6).
           05 FAC-STATUS           PIC X(4).
              88 FAC-STOOD-UP         VALUE 'ACTV'.
              88 FAC-TORN-DOWN        VALUE 'DOWN'.
           05 FAC-STOOD-UP-DATE    PIC 9(8).
           05 FAC-STOOD-UP-BY      PIC X(10).
           05 FAC-TORN-DOWN-DATE   PIC 9(8).
           05 FAC-TORN-DOWN-BY     PIC X(10).
