      * Removal vehicle master record - one row per van or removal
      * vehicle in the fleet, keyed by the vehicle ID dispatchers
      * key on TRANSPRT.DAT. Registration, inspection and next
      * service dates are held as YYYYMMDD so a straight numeric
      * compare against today's date answers "is this current", the
      * same as the funeral home license. Only an IN SERVICE vehicle
      * whose registration and inspection have not lapsed may be
      * dispatched. The odometer is carried forward from each
      * arrival confirmation's reading in. Maintained by PRG250,
      * validated by PRG175, reported by PRG255.
       01  VEHICLE-RECORD.
           05 VEH-VEHICLE-ID      PIC X(8).
           05 VEH-DESCRIPTION     PIC X(20).
           05 VEH-PLATE           PIC X(10).
           05 VEH-FACILITY-ID     PIC X(4).
           05 VEH-COT-CAPACITY    PIC 9(2).
           05 VEH-REG-EXPIRY      PIC 9(8).
           05 VEH-INSPECT-EXPIRY  PIC 9(8).
           05 VEH-SERVICE-DUE     PIC 9(8).
           05 VEH-STATUS          PIC X(4).
              88 VEH-IN-SERVICE       VALUE 'SERV'.
              88 VEH-IN-SHOP          VALUE 'SHOP'.
              88 VEH-RETIRED          VALUE 'RETD'.
              88 VEH-STATUS-VALID     VALUES 'SERV', 'SHOP', 'RETD'.
           05 VEH-ODOMETER        PIC 9(7).
