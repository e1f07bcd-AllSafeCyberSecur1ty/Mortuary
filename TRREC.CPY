      * receiving end. Arrival fields stay spaces until PRG175's
      * confirmation - that is what its open-transports report
      * chases, and what we show a home that disputes a delivery.
      * The vehicle must be in service on the PRG250 fleet master
      * at dispatch; the odometer out and in keyed at arrival make
      * the row the vehicle's mileage log for PRG255.
       01  TRANSPORT-RECORD.
           05 TR-KEY.
              10 TR-CASE-NUMBER   PIC X(6).
           05 TR-ARRIVE-DATE      PIC X(8).
           05 TR-ARRIVE-TIME      PIC X(8).
           05 TR-RECEIVED-BY      PIC X(30).
           05 TR-ODOMETER-OUT     PIC 9(7).
           05 TR-ODOMETER-IN      PIC 9(7).
