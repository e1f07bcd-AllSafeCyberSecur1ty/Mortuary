      * the file once from the old compiled rosters. The occupancy
      * reports count capacity off the in-service rows, and the bay
      * assignment paths refuse a tray that is not on file or is
      * out of service (compressor down, door sprung). Trays with
      * their own exhaust and a sealed door are flagged isolation-
      * capable; a case under active biohazard precautions (PRECAUT.DAT)
      * may only be assigned to one of those.
       01  BAY-MASTER-RECORD.
           05 BM-KEY.
              10 BM-FACILITY-ID   PIC X(4).
              88 BM-IN-SERVICE       VALUE 'INSV'.
              88 BM-OUT-OF-SERVICE   VALUE 'OOSV'.
           05 BM-STATUS-NOTE      PIC X(30).
           05 BM-ISOLATION-FLAG   PIC X.
              88 BM-ISOLATION-CAPABLE VALUE 'Y'.
