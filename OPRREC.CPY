      * 3 = release (and ME hold work, since a lifted hold is what
      * lets a release happen). Maintained by PRG100; XLI validates
      * sign-on against it and logs failed attempts to XLIERR.DAT.
      * The shift hours (HHMM, 24-hour clock; an end earlier than the
      * start is a shift that runs past midnight, blank is any hours)
      * are what PRG305 measures each operator's activity against.
       01  OPERATOR-RECORD.
           05 OPR-STAFF-ID        PIC X(10).
           05 OPR-NAME            PIC X(30).
              88 OPR-LEVEL-RELEASE    VALUE 3.
           05 OPR-ACTIVE-FLAG     PIC X(1).
              88 OPR-ACTIVE           VALUE 'Y'.
           05 OPR-SHIFT-START     PIC X(4).
           05 OPR-SHIFT-END       PIC X(4).
