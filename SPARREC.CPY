      * Site parameter record - one row per threshold per facility
      * per effective date, so a change can be keyed ahead of the day
      * it takes effect and the value in force on any past date can
      * still be answered. Keyed facility + parameter code + effective
      * date; the batch programs ask PRG275 for the row in force on
      * the run date and fall back to their compiled value when the
      * facility has none. Maintained only through PRG280 (level 3),
      * which journals every change to AUDIT.DAT.
       01  SITE-PARAMETER-RECORD.
           05 SPAR-KEY.
              10 SPAR-FACILITY-ID    PIC X(4).
              10 SPAR-PARM-CODE      PIC X(8).
                 88 SPAR-RETENTION-DAYS  VALUE 'RETNDAYS'.
                 88 SPAR-OPO-DEADLINE    VALUE 'OPODEADH'.
                 88 SPAR-BAND-LOW        VALUE 'BANDLOW '.
                 88 SPAR-BAND-HIGH       VALUE 'BANDHIGH'.
                 88 SPAR-CERT-DAYS       VALUE 'CERTDAYS'.
                 88 SPAR-CODE-VALID      VALUES 'RETNDAYS', 'OPODEADH',
                                                'BANDLOW ', 'BANDHIGH',
                                                'CERTDAYS'.
              10 SPAR-EFFECTIVE-DATE PIC 9(8).
           05 SPAR-VALUE             PIC S9(5)V99.
           05 SPAR-DESCRIPTION       PIC X(30).
           05 SPAR-CHANGED-BY        PIC X(10).
           05 SPAR-CHANGED-DATE      PIC X(8).
           05 SPAR-CHANGED-TIME      PIC X(8).
