      * Mass-fatality incident record - one row per declared incident
      * (bus crash, building collapse, fire, heat wave), keyed by the
      * incident number emergency management issues. Carries what
      * happened, where, which agency leads, and when it was opened
      * and closed and by whom. Opened and closed through PRG290;
      * cases are tagged to it by DM-INCIDENT-NUMBER at intake. While
      * the row is OPEN, PRG25 aging and PRG115 county escalation
      * pass the incident's cases by - the remains are being worked
      * as a group, not forgotten. Rows are never deleted.
       01  INCIDENT-RECORD.
           05 INC-INCIDENT-NUMBER  PIC X(6).
           05 INC-TYPE             PIC X(4).
              88 INC-TYPE-TRANSPORT   VALUE 'TRAN'.
              88 INC-TYPE-FIRE        VALUE 'FIRE'.
              88 INC-TYPE-STRUCTURE   VALUE 'STRC'.
              88 INC-TYPE-WEATHER     VALUE 'WTHR'.
              88 INC-TYPE-VIOLENCE    VALUE 'VIOL'.
              88 INC-TYPE-OTHER       VALUE 'OTHR'.
              88 INC-TYPE-VALID       VALUES 'TRAN', 'FIRE', 'STRC',
                                             'WTHR', 'VIOL', 'OTHR'.
           05 INC-DESCRIPTION      PIC X(30).
           05 INC-LOCATION         PIC X(30).
           05 INC-LEAD-AGENCY      PIC X(30).
           05 INC-STATUS           PIC X(4).
              88 INC-OPEN             VALUE 'OPEN'.
              88 INC-CLOSED           VALUE 'CLSD'.
           05 INC-OPENED-DATE      PIC 9(8).
           05 INC-OPENED-BY        PIC X(10).
           05 INC-CLOSED-DATE      PIC 9(8).
           05 INC-CLOSED-BY        PIC X(10).
