      * and journals an IDNT event via PRG5.
           05 DM-DOE-FLAG         PIC X(1).
              88 DM-DOE-CASE         VALUE 'Y'.
      * Mass-fatality incident the case came in under (INCIDENT.DAT),
      * spaces for an ordinary case. Set at intake (XLI, the PRG20
      * batch, or the PRG290 bulk Doe intake) or tagged afterwards
      * through PRG290; while the incident is open PRG25 and PRG115
      * leave the case out of aging and county escalation.
           05 DM-INCIDENT-NUMBER  PIC X(6).
