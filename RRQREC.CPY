      * Records-request (release of information) record - one row
      * per request for copies of case information, keyed by the
      * request number PRG265 assigns off the RRQCTL.DAT control
      * file. Carries who asked (requester type, name, agency), the
      * case, what was asked for, the legal basis the disclosure
      * rests on, and the life of the request: received, then
      * approved or denied, then fulfilled. Disclosure on a case
      * under an active ME hold or still a Doe case needs a level 3
      * override, whose ID is kept here beside the approver's. A
      * copy fee charged at fulfillment is posted to RECEIVBL.DAT as
      * its own open item and the invoice number kept here. PRG270
      * lists open requests past the statutory response period.
       01  RECORDS-REQUEST-RECORD.
           05 RRQ-REQUEST-NUMBER  PIC 9(6).
           05 RRQ-CASE-NUMBER     PIC X(6).
           05 RRQ-REQUESTER-TYPE  PIC X(4).
              88 RRQ-REQ-POLICE       VALUE 'POLC'.
              88 RRQ-REQ-INSURER      VALUE 'INSR'.
              88 RRQ-REQ-ATTORNEY     VALUE 'ATTY'.
              88 RRQ-REQ-PRESS        VALUE 'PRES'.
              88 RRQ-REQ-FAMILY       VALUE 'FAML'.
              88 RRQ-REQ-OTHER        VALUE 'OTHR'.
              88 RRQ-REQ-TYPE-VALID   VALUES 'POLC', 'INSR', 'ATTY',
                                             'PRES', 'FAML', 'OTHR'.
           05 RRQ-REQUESTER-NAME  PIC X(30).
           05 RRQ-AGENCY          PIC X(30).
           05 RRQ-ITEMS-REQUESTED PIC X(40).
           05 RRQ-LEGAL-BASIS     PIC X(4).
              88 RRQ-BASIS-NOK        VALUE 'NOK '.
              88 RRQ-BASIS-SUBPOENA   VALUE 'SUBP'.
              88 RRQ-BASIS-LAW-ENF    VALUE 'LAWE'.
              88 RRQ-BASIS-PUBLIC     VALUE 'PUBR'.
              88 RRQ-BASIS-VALID      VALUES 'NOK ', 'SUBP', 'LAWE',
                                             'PUBR'.
           05 RRQ-STATUS          PIC X(4).
              88 RRQ-OPEN             VALUE 'OPEN'.
              88 RRQ-APPROVED         VALUE 'APPR'.
              88 RRQ-FULFILLED        VALUE 'FULF'.
              88 RRQ-DENIED           VALUE 'DENY'.
              88 RRQ-AWAITING-REPLY   VALUES 'OPEN', 'APPR'.
           05 RRQ-LOGGED-BY       PIC X(10).
           05 RRQ-RECEIVED-DATE   PIC 9(8).
           05 RRQ-APPROVED-BY     PIC X(10).
           05 RRQ-OVERRIDE-BY     PIC X(10).
           05 RRQ-APPROVED-DATE   PIC 9(8).
           05 RRQ-DENIED-BY       PIC X(10).
           05 RRQ-DENIED-DATE     PIC 9(8).
           05 RRQ-DENIAL-REASON   PIC X(30).
           05 RRQ-FULFILLED-BY    PIC X(10).
           05 RRQ-FULFILLED-DATE  PIC 9(8).
           05 RRQ-COPY-FEE        PIC 9(5)V99.
           05 RRQ-INVOICE-NUMBER  PIC 9(6).
