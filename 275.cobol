      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * by surender, MORTUARY
      *
      * Site Parameter Lookup - called, like PRG95, by the batch
      * programs that used to carry their thresholds compiled in
      * (PRG25 and PRG115 retention days, PRG195 OPO deadline hours,
      * PRG145 cooler band, PRG310 registrar wait days). Given a
      * facility, a parameter code and an as-of date, hands back the
      * value off SITEPARM.DAT from the latest row effective on or
      * before that date, with its
      * effective date. The caller passes its own default in the
      * value field; when the facility has no row in force (or there
      * is no parameter file yet) the default is left as it came and
      * the effective date comes back zero, so the report can say
      * the compiled value was used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG275.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-PARAMETER-FILE ASSIGN TO "SITEPARM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPAR-KEY
           FILE STATUS IS WS-SPAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-PARAMETER-FILE.
           COPY "SPARREC.CPY".
       WORKING-STORAGE SECTION.
       77 WS-SPAR-STATUS      PIC XX.
       77 WS-MORE-RECORDS     PIC X VALUE 'N'.
       LINKAGE SECTION.
       01 LK-FACILITY-ID      PIC X(4).
       01 LK-PARM-CODE        PIC X(8).
       01 LK-AS-OF-DATE       PIC 9(8).
       01 LK-PARM-VALUE       PIC S9(5)V99.
       01 LK-EFFECTIVE-DATE   PIC 9(8).
       PROCEDURE DIVISION USING LK-FACILITY-ID, LK-PARM-CODE,
           LK-AS-OF-DATE, LK-PARM-VALUE, LK-EFFECTIVE-DATE.
       MAIN-LOGIC.
           MOVE ZERO TO LK-EFFECTIVE-DATE.
           OPEN INPUT SITE-PARAMETER-FILE.
           IF WS-SPAR-STATUS = '00'
               PERFORM FIND-VALUE-IN-FORCE
               CLOSE SITE-PARAMETER-FILE
           END-IF.
           GOBACK.

      * Rows for one facility and code sit together in effective-
      * date order, so the last one read before passing the as-of
      * date is the one in force.
       FIND-VALUE-IN-FORCE.
           MOVE LK-FACILITY-ID TO SPAR-FACILITY-ID.
           MOVE LK-PARM-CODE TO SPAR-PARM-CODE.
           MOVE ZERO TO SPAR-EFFECTIVE-DATE.
           START SITE-PARAMETER-FILE KEY IS NOT LESS THAN SPAR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MORE-RECORDS
           END-START.
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SITE-PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
                   NOT AT END
                       IF SPAR-FACILITY-ID NOT = LK-FACILITY-ID
                           OR SPAR-PARM-CODE NOT = LK-PARM-CODE
                           OR SPAR-EFFECTIVE-DATE > LK-AS-OF-DATE
                           MOVE 'N' TO WS-MORE-RECORDS
                       ELSE
                           MOVE SPAR-VALUE TO LK-PARM-VALUE
                           MOVE SPAR-EFFECTIVE-DATE
                               TO LK-EFFECTIVE-DATE
                       END-IF
               END-READ
           END-PERFORM.
