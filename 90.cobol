      * effective-dated rate master (RATESCHD.DAT) that drives
      * PRG45 billing: add a future rate change, inquire or correct
      * an existing one, and list the whole schedule. A rate change
      * stops being a program change and a recompile. Each rate
      * change also carries the county indigent-burial contract
      * per-diem and flat fee in force from the same date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG90.
       ENVIRONMENT DIVISION.
           ACCEPT RS-FEE-CREMATION.
           DISPLAY 'TRANSFER FEE: ' WITH NO ADVANCING.
           ACCEPT RS-FEE-TRANSFER.
           DISPLAY 'COUNTY CONTRACT PER-DIEM: ' WITH NO ADVANCING.
           ACCEPT RS-COUNTY-PER-DIEM.
           DISPLAY 'COUNTY CONTRACT FEE: ' WITH NO ADVANCING.
           ACCEPT RS-COUNTY-FEE.

       INQUIRE-RATE-RECORD.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD): ' WITH NO ADVANCING.
               '  BUR ' RS-FEE-BURIAL
               '  CREM ' RS-FEE-CREMATION
               '  XFER ' RS-FEE-TRANSFER.
           DISPLAY '          COUNTY PER-DIEM ' RS-COUNTY-PER-DIEM
               '  COUNTY FEE ' RS-COUNTY-FEE.

       UPDATE-RATE-RECORD.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD): ' WITH NO ADVANCING.
