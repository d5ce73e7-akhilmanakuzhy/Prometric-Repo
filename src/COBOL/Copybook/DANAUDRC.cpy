      **   EXTRACT COUNT THE SCRIPT WAS BUILT FROM.  COPIED UNDER AN
      **   01 LEVEL BY EVERY PROGRAM THAT WRITES OR REPORTS FROM THE
      **   AUDIT TRAIL, SO THE LAYOUT CANNOT DRIFT BETWEEN THE BUILD
      **   STEP AND THE REPORTING/HOUSEKEEPING UTILITIES.  AU-CTL-SW
      **   SAYS WHETHER AU-COUNT AND AU-HASH-TOTAL WERE PROVEN AGAINST
      **   THE FILE'S OWN Pro-Proctor TRAILER (V) OR THE FILE CARRIED
      **   NO CONTROL RECORDS AND THEY ARE JUST WHAT WAS READ (N);
      **   AU-CTL-SOURCE IS THE HEADER'S PC-SOURCE (SEE PPCTLREC).
      ******************************************************************
           05 AU-DATE        PIC X(08).
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(01).
           05 AU-COUNT       PIC 9(09).
           05 FILLER         PIC X(01).
           05 AU-CTL-SW      PIC X(01).
              88 AU-CTL-VERIFIED     VALUE 'V'.
           05 FILLER         PIC X(01).
           05 AU-CTL-SOURCE  PIC X(01).
           05 FILLER         PIC X(01).
           05 AU-HASH-TOTAL  PIC 9(18).
           05 FILLER         PIC X(01).
