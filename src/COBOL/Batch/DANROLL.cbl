      *           THE NIGHTLY CONFIRM PATH THEN SCANS ONLY THE OPEN
      *           PERIOD.  THE ORIGINAL DANAUD IS READ-ONLY HERE, SO
      *           AN ABEND MID-SPLIT LOSES NOTHING.
      *10-15-26 - DANAUDY/DANAUDN RECORDS WIDENED FROM 86 TO 109 BYTES
      *           TO MATCH DANAUDRC, WHICH NOW CARRIES THE EXTRACT'S
      *           CONTROL-TOTAL STATUS, SOURCE AND HASH TOTAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **   DANAUDY - THE YEARLY ARCHIVE FOR THE REQUESTED CLOSED YEAR.
      ******************************************************************
       FD  DANAUDY.
       01  DANAUDY-REC PIC X(109).
      ******************************************************************
      **   DANAUDN - THE NEW ACTIVE AUDIT STORE, EVERYTHING NOT
      **   ARCHIVED, IN ORIGINAL ORDER.  THE JCL SWAPS THIS IN OVER
      **   DANAUD AFTER A CLEAN RUN.
      ******************************************************************
       FD  DANAUDN.
       01  DANAUDN-REC PIC X(109).

       WORKING-STORAGE SECTION.

