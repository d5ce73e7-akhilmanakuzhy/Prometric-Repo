      **   RECORD PER SCHEDULED TRANSMISSION DATE: THE BUSINESS DATE
      **   (MMDDYY) AND HOW MANY DANTGT TARGETS THE DAY IS EXPECTED
      **   TO BUILD.  WEEKENDS AND FEDERAL HOLIDAYS ARE SIMPLY NOT
      **   LISTED.  MAINTAINED BY OPERATIONS THROUGH DANMNT LIKE
      **   DANHOST AND DANTGT; COPIED UNDER AN 01 LEVEL BY DANMNT,
      **   THE DANWDG MISSED-RUN WATCHDOG (WHICH ALERTS WHEN A
      **   SCHEDULED DATE LEFT NO DANAUD RECORDS), THE DANSUM MONTHLY
      **   ROLLUP (WHICH STOPS COUNTING UNSCHEDULED DAYS AS DAYS WITH
      **   NO TRANSMISSION) AND THE DANVAL PRE-FLIGHT VALIDATOR.
      ******************************************************************
           05 CL-DATE        PIC X(06).
           05 FILLER         PIC X(01).
