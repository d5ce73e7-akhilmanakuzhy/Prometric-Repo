      *           WORST CONDITION DISPATCHED (RC=8 PAGE, RC=4 WARN,
      *           RC=0 INFORMATIONAL OR CLEAN) SO THE SCHEDULER CAN
      *           HOLD DOWNSTREAM JOBS ON IT.
      *10-15-26 - CTLTOTAL (TESTRPT HELD AN EXTRACT WHOSE BODY DOES NOT
      *           AGREE WITH ITS OWN Pro-Proctor TRAILER) NOW PAGES --
      *           A FILE CUT SHORT IN TRANSIT WILL NOT FIX ITSELF ON A
      *           RETRY AND NEEDS A FRESH EXTRACT FROM Pro-Proctor.
      *10-15-26 - AGEDOPEN (DANAGE FOUND A TRANSMISSION DANTES HAS NOT
      *           ACKNOWLEDGED, OR A REJECT NOBODY HAS CORRECTED, PAST
      *           ITS AGING LIMIT ON THE OPEN-ITEMS LEDGER) NOW PAGES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *    SEVERITY RANKING OF THE FEED'S CONDITION CODES.  RECONDIF
      *    (DANTES COUNTED SOMETHING ELSE), RETRYAGE (A PENDING
      *    TARGET AGED OUT), NORUN (THE WATCHDOG FOUND A MISSED RUN),
      *    VOLANOM (THE VOLUME GATE HELD A SUSPICIOUSLY SHORT OR
      *    HEAVY EXTRACT A HUMAN MUST RELEASE), CTLTOTAL (AN
      *    EXTRACT THAT FAILED ITS OWN TRAILER'S CONTROL TOTALS AND
      *    MUST BE RE-EXTRACTED) AND AGEDOPEN (AN UNACKNOWLEDGED
      *    TRANSMISSION OR UNCORRECTED REJECT PAST ITS AGING LIMIT)
      *    PAGE SOMEONE; MISSEXTR IS ROUTINE
      *    UNTIL THE RETRY WINDOW CLOSES (AT WHICH POINT IT SURFACES
      *    AS RETRYAGE), SO IT IS INFORMATIONAL;
      *    EVERYTHING ELSE, INCLUDING A CONDITION THIS PROGRAM HAS
      *    NEVER SEEN, WARNS BY EMAIL.  KEEP THE LISTS IN STEP WITH
      *    THE WRITERS (TESTRPT, DANWDG, DANAGE).
       01 WS-SEV-COND PIC X(08) VALUE SPACES.
          88 WS-COND-PAGE VALUE 'RECONDIF' 'RETRYAGE' 'NORUN   '
                                'VOLANOM ' 'CTLTOTAL' 'AGEDOPEN'.
          88 WS-COND-INFO VALUE 'MISSEXTR'.

      *    COLLAPSED ALERTS -- ONE ROW PER DISTINCT COND/BRANCH/FILE
