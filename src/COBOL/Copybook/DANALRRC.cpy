      ******************************************************************
      **   DANALRRC - OPERATOR ALERT FEED RECORD (DANALR).  ONE
      **   RECORD PER FAILURE CONDITION A TESTRPT INVOCATION DETECTED
      **   (MISSEXTR/EDITFAIL/CTLTOTAL/HISTHOLD/VOLANOM/RETRYAGE/
      **   NOINDIR/NOCONFRM/RECONDIF/NOACK), PLUS ONE ALLCLEAR RECORD
      **   PER RC=0 RUN, PLUS THE NORUN RECORD THE DANWDG WATCHDOG
      **   (AL-MODE 'W') WRITES WHEN A DANCAL-SCHEDULED DATE LEFT NO
      **   DANAUD RECORDS AT ALL, PLUS THE AGEDOPEN RECORDS THE DANAGE
      **   OPEN-ITEMS RUN (AL-MODE 'A') WRITES PER CONDITION AND
      **   BRANCH WITH ITEMS PAST THEIR AGING LIMIT -- AL-FILE SAYS
      **   WHICH (UNACKED OR UNCORRECTED) AND AL-LOCAL-CT HOW MANY.
      **   COPIED UNDER AN 01 LEVEL BY TESTRPT, DANWDG AND DANAGE
      **   (WRITERS), THE DANDSP ALERT DISPATCHER AND THE DANSUM
      **   MONTHLY ROLLUP.
      ******************************************************************
           05 AL-DATE        PIC X(08).
           05 FILLER         PIC X(01).
