      ******************************************************************
      **   DANCHGRC - CONTROL FILE CHANGE LOG RECORD (CTLLOG).  ONE
      **   RECORD PER CHANGE DANMNT APPLIED TO DANHOST, DANTGT OR
      **   DANCAL, APPENDED RUN AFTER RUN AND NEVER TRIMMED, SO THE
      **   SECURITY AUDITOR CAN SAY WHO CHANGED A LOGIN OR A PUT
      **   TARGET, WHAT IT SAID BEFORE AND WHEN.  CG-RUN-DATE
      **   (CCYYMMDD) AND CG-RUN-TIME (HHMMSSHH) ARE WHEN THE CHANGE
      **   WAS APPLIED AND CG-SEQ ITS ORDER WITHIN THE RUN.  CG-FILE,
      **   CG-ACTION, CG-EFF-DATE, CG-REQUESTER, CG-TICKET AND
      **   CG-SUBMIT-DATE ARE CARRIED FROM THE TRANSACTION (DANMNTRC).
      **   CG-BEFORE IS THE RECORD AS IT STOOD (SPACES FOR AN ADD) AND
      **   CG-AFTER AS IT WAS LEFT (SPACES FOR A DELETE), EACH IN THE
      **   FILE'S OWN LAYOUT.  CG-ACTION X IS A PENDING CHANGE
      **   WITHDRAWN BEFORE IT TOOK EFFECT: CG-EFF-DATE IS THE DATE IT
      **   WAS DUE AND CG-BEFORE THE RECORD IT WOULD HAVE WRITTEN.
      **   COPIED UNDER THE FD BY DANMNT.
      ******************************************************************
           05 CG-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(01).
           05 CG-RUN-TIME         PIC X(08).
           05 FILLER              PIC X(01).
           05 CG-SEQ              PIC 9(04).
           05 FILLER              PIC X(01).
           05 CG-FILE             PIC X(01).
           05 FILLER              PIC X(01).
           05 CG-ACTION           PIC X(01).
           05 FILLER              PIC X(01).
           05 CG-KEY              PIC X(06).
           05 FILLER              PIC X(01).
           05 CG-EFF-DATE         PIC X(08).
           05 FILLER              PIC X(01).
           05 CG-REQUESTER        PIC X(08).
           05 FILLER              PIC X(01).
           05 CG-TICKET           PIC X(10).
           05 FILLER              PIC X(01).
           05 CG-SUBMIT-DATE      PIC X(08).
           05 FILLER              PIC X(01).
           05 CG-BEFORE           PIC X(100).
           05 FILLER              PIC X(01).
           05 CG-AFTER            PIC X(100).
