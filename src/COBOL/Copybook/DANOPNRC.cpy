      ******************************************************************
      **   DANOPNRC - OPEN-ITEMS LEDGER RECORD (DANOPN).  ONE RECORD
      **   PER DANAUD TRANSMISSION (OP-TYPE T) AND PER REJKEY REJECT
      **   (OP-TYPE R) THE DANAGE AGING RUN HAS POSTED.  AN ENTRY IS
      **   OPEN (OP-STATE O) UNTIL IT CLOSES (C):
      **     - A TRANSMISSION CLOSES WHEN DANTES'S DANACK COUNT FOR
      **       ITS BRANCH RECONCILES WITH THE RUN THAT BUILT IT
      **       (OP-CLOSE-HOW A), OR WHEN A CONFIRM-MODE TESTRPT RUN
      **       ENDED ALLCLEAR ON ITS RUN DATE (L);
      **     - A REJECT CLOSES WHEN THE CORRECTED SITTING SHOWS UP ON
      **       DANSENT UNDER A LATER BUSINESS DATE, IN A FILE DANCOR
      **       STAGED (S) -- OP-CORR-DATE (MMDDYY) AND OP-CORR-FILE
      **       SAY WHICH.
      **   OP-OPEN-DATE (CCYYMMDD) IS WHAT THE ENTRY IS AGED FROM:
      **   THE RUN DATE FOR A TRANSMISSION, THE DAY THE REJECT WAS
      **   FIRST POSTED FOR A REJECT.  OP-CLOSE-DATE (CCYYMMDD) IS THE
      **   DAY IT CLOSED.  OP-FILE IS THE TRANSMITTED FILE -- FOR A
      **   REJECT, THE FILE THE REJECTED SITTING WENT OUT IN, WHEN
      **   DANSENT STILL KNOWS IT -- AND OP-BRANCH ITS BRANCH.  A
      **   CLOSED ENTRY IS KEPT WHILE ITS DANAUD RECORD OR REJKEY KEY
      **   IS STILL ON FILE, SO IT IS NEVER POSTED A SECOND TIME, AND
      **   IS DROPPED ONCE THAT IS GONE.  NO SSN OR NAME IS KEPT HERE.
      **   COPIED UNDER AN 01 LEVEL IN WORKING-STORAGE BY DANAGE.
      ******************************************************************
           05 OP-TYPE             PIC X(01).
              88 OP-TYPE-XMIT           VALUE 'T'.
              88 OP-TYPE-REJECT         VALUE 'R'.
           05 FILLER              PIC X(01).
           05 OP-STATE            PIC X(01).
              88 OP-OPEN                VALUE 'O'.
              88 OP-CLOSED              VALUE 'C'.
           05 FILLER              PIC X(01).
           05 OP-BRANCH           PIC X(01).
           05 FILLER              PIC X(01).
           05 OP-OPEN-DATE        PIC X(08).
           05 FILLER              PIC X(01).
           05 OP-CLOSE-DATE       PIC X(08).
           05 FILLER              PIC X(01).
           05 OP-CLOSE-HOW        PIC X(01).
              88 OP-BY-DANACK           VALUE 'A'.
              88 OP-BY-ALLCLEAR         VALUE 'L'.
              88 OP-BY-DANCOR           VALUE 'S'.
           05 FILLER              PIC X(01).
           05 OP-FILE             PIC X(11).
           05 FILLER              PIC X(01).
           05 OP-DETAIL           PIC X(40).
      *
      *    A TRANSMISSION: THE DANAUD RUN STAMP (AU-DATE MM/DD/YY AND
      *    AU-TIME) THAT KEYS IT WITH OP-FILE, THE RECORD COUNT SENT
      *    AND THE Pro-Proctor CONTROL SOURCE (C = A DANCOR FILE).
           05 OP-XMIT-DETAIL REDEFINES OP-DETAIL.
              10 OP-RUN-DATE      PIC X(08).
              10 FILLER           PIC X(01).
              10 OP-RUN-TIME      PIC X(08).
              10 FILLER           PIC X(01).
              10 OP-COUNT         PIC 9(09).
              10 FILLER           PIC X(01).
              10 OP-SOURCE        PIC X(01).
              10 FILLER           PIC X(11).
      *
      *    A REJECT: THE REJKEY KEY LESS THE SSN -- CANDIDATE ID, TEST
      *    CODE, TEST DATE (MMDDCCYY), ORIGINAL BUSINESS DATE (MMDDYY,
      *    BLANK WHEN DANREJ NEVER MATCHED IT TO A SENT ROW) AND THE
      *    DANTES REASON CODE.
           05 OP-REJ-DETAIL REDEFINES OP-DETAIL.
              10 OP-CAND-ID       PIC X(10).
              10 FILLER           PIC X(01).
              10 OP-TEST-CODE     PIC X(05).
              10 FILLER           PIC X(01).
              10 OP-TEST-DATE     PIC X(08).
              10 FILLER           PIC X(01).
              10 OP-ORIG-DATE     PIC X(06).
              10 FILLER           PIC X(01).
              10 OP-REASON-CODE   PIC X(03).
              10 FILLER           PIC X(04).
           05 FILLER              PIC X(01).
           05 OP-CORR-DATE        PIC X(06).
           05 FILLER              PIC X(01).
           05 OP-CORR-FILE        PIC X(11).
           05 FILLER              PIC X(03).
