      ******************************************************************
      **   DANHISRC - SITTING HISTORY RECORD (DANHIS).  ONE RECORD PER
      **   SITTING EVER TRANSMITTED -- SSN, TEST CODE AND TEST DATE
      **   (MMDDCCYY AS TRANSMITTED), WHICH IS THE RECORD KEY -- WITH
      **   THE BUSINESS DATE (MMDDYY) AND SCORE OF ITS LATEST
      **   TRANSMISSION AND OF THE TRANSMISSION BEFORE THAT UNDER ANY
      **   OTHER BUSINESS DATE (SPACES WHEN IT HAS ONLY EVER GONE OUT
      **   UNDER ONE).  THE SITTING-HISTORY CHECK JUDGES A RECORD
      **   AGAINST THE LATEST TRANSMISSION NOT SENT UNDER THE DATE
      **   BEING BUILT, SO THE TWO ARE ALL IT NEEDS.  A START ON SSN +
      **   TEST CODE AND A READ NEXT UNTIL THEY CHANGE LISTS EVERY
      **   SITTING OF A CODE BY A CANDIDATE.  HS-ORIGIN SAYS WHAT LAST
      **   WROTE THE SITTING: R = THE DANXRF REBUILD FROM THE DANARC
      **   ARCHIVE, B = A TESTRPT BUILD.  A MASKED SSN IS NEVER
      **   POSTED.  COPIED UNDER THE FD BY TESTRPT AND DANXRF.
      ******************************************************************
           05 HS-KEY.
              10 HS-SSN           PIC X(09).
              10 FILLER           PIC X(01).
              10 HS-TEST-CODE     PIC X(05).
              10 FILLER           PIC X(01).
              10 HS-TEST-DATE     PIC X(08).
           05 FILLER              PIC X(01).
           05 HS-LAST-SENT        PIC X(06).
           05 FILLER              PIC X(01).
           05 HS-LAST-SCORE       PIC X(03).
           05 FILLER              PIC X(01).
           05 HS-PRIOR-SENT       PIC X(06).
           05 FILLER              PIC X(01).
           05 HS-PRIOR-SCORE      PIC X(03).
           05 FILLER              PIC X(01).
           05 HS-SENT-CT          PIC 9(05).
           05 FILLER              PIC X(01).
           05 HS-ORIGIN           PIC X(01).
              88 HS-FROM-REBUILD        VALUE 'R'.
              88 HS-FROM-BUILD          VALUE 'B'.
           05 FILLER              PIC X(06).
