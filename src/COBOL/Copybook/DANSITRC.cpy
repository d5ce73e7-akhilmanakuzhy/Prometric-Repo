      ******************************************************************
      **   DANSITRC - DANSITE TCO/SITE MASTER RECORD.  ONE RECORD PER
      **   TEST SITE, KEYED BY THE PP-TCO-ID/PP-SITE-ID PAIR EVERY
      **   Pro-Proctor EXTRACT RECORD CARRIES: THE SITE NAME, THE
      **   FIRST AND LAST DATES (CCYYMMDD) IT MAY TEST, ITS CONTRACT
      **   TYPE AND THE DANTGT BRANCH ITS RESULTS ARE EXPECTED TO
      **   ARRIVE UNDER.  ST-INACTIVE-DATE IS THE FIRST TEST DATE THE
      **   SITE IS CLOSED FOR; SPACES MEANS STILL OPEN.  CONTRACT AND
      **   BRANCH USE THE SHOP'S BRANCH CATEGORIES -- F = ON-BASE,
      **   C = ON-CAMPUS, I = FULLY FUNDED.  MAINTAINED THROUGH THE
      **   DANSITE PROGRAM; COPIED UNDER AN 01 LEVEL BY DANSITE, BY
      **   TESTRPT (WHICH HOLDS RESULTS FROM UNKNOWN, INACTIVE OR
      **   MIS-ROUTED SITES) AND BY THE DANTCO MONTHLY VOLUME REPORT.
      ******************************************************************
           05 ST-TCO-ID        PIC X(06).
           05 FILLER           PIC X(01).
           05 ST-SITE-ID       PIC X(08).
           05 FILLER           PIC X(01).
           05 ST-SITE-NAME     PIC X(30).
           05 FILLER           PIC X(01).
           05 ST-ACTIVE-DATE   PIC X(08).
           05 FILLER           PIC X(01).
           05 ST-INACTIVE-DATE PIC X(08).
           05 FILLER           PIC X(01).
           05 ST-CONTRACT      PIC X(01).
              88 ST-CONTRACT-VALID   VALUE 'F' 'C' 'I'.
           05 FILLER           PIC X(01).
           05 ST-TGT-BRANCH    PIC X(01).
              88 ST-TGT-BRANCH-VALID VALUE 'F' 'C' 'I'.
           05 FILLER           PIC X(12).
