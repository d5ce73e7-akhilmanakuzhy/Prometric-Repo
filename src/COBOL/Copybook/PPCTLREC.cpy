      ******************************************************************
      **   PPCTLREC - Pro-Proctor EXTRACT HEADER/TRAILER CONTROL
      **   RECORD.  THE SAME 200 BYTES AS A PPEXTREC BODY RECORD,
      **   TOLD APART BY PC-REC-TYPE, WHICH SITS WHERE A BODY RECORD
      **   CARRIES ITS (ALWAYS NUMERIC) SSN.  THE HEADER IS THE FIRST
      **   RECORD OF THE FILE AND CARRIES THE EXTRACT (BUSINESS) DATE,
      **   MMDDCCYY; THE TRAILER IS THE LAST AND CARRIES THE NUMBER OF
      **   BODY RECORDS BETWEEN THEM AND THEIR HASH TOTAL -- THE SUM,
      **   OVER EVERY BODY RECORD, OF PP-CAND-SSN AND PP-TEST-SCORE
      **   TAKEN AS NUMBERS (A FIELD THAT IS NOT NUMERIC ADDS ZERO).
      **   PC-SOURCE SAYS WHO WROTE THE FILE: P = Pro-Proctor, R = A
      **   DANRSND RESEND RESTAGED FROM THE ARCHIVE, C = A DANCOR
      **   CORRECTIONS RESUBMISSION.  COPIED UNDER AN 01 LEVEL THAT
      **   SHARES THE EXTRACT RECORD'S FD, BY TESTRPT (WHICH PROVES
      **   EACH FILE AGAINST ITS OWN TRAILER BEFORE SCHEDULING IT) AND
      **   BY DANRSND AND DANCOR (WHICH WRITE THEM ON STAGED FILES).
      ******************************************************************
           05 PC-REC-TYPE      PIC X(09).
              88 PC-HEADER           VALUE '*HEADER**'.
              88 PC-TRAILER          VALUE '*TRAILER*'.
           05 FILLER           PIC X(01).
           05 PC-EXTR-DATE.
              10 PC-EXTR-MM    PIC X(02).
              10 PC-EXTR-DD    PIC X(02).
              10 PC-EXTR-CCYY  PIC X(04).
           05 FILLER           PIC X(01).
           05 PC-REC-COUNT     PIC 9(09).
           05 FILLER           PIC X(01).
           05 PC-HASH-TOTAL    PIC 9(18).
           05 FILLER           PIC X(01).
           05 PC-SOURCE        PIC X(01).
              88 PC-SOURCE-PROCTOR   VALUE 'P'.
              88 PC-SOURCE-RESEND    VALUE 'R'.
              88 PC-SOURCE-CORRECT   VALUE 'C'.
           05 FILLER           PIC X(151).
