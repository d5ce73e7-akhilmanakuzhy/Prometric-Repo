      ******************************************************************
      **   DANBILRC - DANBIL INVOICE DETAIL RECORD (BILDTL), THE
      **   FIXED-FORMAT FILE THE FINANCE SYSTEM LOADS FOR THE MONTHLY
      **   DANTES INVOICE.  100 BYTES, NO SEPARATORS.  ONE 'D' RECORD
      **   PER CANDIDATE RESULT DELIVERED IN THE BILLING MONTH
      **   (CCYYMM), CARRYING THE TRANSMISSION KEY (BUSINESS DATE
      **   MMDDYY, SUFFIX, BRANCH), THE FUNDING TYPE (F = ON-BASE,
      **   C = ON-CAMPUS, I = FULLY FUNDED), THE CONTROL SOURCE (P, C
      **   OR SPACE) AND THE SITTING -- CANDIDATE ID, NEVER THE SSN --
      **   WITH ITS STATUS AND AMOUNTS: B = BILLED, X = REJECTED BY
      **   DANTES AND CREDITED IN FULL, N = NO RATE ON THE DANFEE
      **   SCHEDULE (BILLED AT ZERO PENDING A SCHEDULE FIX).  NET IS
      **   GROSS LESS CREDIT.  THE FILE ENDS WITH ONE 'T' RECORD
      **   CARRYING THE DETAIL COUNT AND AMOUNT TOTALS THE FINANCE
      **   LOAD PROVES ITSELF AGAINST.  COPIED UNDER THE FD BY DANBIL.
      ******************************************************************
           05 BD-REC-TYPE         PIC X(01).
              88 BD-DETAIL              VALUE 'D'.
              88 BD-TRAILER             VALUE 'T'.
           05 BD-BILL-MONTH       PIC X(06).
           05 BD-DETAIL-AREA.
              10 BD-BUS-DATE      PIC X(06).
              10 BD-SUFFIX        PIC X(01).
              10 BD-BRANCH        PIC X(01).
              10 BD-FUND-TYPE     PIC X(01).
              10 BD-SOURCE        PIC X(01).
              10 BD-CAND-ID       PIC X(10).
              10 BD-TEST-PGM      PIC X(04).
              10 BD-TEST-CODE     PIC X(05).
              10 BD-TEST-DATE     PIC X(08).
              10 BD-TCO-ID        PIC X(06).
              10 BD-SITE-ID       PIC X(08).
              10 BD-STATUS        PIC X(01).
                 88 BD-BILLED           VALUE 'B'.
                 88 BD-CREDITED         VALUE 'X'.
                 88 BD-NO-FEE           VALUE 'N'.
              10 BD-RATE          PIC 9(03)V99.
              10 BD-GROSS         PIC 9(05)V99.
              10 BD-CREDIT        PIC 9(05)V99.
              10 BD-NET           PIC 9(05)V99.
              10 FILLER           PIC X(15).
           05 BD-TRAILER-AREA REDEFINES BD-DETAIL-AREA.
              10 BT-DETAIL-CT     PIC 9(09).
              10 BT-BILLED-CT     PIC 9(09).
              10 BT-CREDIT-CT     PIC 9(09).
              10 BT-GROSS         PIC 9(09)V99.
              10 BT-CREDIT        PIC 9(09)V99.
              10 BT-NET           PIC 9(09)V99.
              10 FILLER           PIC X(33).
