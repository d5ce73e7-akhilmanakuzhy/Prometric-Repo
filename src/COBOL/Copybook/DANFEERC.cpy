      ******************************************************************
      **   DANFEERC - DANFEE DANTES FEE SCHEDULE RECORD.  ONE RECORD
      **   PER TEST PROGRAM (PP-TEST-PGM) AND FUNDING TYPE FOR EACH
      **   PERIOD A CONTRACT RATE IS IN FORCE: THE FUNDING TYPE USES
      **   THE SHOP'S BRANCH CATEGORIES (F = ON-BASE, C = ON-CAMPUS,
      **   I = FULLY FUNDED), THE FIRST AND LAST BUSINESS DATES
      **   (CCYYMMDD) THE RATE APPLIES TO, AND THE RATE BILLED PER
      **   CANDIDATE RESULT DELIVERED (DOLLARS AND CENTS, KEYED
      **   WITHOUT THE DECIMAL POINT).  FE-RETIRE-DATE IS THE FIRST
      **   BUSINESS DATE THE RATE NO LONGER APPLIES TO; SPACES MEANS
      **   STILL IN FORCE.  A RATE CHANGE IS LOADED AS A NEW RECORD
      **   EFFECTIVE THE DAY THE OLD ONE RETIRES.  HAND-MAINTAINED BY
      **   THE CONTRACT OFFICE; COPIED UNDER AN 01 LEVEL BY THE DANBIL
      **   MONTHLY BILLING RUN, WHICH EDITS EVERY RECORD AS IT LOADS.
      ******************************************************************
           05 FE-TEST-PGM      PIC X(04).
           05 FILLER           PIC X(01).
           05 FE-FUND-TYPE     PIC X(01).
              88 FE-FUND-TYPE-VALID  VALUE 'F' 'C' 'I'.
           05 FILLER           PIC X(01).
           05 FE-EFF-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 FE-RETIRE-DATE   PIC X(08).
           05 FILLER           PIC X(01).
           05 FE-RATE          PIC 9(03)V99.
           05 FILLER           PIC X(01).
           05 FE-DESC          PIC X(30).
           05 FILLER           PIC X(19).
