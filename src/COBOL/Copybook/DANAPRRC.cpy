      ******************************************************************
      **   DANAPRRC - DANAPR SITTING-HISTORY APPROVAL RECORD.  ONE
      **   RECORD PER SITTING THE TCO OFFICE HAS CLEARED FOR
      **   TRANSMISSION AFTER TESTRPT HELD IT ON THE HISREG REGISTER:
      **   THE SITTING'S SSN, TEST CODE AND TEST DATE (MMDDCCYY, AS ON
      **   THE EXTRACT), WHICH HOLD IS BEING RELEASED (A = SCORE
      **   AMENDMENT OF A SITTING ALREADY SENT, V = RETAKE INSIDE THE
      **   RETEST WAITING PERIOD), THE SCORE APPROVED (SPACES = ANY;
      **   AN AMENDMENT APPROVED AT ONE SCORE IS HELD AGAIN IF
      **   Pro-Proctor SENDS YET ANOTHER), WHO APPROVED IT AND WHEN
      **   (CCYYMMDD), AND A FREE-FORM NOTE.  KEYED BY THE TCO OFFICE
      **   LIKE CORRFIX; COPIED UNDER AN 01 LEVEL BY TESTRPT.
      ******************************************************************
           05 AP-CAND-SSN      PIC X(09).
           05 FILLER           PIC X(01).
           05 AP-TEST-CODE     PIC X(05).
           05 FILLER           PIC X(01).
           05 AP-TEST-DATE     PIC X(08).
           05 FILLER           PIC X(01).
           05 AP-TYPE          PIC X(01).
              88 AP-AMENDMENT        VALUE 'A'.
              88 AP-VIOLATION        VALUE 'V'.
           05 FILLER           PIC X(01).
           05 AP-SCORE         PIC X(03).
           05 FILLER           PIC X(01).
           05 AP-APPROVER      PIC X(08).
           05 FILLER           PIC X(01).
           05 AP-APPR-DATE     PIC X(08).
           05 FILLER           PIC X(01).
           05 AP-NOTE          PIC X(30).
           05 FILLER           PIC X(01).
