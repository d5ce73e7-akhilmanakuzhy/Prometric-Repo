      **   IT FOR DANTES.  COPIED UNDER AN 01 LEVEL IN EACH PROGRAM
      **   THAT READS OR STAGES THE EXTRACT, SO EVERY PROGRAM EDITS
      **   AND REPORTS AGAINST THE SAME FIELDS INSTEAD OF A PRIVATE
      **   PIC X(200) VIEW OF THE RECORD.  THE TEST PROGRAM, CODE,
      **   FORM AND SCORE ARE EDITED AGAINST THE DANCAT TEST CATALOG
      **   (DANCATRC), NOT AGAINST A LIST COMPILED IN HERE.  THE
      **   HEADER AND TRAILER RECORDS THAT BRACKET THE BODY ARE LAID
      **   OUT IN PPCTLREC.
      ******************************************************************
           05 PP-CAND-SSN            PIC X(09).
           05 PP-CAND-SSN-N REDEFINES PP-CAND-SSN
                                     PIC 9(09).
           05 PP-CAND-ID             PIC X(10).
           05 PP-CAND-NAME.
              10 PP-LAST-NAME        PIC X(20).
              10 PP-FIRST-NAME       PIC X(15).
           05 PP-TEST-PGM            PIC X(04).
           05 PP-TEST-CODE           PIC X(05).
           05 PP-TEST-FORM           PIC X(03).
           05 PP-TEST-DATE.
