      ******************************************************************
      **   DANCATRC - DANCAT TEST CATALOG RECORD.  ONE RECORD PER
      **   TEST PROGRAM/TEST CODE FOR EACH PERIOD DANTES HAS IT IN
      **   FORCE: THE FORMS THAT BELONG TO THE TEST, THE LOWEST AND
      **   HIGHEST SCORE ON ITS SCALE, AND THE FIRST AND LAST DATES
      **   (CCYYMMDD) A SITTING MAY CARRY.  CT-RETIRE-DATE IS THE
      **   FIRST TEST DATE THE CODE IS NO LONGER GOOD FOR; SPACES
      **   MEANS STILL IN FORCE.  A SCALE CHANGE IS LOADED AS A NEW
      **   RECORD FOR THE SAME CODE EFFECTIVE THE DAY THE OLD ONE
      **   RETIRES.  CT-FORM-LIST LEFT ALL SPACES MEANS THE TEST IS
      **   NOT FORM-CONTROLLED AND ANY PP-TEST-FORM IS ACCEPTED.
      **   CT-RETEST-DAYS IS THE DANTES RETEST WAITING PERIOD -- THE
      **   NUMBER OF DAYS A CANDIDATE MUST WAIT AFTER A SITTING
      **   BEFORE TAKING THE SAME CODE AGAIN; SPACES OR ZERO MEANS THE
      **   TEST HAS NO WAITING PERIOD.
      **   MAINTAINED THROUGH THE DANCAT PROGRAM; COPIED UNDER AN 01
      **   LEVEL BY DANCAT, BY TESTRPT AND DANCOR (WHICH EDIT EXTRACT
      **   RECORDS AGAINST IT, TESTRPT ALSO HOLDING RETAKES INSIDE THE
      **   WAITING PERIOD) AND BY THE DANVAL PRE-FLIGHT VALIDATOR.
      ******************************************************************
           05 CT-TEST-PGM      PIC X(04).
           05 FILLER           PIC X(01).
           05 CT-TEST-CODE     PIC X(05).
           05 FILLER           PIC X(01).
           05 CT-FORM-LIST.
              10 CT-FORM       PIC X(03) OCCURS 8 TIMES.
           05 FILLER           PIC X(01).
           05 CT-MIN-SCORE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 CT-MAX-SCORE     PIC 9(03).
           05 FILLER           PIC X(01).
           05 CT-EFF-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 CT-RETIRE-DATE   PIC X(08).
           05 FILLER           PIC X(01).
           05 CT-TITLE         PIC X(30).
           05 FILLER           PIC X(01).
           05 CT-RETEST-DAYS   PIC 9(03).
           05 FILLER           PIC X(04).
