      **   DANTGTRC - DANTGT CONTROL FILE RECORD.  ONE RECORD PER
      **   SAME-DAY Pro-Proctor PULL A RUN SHOULD BUILD: THE FILENAME
      **   SUFFIX CHARACTER AND THE BRANCH WHOSE DANHOST RECORD DRIVES
      **   THE TRANSFER.  MAINTAINED BY OPERATIONS THROUGH DANMNT
      **   TRANSACTIONS; COPIED UNDER AN 01 LEVEL BY TESTRPT, DANVAL
      **   AND DANMNT.
      ******************************************************************
           05 TG-SUFFIX      PIC X(01).
           05 FILLER         PIC X(01).
