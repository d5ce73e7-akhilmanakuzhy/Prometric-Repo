      ******************************************************************
      **   DANMNTRC - CONTROL FILE MAINTENANCE TRANSACTION.  ONE
      **   RECORD PER ADD, CHANGE OR DELETE OPERATIONS WANTS MADE TO
      **   DANHOST, DANTGT OR DANCAL, KEYED ON CTLTRN AND APPLIED BY
      **   DANMNT.  MT-FILE SAYS WHICH FILE (H = DANHOST, T = DANTGT,
      **   C = DANCAL) AND MT-IMAGE CARRIES THE FULL NEW RECORD IN
      **   THAT FILE'S OWN LAYOUT (DANHSTRC, DANTGTRC, DANCALRC).  THE
      **   KEY IS THE FIRST FIELD OF THE IMAGE -- DH-BRANCH, TG-SUFFIX
      **   OR CL-DATE -- SO FOR D (DELETE) AND X (WITHDRAW A PENDING
      **   TRANSACTION FOR THAT KEY) ONLY THE KEY IS NEEDED.
      **   MT-EFF-DATE (CCYYMMDD) IS THE FIRST DAY THE CHANGE MAY
      **   TAKE EFFECT; BLANK MEANS THE NEXT RUN.  A LATER DATE IS
      **   CARRIED ON THE CTLPND PENDING FILE UNTIL THAT DAY, SO A
      **   CUTOVER CAN BE KEYED AND CHECKED AHEAD OF THE WEEKEND.
      **   MT-REQUESTER AND MT-TICKET SAY WHO ASKED AND UNDER WHAT
      **   CHANGE TICKET; MT-SUBMIT-DATE IS STAMPED BY DANMNT THE DAY
      **   THE TRANSACTION IS FIRST READ.  SHARED BY CTLTRN AND CTLPND.
      ******************************************************************
           05 MT-FILE             PIC X(01).
              88 MT-FILE-HOST           VALUE 'H'.
              88 MT-FILE-TGT            VALUE 'T'.
              88 MT-FILE-CAL            VALUE 'C'.
           05 FILLER              PIC X(01).
           05 MT-ACTION           PIC X(01).
              88 MT-ADD                 VALUE 'A'.
              88 MT-CHANGE              VALUE 'C'.
              88 MT-DELETE              VALUE 'D'.
              88 MT-WITHDRAW            VALUE 'X'.
           05 FILLER              PIC X(01).
           05 MT-EFF-DATE         PIC X(08).
           05 FILLER              PIC X(01).
           05 MT-REQUESTER        PIC X(08).
           05 FILLER              PIC X(01).
           05 MT-TICKET           PIC X(10).
           05 FILLER              PIC X(01).
           05 MT-SUBMIT-DATE      PIC X(08).
           05 FILLER              PIC X(01).
           05 MT-IMAGE            PIC X(100).
