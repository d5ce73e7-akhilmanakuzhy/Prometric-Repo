      ******************************************************************
      **   DANPRGRC - PII RETENTION PURGE LOG RECORD (DANPRG).  ONE
      **   RECORD PER ITEM THE DANRET RETENTION RUN MASKED, DROPPED OR
      **   PURGED, APPENDED RUN AFTER RUN AND NEVER TRIMMED, SO AN
      **   INQUIRY CAN SAY A RECORD WAS PURGED OR MASKED UNDER THE
      **   RETENTION SCHEDULE INSTEAD OF THAT IT NEVER EXISTED.  NO
      **   SSN OR NAME IS KEPT HERE -- THE CANDIDATE ID, TEST CODE AND
      **   TEST DATE (MMDDCCYY) IDENTIFY THE RESULT.  PG-FILE NAMES
      **   WHERE THE ITEM WAS (DANARC, REJKEY, CORRFIX, PPREJ) AND
      **   PG-ACTION WHAT WAS DONE: M = SSN AND NAME MASKED IN PLACE,
      **   D = ENTRY DROPPED, P = REJECT FILE PURGED.  PG-BUS-DATE IS
      **   THE BUSINESS DATE (MMDDYY) THE ITEM WAS AGED BY AND
      **   PG-DSNAME THE TRANSMISSION OR REJECT FILE IT BELONGED TO.
      **   COPIED UNDER THE FD BY DANRET (WRITER) AND DANINQ.
      ******************************************************************
           05 PG-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(01).
           05 PG-FILE             PIC X(08).
           05 FILLER              PIC X(01).
           05 PG-ACTION           PIC X(01).
              88 PG-MASKED              VALUE 'M'.
              88 PG-DROPPED             VALUE 'D'.
              88 PG-PURGED              VALUE 'P'.
           05 FILLER              PIC X(01).
           05 PG-BUS-DATE         PIC X(06).
           05 FILLER              PIC X(01).
           05 PG-CAND-ID          PIC X(10).
           05 FILLER              PIC X(01).
           05 PG-TEST-CODE        PIC X(05).
           05 FILLER              PIC X(01).
           05 PG-TEST-DATE        PIC X(08).
           05 FILLER              PIC X(01).
           05 PG-DSNAME           PIC X(11).
           05 FILLER              PIC X(16).
