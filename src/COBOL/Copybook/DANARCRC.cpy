      **   DATE/TIME THAT TIE IT TO ITS DANAUD AUDIT RECORD, AND THE
      **   EXACT 200-BYTE EXTRACT RECORD AS TRANSMITTED.  A RESEND
      **   COMES FROM THESE BYTES (DANRSND), NOT FROM A FRESH
      **   Pro-Proctor EXTRACT THAT MAY NO LONGER MATCH.  THE BODY
      **   RECORDS ONLY ARE ARCHIVED; THE FILE'S HEADER/TRAILER
      **   CONTROL TOTALS (PPCTLREC) RIDE ON EVERY ROW OF THE
      **   TRANSMISSION INSTEAD -- SOURCE (P/R/C, SPACE WHEN THE FILE
      **   CARRIED NO CONTROL RECORDS), EXTRACT DATE, BODY COUNT AND
      **   HASH TOTAL -- SO A RESEND CAN BE PROVEN COMPLETE AGAINST
      **   WHAT WENT OUT.  ROWS ARCHIVED BEFORE THE CONTROL TOTALS WERE
      **   CARRIED END AT AR-EXTR-REC AND READ BACK AS SPACES HERE.
      **   AR-MASK-DATE (CCYYMMDD) IS SET BY THE DANRET RETENTION RUN
      **   WHEN IT MASKS THE SSN AND NAME IN AR-EXTR-REC OF A ROW PAST
      **   THE RETENTION PERIOD; SPACES MEANS THE ROW IS AS SENT.
      ******************************************************************
           05 AR-DATE        PIC X(06).
           05 FILLER         PIC X(01).
           05 AR-AUDIT-TIME  PIC X(08).
           05 FILLER         PIC X(01).
           05 AR-EXTR-REC    PIC X(200).
           05 FILLER         PIC X(01).
           05 AR-CTL-SOURCE  PIC X(01).
           05 FILLER         PIC X(01).
           05 AR-CTL-DATE    PIC X(08).
           05 FILLER         PIC X(01).
           05 AR-CTL-COUNT   PIC 9(09).
           05 FILLER         PIC X(01).
           05 AR-CTL-HASH    PIC 9(18).
           05 FILLER         PIC X(01).
           05 AR-MASK-DATE   PIC X(08).
