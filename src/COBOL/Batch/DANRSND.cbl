      *           REQUESTS COME FROM OUR ARCHIVE NOW, NOT FROM A FRESH
      *           Pro-Proctor RE-EXTRACT THAT MAY NO LONGER MATCH WHAT
      *           WENT OUT.
      *10-15-26 - THE STAGED COPY NOW CARRIES A Pro-Proctor HEADER AND
      *           TRAILER (PPCTLREC, SOURCE R) SO TESTRPT PROVES IT LIKE
      *           ANY OTHER EXTRACT.  THE TRAILER CARRIES THE COUNT AND
      *           HASH TOTAL ARCHIVED WITH THE ORIGINAL TRANSMISSION,
      *           NOT WHAT WAS PULLED, SO AN ARCHIVE COPY MISSING ROWS
      *           IS HELD BY TESTRPT INSTEAD OF RESENT SHORT; THIS RUN
      *           ALSO COMPARES THE TWO ITSELF AND ENDS RC=8 WHEN THEY
      *           DISAGREE.  ROWS ARCHIVED BEFORE THE TOTALS WERE KEPT
      *           GET A TRAILER OF WHAT WAS PULLED.
      *10-15-26 - A TRANSMISSION WHOSE ARCHIVED ROWS THE DANRET
      *           RETENTION RUN HAS MASKED NO LONGER HOLDS THE SSN AND
      *           NAME THAT WENT OUT, SO IT IS NOT STAGED.  THE RUN SAYS
      *           IT WAS MASKED UNDER THE RETENTION SCHEDULE AND WHEN,
      *           INSTEAD OF SHIPPING MASKED ROWS OR REPORTING NOTHING
      *           FOUND, AND ENDS RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       FD  PPSTAGE.
       01  PPSTAGE-REC PIC X(200).
       01  PPSTAGE-BODY-REC.
           COPY PPEXTREC.
       01  PPSTAGE-CTL-REC.
           COPY PPCTLREC.

       WORKING-STORAGE SECTION.

       01 WS-LATEST-STAMP.
          05 WS-LATEST-DATE PIC X(08).
          05 WS-LATEST-TIME PIC X(08).
      *    CONTROL TOTALS ARCHIVED WITH THAT LATEST TRANSMISSION (EVERY
      *    ROW OF IT CARRIES THE SAME ONES), AND THE SAME TOTALS TAKEN
      *    OVER WHAT THE STAGING PASS ACTUALLY PULLED.
       01 WS-ARC-CTL-SW PIC X VALUE 'N'.
          88 WS-ARC-CTL-KEPT VALUE 'Y'.
       01 WS-ARC-CTL-COUNT PIC 9(9) VALUE 0.
       01 WS-ARC-CTL-HASH PIC 9(18) VALUE 0.
       01 WS-PULL-HASH PIC 9(18) VALUE 0.
       01 WS-CTL-BAD-SW PIC X VALUE 'N'.
          88 WS-CTL-BAD VALUE 'Y'.
      *    DATE (CCYYMMDD) THE RETENTION RUN MASKED THAT LATEST
      *    TRANSMISSION, SPACES WHEN ITS ROWS ARE STILL AS SENT.
       01 WS-MASK-DATE PIC X(08) VALUE SPACES.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.
           IF NOT DANARC-EOF
               IF AR-DATE = WS-REQ-DATE AND
                  AR-SUFFIX = WS-REQ-SUFFIX
                   IF AR-AUDIT-DATE NOT = WS-LATEST-DATE OR
                      AR-AUDIT-TIME NOT = WS-LATEST-TIME
                       MOVE SPACES TO WS-MASK-DATE
                   END-IF
                   IF AR-MASK-DATE NOT = SPACES
                       MOVE AR-MASK-DATE TO WS-MASK-DATE
                   END-IF
                   MOVE AR-AUDIT-DATE TO WS-LATEST-DATE
                   MOVE AR-AUDIT-TIME TO WS-LATEST-TIME
                   IF AR-CTL-COUNT IS NUMERIC AND
                      AR-CTL-HASH IS NUMERIC
                       MOVE 'Y' TO WS-ARC-CTL-SW
                       MOVE AR-CTL-COUNT TO WS-ARC-CTL-COUNT
                       MOVE AR-CTL-HASH TO WS-ARC-CTL-HASH
                   ELSE
                       MOVE 'N' TO WS-ARC-CTL-SW
                   END-IF
               END-IF
           END-IF

      *    ARCHIVE AND STAGES THE RECORDS WHOSE BUSINESS DATE AND
      *    SUFFIX MATCH THE REQUEST AND WHOSE RUN STAMP IS THE LATEST
      *    TRANSMISSION 400-FIND-LATEST IDENTIFIED, IN THEIR ORIGINAL
      *    ORDER, BETWEEN A HEADER AND A TRAILER.  NOTHING IS WRITTEN
      *    WHEN THE ARCHIVE HOLDS NO SUCH TRANSMISSION, OR WHEN THE
      *    RETENTION RUN HAS MASKED IT.
      ******************************************************************
       300-PULL-ARCHIVE.

           IF WS-MASK-DATE NOT = SPACES
               DISPLAY 'TRANSMISSION ' WS-STAGE-DSNAME ' OF '
                       WS-LATEST-DATE ' WAS MASKED UNDER THE RETENTION'
                       ' SCHEDULE ON ' WS-MASK-DATE
               DISPLAY '  SSN AND NAME NO LONGER HELD - '
                       'CANNOT BE RESENT'
           END-IF

           IF WS-LATEST-STAMP NOT = SPACES AND WS-MASK-DATE = SPACES
               PERFORM 320-WRITE-HEADER THRU 320-WRITE-HEADER-EXIT
               PERFORM 310-READ-DANARC THRU 310-READ-EXIT
                   UNTIL DANARC-EOF
               PERFORM 330-WRITE-TRAILER THRU 330-WRITE-TRAILER-EXIT
           END-IF

           .
       300-PULL-EXIT.
                  AR-AUDIT-DATE = WS-LATEST-DATE AND
                  AR-AUDIT-TIME = WS-LATEST-TIME
                   MOVE AR-EXTR-REC TO PPSTAGE-REC
                   IF PP-CAND-SSN IS NUMERIC
                       ADD PP-CAND-SSN-N TO WS-PULL-HASH
                   END-IF
                   IF PP-TEST-SCORE IS NUMERIC
                       ADD PP-TEST-SCORE-N TO WS-PULL-HASH
                   END-IF
                   WRITE PPSTAGE-REC
                   IF PPSTAGE-STATUS IS NOT = '00'
                       DISPLAY 'PROGRAM TERMINATED. Invalid Status Code
       310-READ-EXIT.
           EXIT.

      ******************************************************************
      *    320-WRITE-HEADER OPENS THE STAGED FILE WITH A HEADER FOR THE
      *    REQUESTED BUSINESS DATE -- THE DATE THE REPROCESS RUN WILL
      *    BUILD UNDER -- MARKED AS A RESEND.
      ******************************************************************
       320-WRITE-HEADER.

           MOVE SPACES TO PPSTAGE-CTL-REC
           MOVE '*HEADER**' TO PC-REC-TYPE
           MOVE WS-REQ-DATE (1:2) TO PC-EXTR-MM
           MOVE WS-REQ-DATE (3:2) TO PC-EXTR-DD
           STRING '20', WS-REQ-DATE (5:2)
                  DELIMITED BY SIZE INTO PC-EXTR-CCYY
           MOVE 0 TO PC-REC-COUNT
           MOVE 0 TO PC-HASH-TOTAL
           MOVE 'R' TO PC-SOURCE
           PERFORM 340-WRITE-CTL THRU 340-WRITE-CTL-EXIT

           .
       320-WRITE-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    330-WRITE-TRAILER CLOSES THE STAGED FILE WITH THE TOTALS THE
      *    ORIGINAL TRANSMISSION WAS ARCHIVED WITH, AND SAYS SO WHEN THE
      *    ROWS PULLED DO NOT ADD UP TO THEM.
      ******************************************************************
       330-WRITE-TRAILER.

           MOVE SPACES TO PPSTAGE-CTL-REC
           MOVE '*TRAILER*' TO PC-REC-TYPE
           MOVE WS-REQ-DATE (1:2) TO PC-EXTR-MM
           MOVE WS-REQ-DATE (3:2) TO PC-EXTR-DD
           STRING '20', WS-REQ-DATE (5:2)
                  DELIMITED BY SIZE INTO PC-EXTR-CCYY
           MOVE 'R' TO PC-SOURCE
           IF WS-ARC-CTL-KEPT
               MOVE WS-ARC-CTL-COUNT TO PC-REC-COUNT
               MOVE WS-ARC-CTL-HASH TO PC-HASH-TOTAL
               IF WS-ARC-CTL-COUNT NOT = WS-PULL-CT OR
                  WS-ARC-CTL-HASH NOT = WS-PULL-HASH
                   MOVE 'Y' TO WS-CTL-BAD-SW
                   DISPLAY 'ARCHIVED COPY INCOMPLETE - PULLED '
                           WS-PULL-CT ' OF ' WS-ARC-CTL-COUNT
                   DISPLAY '  PULLED HASH=' WS-PULL-HASH
                           ' ARCHIVED HASH=' WS-ARC-CTL-HASH
               END-IF
           ELSE
               MOVE WS-PULL-CT TO PC-REC-COUNT
               MOVE WS-PULL-HASH TO PC-HASH-TOTAL
               DISPLAY 'NO CONTROL TOTALS ARCHIVED FOR THIS TRANSMISS'
                       'ION - TRAILER CARRIES THE PULLED TOTALS'
           END-IF
           PERFORM 340-WRITE-CTL THRU 340-WRITE-CTL-EXIT

           .
       330-WRITE-TRAILER-EXIT.
           EXIT.

       340-WRITE-CTL.

           WRITE PPSTAGE-CTL-REC
           IF PPSTAGE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRI
      -            'TE PPSTAGE. CODE=' PPSTAGE-STATUS
               MOVE PPSTAGE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       340-WRITE-CTL-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN THE REQUESTED TRANSMISSION WAS
      *    FOUND AND STAGED, RC=4 WHEN THE ARCHIVE HOLDS NOTHING FOR
      *    THAT DATE/SUFFIX (THE STAGED FILE IS LEFT EMPTY), SO THE
      *    JCL CAN SKIP THE RESEND BUILD STEP INSTEAD OF SHIPPING AN
      *    EMPTY FILE, RC=8 WHEN THE ROWS PULLED DO NOT ADD UP TO THE
      *    CONTROL TOTALS ARCHIVED WITH THE TRANSMISSION OR THE
      *    TRANSMISSION WAS MASKED BY THE RETENTION RUN.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-CTL-BAD OR WS-MASK-DATE NOT = SPACES
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-PULL-CT > 0
                   MOVE 'Y' TO PROCESS-FLAG
               WHEN OTHER
                   MOVE 'N' TO PROCESS-FLAG
           END-EVALUATE

           EVALUATE TRUE
               WHEN PROCESS-OK
           DISPLAY '----------------------------------------------'
           DISPLAY 'DANRSND RECORDS STAGED ' WS-PULL-CT
                   ' TO ' WS-STAGE-DSNAME
           DISPLAY '  STAGED HASH TOTAL... ' WS-PULL-HASH
           DISPLAY '----------------------------------------------'

           CLOSE DANARC PPSTAGE
