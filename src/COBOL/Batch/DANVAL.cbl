      *           GENERATES PER BRANCH.  THE FIELD IS PRE-FLIGHTED
      *           HERE -- A TYPO WOULD SILENTLY BUILD THE WRONG KIND
      *           OF DECK FOR THE TRANSFER STEP.
      *10-15-26 - NOW ALSO PRE-FLIGHTS THE DANCAT TEST CATALOG THE
      *           TESTRPT AND DANCOR DAIMS EDITS VALIDATE AGAINST:
      *           NON-BLANK PROGRAM AND CODE, NUMERIC MIN/MAX SCORES
      *           WITH MIN NOT ABOVE MAX, A REAL CCYYMMDD EFFECTIVE
      *           DATE, A RETIRE DATE THAT IS EITHER BLANK OR A REAL
      *           DATE AFTER THE EFFECTIVE DATE, AND NO TWO ENTRIES
      *           FOR ONE CODE IN FORCE ON THE SAME DATE -- THE SAME
      *           RULES THE DANCAT MAINTENANCE PROGRAM ENFORCES.  A
      *           MISSING OR EMPTY CATALOG IS A PROBLEM, SINCE THE
      *           BUILD RUN CANNOT EDIT WITHOUT ONE.  WS-VAL-FIELD
      *           WIDENED TO HOLD CT-RETIRE-DATE.
      *10-15-26 - A DANCAT ENTRY'S CT-RETEST-DAYS (RETEST WAITING
      *           PERIOD) MUST BE BLANK OR NUMERIC, AS DANCAT ENFORCES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL DANCAL  ASSIGN TO DANCAL
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAL-STATUS.
           SELECT OPTIONAL DANCAT  ASSIGN TO DANCAT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAT-STATUS.
           SELECT VALRPT  ASSIGN TO VALRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VALRPT-STATUS.
       01  DANCAL-REC.
           COPY DANCALRC.
      ******************************************************************
      **   DANCAT - TEST CATALOG.  OPTIONAL ON THE SELECT SO ITS
      **   ABSENCE IS REPORTED AS A PROBLEM HERE RATHER THAN FOUND
      **   BY THE BUILD RUN'S OPEN.
      ******************************************************************
       FD  DANCAT.
       01  DANCAT-REC.
           COPY DANCATRC.
      ******************************************************************
      **   VALRPT - PRINTED VALIDATION REPORT, ONE LINE PER PROBLEM.
      ******************************************************************
       FD  VALRPT.
          88 DANTGT-EOF VALUE 'Y'.
       01 DANCAL-ENDFILE PIC X VALUE 'N'.
          88 DANCAL-EOF VALUE 'Y'.
       01 DANCAT-ENDFILE PIC X VALUE 'N'.
          88 DANCAT-EOF VALUE 'Y'.
       01 DANHOST-STATUS PIC XX VALUE '00'.
       01 DANTGT-STATUS PIC XX VALUE '00'.
       01 DANCAL-STATUS PIC XX VALUE '00'.
       01 DANCAT-STATUS PIC XX VALUE '00'.
       01 VALRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
       01 WS-HOST-CT PIC 9(4) VALUE 0.
       01 WS-TGT-CT PIC 9(4) VALUE 0.
       01 WS-CAL-CT PIC 9(4) VALUE 0.
       01 WS-CAT-CT PIC 9(4) VALUE 0.
       01 WS-ERROR-CT PIC 9(4) VALUE 0.
       01 WS-RECNO PIC 9(4) VALUE 0.

       01 WS-SEEN-DONE-SW PIC X VALUE 'N'.
          88 WS-SEEN-DONE VALUE 'Y'.

      *    CATALOG ENTRIES ALREADY SEEN, FOR THE OVERLAPPING-DATES
      *    CHECK.  SIZED LIKE THE WS-CAT TABLE IN TESTRPT, SO A
      *    CATALOG THAT OVERFLOWS IT HERE WOULD TERMINATE THE BUILD
      *    RUN -- REPORTED AS A PROBLEM.
       01 WS-CENT-MAX PIC 9(4) COMP VALUE 500.
       01 WS-CENT-CT PIC 9(4) COMP VALUE 0.
       01 WS-CENT-SUB PIC 9(4) COMP VALUE 0.
       01 WS-CENT-TABLE.
          05 WS-CENT-ENTRY OCCURS 500 TIMES.
             10 WS-CENT-PGM PIC X(04).
             10 WS-CENT-CODE PIC X(05).
             10 WS-CENT-EFF PIC X(08).
             10 WS-CENT-RET PIC X(08).
       01 WS-CENT-FOUND-SW PIC X VALUE 'N'.
          88 WS-CENT-FOUND VALUE 'Y'.
       01 WS-CENT-OVFL-SW PIC X VALUE 'N'.
          88 WS-CENT-OVFL VALUE 'Y'.
      *    DATE WINDOW OF THE CATALOG ENTRY BEING CHECKED; A BLANK
      *    RETIRE DATE COUNTS AS HIGH DATE FOR THE OVERLAP TEST.
       01 WS-NEW-RET PIC X(08) VALUE SPACES.
       01 WS-ROW-RET PIC X(08) VALUE SPACES.
       01 WS-CAT-DATES-OK-SW PIC X VALUE 'N'.
          88 WS-CAT-DATES-OK VALUE 'Y'.
      *    CCYYMMDD DATE EDIT WORK AREA.
       01 WS-CHK-DATE PIC X(08) VALUE SPACES.
       01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
          05 WS-CHK-CCYY PIC X(04).
          05 WS-CHK-MM PIC X(02).
          05 WS-CHK-DD PIC X(02).
       01 WS-DATE-OK-SW PIC X VALUE 'N'.
          88 WS-DATE-OK VALUE 'Y'.

       01 WS-VAL-FILE PIC X(07) VALUE SPACES.
       01 WS-VAL-FIELD PIC X(14) VALUE SPACES.
       01 WS-VAL-REASON PIC X(40) VALUE SPACES.

       01 WB-FIELDS.
      ******************************************************************
      *    VALRPT REPORT LINES
      ******************************************************************
       01 VL-HDR1 PIC X(59) VALUE
          'DANHOST/DANTGT/DANCAL/DANCAT CONTROL FILE VALIDATION REPORT'.
       01 VL-HDR2.
          05 FILLER PIC X(09) VALUE ' FILE    '.
          05 FILLER PIC X(09) VALUE ' RECORD  '.
          05 FILLER PIC X(01) VALUE SPACE.
          05 VL-RECNO PIC ZZZ9.
          05 FILLER PIC X(05) VALUE SPACES.
          05 VL-FIELD PIC X(14) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACES.
          05 VL-REASON PIC X(40) VALUE SPACES.
       01 VL-TOTAL.
          05 FILLER PIC X(18) VALUE ' PROBLEMS FOUND = '.
           PERFORM 200-CHECK-DANHOST THRU 200-CHECK-EXIT
           PERFORM 300-CHECK-DANTGT THRU 300-CHECK-EXIT
           PERFORM 500-CHECK-DANCAL THRU 500-CHECK-EXIT
           PERFORM 600-CHECK-DANCAT THRU 600-CHECK-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANCAT.
      *
      *    STATUS 35 ON DANCAT IS NOT AN ABEND HERE -- 600-CHECK-
      *    DANCAT REPORTS THE MISSING CATALOG AS A PROBLEM.
           IF DANCAT-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANCAT. CODE=' DANCAT-STATUS
               MOVE DANCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT VALRPT.
           IF VALRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
       540-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    600-CHECK-DANCAT READS EVERY DANCAT TEST CATALOG ENTRY AND
      *    CHECKS IT TO THE RULES THE DANCAT MAINTENANCE PROGRAM'S
      *    400-EDIT-IMAGE ENFORCES -- KEEP THE TWO IN STEP.  UNLIKE
      *    DANTGT AND DANCAL, THE CATALOG IS REQUIRED: THE BUILD RUN
      *    CANNOT EDIT AN EXTRACT WITHOUT ONE.
      ******************************************************************
       600-CHECK-DANCAT.

           MOVE 'DANCAT' TO WS-VAL-FILE
           IF DANCAT-STATUS = '00'
               MOVE 0 TO WS-RECNO
               PERFORM 610-READ-DANCAT THRU 610-READ-EXIT
                   UNTIL DANCAT-EOF
               IF WS-CAT-CT = 0
                   MOVE 0 TO WS-RECNO
                   MOVE '(FILE)' TO WS-VAL-FIELD
                   MOVE 'DANCAT IS EMPTY - NO CATALOG ENTRIES'
                       TO WS-VAL-REASON
                   PERFORM 400-WRITE-PROBLEM
                       THRU 400-WRITE-PROBLEM-EXIT
               END-IF
           ELSE
               MOVE 0 TO WS-RECNO
               MOVE '(FILE)' TO WS-VAL-FIELD
               MOVE 'DANCAT NOT SUPPLIED - BUILD CANNOT EDIT'
                   TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           END-IF

           .
       600-CHECK-EXIT.
           EXIT.

       610-READ-DANCAT.

           READ DANCAT RECORD AT END MOVE 'Y' TO DANCAT-ENDFILE.
           IF DANCAT-STATUS IS NOT = '00' AND
              DANCAT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANCAT Code=' DANCAT-STATUS
               MOVE 'Y' TO DANCAT-ENDFILE
           END-IF

           IF NOT DANCAT-EOF
               ADD 1 TO WS-CAT-CT
               ADD 1 TO WS-RECNO
               PERFORM 620-EDIT-CAT-REC THRU 620-EDIT-CAT-EXIT
           END-IF

           .
       610-READ-EXIT.
           EXIT.

       620-EDIT-CAT-REC.

           IF CT-TEST-PGM = SPACES
               MOVE 'CT-TEST-PGM' TO WS-VAL-FIELD
               MOVE 'TEST PROGRAM IS BLANK' TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           END-IF

           IF CT-TEST-CODE = SPACES
               MOVE 'CT-TEST-CODE' TO WS-VAL-FIELD
               MOVE 'TEST CODE IS BLANK' TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           END-IF

           IF CT-MIN-SCORE IS NOT NUMERIC OR
              CT-MAX-SCORE IS NOT NUMERIC
               MOVE 'CT-MIN-SCORE' TO WS-VAL-FIELD
               MOVE 'MIN/MAX SCORE NOT NUMERIC' TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           ELSE
               IF CT-MIN-SCORE > CT-MAX-SCORE
                   MOVE 'CT-MIN-SCORE' TO WS-VAL-FIELD
                   MOVE 'MINIMUM SCORE ABOVE MAXIMUM' TO WS-VAL-REASON
                   PERFORM 400-WRITE-PROBLEM
                       THRU 400-WRITE-PROBLEM-EXIT
               END-IF
           END-IF

           MOVE 'Y' TO WS-CAT-DATES-OK-SW
           MOVE CT-EFF-DATE TO WS-CHK-DATE
           PERFORM 640-CHECK-DATE THRU 640-CHECK-EXIT
           IF NOT WS-DATE-OK
               MOVE 'N' TO WS-CAT-DATES-OK-SW
               MOVE 'CT-EFF-DATE' TO WS-VAL-FIELD
               MOVE 'EFFECTIVE DATE NOT A VALID CCYYMMDD'
                   TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           END-IF

           IF CT-RETIRE-DATE NOT = SPACES
               MOVE CT-RETIRE-DATE TO WS-CHK-DATE
               PERFORM 640-CHECK-DATE THRU 640-CHECK-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'N' TO WS-CAT-DATES-OK-SW
                   MOVE 'CT-RETIRE-DATE' TO WS-VAL-FIELD
                   MOVE 'RETIRE DATE NOT A VALID CCYYMMDD'
                       TO WS-VAL-REASON
                   PERFORM 400-WRITE-PROBLEM
                       THRU 400-WRITE-PROBLEM-EXIT
               ELSE
                   IF CT-RETIRE-DATE NOT > CT-EFF-DATE
                       MOVE 'N' TO WS-CAT-DATES-OK-SW
                       MOVE 'CT-RETIRE-DATE' TO WS-VAL-FIELD
                       MOVE 'RETIRE DATE NOT AFTER EFFECTIVE DATE'
                           TO WS-VAL-REASON
                       PERFORM 400-WRITE-PROBLEM
                           THRU 400-WRITE-PROBLEM-EXIT
                   END-IF
               END-IF
           END-IF

           IF CT-RETEST-DAYS NOT = SPACES AND
              CT-RETEST-DAYS IS NOT NUMERIC
               MOVE 'CT-RETEST-DAYS' TO WS-VAL-FIELD
               MOVE 'RETEST WAITING DAYS NOT NUMERIC' TO WS-VAL-REASON
               PERFORM 400-WRITE-PROBLEM THRU 400-WRITE-PROBLEM-EXIT
           END-IF

      *
      *    THE OVERLAP CHECK ONLY MEANS SOMETHING ON GOOD DATES; AN
      *    ENTRY WITH BAD DATES IS ALREADY REPORTED AND LEFT OUT.
           IF WS-CAT-DATES-OK
               PERFORM 630-SEARCH-CENT THRU 630-SEARCH-EXIT
               IF WS-CENT-FOUND
                   MOVE 'CT-EFF-DATE' TO WS-VAL-FIELD
                   MOVE 'DATES OVERLAP AN EARLIER ENTRY FOR CODE'
                       TO WS-VAL-REASON
                   PERFORM 400-WRITE-PROBLEM
                       THRU 400-WRITE-PROBLEM-EXIT
               END-IF
               IF WS-CENT-CT < WS-CENT-MAX
                   ADD 1 TO WS-CENT-CT
                   MOVE CT-TEST-PGM TO WS-CENT-PGM (WS-CENT-CT)
                   MOVE CT-TEST-CODE TO WS-CENT-CODE (WS-CENT-CT)
                   MOVE CT-EFF-DATE TO WS-CENT-EFF (WS-CENT-CT)
                   MOVE CT-RETIRE-DATE TO WS-CENT-RET (WS-CENT-CT)
               ELSE
                   IF NOT WS-CENT-OVFL
                       MOVE 'Y' TO WS-CENT-OVFL-SW
                       MOVE '(FILE)' TO WS-VAL-FIELD
                       MOVE 'CATALOG OVER 500 ENTRIES - BUILD ABENDS'
                           TO WS-VAL-REASON
                       PERFORM 400-WRITE-PROBLEM
                           THRU 400-WRITE-PROBLEM-EXIT
                   END-IF
               END-IF
           END-IF

           .
       620-EDIT-CAT-EXIT.
           EXIT.

      ******************************************************************
      *    630-SEARCH-CENT SCANS THE CATALOG ENTRIES ALREADY LOADED FOR
      *    ONE WITH THE SAME PROGRAM AND CODE WHOSE DATES OVERLAP THE
      *    ENTRY IN DANCAT-REC.
      ******************************************************************
       630-SEARCH-CENT.

           MOVE 'N' TO WS-CENT-FOUND-SW
           MOVE CT-RETIRE-DATE TO WS-NEW-RET
           IF WS-NEW-RET = SPACES
               MOVE '99999999' TO WS-NEW-RET
           END-IF
           MOVE 1 TO WS-CENT-SUB
           PERFORM 635-SCAN-CENT THRU 635-SCAN-EXIT
               UNTIL WS-CENT-FOUND OR WS-CENT-SUB > WS-CENT-CT

           .
       630-SEARCH-EXIT.
           EXIT.

       635-SCAN-CENT.

           IF WS-CENT-PGM (WS-CENT-SUB) = CT-TEST-PGM AND
              WS-CENT-CODE (WS-CENT-SUB) = CT-TEST-CODE
               MOVE WS-CENT-RET (WS-CENT-SUB) TO WS-ROW-RET
               IF WS-ROW-RET = SPACES
                   MOVE '99999999' TO WS-ROW-RET
               END-IF
               IF CT-EFF-DATE < WS-ROW-RET AND
                  WS-CENT-EFF (WS-CENT-SUB) < WS-NEW-RET
                   MOVE 'Y' TO WS-CENT-FOUND-SW
               END-IF
           END-IF

           IF NOT WS-CENT-FOUND
               ADD 1 TO WS-CENT-SUB
           END-IF

           .
       635-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    640-CHECK-DATE SETS WS-DATE-OK WHEN WS-CHK-DATE HOLDS A
      *    PLAUSIBLE CCYYMMDD DATE.
      ******************************************************************
       640-CHECK-DATE.

           MOVE 'Y' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC OR
              WS-CHK-MM < '01' OR WS-CHK-MM > '12' OR
              WS-CHK-DD < '01' OR WS-CHK-DD > '31' OR
              WS-CHK-CCYY < '1900'
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF

           .
       640-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *    400-WRITE-PROBLEM COUNTS ONE VALIDATION PROBLEM AND PRINTS
      *    ITS REPORT LINE.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN THE CONTROL FILES CHECK OUT,
      *    RC=8 WHEN ANY PROBLEM WAS FOUND, SO THE JCL STREAM CAN STOP
      *    AHEAD OF THE REAL TESTRPT RUN AND THE FTP STEP.
      ******************************************************************
           DISPLAY 'DANVAL DANHOST RECORDS CHECKED ' WS-HOST-CT
           DISPLAY '       DANTGT RECORDS CHECKED  ' WS-TGT-CT
           DISPLAY '       DANCAL RECORDS CHECKED  ' WS-CAL-CT
           DISPLAY '       DANCAT RECORDS CHECKED  ' WS-CAT-CT
           DISPLAY '       PROBLEMS FOUND          ' WS-ERROR-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANHOST DANTGT DANCAL DANCAT VALRPT
           .
       999-CLOSE-EXIT.
           EXIT.
