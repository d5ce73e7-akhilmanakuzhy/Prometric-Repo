      *           DATE, SO A CORRECTION GOING OUT UNDER A LATER DATE
      *           IS NOT SUPPRESSED AS A DUPLICATE (SEE THE DANREJ
      *           PROGRAM NOTES).
      *10-15-26 - 500-EDIT-RECORD NOW EDITS THE TEST PROGRAM, TEST
      *           CODE, FORM AND SCORE AGAINST THE DANCAT TEST CATALOG
      *           (LOADED AT OPEN BY 160-READ-DANCAT), IN STEP WITH THE
      *           CATALOG EDITS IN TESTRPT'S 332-EDIT-RECORD, INSTEAD
      *           OF THE PP-TEST-PGM-VALID 88-LEVEL AND THE SCORE-OVER-
      *           800 RULE.  A CORRECTION TESTRPT WOULD HOLD ON THE
      *           CATALOG IS NOT STAGED.
      *10-15-26 - THE STAGED EXTRACT NOW CARRIES A Pro-Proctor HEADER
      *           AND TRAILER (PPCTLREC, SOURCE C) WITH THE STAGED
      *           RECORD COUNT AND SSN/SCORE HASH TOTAL, SO TESTRPT
      *           PROVES THE RESUBMISSION COMPLETE BEFORE SENDING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL DANTGT  ASSIGN TO DANTGT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANTGT-STATUS.
           SELECT DANCAT  ASSIGN TO DANCAT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAT-STATUS.
           SELECT CORRPT  ASSIGN TO CORRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CORRPT-STATUS.
      ******************************************************************
       FD  PPSTAGE.
       01  PPSTAGE-REC PIC X(200).
       01  PPSTAGE-CTL-REC.
           COPY PPCTLREC.
      ******************************************************************
      **   DANTGT - THE SAME-DAY TARGET LIST FOR THE RESUBMISSION
      **   DATE.  OPENED EXTEND TO APPEND THE CORRECTIONS TARGET,
       01  DANTGT-REC.
           COPY DANTGTRC.
      ******************************************************************
      **   DANCAT - THE TEST CATALOG THE DAIMS EDITS VALIDATE AGAINST.
      **   LOADED INTO THE WS-CAT TABLE AT OPEN, THEN CLOSED.
      ******************************************************************
       FD  DANCAT.
       01  DANCAT-REC.
           COPY DANCATRC.
      ******************************************************************
      **   CORRPT - PRINTED RESUBMISSION REPORT, ONE LINE PER REJECT
      **   SHOWING ITS DISPOSITION THIS RUN.
      ******************************************************************
          88 DANARC-EOF VALUE 'Y'.
       01 DANTGT-ENDFILE PIC X VALUE 'N'.
          88 DANTGT-EOF VALUE 'Y'.
       01 DANCAT-ENDFILE PIC X VALUE 'N'.
          88 DANCAT-EOF VALUE 'Y'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 CORRFIX-STATUS PIC XX VALUE '00'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 PPSTAGE-STATUS PIC XX VALUE '00'.
       01 DANTGT-STATUS PIC XX VALUE '00'.
       01 DANCAT-STATUS PIC XX VALUE '00'.
       01 CORRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.

       01 WS-REJ-CT PIC 9(7) VALUE 0.
       01 WS-STAGED-CT PIC 9(7) VALUE 0.
       01 WS-STAGED-HASH PIC 9(18) VALUE 0.
       01 WS-WAITING-CT PIC 9(7) VALUE 0.
       01 WS-NOARC-CT PIC 9(7) VALUE 0.
       01 WS-EDITFAIL-CT PIC 9(7) VALUE 0.
       01 WS-EDIT-FIELD PIC X(13) VALUE SPACES.
       01 WS-EDIT-REASON PIC X(30) VALUE SPACES.

      *    THE DANCAT TEST CATALOG, LAID OUT AND SEARCHED AS IN
      *    TESTRPT (SEE ITS WS-CAT TABLE AND 331-LOOKUP-CATALOG).  A
      *    CATALOG DEEPER THAN THE TABLE TERMINATES THE RUN.
       01 WS-CAT-MAX PIC 9(4) COMP VALUE 500.
       01 WS-CAT-CT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-SUB PIC 9(4) COMP VALUE 0.
       01 WS-CAT-HIT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-FORM-SUB PIC 9(2) COMP VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 500 TIMES.
             10 WS-CAT-PGM PIC X(04).
             10 WS-CAT-CODE PIC X(05).
             10 WS-CAT-FORM-LIST.
                15 WS-CAT-FORM PIC X(03) OCCURS 8 TIMES.
             10 WS-CAT-MIN PIC 9(03).
             10 WS-CAT-MAX-SCORE PIC 9(03).
             10 WS-CAT-EFF PIC X(08).
             10 WS-CAT-RET PIC X(08).
       01 WS-CAT-TEST-DATE PIC X(08) VALUE SPACES.
       01 WS-CAT-PGM-SW PIC X VALUE 'N'.
          88 WS-CAT-PGM-FOUND VALUE 'Y'.
       01 WS-CAT-CODE-SW PIC X VALUE 'N'.
          88 WS-CAT-CODE-FOUND VALUE 'Y'.
       01 WS-CAT-EFFECT-SW PIC X VALUE 'N'.
          88 WS-CAT-IN-EFFECT VALUE 'Y'.
       01 WS-CAT-FORM-SW PIC X VALUE 'N'.
          88 WS-CAT-FORM-OK VALUE 'Y'.

      *    THE PULLED ARCHIVE RECORD, VIEWED THROUGH THE REAL
      *    Pro-Proctor FIELD LAYOUT SO CORRECTIONS LAND ON NAMED
      *    FIELDS AND THE DAIMS EDITS RUN AGAINST THE REAL FIELDS,
           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 300-PROCESS-REJECTS THRU 300-PROCESS-EXIT
           PERFORM 560-STAGE-TRAILER THRU 560-STAGE-TRAILER-EXIT
           PERFORM 600-QUEUE-TARGET THRU 600-QUEUE-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
                   UNTIL CORRFIX-EOF
           END-IF

           OPEN INPUT DANCAT.
           IF DANCAT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANCAT. CODE=' DANCAT-STATUS
               MOVE DANCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           PERFORM 160-READ-DANCAT THRU 160-READ-EXIT
               UNTIL DANCAT-EOF
           CLOSE DANCAT
           IF WS-CAT-CT = 0
               DISPLAY 'PROGRAM TERMINATED. DANCAT TEST CATALOG IS EMP
      -            'TY - EVERY CORRECTION WOULD FAIL THE DAIMS EDITS'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANARC.
           IF DANARC-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
       150-READ-EXIT.
           EXIT.

      ******************************************************************
      *    160-READ-DANCAT LOADS ONE TEST CATALOG ENTRY INTO THE
      *    WS-CAT TABLE.
      ******************************************************************
       160-READ-DANCAT.

           READ DANCAT RECORD AT END MOVE 'Y' TO DANCAT-ENDFILE.
           IF DANCAT-STATUS IS NOT = '00' AND
              DANCAT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANCAT Code=' DANCAT-STATUS
               MOVE 'Y' TO DANCAT-ENDFILE
           END-IF

           IF NOT DANCAT-EOF
               IF WS-CAT-CT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-CT
                   MOVE CT-TEST-PGM TO WS-CAT-PGM (WS-CAT-CT)
                   MOVE CT-TEST-CODE TO WS-CAT-CODE (WS-CAT-CT)
                   MOVE CT-FORM-LIST TO WS-CAT-FORM-LIST (WS-CAT-CT)
                   MOVE CT-MIN-SCORE TO WS-CAT-MIN (WS-CAT-CT)
                   MOVE CT-MAX-SCORE TO WS-CAT-MAX-SCORE (WS-CAT-CT)
                   MOVE CT-EFF-DATE TO WS-CAT-EFF (WS-CAT-CT)
                   MOVE CT-RETIRE-DATE TO WS-CAT-RET (WS-CAT-CT)
               ELSE
                   DISPLAY 'PROGRAM TERMINATED. DANCAT EXCEEDS WS-CAT T
      -            'ABLE - CATALOG WOULD BE INCOMPLETE'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       160-READ-EXIT.
           EXIT.

      ******************************************************************
      *    300-PROCESS-REJECTS READS EACH REJKEY RECORD AND DRIVES THE
      *    CORRECTION LOOKUP, THE ARCHIVE PULL, THE EDIT PASS AND THE
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           END-IF

           PERFORM 520-LOOKUP-CATALOG THRU 520-LOOKUP-EXIT

           IF NOT WS-CAT-PGM-FOUND
               MOVE 'PP-TEST-PGM' TO WS-EDIT-FIELD
               MOVE 'TEST PROGRAM NOT IN CATALOG' TO WS-EDIT-REASON
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           END-IF

               MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
               MOVE 'TEST CODE IS BLANK' TO WS-EDIT-REASON
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           ELSE
               IF WS-CAT-PGM-FOUND AND NOT WS-CAT-CODE-FOUND
                   MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
                   MOVE 'TEST CODE NOT IN CATALOG' TO WS-EDIT-REASON
                   PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
               END-IF
           END-IF

           IF PP-TEST-DATE IS NOT NUMERIC OR
               MOVE 'PP-TEST-DATE' TO WS-EDIT-FIELD
               MOVE 'TEST DATE NOT A VALID DATE' TO WS-EDIT-REASON
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           ELSE
               IF WS-CAT-CODE-FOUND AND NOT WS-CAT-IN-EFFECT
                   MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
                   MOVE 'CODE RETIRED OR NOT YET ACTIVE'
                       TO WS-EDIT-REASON
                   PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
               END-IF
           END-IF

           IF WS-CAT-CODE-FOUND AND NOT WS-CAT-FORM-OK
               MOVE 'PP-TEST-FORM' TO WS-EDIT-FIELD
               MOVE 'FORM NOT VALID FOR TEST CODE' TO WS-EDIT-REASON
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           END-IF

           IF PP-TEST-SCORE IS NOT NUMERIC
               MOVE 'SCORE NOT NUMERIC' TO WS-EDIT-REASON
               PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
           ELSE
               IF WS-CAT-CODE-FOUND
                   IF PP-TEST-SCORE-N < WS-CAT-MIN (WS-CAT-HIT) OR
                      PP-TEST-SCORE-N > WS-CAT-MAX-SCORE (WS-CAT-HIT)
                       MOVE 'PP-TEST-SCORE' TO WS-EDIT-FIELD
                       MOVE 'SCORE OUTSIDE CATALOG SCALE'
                           TO WS-EDIT-REASON
                       PERFORM 510-NOTE-EDIT-FAIL THRU 510-NOTE-EXIT
                   END-IF
               END-IF
           END-IF

       510-NOTE-EXIT.
           EXIT.

      ******************************************************************
      *    520-LOOKUP-CATALOG FINDS THE RECORD'S TEST PROGRAM AND CODE
      *    IN THE WS-CAT TABLE AND THE ROW IN FORCE ON THE TEST DATE,
      *    EXACTLY AS TESTRPT'S 331-LOOKUP-CATALOG DOES -- KEEP THE
      *    TWO IN STEP.
      ******************************************************************
       520-LOOKUP-CATALOG.

           MOVE 'N' TO WS-CAT-PGM-SW
           MOVE 'N' TO WS-CAT-CODE-SW
           MOVE 'N' TO WS-CAT-EFFECT-SW
           MOVE 'N' TO WS-CAT-FORM-SW
           MOVE 0 TO WS-CAT-HIT
           MOVE SPACES TO WS-CAT-TEST-DATE
           IF PP-TEST-DATE IS NUMERIC
               STRING PP-TEST-CCYY, PP-TEST-MM, PP-TEST-DD
                      DELIMITED BY SIZE INTO WS-CAT-TEST-DATE
           ELSE
               MOVE 'Y' TO WS-CAT-EFFECT-SW
           END-IF

           MOVE 1 TO WS-CAT-SUB
           PERFORM 530-SCAN-CATALOG THRU 530-SCAN-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-CT

           IF WS-CAT-CODE-FOUND
               IF WS-CAT-FORM-LIST (WS-CAT-HIT) = SPACES
                   MOVE 'Y' TO WS-CAT-FORM-SW
               ELSE
                   MOVE 1 TO WS-CAT-FORM-SUB
                   PERFORM 540-SCAN-FORM THRU 540-SCAN-EXIT
                       UNTIL WS-CAT-FORM-OK OR WS-CAT-FORM-SUB > 8
               END-IF
           END-IF

           .
       520-LOOKUP-EXIT.
           EXIT.

       530-SCAN-CATALOG.

           IF WS-CAT-PGM (WS-CAT-SUB) = PP-TEST-PGM
               MOVE 'Y' TO WS-CAT-PGM-SW
               IF WS-CAT-CODE (WS-CAT-SUB) = PP-TEST-CODE
                   IF NOT WS-CAT-CODE-FOUND
                       MOVE 'Y' TO WS-CAT-CODE-SW
                       MOVE WS-CAT-SUB TO WS-CAT-HIT
                   END-IF
                   IF WS-CAT-TEST-DATE NOT = SPACES AND
                      NOT WS-CAT-IN-EFFECT AND
                      WS-CAT-EFF (WS-CAT-SUB) NOT > WS-CAT-TEST-DATE
                       IF WS-CAT-RET (WS-CAT-SUB) = SPACES OR
                          WS-CAT-RET (WS-CAT-SUB) > WS-CAT-TEST-DATE
                           MOVE 'Y' TO WS-CAT-EFFECT-SW
                           MOVE WS-CAT-SUB TO WS-CAT-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CAT-SUB

           .
       530-SCAN-EXIT.
           EXIT.

       540-SCAN-FORM.

           IF WS-CAT-FORM (WS-CAT-HIT WS-CAT-FORM-SUB) NOT = SPACES AND
              WS-CAT-FORM (WS-CAT-HIT WS-CAT-FORM-SUB) = PP-TEST-FORM
               MOVE 'Y' TO WS-CAT-FORM-SW
           ELSE
               ADD 1 TO WS-CAT-FORM-SUB
           END-IF

           .
       540-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    550-STAGE-RECORD WRITES THE CORRECTED RECORD TO THE STAGED
      *    EXTRACT, PRECEDED BY THE FILE'S HEADER WHEN IT IS THE FIRST,
      *    AND ADDS IT INTO THE TRAILER'S HASH TOTAL.
      ******************************************************************
       550-STAGE-RECORD.

           IF WS-STAGED-CT = 0
               MOVE SPACES TO PPSTAGE-CTL-REC
               MOVE '*HEADER**' TO PC-REC-TYPE
               MOVE 0 TO PC-REC-COUNT
               MOVE 0 TO PC-HASH-TOTAL
               PERFORM 570-WRITE-CTL THRU 570-WRITE-CTL-EXIT
           END-IF

           IF PP-CAND-SSN IS NUMERIC
               ADD PP-CAND-SSN-N TO WS-STAGED-HASH
           END-IF
           IF PP-TEST-SCORE IS NUMERIC
               ADD PP-TEST-SCORE-N TO WS-STAGED-HASH
           END-IF

           MOVE WS-PP-REC TO PPSTAGE-REC
           WRITE PPSTAGE-REC
           IF PPSTAGE-STATUS IS NOT = '00'
       550-STAGE-EXIT.
           EXIT.

      ******************************************************************
      *    560-STAGE-TRAILER CLOSES A NON-EMPTY STAGED EXTRACT WITH ITS
      *    TRAILER.  AN EMPTY ONE GETS NEITHER HEADER NOR TRAILER AND
      *    IS NEVER QUEUED ON DANTGT.
      ******************************************************************
       560-STAGE-TRAILER.

           IF WS-STAGED-CT > 0
               MOVE SPACES TO PPSTAGE-CTL-REC
               MOVE '*TRAILER*' TO PC-REC-TYPE
               MOVE WS-STAGED-CT TO PC-REC-COUNT
               MOVE WS-STAGED-HASH TO PC-HASH-TOTAL
               PERFORM 570-WRITE-CTL THRU 570-WRITE-CTL-EXIT
           END-IF

           .
       560-STAGE-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    570-WRITE-CTL WRITES A HEADER OR TRAILER FOR THE NEW BUSINESS
      *    DATE THE CORRECTIONS GO OUT UNDER, MARKED AS A CORRECTIONS
      *    RESUBMISSION.
      ******************************************************************
       570-WRITE-CTL.

           MOVE WS-NEW-DATE (1:2) TO PC-EXTR-MM
           MOVE WS-NEW-DATE (3:2) TO PC-EXTR-DD
           STRING '20', WS-NEW-DATE (5:2)
                  DELIMITED BY SIZE INTO PC-EXTR-CCYY
           MOVE 'C' TO PC-SOURCE
           WRITE PPSTAGE-CTL-REC
           IF PPSTAGE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E PPSTAGE. CODE=' PPSTAGE-STATUS
               MOVE PPSTAGE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       570-WRITE-CTL-EXIT.
           EXIT.

      ******************************************************************
      *    600-QUEUE-TARGET APPENDS THE RESUBMISSION TARGET TO DANTGT
      *    WHEN ANYTHING WAS STAGED, SO THE NORMAL TESTRPT BUILD RUN
