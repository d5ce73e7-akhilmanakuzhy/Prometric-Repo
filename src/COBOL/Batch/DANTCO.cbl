      *           DATE) SO THE TWO REPORTS CORROBORATE EACH OTHER.
      *           POINT THE DANARC DD AT THE ACTIVE ARCHIVE, OR AT A
      *           YEARLY ARCHIVE FOR A CLOSED PERIOD.
      *10-15-26 - THE REPORT NOW READS THE DANSITE TCO/SITE MASTER AND
      *           PRINTS EACH SITE'S NAME BESIDE ITS IDS.  EVERY SITE
      *           THE MASTER HAS ACTIVE DURING THE REPORT MONTH IS
      *           LISTED EVEN WHEN NOTHING WAS TRANSMITTED FOR IT, AND
      *           IS FLAGGED NO ACTIVITY; ARCHIVE ACTIVITY FROM A SITE
      *           NOT ON THE MASTER, OR NOT ACTIVE THAT MONTH, IS
      *           FLAGGED AS SUCH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DANARC  ASSIGN TO DANARC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARC-STATUS.
           SELECT DANSITE  ASSIGN TO DANSITE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANSITE-STATUS.
           SELECT TCORPT  ASSIGN TO TCORPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TCORPT-STATUS.
       01  DANARC-REC.
           COPY DANARCRC.
      ******************************************************************
      **   DANSITE - THE TCO/SITE MASTER.  READ ONCE, BEFORE THE
      **   ARCHIVE, FOR THE SITE NAMES AND THE SITES EXPECTED TO BE
      **   TESTING DURING THE REPORT MONTH.
      ******************************************************************
       FD  DANSITE.
       01  DANSITE-REC.
           COPY DANSITRC.
      ******************************************************************
      **   TCORPT - THE PRINTED MONTHLY TEST-CENTER VOLUME REPORT.
      ******************************************************************
       FD  TCORPT.
       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 DANSITE-ENDFILE PIC X VALUE 'N'.
          88 DANSITE-EOF VALUE 'Y'.
       01 DANSITE-STATUS PIC XX VALUE '00'.
       01 TCORPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
       01 WS-PRI-CCYY PIC 9(04) VALUE 0.
       01 WS-PRI-MM-X PIC X(02) VALUE SPACES.
       01 WS-PRI-YY-X PIC X(02) VALUE SPACES.
      *    FIRST AND LAST POSSIBLE CCYYMMDD OF THE REPORT MONTH, FOR
      *    JUDGING WHETHER A MASTER SITE WAS ACTIVE AT ANY POINT IN IT.
       01 WS-MON-FIRST PIC X(08) VALUE SPACES.
       01 WS-MON-LAST PIC X(08) VALUE SPACES.

      *    ONE ROW PER TCO/SITE SEEN IN EITHER MONTH, WITH THE
      *    CURRENT AND PRIOR MONTH CANDIDATE COUNTS AND THE CURRENT
      *    MONTH'S TEST-PROGRAM BREAKDOWN.  THE PROGRAMS ON THE
      *    ARCHIVE ARE WHATEVER THE DANCAT CATALOG LISTED, SO THE EIGHT
      *    PROGRAM SLOTS ARE NOT SIZED TO THEM; ANY PROGRAM BEYOND THE
      *    EIGHTH LUMPS INTO AN '*OTH' BUCKET IN THAT SLOT AS IN
      *    TESTRPT'S REGISTER SUBTOTALS.  EVERY
      *    DANSITE MASTER SITE IS LOADED FIRST, SO THE TABLE IS SIZED
      *    FOR THE WHOLE MASTER (SEE WS-SITE-MAX IN DANSITE) PLUS ROOM
      *    FOR SITES THAT ONLY THE ARCHIVE KNOWS.  WS-TCO-STAT SAYS
      *    WHAT THE MASTER MAKES OF THE SITE: ACTIVE DURING THE MONTH,
      *    ON THE MASTER BUT NOT ACTIVE THAT MONTH, OR NOT ON IT AT ALL.
       01 WS-TCO-MAX PIC 9(4) COMP VALUE 2500.
       01 WS-TCO-CT PIC 9(4) COMP VALUE 0.
       01 WS-TCO-SUB PIC 9(4) COMP VALUE 0.
       01 WS-TCO-TABLE.
          05 WS-TCO-ENTRY OCCURS 2500 TIMES.
             10 WS-TCO-ID PIC X(06).
             10 WS-TCO-SITE PIC X(08).
             10 WS-TCO-NAME PIC X(30).
             10 WS-TCO-STAT PIC X(01).
                88 WS-TCO-ACTIVE VALUE 'A'.
                88 WS-TCO-INACTIVE VALUE 'I'.
                88 WS-TCO-UNKNOWN VALUE 'U'.
             10 WS-TCO-CUR PIC 9(09) COMP.
             10 WS-TCO-PRI PIC 9(09) COMP.
             10 WS-TCO-PGM-CT PIC 9(2) COMP.
       01 WS-TCO-PGM-MAX PIC 9(2) COMP VALUE 8.
       01 WS-TCO-FOUND-SW PIC X VALUE 'N'.
          88 WS-TCO-FOUND VALUE 'Y'.
       01 WS-FIND-TCO PIC X(06) VALUE SPACES.
       01 WS-FIND-SITE PIC X(08) VALUE SPACES.
       01 WS-PGM-SUB PIC 9(2) COMP VALUE 0.
       01 WS-PGM-FOUND-SW PIC X VALUE 'N'.
          88 WS-PGM-FOUND VALUE 'Y'.
       01 WS-CUR-TOTAL PIC 9(09) VALUE 0.
       01 WS-PRI-TOTAL PIC 9(09) VALUE 0.
       01 WS-MOVE-N PIC S9(09) VALUE 0.
       01 WS-SITE-LOAD-CT PIC 9(04) VALUE 0.
       01 WS-PRINT-CT PIC 9(04) VALUE 0.
       01 WS-IDLE-CT PIC 9(04) VALUE 0.
       01 WS-UNKNOWN-CT PIC 9(04) VALUE 0.

      *    THE ARCHIVED BYTES VIEWED THROUGH THE REAL Pro-Proctor
      *    FIELD LAYOUT, AS IN DANREJ.
       01 TC-HDR2.
          05 FILLER PIC X(08) VALUE ' TCO ID '.
          05 FILLER PIC X(10) VALUE ' SITE ID  '.
          05 FILLER PIC X(31) VALUE 'SITE NAME'.
          05 FILLER PIC X(12) VALUE '  THIS MONTH'.
          05 FILLER PIC X(12) VALUE '  PRIOR MNTH'.
          05 FILLER PIC X(11) VALUE '   MOVEMENT'.
          05 FILLER PIC X(06) VALUE '  FLAG'.
       01 TC-DETAIL.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-ID PIC X(06) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 TC-SITE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-NAME PIC X(30) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-CUR PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-PRI PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-MOVE PIC ++++,+++,++9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 TC-FLAG PIC X(20) VALUE SPACES.
       01 TC-PGM-LINE.
          05 FILLER PIC X(06) VALUE SPACES.
          05 TC-PGM-CODE PIC X(04) VALUE SPACES.
          05 TC-TOT-PRI PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 TC-TOT-MOVE PIC ++++,+++,++9.
       01 TC-IDLE-LINE.
          05 FILLER PIC X(36) VALUE
             ' ACTIVE SITES WITH NO ACTIVITY      '.
          05 TC-IDLE-CT PIC ZZZ9.
       01 TC-UNKNOWN-LINE.
          05 FILLER PIC X(36) VALUE
             ' SITES NOT ON THE TCO/SITE MASTER   '.
          05 TC-UNKNOWN-CT PIC ZZZ9.
       01 TC-TIE-LINE PIC X(58) VALUE
          ' GRAND TOTAL TIES TO THE DANSUM MONTHLY FIGURE'.
       01 TC-NONE-LINE PIC X(44) VALUE

           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 150-LOAD-SITES THRU 150-LOAD-EXIT
           PERFORM 300-ROLL-UP THRU 300-ROLL-UP-EXIT
           PERFORM 400-PRINT-REPORT THRU 400-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           MOVE WS-PRI-MM TO WS-PRI-MM-X
           MOVE WS-PRI-CCYY (3:2) TO WS-PRI-YY-X

           STRING WS-REQ-CCYY, WS-REQ-MM, '01'
                  DELIMITED BY SIZE INTO WS-MON-FIRST
           STRING WS-REQ-CCYY, WS-REQ-MM, '31'
                  DELIMITED BY SIZE INTO WS-MON-LAST

           DISPLAY 'DANTCO REPORT MONTH=' WS-REQ-MM '/' WS-REQ-CCYY
                   ' PRIOR=' WS-PRI-MM-X '/' WS-PRI-CCYY

               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANSITE.
           IF DANSITE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANSITE. CODE=' DANSITE-STATUS
               MOVE DANSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT TCORPT.
           IF TCORPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    150-LOAD-SITES GIVES EVERY DANSITE MASTER SITE A ROW, WITH
      *    ITS NAME, BEFORE THE ARCHIVE IS READ.  A SITE ACTIVE AT ANY
      *    POINT IN THE REPORT MONTH -- ACTIVE ON OR BEFORE ITS LAST
      *    DAY AND NOT INACTIVE ON OR BEFORE ITS FIRST -- IS MARKED
      *    ACTIVE AND PRINTS WHETHER OR NOT IT TRANSMITTED ANYTHING.
      ******************************************************************
       150-LOAD-SITES.

           PERFORM 160-READ-DANSITE THRU 160-READ-EXIT
               UNTIL DANSITE-EOF

           .
       150-LOAD-EXIT.
           EXIT.

       160-READ-DANSITE.

           READ DANSITE RECORD AT END MOVE 'Y' TO DANSITE-ENDFILE.
           IF DANSITE-STATUS IS NOT = '00' AND
              DANSITE-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANSITE Code=' DANSITE-STATUS
               MOVE 'Y' TO DANSITE-ENDFILE
           END-IF

           IF NOT DANSITE-EOF
               ADD 1 TO WS-SITE-LOAD-CT
               MOVE ST-TCO-ID TO WS-FIND-TCO
               MOVE ST-SITE-ID TO WS-FIND-SITE
               PERFORM 320-FIND-TCO THRU 320-FIND-EXIT
               MOVE ST-SITE-NAME TO WS-TCO-NAME (WS-TCO-SUB)
               IF ST-ACTIVE-DATE NOT > WS-MON-LAST AND
                  (ST-INACTIVE-DATE = SPACES OR
                   ST-INACTIVE-DATE > WS-MON-FIRST)
                   MOVE 'A' TO WS-TCO-STAT (WS-TCO-SUB)
               ELSE
                   MOVE 'I' TO WS-TCO-STAT (WS-TCO-SUB)
               END-IF
           END-IF

           .
       160-READ-EXIT.
           EXIT.

      ******************************************************************
      *    300-ROLL-UP READS THE WHOLE ARCHIVE ONCE AND ACCUMULATES
      *    EVERY RECORD OF THE REQUESTED MONTH (AND OF THE PRIOR

           IF NOT DANARC-EOF
               MOVE AR-EXTR-REC TO WS-PP-REC
               MOVE PP-TCO-ID TO WS-FIND-TCO
               MOVE PP-SITE-ID TO WS-FIND-SITE
               EVALUATE TRUE
                   WHEN AR-DATE (1:2) = WS-REQ-MM AND
                        AR-DATE (5:2) = WS-REQ-YY
           EXIT.

      ******************************************************************
      *    320-FIND-TCO LOCATES THE TABLE ROW FOR THE TCO/SITE IN
      *    WS-FIND-TCO/WS-FIND-SITE, ADDING ONE IF NEEDED -- A ROW ADDED
      *    FROM THE ARCHIVE IS A SITE THE MASTER DOES NOT KNOW.
      *    WS-TCO-SUB POINTS AT THE ROW ON EXIT.  MORE CENTERS THAN THE
      *    TABLE HOLDS TERMINATES THE RUN -- A VOLUME REPORT MISSING A
      *    CENTER IS WORSE THAN NO REPORT WHEN A TCO IS DISPUTING ITS
      *    ACTIVITY.
      ******************************************************************
       320-FIND-TCO.

               IF WS-TCO-CT < WS-TCO-MAX
                   ADD 1 TO WS-TCO-CT
                   MOVE WS-TCO-CT TO WS-TCO-SUB
                   MOVE WS-FIND-TCO TO WS-TCO-ID (WS-TCO-SUB)
                   MOVE WS-FIND-SITE TO WS-TCO-SITE (WS-TCO-SUB)
                   MOVE SPACES TO WS-TCO-NAME (WS-TCO-SUB)
                   MOVE 'U' TO WS-TCO-STAT (WS-TCO-SUB)
                   MOVE 0 TO WS-TCO-CUR (WS-TCO-SUB)
                   MOVE 0 TO WS-TCO-PRI (WS-TCO-SUB)
                   MOVE 0 TO WS-TCO-PGM-CT (WS-TCO-SUB)

       330-SCAN-TCO.

           IF WS-TCO-ID (WS-TCO-SUB) = WS-FIND-TCO AND
              WS-TCO-SITE (WS-TCO-SUB) = WS-FIND-SITE
               MOVE 'Y' TO WS-TCO-FOUND-SW
           ELSE
               ADD 1 TO WS-TCO-SUB
      ******************************************************************
      *    400-PRINT-REPORT PRINTS ONE LINE PER TCO/SITE WITH ITS
      *    MONTH-OVER-MONTH MOVEMENT, THE PROGRAM BREAKDOWN UNDER IT,
      *    AND THE GRAND TOTAL THAT TIES TO DANSUM.  A MASTER SITE NOT
      *    ACTIVE THAT MONTH AND WITH NO ARCHIVE ACTIVITY IN EITHER
      *    MONTH IS LEFT OFF.
      ******************************************************************
       400-PRINT-REPORT.

           MOVE TC-HDR2 TO TCORPT-REC
           PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT

           MOVE 1 TO WS-TCO-SUB
           PERFORM 410-PRINT-TCO THRU 410-PRINT-EXIT
               UNTIL WS-TCO-SUB > WS-TCO-CT

           IF WS-CUR-TOTAL = 0
               MOVE TC-NONE-LINE TO TCORPT-REC
               PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT
           END-IF

           MOVE WS-CUR-TOTAL TO TC-TOT-CUR
           MOVE WS-MOVE-N TO TC-TOT-MOVE
           MOVE TC-TOT-LINE TO TCORPT-REC
           PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT
           MOVE WS-IDLE-CT TO TC-IDLE-CT
           MOVE TC-IDLE-LINE TO TCORPT-REC
           PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT
           MOVE WS-UNKNOWN-CT TO TC-UNKNOWN-CT
           MOVE TC-UNKNOWN-LINE TO TCORPT-REC
           PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT
           MOVE TC-TIE-LINE TO TCORPT-REC
           PERFORM 490-WRITE-TCORPT THRU 490-WRITE-EXIT


       410-PRINT-TCO.

           IF NOT WS-TCO-INACTIVE (WS-TCO-SUB) OR
              WS-TCO-CUR (WS-TCO-SUB) > 0 OR
              WS-TCO-PRI (WS-TCO-SUB) > 0
               PERFORM 415-PRINT-ROW THRU 415-PRINT-ROW-EXIT
           END-IF

           ADD 1 TO WS-TCO-SUB

           .
       410-PRINT-EXIT.
           EXIT.

       415-PRINT-ROW.

           ADD 1 TO WS-PRINT-CT
           MOVE WS-TCO-ID (WS-TCO-SUB) TO TC-ID
           MOVE WS-TCO-SITE (WS-TCO-SUB) TO TC-SITE
           MOVE SPACES TO TC-FLAG
           EVALUATE TRUE
               WHEN WS-TCO-UNKNOWN (WS-TCO-SUB)
                   MOVE '*** NOT ON SITE MASTER ***' TO TC-NAME
                   MOVE 'NOT ON MASTER' TO TC-FLAG
                   ADD 1 TO WS-UNKNOWN-CT
               WHEN WS-TCO-ACTIVE (WS-TCO-SUB)
                   MOVE WS-TCO-NAME (WS-TCO-SUB) TO TC-NAME
                   IF WS-TCO-CUR (WS-TCO-SUB) = 0
                       MOVE 'NO ACTIVITY' TO TC-FLAG
                       ADD 1 TO WS-IDLE-CT
                   END-IF
               WHEN OTHER
                   MOVE WS-TCO-NAME (WS-TCO-SUB) TO TC-NAME
                   IF WS-TCO-CUR (WS-TCO-SUB) > 0
                       MOVE 'SITE NOT ACTIVE' TO TC-FLAG
                   END-IF
           END-EVALUATE
           MOVE WS-TCO-CUR (WS-TCO-SUB) TO TC-CUR
           MOVE WS-TCO-PRI (WS-TCO-SUB) TO TC-PRI
           COMPUTE WS-MOVE-N = WS-TCO-CUR (WS-TCO-SUB)
           PERFORM 420-PRINT-PGM THRU 420-PRINT-PGM-EXIT
               UNTIL WS-PGM-SUB > WS-TCO-PGM-CT (WS-TCO-SUB)

           .
       415-PRINT-ROW-EXIT.
           EXIT.

       420-PRINT-PGM.
       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANTCO MASTER SITES LOADED    ' WS-SITE-LOAD-CT
           DISPLAY '       TEST CENTERS REPORTED  ' WS-PRINT-CT
           DISPLAY '       SITES WITH NO ACTIVITY ' WS-IDLE-CT
           DISPLAY '       SITES NOT ON MASTER    ' WS-UNKNOWN-CT
           DISPLAY '       THIS MONTH RECORDS     ' WS-CUR-TOTAL
           DISPLAY '       PRIOR MONTH RECORDS    ' WS-PRI-TOTAL
           DISPLAY '----------------------------------------------'

           CLOSE DANARC DANSITE TCORPT
           .
       999-CLOSE-EXIT.
           EXIT.
