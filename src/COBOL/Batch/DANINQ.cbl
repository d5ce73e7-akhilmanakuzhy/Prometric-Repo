      *           THOSE RUNS SHOWING WHERE THE FILE WENT, THE DANSENT
      *           SENT-KEY HISTORY, AND ANY DANTES REJECT FROM REJKEY
      *           WITH ITS REASON CODE.  ONE LOOKUP PER PHONE CALL.
      *10-15-26 - THE REPORT NOW LISTS EVERY IDENTITY THE DANXRF
      *           CANDIDATE CROSS-REFERENCE KNOWS FOR THE CANDIDATE --
      *           EACH SSN THE CANDIDATE ID HAS GONE OUT WITH AND EACH
      *           CANDIDATE ID THE SSN HAS GONE OUT UNDER, WITH THE
      *           NAME, FIRST/LATEST BUSINESS DATE AND COUNT -- AND
      *           SAYS SO WHEN THERE IS MORE THAN ONE, SINCE THAT IS
      *           WHEN A CALLER'S RESULTS ARE SPLIT ACROSS IDENTITIES.
      *10-15-26 - A RECORD THE DANRET RETENTION RUN HAS MASKED OR
      *           PURGED IS NOW REPORTED AS SUCH INSTEAD OF AS NOT
      *           FOUND.  MASKED ARCHIVE ROWS SHOW MASKED IN THE SSN
      *           COLUMN AND ARE COUNTED, AND A NEW SECTION LISTS THE
      *           CANDIDATE'S ENTRIES ON THE DANPRG PURGE LOG -- WHAT
      *           WAS MASKED, DROPPED OR PURGED, FROM WHICH FILE AND
      *           WHEN.  THE PURGE LOG CARRIES NO SSN, SO AN SSN
      *           INQUIRY THAT RESOLVES NO CANDIDATE ID SAYS TO ASK
      *           AGAIN BY CANDIDATE ID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL REJKEY  ASSIGN TO REJKEY
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEY-STATUS.
           SELECT OPTIONAL DANXRF  ASSIGN TO DANXRF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS XR-KEY
                        FILE STATUS IS DANXRF-STATUS.
           SELECT OPTIONAL DANPRG  ASSIGN TO DANPRG
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANPRG-STATUS.
           SELECT INQRPT  ASSIGN TO INQRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS INQRPT-STATUS.
           05 RK-REASON-CODE PIC X(03).
           05 FILLER         PIC X(04).
      ******************************************************************
      **   DANXRF - THE CANDIDATE IDENTITY CROSS-REFERENCE, BROWSED BY
      **   KEY FOR THE CANDIDATE ID ('I' RECORDS) AND THE SSN ('S'
      **   RECORDS).  OPTIONAL LIKE DANSENT.
      ******************************************************************
       FD  DANXRF.
       01  DANXRF-REC.
           COPY DANXRFRC.
      ******************************************************************
      **   DANPRG - THE RETENTION PURGE LOG DANRET APPENDS TO, ONE
      **   RECORD PER ITEM MASKED, DROPPED OR PURGED, KEYED FOR THE
      **   INQUIRY BY CANDIDATE ID.  OPTIONAL LIKE DANSENT.
      ******************************************************************
       FD  DANPRG.
       01  DANPRG-REC.
           COPY DANPRGRC.
      ******************************************************************
      **   INQRPT - THE PRINTED LIFECYCLE REPORT.
      ******************************************************************
       FD  INQRPT.
          88 DANAUD-EOF VALUE 'Y'.
       01 REJKEY-ENDFILE PIC X VALUE 'N'.
          88 REJKEY-EOF VALUE 'Y'.
       01 DANXRF-ENDFILE PIC X VALUE 'N'.
          88 DANXRF-EOF VALUE 'Y'.
       01 DANPRG-ENDFILE PIC X VALUE 'N'.
          88 DANPRG-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 DANSENT-STATUS PIC XX VALUE '00'.
       01 DANAUD-STATUS PIC XX VALUE '00'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 DANXRF-STATUS PIC XX VALUE '00'.
       01 DANPRG-STATUS PIC XX VALUE '00'.
       01 INQRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
       01 WS-REQ-SSN PIC X(09) VALUE SPACES.
       01 WS-REQ-CAND PIC X(10) VALUE SPACES.

      *    THE DANXRF BROWSE: WHICH KEY TYPE AND VALUE IS BEING
      *    LISTED, AND HOW MANY IDENTITIES EACH SIDE TURNED UP.
      *    WS-XRF-OPEN SAYS THE OPTIONAL CROSS-REFERENCE IS THERE.
       01 WS-XRF-OPEN-SW PIC X VALUE 'N'.
          88 WS-XRF-OPEN VALUE 'Y'.
       01 WS-XRF-TYPE PIC X(01) VALUE SPACE.
       01 WS-XRF-FIRST PIC X(10) VALUE SPACES.
       01 WS-XRF-ID-CT PIC 9(5) VALUE 0.
       01 WS-XRF-SSN-CT PIC 9(5) VALUE 0.

       01 WS-ARC-HIT-CT PIC 9(7) VALUE 0.
       01 WS-SENT-HIT-CT PIC 9(7) VALUE 0.
       01 WS-AUD-HIT-CT PIC 9(7) VALUE 0.
       01 WS-REJ-HIT-CT PIC 9(7) VALUE 0.
       01 WS-XRF-HIT-CT PIC 9(7) VALUE 0.
       01 WS-PRG-HIT-CT PIC 9(7) VALUE 0.
      *    ARCHIVE HITS WHOSE SSN AND NAME THE RETENTION RUN MASKED.
       01 WS-ARC-MASK-CT PIC 9(7) VALUE 0.
       01 WS-TOTAL-HIT-CT PIC 9(7) VALUE 0.

      *    DISTINCT RUN STAMPS OF THE CANDIDATE'S ARCHIVED
          05 IQ-REJ-ODATE PIC X(06) VALUE SPACES.
          05 FILLER PIC X(04) VALUE SPACES.
          05 IQ-REJ-REASON PIC X(03) VALUE SPACES.
       01 IQ-SEC-XRF PIC X(44) VALUE
          ' KNOWN IDENTITIES ON THE DANXRF XREF        '.
       01 IQ-XRF-HDR.
          05 FILLER PIC X(12) VALUE '   KEYED BY '.
          05 FILLER PIC X(11) VALUE 'CANDIDATE  '.
          05 FILLER PIC X(10) VALUE 'SSN       '.
          05 FILLER PIC X(36) VALUE 'NAME'.
          05 FILLER PIC X(08) VALUE 'FIRST  '.
          05 FILLER PIC X(08) VALUE 'LATEST '.
          05 FILLER PIC X(05) VALUE ' SENT'.
       01 IQ-XRF-DET.
          05 FILLER PIC X(03) VALUE SPACES.
          05 IQ-XRF-BY PIC X(08) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-CAND PIC X(10) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-LAST PIC X(20) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-FIRST PIC X(14) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-FSENT PIC X(06) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 IQ-XRF-LSENT PIC X(06) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-XRF-COUNT PIC ZZZZZZ9.
       01 IQ-XRF-MULTI PIC X(60) VALUE
          '   ** MORE THAN ONE IDENTITY ON FILE - SEE IDXRPT **'.
       01 IQ-ARC-MASKED.
          05 FILLER PIC X(06) VALUE '   ** '.
          05 IQ-ARC-MASK-CT PIC ZZZ,ZZ9.
          05 FILLER PIC X(46) VALUE
             ' ROW(S) MASKED UNDER THE RETENTION SCHEDULE **'.
       01 IQ-SEC-PRG PIC X(44) VALUE
          ' MASKED/PURGED UNDER THE RETENTION SCHEDULE '.
       01 IQ-PRG-HDR.
          05 FILLER PIC X(11) VALUE '   FILE    '.
          05 FILLER PIC X(08) VALUE 'ACTION  '.
          05 FILLER PIC X(09) VALUE 'BUS DATE '.
          05 FILLER PIC X(06) VALUE 'TEST  '.
          05 FILLER PIC X(10) VALUE 'TEST DATE '.
          05 FILLER PIC X(12) VALUE 'DATASET     '.
          05 FILLER PIC X(08) VALUE 'PURGED  '.
       01 IQ-PRG-DET.
          05 FILLER PIC X(03) VALUE SPACES.
          05 IQ-PRG-FILE PIC X(08) VALUE SPACES.
          05 IQ-PRG-ACTION PIC X(08) VALUE SPACES.
          05 IQ-PRG-BUS PIC X(06) VALUE SPACES.
          05 FILLER PIC X(03) VALUE SPACES.
          05 IQ-PRG-TEST PIC X(05) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-PRG-TDATE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 IQ-PRG-DSNAME PIC X(11) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IQ-PRG-RUN PIC X(08) VALUE SPACES.
       01 IQ-PRG-SSN-NOTE PIC X(72) VALUE
          '   (THE PURGE LOG CARRIES NO SSN - INQUIRE AGAIN BY CANDIDATE
      -    ' ID)'.
       01 IQ-NONE-LINE PIC X(44) VALUE
          '   (NO MATCHING RECORDS)                    '.
       01 IQ-BLANK PIC X(01) VALUE SPACE.
           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 300-REPORT-ARCHIVE THRU 300-REPORT-EXIT
           PERFORM 700-REPORT-IDENTITIES THRU 700-REPORT-EXIT
           PERFORM 400-REPORT-AUDIT THRU 400-REPORT-EXIT
           PERFORM 500-REPORT-SENT THRU 500-REPORT-EXIT
           PERFORM 600-REPORT-REJECTS THRU 600-REPORT-EXIT
           PERFORM 800-REPORT-PURGES THRU 800-REPORT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANXRF.
           IF DANXRF-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           IF DANXRF-STATUS = '00'
               MOVE 'Y' TO WS-XRF-OPEN-SW
           END-IF

           OPEN INPUT DANPRG.
           IF DANPRG-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANPRG. CODE=' DANPRG-STATUS
               MOVE DANPRG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT INQRPT.
           IF INQRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
               MOVE IQ-NONE-LINE TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF
           IF WS-ARC-MASK-CT > 0
               MOVE WS-ARC-MASK-CT TO IQ-ARC-MASK-CT
               MOVE IQ-ARC-MASKED TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF

           .
       300-REPORT-EXIT.
      *    THE FIRST HIT RESOLVES THE KEY'S COUNTERPART -- THE
      *    CANDIDATE ID FOR AN SSN INQUIRY (DANSENT CARRIES NO SSN)
      *    OR THE SSN FOR A CANDIDATE INQUIRY (REJKEY MATCHING).
      *    A MASKED ROW HAS NO SSN LEFT TO RESOLVE.
           IF WS-REQ-CAND = SPACES
               MOVE PP-CAND-ID TO WS-REQ-CAND
           END-IF
           IF WS-REQ-SSN = SPACES AND AR-MASK-DATE = SPACES
               MOVE PP-CAND-SSN TO WS-REQ-SSN
           END-IF

                  DELIMITED BY SIZE INTO IQ-ARC-FILE
           MOVE AR-BRANCH TO IQ-ARC-BRANCH
           MOVE PP-CAND-ID TO IQ-ARC-CAND
           IF AR-MASK-DATE = SPACES
               MOVE PP-CAND-SSN TO IQ-ARC-SSN
           ELSE
               MOVE 'MASKED' TO IQ-ARC-SSN
               ADD 1 TO WS-ARC-MASK-CT
           END-IF
           MOVE PP-TEST-PGM TO IQ-ARC-PGM
           MOVE PP-TEST-CODE TO IQ-ARC-TEST
           MOVE PP-TEST-DATE TO IQ-ARC-TDATE
       610-READ-EXIT.
           EXIT.

      ******************************************************************
      *    700-REPORT-IDENTITIES PRINTS EVERY DANXRF IDENTITY OF THE
      *    CANDIDATE ID AND OF THE SSN -- THE ONE ASKED FOR AND THE
      *    COUNTERPART THE ARCHIVE SECTION RESOLVED.  MORE THAN ONE
      *    ON EITHER SIDE MEANS THE CANDIDATE'S RESULTS ARE SPLIT
      *    ACROSS IDENTITIES, AND THE REPORT SAYS SO.
      ******************************************************************
       700-REPORT-IDENTITIES.

           MOVE IQ-BLANK TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           MOVE IQ-SEC-XRF TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           MOVE IQ-XRF-HDR TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT

           IF WS-XRF-OPEN AND WS-REQ-CAND NOT = SPACES
               MOVE 'I' TO WS-XRF-TYPE
               MOVE WS-REQ-CAND TO WS-XRF-FIRST
               PERFORM 710-BROWSE-XREF THRU 710-BROWSE-EXIT
           END-IF
           IF WS-XRF-OPEN AND WS-REQ-SSN NOT = SPACES
               MOVE 'S' TO WS-XRF-TYPE
               MOVE WS-REQ-SSN TO WS-XRF-FIRST
               PERFORM 710-BROWSE-XREF THRU 710-BROWSE-EXIT
           END-IF

           IF WS-XRF-HIT-CT = 0
               MOVE IQ-NONE-LINE TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF
           IF WS-XRF-ID-CT > 1 OR WS-XRF-SSN-CT > 1
               MOVE IQ-XRF-MULTI TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF

           .
       700-REPORT-EXIT.
           EXIT.

       710-BROWSE-XREF.

           MOVE SPACES TO DANXRF-REC
           MOVE WS-XRF-TYPE TO XR-KEY-TYPE
           MOVE WS-XRF-FIRST TO XR-KEY-FIRST
           MOVE LOW-VALUES TO XR-KEY-SECOND
           START DANXRF KEY IS NOT LESS THAN XR-KEY
           IF DANXRF-STATUS = '00'
               MOVE 'N' TO DANXRF-ENDFILE
               PERFORM 720-READ-XREF THRU 720-READ-EXIT
                   UNTIL DANXRF-EOF
           ELSE
               IF DANXRF-STATUS IS NOT = '23'
                   DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR
      -            ' START DANXRF Code=' DANXRF-STATUS
                   MOVE DANXRF-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       710-BROWSE-EXIT.
           EXIT.

       720-READ-XREF.

           READ DANXRF NEXT RECORD AT END MOVE 'Y' TO DANXRF-ENDFILE.
           IF DANXRF-STATUS IS NOT = '00' AND
              DANXRF-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANXRF Code=' DANXRF-STATUS
               MOVE 'Y' TO DANXRF-ENDFILE
           END-IF

           IF NOT DANXRF-EOF
               IF XR-KEY-TYPE NOT = WS-XRF-TYPE OR
                  XR-KEY-FIRST NOT = WS-XRF-FIRST
                   MOVE 'Y' TO DANXRF-ENDFILE
               ELSE
                   ADD 1 TO WS-XRF-HIT-CT
                   IF XR-KEY-BY-ID
                       ADD 1 TO WS-XRF-ID-CT
                       MOVE 'CAND ID' TO IQ-XRF-BY
                   ELSE
                       ADD 1 TO WS-XRF-SSN-CT
                       MOVE 'SSN' TO IQ-XRF-BY
                   END-IF
                   MOVE XR-CAND-ID TO IQ-XRF-CAND
                   MOVE XR-CAND-SSN TO IQ-XRF-SSN
                   MOVE XR-LAST-NAME TO IQ-XRF-LAST
                   MOVE XR-FIRST-NAME TO IQ-XRF-FIRST
                   MOVE XR-FIRST-SENT TO IQ-XRF-FSENT
                   MOVE XR-LAST-SENT TO IQ-XRF-LSENT
                   MOVE XR-SENT-CT TO IQ-XRF-COUNT
                   MOVE IQ-XRF-DET TO INQRPT-REC
                   PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
               END-IF
           END-IF

           .
       720-READ-EXIT.
           EXIT.

      ******************************************************************
      *    800-REPORT-PURGES PRINTS THE CANDIDATE'S ENTRIES ON THE
      *    DANPRG PURGE LOG -- ARCHIVE ROWS MASKED, REJECT KEYS AND
      *    CORRECTIONS DROPPED AND REJECT RECORDS PURGED UNDER THE
      *    RETENTION SCHEDULE -- SO A RECORD NO LONGER ON FILE IS NOT
      *    TAKEN FOR ONE THAT NEVER EXISTED.  THE LOG IS MATCHED ON
      *    CANDIDATE ID; AN SSN INQUIRY THAT RESOLVED NONE IS TOLD TO
      *    ASK AGAIN BY CANDIDATE ID.
      ******************************************************************
       800-REPORT-PURGES.

           MOVE IQ-BLANK TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           MOVE IQ-SEC-PRG TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           MOVE IQ-PRG-HDR TO INQRPT-REC
           PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT

           IF DANPRG-STATUS IS NOT = '35' AND WS-REQ-CAND NOT = SPACES
               PERFORM 810-READ-DANPRG THRU 810-READ-EXIT
                   UNTIL DANPRG-EOF
           END-IF

           IF WS-PRG-HIT-CT = 0
               MOVE IQ-NONE-LINE TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF
           IF WS-REQ-CAND = SPACES
               MOVE IQ-PRG-SSN-NOTE TO INQRPT-REC
               PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
           END-IF

           .
       800-REPORT-EXIT.
           EXIT.

       810-READ-DANPRG.

           READ DANPRG RECORD AT END MOVE 'Y' TO DANPRG-ENDFILE.
           IF DANPRG-STATUS IS NOT = '00' AND
              DANPRG-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANPRG Code=' DANPRG-STATUS
               MOVE 'Y' TO DANPRG-ENDFILE
           END-IF

           IF NOT DANPRG-EOF
               IF PG-CAND-ID = WS-REQ-CAND AND
                  (WS-REQ-TEST = SPACES OR
                   PG-TEST-CODE = WS-REQ-TEST)
                   ADD 1 TO WS-PRG-HIT-CT
                   MOVE PG-FILE TO IQ-PRG-FILE
                   EVALUATE TRUE
                       WHEN PG-MASKED
                           MOVE 'MASKED' TO IQ-PRG-ACTION
                       WHEN PG-DROPPED
                           MOVE 'DROPPED' TO IQ-PRG-ACTION
                       WHEN PG-PURGED
                           MOVE 'PURGED' TO IQ-PRG-ACTION
                       WHEN OTHER
                           MOVE PG-ACTION TO IQ-PRG-ACTION
                   END-EVALUATE
                   MOVE PG-BUS-DATE TO IQ-PRG-BUS
                   MOVE PG-TEST-CODE TO IQ-PRG-TEST
                   MOVE PG-TEST-DATE TO IQ-PRG-TDATE
                   MOVE PG-DSNAME TO IQ-PRG-DSNAME
                   MOVE PG-RUN-DATE TO IQ-PRG-RUN
                   MOVE IQ-PRG-DET TO INQRPT-REC
                   PERFORM 490-WRITE-INQRPT THRU 490-WRITE-EXIT
               END-IF
           END-IF

           .
       810-READ-EXIT.
           EXIT.

       490-WRITE-INQRPT.

           WRITE INQRPT-REC

           COMPUTE WS-TOTAL-HIT-CT = WS-ARC-HIT-CT + WS-SENT-HIT-CT
                                   + WS-AUD-HIT-CT + WS-REJ-HIT-CT
                                   + WS-XRF-HIT-CT + WS-PRG-HIT-CT
           IF WS-TOTAL-HIT-CT > 0
               MOVE 'Y' TO PROCESS-FLAG
           ELSE
           DISPLAY '       AUDIT RECORDS         ' WS-AUD-HIT-CT
           DISPLAY '       SENT-MASTER KEYS      ' WS-SENT-HIT-CT
           DISPLAY '       DANTES REJECTS        ' WS-REJ-HIT-CT
           DISPLAY '       KNOWN IDENTITIES      ' WS-XRF-HIT-CT
           DISPLAY '       PURGE LOG ENTRIES     ' WS-PRG-HIT-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANARC DANSENT DANAUD REJKEY DANXRF DANPRG INQRPT
           .
       999-CLOSE-EXIT.
           EXIT.
