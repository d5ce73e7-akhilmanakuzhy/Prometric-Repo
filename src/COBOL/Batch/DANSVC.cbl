       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANSVC.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  PER-SERVICE-BRANCH RESULTS FEED TO THE
      *           MILITARY EDUCATION OFFICES.  THE ARMY, NAVY, AIR
      *           FORCE, MARINE, COAST GUARD AND GUARD EDUCATION
      *           OFFICES HAVE BEEN ANSWERED ONE CANDIDATE AT A TIME
      *           FROM DANINQ OR WITH PHOTOCOPIED TRNREG PAGES.  GIVEN
      *           A PERIOD ON THE PARM (FROM AND THRU BUSINESS DATES,
      *           MMDDYY), THIS PROGRAM SPLITS THE DANARC ARCHIVE ROWS
      *           TRANSMITTED IN THAT PERIOD BY PP-SVC-BRANCH INTO ONE
      *           PIPE-DELIMITED RESULTS FILE PER OFFICE (NAMED FOR THE
      *           SERVICE BRANCH AND THE THRU DATE, bMMDDYY.txt) WITH A
      *           COLUMN-NAME HEADER LINE AND A TRAILER CARRYING THE
      *           RECORD COUNT.  EACH RESULT CARRIES THE CANDIDATE ID
      *           AND NAME, TEST PROGRAM/CODE/FORM, TEST DATE, SCORE,
      *           TEST SITE AND TRANSMISSION DATE, AND A STATUS FROM
      *           THE REJKEY REJECT KEYS: REJECTED WHEN DANTES BOUNCED
      *           IT AND NO DANCOR CORRECTION HAS GONE OUT SINCE,
      *           CORRECTED WHEN ONE HAS.  DANRSND RESENDS ARE LEFT OUT
      *           -- THE RESULT WAS ALREADY LISTED UNDER ITS ORIGINAL
      *           TRANSMISSION.  EACH OFFICE'S CONNECTION DETAILS COME
      *           FROM ITS RECORD ON THE DANSVH SERVICE-OFFICE HOST
      *           FILE, LAID OUT AND EDITED LIKE DANHOST (DANHSTRC,
      *           DH-BRANCH HOLDING THE SERVICE BRANCH), AND THE
      *           MATCHING FTP OR SFTP DECK IS WRITTEN TO SVCFTP FOR THE
      *           TRANSFER STEP.  THE SVCRPT CONTROL REPORT GIVES EACH
      *           OFFICE ITS FILE NAME AND RECORD COUNTS SO BOTH SIDES
      *           CAN CONFIRM THE FILE ARRIVED COMPLETE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT DANARC  ASSIGN TO DANARC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARC-STATUS.
           SELECT DANSVH  ASSIGN TO DANSVH
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANSVH-STATUS.
           SELECT OPTIONAL REJKEY  ASSIGN TO REJKEY
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEY-STATUS.
           SELECT SVCOUT  ASSIGN TO WS-SVC-DSNAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SVCOUT-STATUS.
           SELECT SVCFTP  ASSIGN TO SVCFTP
                        FILE STATUS IS SVCFTP-STATUS.
           SELECT SVCRPT  ASSIGN TO SVCRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SVCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANARC - THE TRANSMITTED-EXTRACT ARCHIVE.  READ-ONLY HERE,
      **   ONCE TO COUNT THE PERIOD AND FIND THE CORRECTIONS, THEN
      **   ONCE MORE FOR EACH OFFICE'S FILE.
      ******************************************************************
       FD  DANARC.
       01  DANARC-REC.
           COPY DANARCRC.
      ******************************************************************
      **   DANSVH - ONE CONNECTION RECORD PER SERVICE EDUCATION
      **   OFFICE, IN THE DANHOST LAYOUT WITH DH-BRANCH HOLDING THE
      **   PP-SVC-BRANCH CODE.  HAND-MAINTAINED BY OPERATIONS.
      ******************************************************************
       FD  DANSVH.
       01  DANSVH-REC.
           COPY DANHSTRC.
      ******************************************************************
      **   REJKEY - THE MACHINE-READABLE REJECT KEYS DANREJ WRITES,
      **   ONE PER RECORD DANTES BOUNCED.  OPTIONAL -- WITHOUT IT NO
      **   RESULT IS MARKED REJECTED.
      ******************************************************************
       FD  REJKEY.
       01  REJKEY-REC.
           05 RK-CAND-ID     PIC X(10).
           05 FILLER         PIC X(01).
           05 RK-SSN         PIC X(09).
           05 FILLER         PIC X(01).
           05 RK-TEST-CODE   PIC X(05).
           05 FILLER         PIC X(01).
           05 RK-TEST-DATE   PIC X(08).
           05 FILLER         PIC X(01).
           05 RK-ORIG-DATE   PIC X(06).
           05 FILLER         PIC X(01).
           05 RK-REASON-CODE PIC X(03).
           05 FILLER         PIC X(04).
      ******************************************************************
      **   SVCOUT - ONE OFFICE'S DELIMITED RESULTS FILE, bMMDDYY.txt.
      ******************************************************************
       FD  SVCOUT.
       01  SVCOUT-REC PIC X(200).
      ******************************************************************
      **   SVCFTP - THE TRANSFER DECK FOR THE OFFICE FILES, BUILT THE
      **   SAME WAY TESTRPT BUILDS THE DANTES DECK FROM DANHOST.
      ******************************************************************
       FD  SVCFTP
           RECORDING MODE IS F.
       01  SVCFTP-REC PIC X(80).
      ******************************************************************
      **   SVCRPT - THE PRINTED FEED CONTROL REPORT.
      ******************************************************************
       FD  SVCRPT.
       01  SVCRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 DANSVH-ENDFILE PIC X VALUE 'N'.
          88 DANSVH-EOF VALUE 'Y'.
       01 REJKEY-ENDFILE PIC X VALUE 'N'.
          88 REJKEY-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 DANSVH-STATUS PIC XX VALUE '00'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 SVCOUT-STATUS PIC XX VALUE '00'.
       01 SVCFTP-STATUS PIC XX VALUE '00'.
       01 SVCRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

       01 WS-SVC-DSNAME PIC X(11) VALUE SPACES.

      *    THE PERIOD FROM THE PARM (MMDDYY) AND AS CCYYMMDD FOR
      *    COMPARING; WS-ROW-DATE IS THE ARCHIVE ROW'S BUSINESS DATE
      *    AS CCYYMMDD.
       01 WS-FROM-DATE PIC X(06) VALUE SPACES.
       01 WS-THRU-DATE PIC X(06) VALUE SPACES.
       01 WS-FROM-CCYYMMDD PIC X(08) VALUE SPACES.
       01 WS-THRU-CCYYMMDD PIC X(08) VALUE SPACES.
       01 WS-ROW-DATE PIC X(08) VALUE SPACES.
       01 WS-IN-PERIOD-SW PIC X VALUE 'N'.
          88 WS-IN-PERIOD VALUE 'Y'.

      *    THE ARCHIVED EXTRACT RECORD, VIEWED THROUGH THE REAL
      *    Pro-Proctor FIELD LAYOUT.
       01 WS-PP-REC.
           COPY PPEXTREC.

      *    THE SERVICE OFFICES LOADED FROM DANSVH -- ONE PER VALID
      *    PP-SVC-BRANCH CODE AT MOST -- WITH THE PERIOD'S COUNTS.
       01 WS-OFC-MAX PIC 9(02) VALUE 6.
       01 WS-OFC-CT PIC 9(02) VALUE 0.
       01 WS-OFC-SUB PIC 9(02) VALUE 0.
       01 WS-OFC-FOUND-SW PIC X VALUE 'N'.
          88 WS-OFC-FOUND VALUE 'Y'.
       01 WS-OFC-TABLE.
          05 WS-OFC-ROW OCCURS 6 TIMES.
             10 WS-OFC-BRANCH  PIC X(01).
             10 WS-OFC-HOST    PIC X(20).
             10 WS-OFC-LOGIN   PIC X(30).
             10 WS-OFC-CD      PIC X(20).
             10 WS-OFC-PUT     PIC X(22).
             10 WS-OFC-PROTO   PIC X(01).
             10 WS-OFC-PERIOD  PIC 9(09) COMP.
             10 WS-OFC-SENT    PIC 9(09) COMP.
             10 WS-OFC-REJ     PIC 9(09) COMP.
             10 WS-OFC-CORR    PIC 9(09) COMP.
       01 WS-SVH-BAD-CT PIC 9(04) VALUE 0.
       01 WS-SVH-REASON PIC X(36) VALUE SPACES.
       01 WS-CHK-BRANCH PIC X(01) VALUE SPACE.
          88 WS-SVC-BRANCH-VALID VALUE 'A' 'F' 'N' 'M' 'C' 'G'.
       01 WS-OFC-NAME PIC X(15) VALUE SPACES.

      *    THE REJECT KEYS, LOADED AT INIT, WITH THE ORIGINAL BUSINESS
      *    DATE AS CCYYMMDD AND WHETHER A DANCOR CORRECTION OF THE
      *    SITTING HAS GONE OUT UNDER A LATER DATE SINCE.
       01 WS-RJK-MAX PIC 9(05) VALUE 20000.
       01 WS-RJK-CT PIC 9(05) VALUE 0.
       01 WS-RJK-SUB PIC 9(05) VALUE 0.
       01 WS-RJK-FOUND-SW PIC X VALUE 'N'.
          88 WS-RJK-FOUND VALUE 'Y'.
       01 WS-RJK-TABLE.
          05 WS-RJK-ROW OCCURS 20000 TIMES.
             10 WS-RJK-SSN     PIC X(09).
             10 WS-RJK-CODE    PIC X(05).
             10 WS-RJK-TDATE   PIC X(08).
             10 WS-RJK-ORIG    PIC X(06).
             10 WS-RJK-ORIG-CCYYMMDD PIC X(08).
             10 WS-RJK-CORR    PIC X(01).

       01 WS-PERIOD-CT PIC 9(09) VALUE 0.
       01 WS-RESEND-CT PIC 9(09) VALUE 0.
       01 WS-UNROUTED-CT PIC 9(09) VALUE 0.
       01 WS-FILE-CT PIC 9(02) VALUE 0.
       01 WS-ROW-STATUS PIC X(09) VALUE SPACES.
       01 WS-EDIT-SCORE PIC X(03) VALUE SPACES.
       01 WS-EDIT-SENT PIC X(08) VALUE SPACES.
       01 WS-EDIT-CT PIC 9(09) VALUE 0.
       01 WS-EDIT-CT2 PIC 9(09) VALUE 0.

       01 W-GET   PIC X(4) VALUE 'GET '.
       01 WS-FILLER PIC X VALUE ' '.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    SVCRPT REPORT LINES
      ******************************************************************
       01 SR-HDR1.
          05 FILLER PIC X(44) VALUE
             'SERVICE-BRANCH RESULTS FEED CONTROL REPORT  '.
          05 SR-HDR1-FROM PIC X(08) VALUE SPACES.
          05 FILLER PIC X(06) VALUE ' THRU '.
          05 SR-HDR1-THRU PIC X(08) VALUE SPACES.
       01 SR-SVH-HDR PIC X(40) VALUE
          ' DANSVH OFFICE RECORDS NOT LOADED'.
       01 SR-SVH-LINE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 SR-SVH-BRANCH PIC X(01) VALUE SPACE.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SR-SVH-HOST PIC X(20) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SR-SVH-REASON PIC X(36) VALUE SPACES.
       01 SR-OFC-LINE.
          05 FILLER PIC X(09) VALUE ' OFFICE: '.
          05 SR-OFC-BRANCH PIC X(01) VALUE SPACE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 SR-OFC-NAME PIC X(15) VALUE SPACES.
          05 FILLER PIC X(08) VALUE '  FILE: '.
          05 SR-OFC-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(08) VALUE '  HOST: '.
          05 SR-OFC-HOST PIC X(20) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SR-OFC-PROTO PIC X(04) VALUE SPACES.
       01 SR-CT-LINE.
          05 FILLER PIC X(04) VALUE SPACES.
          05 SR-CT-LABEL PIC X(40) VALUE SPACES.
          05 SR-CT PIC ZZZ,ZZZ,ZZ9.
       01 SR-TOT-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 SR-TOT-LABEL PIC X(43) VALUE SPACES.
          05 SR-TOT PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05 LS-PARM-LEN       PIC S9(4) COMP.
           05 LS-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 210-LOAD-OFFICES THRU 210-LOAD-OFFICES-EXIT
           PERFORM 230-LOAD-REJECTS THRU 230-LOAD-REJECTS-EXIT
           PERFORM 250-SCAN-ARCHIVE THRU 250-SCAN-ARCHIVE-EXIT
           PERFORM 300-BUILD-FEEDS THRU 300-BUILD-FEEDS-EXIT
           PERFORM 400-PRINT-TOTALS THRU 400-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

       100-OPEN-FILES.

           OPEN INPUT DANARC.
           IF DANARC-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANARC. CODE=' DANARC-STATUS
               MOVE DANARC-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANSVH.
           IF DANSVH-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANSVH. CODE=' DANSVH-STATUS
               MOVE DANSVH-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT REJKEY.
      *
      *    NO REJECT KEYS POSTED IS NOT AN ERROR -- STATUS 35 JUST
      *    MEANS NO RESULT IS MARKED REJECTED.
           IF REJKEY-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'REJKEY. CODE=' REJKEY-STATUS
               MOVE REJKEY-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT SVCFTP.
           IF SVCFTP-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'SVCFTP. CODE=' SVCFTP-STATUS
               MOVE SVCFTP-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT SVCRPT.
           IF SVCRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'SVCRPT. CODE=' SVCRPT-STATUS
               MOVE SVCRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    200-INIT-PROCESS VALIDATES THE PERIOD ON THE PARM --
      *    POSITIONS 1-6 THE FROM BUSINESS DATE, 7-12 THE THRU DATE
      *    (MMDDYY; THRU LEFT OFF MEANS A ONE-DAY PERIOD) -- AND PRINTS
      *    THE REPORT TITLE.
      ******************************************************************
       200-INIT-PROCESS.

           IF LS-PARM-LEN < 6 OR LS-PARM-TEXT (1:6) IS NOT NUMERIC
               DISPLAY 'PROGRAM TERMINATED. PARM MUST BE MMDDYY[MMDDYY]
      -            ' - GOT=' LS-PARM-TEXT (1:12)
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE LS-PARM-TEXT (1:6) TO WS-FROM-DATE
           IF LS-PARM-LEN > 11 AND LS-PARM-TEXT (7:6) IS NUMERIC
               MOVE LS-PARM-TEXT (7:6) TO WS-THRU-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-THRU-DATE
           END-IF

           STRING '20', WS-FROM-DATE (5:2), WS-FROM-DATE (1:4)
                  DELIMITED BY SIZE INTO WS-FROM-CCYYMMDD
           STRING '20', WS-THRU-DATE (5:2), WS-THRU-DATE (1:4)
                  DELIMITED BY SIZE INTO WS-THRU-CCYYMMDD

           IF WS-FROM-DATE (1:2) < '01' OR WS-FROM-DATE (1:2) > '12' OR
              WS-THRU-DATE (1:2) < '01' OR WS-THRU-DATE (1:2) > '12' OR
              WS-THRU-CCYYMMDD < WS-FROM-CCYYMMDD
               DISPLAY 'PROGRAM TERMINATED. PARM PERIOD NOT VALID - GOT
      -            '=' WS-FROM-DATE ' THRU ' WS-THRU-DATE
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           STRING WS-FROM-DATE (1:2), '/', WS-FROM-DATE (3:2), '/',
                  WS-FROM-DATE (5:2) DELIMITED BY SIZE INTO SR-HDR1-FROM
           STRING WS-THRU-DATE (1:2), '/', WS-THRU-DATE (3:2), '/',
                  WS-THRU-DATE (5:2) DELIMITED BY SIZE INTO SR-HDR1-THRU
           MOVE SR-HDR1 TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           DISPLAY 'DANSVC PERIOD=' WS-FROM-DATE ' THRU ' WS-THRU-DATE

           .
       200-INIT-EXIT.
           EXIT.

      ******************************************************************
      *    210-LOAD-OFFICES LOADS THE DANSVH OFFICE RECORDS, EDITING
      *    EACH ONE BY THE RULES DANVAL APPLIES TO DANHOST -- A
      *    RECOGNIZED BRANCH CODE (HERE A PP-SVC-BRANCH CODE), NON-BLANK
      *    HOST/LOGIN/CD/PUT LINES, A PROTOCOL OF F, S OR SPACE, AND NO
      *    DUPLICATE BRANCH (THE EARLIER RECORD WINS).  A RECORD THAT
      *    FAILS IS LISTED ON THE REPORT AND NOT LOADED, SO THAT
      *    OFFICE GETS NO FILE AND THE RUN ENDS RC=8.
      ******************************************************************
       210-LOAD-OFFICES.

           PERFORM 220-READ-DANSVH THRU 220-READ-EXIT
               UNTIL DANSVH-EOF

           DISPLAY 'DANSVH OFFICES LOADED=' WS-OFC-CT
                   ' REJECTED=' WS-SVH-BAD-CT

           .
       210-LOAD-OFFICES-EXIT.
           EXIT.

       220-READ-DANSVH.

           READ DANSVH RECORD AT END MOVE 'Y' TO DANSVH-ENDFILE.
           IF DANSVH-STATUS IS NOT = '00' AND
              DANSVH-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANSVH Code=' DANSVH-STATUS
               MOVE 'Y' TO DANSVH-ENDFILE
           END-IF

           IF NOT DANSVH-EOF
               MOVE SPACES TO WS-SVH-REASON
               MOVE DH-BRANCH TO WS-CHK-BRANCH
               PERFORM 225-FIND-OFFICE THRU 225-FIND-OFFICE-EXIT
               EVALUATE TRUE
                   WHEN NOT WS-SVC-BRANCH-VALID
                       MOVE 'BRANCH NOT A SERVICE (A/F/N/M/C/G)'
                           TO WS-SVH-REASON
                   WHEN WS-OFC-FOUND
                       MOVE 'DUPLICATE BRANCH - EARLIER ONE KEPT'
                           TO WS-SVH-REASON
                   WHEN DH-HOST-LINE = SPACES
                       MOVE 'HOST/OPEN LINE IS BLANK' TO WS-SVH-REASON
                   WHEN DH-LOGIN-LINE = SPACES
                       MOVE 'LOGIN LINE IS BLANK' TO WS-SVH-REASON
                   WHEN DH-CD-LINE = SPACES
                       MOVE 'CD PATH LINE IS BLANK' TO WS-SVH-REASON
                   WHEN DH-PUT-TEXT = SPACES
                       MOVE 'PUT TARGET IS BLANK' TO WS-SVH-REASON
                   WHEN DH-PROTOCOL NOT = 'F' AND 'S' AND SPACE
                       MOVE 'PROTOCOL NOT F (FTP) OR S (SFTP)'
                           TO WS-SVH-REASON
               END-EVALUATE

               IF WS-SVH-REASON = SPACES
                   ADD 1 TO WS-OFC-CT
                   MOVE DH-BRANCH TO WS-OFC-BRANCH (WS-OFC-CT)
                   MOVE DH-HOST-LINE TO WS-OFC-HOST (WS-OFC-CT)
                   MOVE DH-LOGIN-LINE TO WS-OFC-LOGIN (WS-OFC-CT)
                   MOVE DH-CD-LINE TO WS-OFC-CD (WS-OFC-CT)
                   MOVE DH-PUT-TEXT TO WS-OFC-PUT (WS-OFC-CT)
                   IF DH-PROTOCOL = 'S'
                       MOVE 'S' TO WS-OFC-PROTO (WS-OFC-CT)
                   ELSE
                       MOVE 'F' TO WS-OFC-PROTO (WS-OFC-CT)
                   END-IF
                   MOVE 0 TO WS-OFC-PERIOD (WS-OFC-CT)
                   MOVE 0 TO WS-OFC-SENT (WS-OFC-CT)
                   MOVE 0 TO WS-OFC-REJ (WS-OFC-CT)
                   MOVE 0 TO WS-OFC-CORR (WS-OFC-CT)
               ELSE
                   IF WS-SVH-BAD-CT = 0
                       MOVE SR-SVH-HDR TO SVCRPT-REC
                       PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT
                   END-IF
                   ADD 1 TO WS-SVH-BAD-CT
                   MOVE DH-BRANCH TO SR-SVH-BRANCH
                   MOVE DH-HOST-LINE TO SR-SVH-HOST
                   MOVE WS-SVH-REASON TO SR-SVH-REASON
                   MOVE SR-SVH-LINE TO SVCRPT-REC
                   PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT
                   DISPLAY 'DANSVH RECORD NOT LOADED - BRANCH='
                           DH-BRANCH ' ' WS-SVH-REASON
               END-IF
           END-IF

           .
       220-READ-EXIT.
           EXIT.

      ******************************************************************
      *    225-FIND-OFFICE LOOKS THE SERVICE BRANCH IN WS-CHK-BRANCH UP
      *    AMONG THE OFFICES LOADED.  WS-OFC-SUB POINTS AT IT ON A HIT.
      ******************************************************************
       225-FIND-OFFICE.

           MOVE 'N' TO WS-OFC-FOUND-SW
           MOVE 1 TO WS-OFC-SUB
           PERFORM 227-SCAN-OFFICE THRU 227-SCAN-OFFICE-EXIT
               UNTIL WS-OFC-FOUND OR WS-OFC-SUB > WS-OFC-CT

           .
       225-FIND-OFFICE-EXIT.
           EXIT.

       227-SCAN-OFFICE.

           IF WS-OFC-BRANCH (WS-OFC-SUB) = WS-CHK-BRANCH
               MOVE 'Y' TO WS-OFC-FOUND-SW
           ELSE
               ADD 1 TO WS-OFC-SUB
           END-IF

           .
       227-SCAN-OFFICE-EXIT.
           EXIT.

      ******************************************************************
      *    230-LOAD-REJECTS LOADS THE REJECT KEYS (WHEN POSTED).  A
      *    REJECT DANREJ COULD NOT MATCH TO A TRANSMISSION HAS NO
      *    ORIGINAL BUSINESS DATE, CANNOT BE TIED TO AN ARCHIVE ROW
      *    AND IS NOT LOADED.
      ******************************************************************
       230-LOAD-REJECTS.

           IF REJKEY-STATUS = '00'
               PERFORM 240-READ-REJKEY THRU 240-READ-EXIT
                   UNTIL REJKEY-EOF
           ELSE
               DISPLAY 'NO REJKEY REJECT KEYS POSTED - NONE MARKED'
           END-IF

           DISPLAY 'REJECT KEYS LOADED=' WS-RJK-CT

           .
       230-LOAD-REJECTS-EXIT.
           EXIT.

       240-READ-REJKEY.

           READ REJKEY RECORD AT END MOVE 'Y' TO REJKEY-ENDFILE.
           IF REJKEY-STATUS IS NOT = '00' AND
              REJKEY-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'REJKEY Code=' REJKEY-STATUS
               MOVE 'Y' TO REJKEY-ENDFILE
           END-IF

           IF NOT REJKEY-EOF AND RK-ORIG-DATE IS NUMERIC
               IF WS-RJK-CT NOT < WS-RJK-MAX
                   DISPLAY 'PROGRAM TERMINATED. REJKEY HAS MORE THAN '
                           WS-RJK-MAX ' REJECTS'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-RJK-CT
               MOVE RK-SSN TO WS-RJK-SSN (WS-RJK-CT)
               MOVE RK-TEST-CODE TO WS-RJK-CODE (WS-RJK-CT)
               MOVE RK-TEST-DATE TO WS-RJK-TDATE (WS-RJK-CT)
               MOVE RK-ORIG-DATE TO WS-RJK-ORIG (WS-RJK-CT)
               STRING '20', RK-ORIG-DATE (5:2), RK-ORIG-DATE (1:4)
                      DELIMITED BY SIZE
                      INTO WS-RJK-ORIG-CCYYMMDD (WS-RJK-CT)
               MOVE 'N' TO WS-RJK-CORR (WS-RJK-CT)
           END-IF

           .
       240-READ-EXIT.
           EXIT.

      ******************************************************************
      *    250-SCAN-ARCHIVE IS THE FIRST PASS OF THE ARCHIVE.  IT
      *    COUNTS THE PERIOD'S ROWS BY SERVICE OFFICE (AND THOSE WITH
      *    NO OFFICE ON DANSVH), AND MARKS A REJECT CORRECTED WHEN A
      *    DANCOR RESUBMISSION (SOURCE C) OF THE SAME SITTING WENT OUT
      *    UNDER A LATER BUSINESS DATE -- THE SAME ROW THAT PUT THE
      *    CORRECTED SITTING ON DANSENT.  DANARC IS THEN REWOUND.
      ******************************************************************
       250-SCAN-ARCHIVE.

           PERFORM 260-READ-PASS1 THRU 260-READ-PASS1-EXIT
               UNTIL DANARC-EOF

           PERFORM 280-REWIND-DANARC THRU 280-REWIND-EXIT

           DISPLAY 'ARCHIVE ROWS IN PERIOD=' WS-PERIOD-CT
                   ' RESENDS LEFT OUT=' WS-RESEND-CT

           .
       250-SCAN-ARCHIVE-EXIT.
           EXIT.

       260-READ-PASS1.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE 'Y' TO DANARC-ENDFILE
           END-IF

           IF NOT DANARC-EOF
               PERFORM 270-CHECK-PERIOD THRU 270-CHECK-PERIOD-EXIT
               MOVE AR-EXTR-REC TO WS-PP-REC

               IF AR-CTL-SOURCE = 'C' AND WS-RJK-CT > 0 AND
                  WS-ROW-DATE NOT = SPACES
                   MOVE 1 TO WS-RJK-SUB
                   PERFORM 265-MARK-CORRECTED THRU 265-MARK-EXIT
                       UNTIL WS-RJK-SUB > WS-RJK-CT
               END-IF

               IF WS-IN-PERIOD
                   IF AR-CTL-SOURCE = 'R'
                       ADD 1 TO WS-RESEND-CT
                   ELSE
                       ADD 1 TO WS-PERIOD-CT
                       MOVE PP-SVC-BRANCH TO WS-CHK-BRANCH
                       PERFORM 225-FIND-OFFICE
                           THRU 225-FIND-OFFICE-EXIT
                       IF WS-OFC-FOUND
                           ADD 1 TO WS-OFC-PERIOD (WS-OFC-SUB)
                       ELSE
                           ADD 1 TO WS-UNROUTED-CT
                       END-IF
                   END-IF
               END-IF
           END-IF

           .
       260-READ-PASS1-EXIT.
           EXIT.

       265-MARK-CORRECTED.

           IF WS-RJK-SSN (WS-RJK-SUB) = PP-CAND-SSN AND
              WS-RJK-CODE (WS-RJK-SUB) = PP-TEST-CODE AND
              WS-RJK-TDATE (WS-RJK-SUB) = PP-TEST-DATE AND
              WS-RJK-ORIG-CCYYMMDD (WS-RJK-SUB) < WS-ROW-DATE
               MOVE 'Y' TO WS-RJK-CORR (WS-RJK-SUB)
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       265-MARK-EXIT.
           EXIT.

      ******************************************************************
      *    270-CHECK-PERIOD SETS WS-ROW-DATE (CCYYMMDD, SPACES WHEN
      *    AR-DATE IS NOT A DATE) AND WHETHER THE ROW FALLS IN THE
      *    REQUESTED PERIOD.
      ******************************************************************
       270-CHECK-PERIOD.

           MOVE 'N' TO WS-IN-PERIOD-SW
           MOVE SPACES TO WS-ROW-DATE
           IF AR-DATE IS NUMERIC
               STRING '20', AR-DATE (5:2), AR-DATE (1:4)
                      DELIMITED BY SIZE INTO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-CCYYMMDD AND
                  WS-ROW-DATE NOT > WS-THRU-CCYYMMDD
                   MOVE 'Y' TO WS-IN-PERIOD-SW
               END-IF
           END-IF

           .
       270-CHECK-PERIOD-EXIT.
           EXIT.

       280-REWIND-DANARC.

           CLOSE DANARC
           MOVE 'N' TO DANARC-ENDFILE
           OPEN INPUT DANARC
           IF DANARC-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANARC. CODE=' DANARC-STATUS
               MOVE DANARC-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       280-REWIND-EXIT.
           EXIT.

      ******************************************************************
      *    300-BUILD-FEEDS WRITES EACH LOADED OFFICE'S FILE, ITS
      *    TRANSFER DECK AND ITS SECTION OF THE CONTROL REPORT.  AN
      *    OFFICE WITH NOTHING IN THE PERIOD STILL GETS A FILE -- A
      *    HEADER AND A ZERO TRAILER -- SO ITS SIDE CAN TELL A QUIET
      *    PERIOD FROM A MISSED ONE.
      ******************************************************************
       300-BUILD-FEEDS.

           MOVE 1 TO WS-OFC-SUB
           PERFORM 310-BUILD-OFFICE THRU 310-BUILD-OFFICE-EXIT
               UNTIL WS-OFC-SUB > WS-OFC-CT

           .
       300-BUILD-FEEDS-EXIT.
           EXIT.

       310-BUILD-OFFICE.

           MOVE SPACES TO WS-SVC-DSNAME
           STRING WS-OFC-BRANCH (WS-OFC-SUB), WS-THRU-DATE, '.txt'
                  DELIMITED BY SIZE INTO WS-SVC-DSNAME

           OPEN OUTPUT SVCOUT
           IF SVCOUT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'SVCOUT ' WS-SVC-DSNAME '. CODE=' SVCOUT-STATUS
               MOVE SVCOUT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE SPACES TO SVCOUT-REC
           STRING 'CAND_ID|LAST_NAME|FIRST_NAME|TEST_PGM|TEST_CODE|',
                  'TEST_FORM|TEST_DATE|SCORE|TCO_ID|SITE_ID|',
                  'SENT_DATE|STATUS'
                  DELIMITED BY SIZE INTO SVCOUT-REC
           PERFORM 480-WRITE-SVCOUT THRU 480-WRITE-SVCOUT-EXIT

           PERFORM 320-READ-DANARC THRU 320-READ-EXIT
               UNTIL DANARC-EOF
           PERFORM 280-REWIND-DANARC THRU 280-REWIND-EXIT

           MOVE SPACES TO SVCOUT-REC
           MOVE WS-OFC-SENT (WS-OFC-SUB) TO WS-EDIT-CT
           MOVE WS-OFC-REJ (WS-OFC-SUB) TO WS-EDIT-CT2
           STRING 'TRAILER|', WS-EDIT-CT, '|', WS-EDIT-CT2
                  DELIMITED BY SIZE INTO SVCOUT-REC
           PERFORM 480-WRITE-SVCOUT THRU 480-WRITE-SVCOUT-EXIT

           CLOSE SVCOUT
           ADD 1 TO WS-FILE-CT

           IF WS-OFC-PROTO (WS-OFC-SUB) = 'S'
               PERFORM 340-SFTP-DECK THRU 340-SFTP-EXIT
           ELSE
               PERFORM 330-FTP-DECK THRU 330-FTP-EXIT
           END-IF

           PERFORM 350-PRINT-OFFICE THRU 350-PRINT-OFFICE-EXIT

           ADD 1 TO WS-OFC-SUB

           .
       310-BUILD-OFFICE-EXIT.
           EXIT.

      ******************************************************************
      *    320-READ-DANARC WRITES EVERY ROW OF THE PERIOD FOR THE
      *    OFFICE IN HAND (EXCEPT RESENDS) TO ITS FILE, WITH ITS
      *    STATUS: REJECTED WHEN A REJECT KEY NAMES THE SITTING AND
      *    THIS ROW'S BUSINESS DATE AND NO CORRECTION HAS GONE OUT
      *    SINCE, CORRECTED WHEN ONE HAS, OTHERWISE SENT.
      ******************************************************************
       320-READ-DANARC.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE 'Y' TO DANARC-ENDFILE
           END-IF

           IF NOT DANARC-EOF
               PERFORM 270-CHECK-PERIOD THRU 270-CHECK-PERIOD-EXIT
               MOVE AR-EXTR-REC TO WS-PP-REC
               IF WS-IN-PERIOD AND AR-CTL-SOURCE NOT = 'R' AND
                  PP-SVC-BRANCH = WS-OFC-BRANCH (WS-OFC-SUB)
                   PERFORM 325-WRITE-RESULT THRU 325-WRITE-RESULT-EXIT
               END-IF
           END-IF

           .
       320-READ-EXIT.
           EXIT.

       325-WRITE-RESULT.

           MOVE 'SENT' TO WS-ROW-STATUS
           MOVE 'N' TO WS-RJK-FOUND-SW
           MOVE 1 TO WS-RJK-SUB
           PERFORM 327-SCAN-REJECT THRU 327-SCAN-REJECT-EXIT
               UNTIL WS-RJK-FOUND OR WS-RJK-SUB > WS-RJK-CT
           IF WS-RJK-FOUND
               IF WS-RJK-CORR (WS-RJK-SUB) = 'Y'
                   MOVE 'CORRECTED' TO WS-ROW-STATUS
                   ADD 1 TO WS-OFC-CORR (WS-OFC-SUB)
               ELSE
                   MOVE 'REJECTED' TO WS-ROW-STATUS
                   ADD 1 TO WS-OFC-REJ (WS-OFC-SUB)
               END-IF
           END-IF

           MOVE PP-TEST-SCORE TO WS-EDIT-SCORE
           STRING AR-DATE (1:4), '20', AR-DATE (5:2)
                  DELIMITED BY SIZE INTO WS-EDIT-SENT

           MOVE SPACES TO SVCOUT-REC
           STRING PP-CAND-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-LAST-NAME DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  PP-FIRST-NAME DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  PP-TEST-PGM DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-TEST-CODE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-TEST-FORM DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-TEST-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-TCO-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  PP-SITE-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-EDIT-SENT DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ROW-STATUS DELIMITED BY SPACE
                  INTO SVCOUT-REC
           PERFORM 480-WRITE-SVCOUT THRU 480-WRITE-SVCOUT-EXIT
           ADD 1 TO WS-OFC-SENT (WS-OFC-SUB)

           .
       325-WRITE-RESULT-EXIT.
           EXIT.

       327-SCAN-REJECT.

           IF WS-RJK-SSN (WS-RJK-SUB) = PP-CAND-SSN AND
              WS-RJK-CODE (WS-RJK-SUB) = PP-TEST-CODE AND
              WS-RJK-TDATE (WS-RJK-SUB) = PP-TEST-DATE AND
              WS-RJK-ORIG (WS-RJK-SUB) = AR-DATE
               MOVE 'Y' TO WS-RJK-FOUND-SW
           ELSE
               ADD 1 TO WS-RJK-SUB
           END-IF

           .
       327-SCAN-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    330-FTP-DECK WRITES THE CLASSIC FTP CARD SEQUENCE FOR THE
      *    OFFICE IN HAND, IN THE SAME FORM TESTRPT'S 302-FTP-DECK
      *    WRITES FOR DANTES -- HOST, LOGIN, CD, THE ASCII/LOCSITE
      *    TRANSLATE SETUP, THE PUT AND THE QUIT.
      ******************************************************************
       330-FTP-DECK.

           MOVE WS-OFC-HOST (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE WS-OFC-LOGIN (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE WS-OFC-CD (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'ASCII' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'LOCSITE ENCODING=SBCS' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'LOCSITE SBDATACONN=EBC2ASC' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'LOCSITE TRAILINGBLANKS=FALSE' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT

           MOVE SPACES TO SVCFTP-REC
           STRING W-GET WS-SVC-DSNAME WS-FILLER WS-OFC-PUT (WS-OFC-SUB)
                  DELIMITED BY SIZE INTO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'quit' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT

           .
       330-FTP-EXIT.
           EXIT.

      ******************************************************************
      *    340-SFTP-DECK WRITES THE SFTP BATCH SEQUENCE FOR AN OFFICE
      *    ON SECURE TRANSFER, AS TESTRPT'S 304-SFTP-DECK DOES -- NO
      *    ASCII/LOCSITE LINES, ENDING WITH THE SFTP 'bye'.
      ******************************************************************
       340-SFTP-DECK.

           MOVE WS-OFC-HOST (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE WS-OFC-LOGIN (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE WS-OFC-CD (WS-OFC-SUB) TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT

           MOVE SPACES TO SVCFTP-REC
           STRING W-GET WS-SVC-DSNAME WS-FILLER WS-OFC-PUT (WS-OFC-SUB)
                  DELIMITED BY SIZE INTO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT
           MOVE 'bye' TO SVCFTP-REC
           PERFORM 495-WRITE-SVCFTP THRU 495-WRITE-SVCFTP-EXIT

           .
       340-SFTP-EXIT.
           EXIT.

      ******************************************************************
      *    350-PRINT-OFFICE PRINTS THE OFFICE'S SECTION OF THE CONTROL
      *    REPORT: ITS FILE AND DESTINATION, THE RESULTS IN ITS FILE
      *    (THE FIGURE ON ITS TRAILER RECORD) AND HOW MANY ARE MARKED
      *    REJECTED OR CORRECTED.
      ******************************************************************
       350-PRINT-OFFICE.

           EVALUATE WS-OFC-BRANCH (WS-OFC-SUB)
               WHEN 'A'
                   MOVE 'ARMY' TO WS-OFC-NAME
               WHEN 'F'
                   MOVE 'AIR FORCE' TO WS-OFC-NAME
               WHEN 'N'
                   MOVE 'NAVY' TO WS-OFC-NAME
               WHEN 'M'
                   MOVE 'MARINE CORPS' TO WS-OFC-NAME
               WHEN 'C'
                   MOVE 'COAST GUARD' TO WS-OFC-NAME
               WHEN 'G'
                   MOVE 'NATIONAL GUARD' TO WS-OFC-NAME
           END-EVALUATE

           MOVE SPACES TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT
           MOVE WS-OFC-BRANCH (WS-OFC-SUB) TO SR-OFC-BRANCH
           MOVE WS-OFC-NAME TO SR-OFC-NAME
           MOVE WS-SVC-DSNAME TO SR-OFC-FILE
           MOVE WS-OFC-HOST (WS-OFC-SUB) TO SR-OFC-HOST
           IF WS-OFC-PROTO (WS-OFC-SUB) = 'S'
               MOVE 'SFTP' TO SR-OFC-PROTO
           ELSE
               MOVE 'FTP' TO SR-OFC-PROTO
           END-IF
           MOVE SR-OFC-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE 'RESULTS IN FILE (TRAILER COUNT)' TO SR-CT-LABEL
           MOVE WS-OFC-SENT (WS-OFC-SUB) TO SR-CT
           MOVE SR-CT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE '  MARKED REJECTED, NOT YET CORRECTED' TO SR-CT-LABEL
           MOVE WS-OFC-REJ (WS-OFC-SUB) TO SR-CT
           MOVE SR-CT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE '  MARKED CORRECTED' TO SR-CT-LABEL
           MOVE WS-OFC-CORR (WS-OFC-SUB) TO SR-CT
           MOVE SR-CT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           .
       350-PRINT-OFFICE-EXIT.
           EXIT.

      ******************************************************************
      *    400-PRINT-TOTALS CLOSES THE REPORT WITH THE PERIOD TOTALS:
      *    ROWS IN THE PERIOD (RESENDS EXCLUDED), RESENDS LEFT OUT, AND
      *    ROWS WITH NO OFFICE ON DANSVH (BLANK OR UNKNOWN SERVICE
      *    BRANCH, OR AN OFFICE WHOSE RECORD IS MISSING OR WAS NOT
      *    LOADED), WHICH WENT TO NOBODY.
      ******************************************************************
       400-PRINT-TOTALS.

           MOVE SPACES TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE 'ARCHIVE RESULTS IN PERIOD' TO SR-TOT-LABEL
           MOVE WS-PERIOD-CT TO SR-TOT
           MOVE SR-TOT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE 'DANRSND RESENDS LEFT OUT' TO SR-TOT-LABEL
           MOVE WS-RESEND-CT TO SR-TOT
           MOVE SR-TOT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           MOVE 'RESULTS WITH NO SERVICE OFFICE - NOT SENT'
               TO SR-TOT-LABEL
           MOVE WS-UNROUTED-CT TO SR-TOT
           MOVE SR-TOT-LINE TO SVCRPT-REC
           PERFORM 490-WRITE-SVCRPT THRU 490-WRITE-EXIT

           .
       400-PRINT-EXIT.
           EXIT.

       480-WRITE-SVCOUT.

           WRITE SVCOUT-REC
           IF SVCOUT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E SVCOUT ' WS-SVC-DSNAME '. CODE=' SVCOUT-STATUS
               MOVE SVCOUT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       480-WRITE-SVCOUT-EXIT.
           EXIT.

       490-WRITE-SVCRPT.

           WRITE SVCRPT-REC
           IF SVCRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E SVCRPT. CODE=' SVCRPT-STATUS
               MOVE SVCRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       490-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    495-WRITE-SVCFTP GUARDS EVERY WRITE TO THE TRANSFER DECK --
      *    A BAD STATUS ABENDS THE JOB INSTEAD OF LETTING IT FINISH A
      *    TRUNCATED DECK.
      ******************************************************************
       495-WRITE-SVCFTP.

           WRITE SVCFTP-REC
           IF SVCFTP-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E SVCFTP. CODE=' SVCFTP-STATUS
               MOVE SVCFTP-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           MOVE SPACES TO SVCFTP-REC

           .
       495-WRITE-SVCFTP-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN EVERY RESULT IN THE PERIOD
      *    REACHED AN OFFICE FILE; RC=4 WHEN THE PERIOD HAD NOTHING TO
      *    SEND (THE OFFICES STILL GET ZERO FILES); RC=8 WHEN A DANSVH
      *    RECORD WAS NOT LOADED OR A RESULT HAD NO OFFICE TO GO TO.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-SVH-BAD-CT > 0 OR WS-UNROUTED-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-PERIOD-CT > 0
                   MOVE 'Y' TO PROCESS-FLAG
               WHEN OTHER
                   MOVE 'N' TO PROCESS-FLAG
           END-EVALUATE

           EVALUATE TRUE
               WHEN PROCESS-OK
                   MOVE 0 TO RETURN-CODE
               WHEN PROCESS-NOT-ATTEMPTED
                   MOVE 4 TO RETURN-CODE
               WHEN PROCESS-WARNING
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'DANSVC PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANSVC RESULTS IN PERIOD..... ' WS-PERIOD-CT
           DISPLAY '  OFFICE FILES WRITTEN....... ' WS-FILE-CT
           DISPLAY '  RESULTS WITH NO OFFICE..... ' WS-UNROUTED-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANARC DANSVH REJKEY SVCFTP SVCRPT
           .
       999-CLOSE-EXIT.
           EXIT.
