       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANMNT.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  CONTROLLED MAINTENANCE OF THE DANHOST,
      *           DANTGT AND DANCAL CONTROL FILES.  THEY WERE EDITED
      *           FREEHAND AT 05:30, AND DANVAL COULD SAY THE RESULT
      *           WAS MALFORMED BUT NOT WHO CHANGED A LOGIN OR A PUT
      *           TARGET, WHAT IT SAID BEFORE, OR WHEN.  CURRENT FILES
      *           PLUS TRANSACTIONS (CTLTRN, DANMNTRC LAYOUT) AND THE
      *           PENDING FILE CARRIED FROM EARLIER RUNS (CTLPND) GIVE
      *           NEW FILES (NEWHOST, NEWTGT, NEWCAL), A NEW PENDING
      *           FILE (NEWPND), A RECORD ON THE PERMANENT CHANGE LOG
      *           (CTLLOG, DANCHGRC LAYOUT) FOR EVERY CHANGE APPLIED,
      *           AND A PRINTED CHANGE REGISTER (CTLRPT) SHOWING EACH
      *           TRANSACTION'S DISPOSITION WITH BEFORE AND AFTER
      *           IMAGES, FOLLOWED BY THE PENDING CHANGES STILL TO
      *           COME AND A LISTING OF THE NEW FILES.  TRANSACTIONS
      *           ARE A (ADD), C (CHANGE -- THE WHOLE RECORD IS
      *           REPLACED), D (DELETE) AND X (WITHDRAW THE PENDING
      *           CHANGES FOR A KEY), KEYED ON DH-BRANCH, TG-SUFFIX OR
      *           CL-DATE.  EVERY RESULTING RECORD IS HELD TO THE
      *           RULES DANVAL PRE-FLIGHTS; A DANTGT BRANCH MUST BE ON
      *           DANHOST, A BRANCH A TARGET STILL USES CANNOT BE
      *           DELETED, AND NEITHER CAN THE LAST HOST OR TARGET.  A
      *           TRANSACTION WITH A FUTURE EFFECTIVE DATE IS EDITED
      *           WHEN KEYED AND HELD ON THE PENDING FILE UNTIL THAT
      *           DAY, SO A NEW DANTES HOST CAN BE LOADED AND CHECKED
      *           AHEAD OF A CUTOVER WEEKEND.  RUNS AS THE FIRST STEP
      *           OF THE DAY, AHEAD OF DANVAL; OPERATIONS PROMOTES THE
      *           NEW FILES ONCE THE REGISTER HAS BEEN CHECKED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT DANHOST  ASSIGN TO DANHOST
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANHOST-STATUS.
           SELECT OPTIONAL DANTGT  ASSIGN TO DANTGT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANTGT-STATUS.
           SELECT OPTIONAL DANCAL  ASSIGN TO DANCAL
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAL-STATUS.
           SELECT OPTIONAL CTLTRN  ASSIGN TO CTLTRN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CTLTRN-STATUS.
           SELECT OPTIONAL CTLPND  ASSIGN TO CTLPND
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CTLPND-STATUS.
           SELECT NEWHOST  ASSIGN TO NEWHOST
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWHOST-STATUS.
           SELECT NEWTGT  ASSIGN TO NEWTGT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWTGT-STATUS.
           SELECT NEWCAL  ASSIGN TO NEWCAL
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWCAL-STATUS.
           SELECT NEWPND  ASSIGN TO NEWPND
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWPND-STATUS.
           SELECT OPTIONAL CTLLOG  ASSIGN TO CTLLOG
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CTLLOG-STATUS.
           SELECT CTLRPT  ASSIGN TO CTLRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CTLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANHOST - DANTES CONNECTION CONTROL (CURRENT).  REQUIRED --
      **   THE BUILD RUN CANNOT START WITHOUT ONE, SO A MISSING FILE
      **   IS NOT TAKEN AS A FIRST BUILD.
      ******************************************************************
       FD  DANHOST.
       01  DANHOST-REC PIC X(100).
      ******************************************************************
      **   DANTGT - SAME-DAY TARGET LIST (CURRENT).  OPTIONAL, AS IN
      **   TESTRPT AND DANVAL.
      ******************************************************************
       FD  DANTGT.
       01  DANTGT-REC PIC X(80).
      ******************************************************************
      **   DANCAL - TRANSMISSION CALENDAR (CURRENT).  OPTIONAL, AS IN
      **   DANWDG AND DANVAL.
      ******************************************************************
       FD  DANCAL.
       01  DANCAL-REC PIC X(80).
      ******************************************************************
      **   CTLTRN - TODAY'S MAINTENANCE TRANSACTIONS (DANMNTRC).
      **   OPTIONAL -- WITHOUT IT ONLY PENDING CHANGES NOW DUE ARE
      **   APPLIED.
      ******************************************************************
       FD  CTLTRN.
       01  CTLTRN-REC PIC X(142).
      ******************************************************************
      **   CTLPND - FUTURE-DATED TRANSACTIONS CARRIED FROM EARLIER
      **   RUNS (DANMNTRC, SUBMIT DATE STAMPED).  OPTIONAL -- THE
      **   FIRST RUN HAS NONE.
      ******************************************************************
       FD  CTLPND.
       01  CTLPND-REC PIC X(142).
      ******************************************************************
      **   NEWHOST / NEWTGT / NEWCAL - THE UPDATED CONTROL FILES.
      **   OPERATIONS PROMOTES THEM ONCE THE REGISTER HAS BEEN CHECKED.
      ******************************************************************
       FD  NEWHOST.
       01  NEWHOST-REC PIC X(100).
       FD  NEWTGT.
       01  NEWTGT-REC PIC X(80).
       FD  NEWCAL.
       01  NEWCAL-REC PIC X(80).
      ******************************************************************
      **   NEWPND - TRANSACTIONS STILL WAITING FOR THEIR EFFECTIVE
      **   DATE.  PROMOTED TO CTLPND WITH THE CONTROL FILES.
      ******************************************************************
       FD  NEWPND.
       01  NEWPND-REC PIC X(142).
      ******************************************************************
      **   CTLLOG - PERMANENT CONTROL FILE CHANGE LOG.  OPENED EXTEND
      **   AND NEVER TRIMMED; OPTIONAL ON THE SELECT SO THE FIRST RUN
      **   CREATES IT.
      ******************************************************************
       FD  CTLLOG.
       01  CTLLOG-REC.
           COPY DANCHGRC.
      ******************************************************************
      **   CTLRPT - PRINTED CHANGE REGISTER.
      ******************************************************************
       FD  CTLRPT.
       01  CTLRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANHOST-ENDFILE PIC X VALUE 'N'.
          88 DANHOST-EOF VALUE 'Y'.
       01 DANTGT-ENDFILE PIC X VALUE 'N'.
          88 DANTGT-EOF VALUE 'Y'.
       01 DANCAL-ENDFILE PIC X VALUE 'N'.
          88 DANCAL-EOF VALUE 'Y'.
       01 CTLTRN-ENDFILE PIC X VALUE 'N'.
          88 CTLTRN-EOF VALUE 'Y'.
       01 CTLPND-ENDFILE PIC X VALUE 'N'.
          88 CTLPND-EOF VALUE 'Y'.
       01 DANHOST-STATUS PIC XX VALUE '00'.
       01 DANTGT-STATUS PIC XX VALUE '00'.
       01 DANCAL-STATUS PIC XX VALUE '00'.
       01 CTLTRN-STATUS PIC XX VALUE '00'.
       01 CTLPND-STATUS PIC XX VALUE '00'.
       01 NEWHOST-STATUS PIC XX VALUE '00'.
       01 NEWTGT-STATUS PIC XX VALUE '00'.
       01 NEWCAL-STATUS PIC XX VALUE '00'.
       01 NEWPND-STATUS PIC XX VALUE '00'.
       01 CTLLOG-STATUS PIC XX VALUE '00'.
       01 CTLRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

      *    THE TRANSACTION BEING WORKED, AND THE RECORD IT CARRIES
      *    VIEWED THROUGH EACH CONTROL FILE'S SHARED LAYOUT.
       01 WS-TRN-REC.
           COPY DANMNTRC.
       01 WS-HOST-REC.
           COPY DANHSTRC.
       01 WS-TGT-REC.
           COPY DANTGTRC.
       01 WS-CAL-REC.
           COPY DANCALRC.

      *    BRANCH CODES AND SUFFIX CHARACTERS AS DANVAL ACCEPTS THEM.
      *    KEEP IN STEP WITH WS-BRANCH-RECOGNIZED AND WS-SUFFIX-VALID
      *    THERE -- THE LETTER RANGES ARE BROKEN AT THE EBCDIC
      *    COLLATING GAPS (I/J AND R/S) THE SAME WAY.
       01 WS-CHK-BRANCH PIC X(01) VALUE SPACE.
          88 WS-BRANCH-RECOGNIZED VALUE 'F' 'C' 'I'.
       01 WS-CHK-SUFFIX PIC X(01) VALUE SPACE.
          88 WS-SUFFIX-VALID VALUE 'a' THRU 'i'
                                   'j' THRU 'r'
                                   's' THRU 'z'
                                   'A' THRU 'I'
                                   'J' THRU 'R'
                                   'S' THRU 'Z'
                                   '0' THRU '9'.

      *    ALL THREE CONTROL FILES, HELD WHILE TRANSACTIONS ARE
      *    APPLIED.  EACH ROW KEEPS WHICH FILE IT BELONGS TO (H/T/C)
      *    AND ITS KEY BESIDE THE IMAGE; A DELETED ROW IS FLAGGED
      *    AND LEFT OFF THE NEW FILE, SO EVERY FILE KEEPS ITS ORDER.
      *    MORE ROWS THAN THE TABLE HOLDS TERMINATES THE RUN -- A NEW
      *    FILE MISSING RECORDS WOULD DROP A BRANCH OR A RUN DATE.
       01 WS-CTL-MAX PIC 9(4) COMP VALUE 1200.
       01 WS-CTL-CT PIC 9(4) COMP VALUE 0.
       01 WS-CTL-SUB PIC 9(4) COMP VALUE 0.
       01 WS-CTL-HIT PIC 9(4) COMP VALUE 0.
       01 WS-CTL-TABLE.
          05 WS-CTL-ENTRY OCCURS 1200 TIMES.
             10 WS-CTL-IMAGE PIC X(100).
             10 WS-CTL-FILE PIC X(01).
             10 WS-CTL-KEY PIC X(06).
             10 WS-CTL-DEL-SW PIC X(01).
                88 WS-CTL-DELETED VALUE 'Y'.
       01 WS-CTL-FOUND-SW PIC X VALUE 'N'.
          88 WS-CTL-FOUND VALUE 'Y'.
      *    ARGUMENTS FOR 470-FIND-ROW AND 480-COUNT-ROWS.
       01 WS-FIND-FILE PIC X(01) VALUE SPACE.
       01 WS-FIND-KEY PIC X(06) VALUE SPACES.
       01 WS-LIVE-CT PIC 9(4) COMP VALUE 0.
       01 WS-USED-CT PIC 9(4) COMP VALUE 0.

      *    PENDING TRANSACTIONS -- THOSE CARRIED ON CTLPND PLUS ANY
      *    FUTURE-DATED ONES READ TODAY.  WS-PND-STATE IS W WHILE
      *    WAITING, D ONCE APPLIED OR REJECTED ON ITS DAY, X WHEN
      *    WITHDRAWN; ONLY W ROWS GO FORWARD TO NEWPND.  WS-PND-REC
      *    IS THE DANMNTRC IMAGE, SO (5:8) IS MT-EFF-DATE AND
      *    (43:100) MT-IMAGE.  OVERFLOW TERMINATES THE RUN RATHER
      *    THAN LOSE A SCHEDULED CHANGE.
       01 WS-PND-MAX PIC 9(4) COMP VALUE 200.
       01 WS-PND-CT PIC 9(4) COMP VALUE 0.
       01 WS-PND-SUB PIC 9(4) COMP VALUE 0.
       01 WS-PND-TABLE.
          05 WS-PND-ENTRY OCCURS 200 TIMES.
             10 WS-PND-REC PIC X(142).
             10 WS-PND-FILE PIC X(01).
             10 WS-PND-KEY PIC X(06).
             10 WS-PND-EFF PIC X(08).
             10 WS-PND-STATE PIC X(01).
                88 WS-PND-WAITING VALUE 'W'.
                88 WS-PND-DONE VALUE 'D'.
                88 WS-PND-WITHDRAWN VALUE 'X'.
      *    THE DUE PENDING ROW WITH THE EARLIEST EFFECTIVE DATE, SO
      *    TWO CHANGES TO ONE KEY FALLING DUE OVER A WEEKEND ARE
      *    APPLIED IN THE ORDER THEY WERE MEANT TO TAKE EFFECT.
       01 WS-DUE-HIT PIC 9(4) COMP VALUE 0.
       01 WS-DUE-EFF PIC X(08) VALUE SPACES.

      *    HOW THE TRANSACTION NOW IN WS-TRN-REC WAS DISPOSED OF.
       01 WS-TRN-SOURCE PIC X(04) VALUE SPACES.
       01 WS-TRN-KEY PIC X(06) VALUE SPACES.
       01 WS-OUTCOME PIC X(01) VALUE SPACE.
          88 WS-OUTCOME-APPLIED VALUE 'A'.
          88 WS-OUTCOME-PENDING VALUE 'P'.
          88 WS-OUTCOME-WITHDRAWN VALUE 'X'.
       01 WS-CROSS-SW PIC X VALUE 'Y'.
          88 WS-CROSS-CHECK VALUE 'Y'.
       01 WS-EDIT-REASON PIC X(40) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(100) VALUE SPACES.
       01 WS-WD-CT PIC 9(4) COMP VALUE 0.
       01 WS-WD-ED PIC ZZZ9.

      *    CCYYMMDD DATE EDIT WORK AREA.
       01 WS-CHK-DATE PIC X(08) VALUE SPACES.
       01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
          05 WS-CHK-CCYY PIC X(04).
          05 WS-CHK-MM PIC X(02).
          05 WS-CHK-DD PIC X(02).
       01 WS-DATE-OK-SW PIC X VALUE 'N'.
          88 WS-DATE-OK VALUE 'Y'.

       01 WS-SYSDATE.
          03 WS-SYSDATE-YY PIC X(2).
          03 WS-SYSDATE-MM PIC X(2).
          03 WS-SYSDATE-DD PIC X(2).
       01 WS-TODAY PIC X(08) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE 0.
       01 WS-TIME-R REDEFINES WS-TIME-OF-DAY.
          05 WS-TIME-HH PIC X(02).
          05 WS-TIME-MM PIC X(02).
          05 WS-TIME-SS PIC X(02).
          05 WS-TIME-HS PIC X(02).

       01 WS-HOST-IN-CT PIC 9(4) VALUE 0.
       01 WS-TGT-IN-CT PIC 9(4) VALUE 0.
       01 WS-CAL-IN-CT PIC 9(4) VALUE 0.
       01 WS-PND-IN-CT PIC 9(4) VALUE 0.
       01 WS-TRN-CT PIC 9(4) VALUE 0.
       01 WS-APPLIED-CT PIC 9(4) VALUE 0.
       01 WS-REJECT-CT PIC 9(4) VALUE 0.
       01 WS-HELD-CT PIC 9(4) VALUE 0.
       01 WS-WITHDRAWN-CT PIC 9(4) VALUE 0.
       01 WS-CARRY-CT PIC 9(4) VALUE 0.
       01 WS-LOG-SEQ PIC 9(4) VALUE 0.
       01 WS-HOST-OUT-CT PIC 9(4) VALUE 0.
       01 WS-TGT-OUT-CT PIC 9(4) VALUE 0.
       01 WS-CAL-OUT-CT PIC 9(4) VALUE 0.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    CTLRPT REPORT LINES
      ******************************************************************
       01 MN-HDR1.
          05 FILLER PIC X(44) VALUE
             'DANMNT CONTROL FILE CHANGE REGISTER'.
          05 FILLER PIC X(05) VALUE 'RUN '.
          05 MN-HDR-DATE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 MN-HDR-HH PIC X(02) VALUE SPACES.
          05 FILLER PIC X(01) VALUE ':'.
          05 MN-HDR-MM PIC X(02) VALUE SPACES.
          05 FILLER PIC X(01) VALUE ':'.
          05 MN-HDR-SS PIC X(02) VALUE SPACES.
       01 MN-HDR2.
          05 FILLER PIC X(07) VALUE ' SRC   '.
          05 FILLER PIC X(09) VALUE 'FILE     '.
          05 FILLER PIC X(03) VALUE 'ACT'.
          05 FILLER PIC X(09) VALUE '  KEY    '.
          05 FILLER PIC X(10) VALUE 'EFFECTIVE '.
          05 FILLER PIC X(10) VALUE 'REQUESTER '.
          05 FILLER PIC X(12) VALUE 'TICKET      '.
          05 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01 MN-TRN-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 MN-TRN-SOURCE PIC X(04) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 MN-TRN-FILE PIC X(07) VALUE SPACES.
          05 FILLER PIC X(03) VALUE SPACES.
          05 MN-TRN-ACTION PIC X(01) VALUE SPACE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 MN-TRN-KEY PIC X(06) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACES.
          05 MN-TRN-EFF PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 MN-TRN-REQ PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 MN-TRN-TICKET PIC X(10) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 MN-TRN-DISP PIC X(60) VALUE SPACES.
       01 MN-IMAGE-LINE.
          05 FILLER PIC X(09) VALUE SPACES.
          05 MN-IMG-LABEL PIC X(08) VALUE SPACES.
          05 MN-IMG-TEXT PIC X(100) VALUE SPACES.
       01 MN-NOTRN-LINE PIC X(50) VALUE
          ' NO CTLTRN SUPPLIED - PENDING CHANGES ONLY'.
       01 MN-PND-HDR PIC X(50) VALUE
          'PENDING CHANGES CARRIED FORWARD ON NEWPND'.
       01 MN-NONE-LINE PIC X(10) VALUE ' (NONE)'.
       01 MN-LIST-HDR.
          05 FILLER PIC X(04) VALUE 'NEW '.
          05 MN-LIST-FILE PIC X(07) VALUE SPACES.
          05 FILLER PIC X(18) VALUE ' AS IT WILL STAND'.
       01 MN-LIST-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 MN-LIST-TEXT PIC X(100) VALUE SPACES.
       01 MN-NOTGT-LINE.
          05 FILLER PIC X(40) VALUE
             ' (NONE - AN EMPTY DANTGT BUILDS NO TARGE'.
          05 FILLER PIC X(40) VALUE
             'TS; LEAVE DANTGT OUT OF THE RUN INSTEAD)'.
       01 MN-TOTAL1.
          05 FILLER PIC X(20) VALUE ' TRANSACTIONS READ  '.
          05 MN-TOT-TRN PIC ZZZ9.
          05 FILLER PIC X(19) VALUE '   PENDING CARRIED '.
          05 MN-TOT-PND-IN PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   APPLIED  '.
          05 MN-TOT-APPLIED PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   REJECTED '.
          05 MN-TOT-REJECT PIC ZZZ9.
       01 MN-TOTAL2.
          05 FILLER PIC X(20) VALUE ' NEWLY PENDING      '.
          05 MN-TOT-HELD PIC ZZZ9.
          05 FILLER PIC X(19) VALUE '   WITHDRAWN       '.
          05 MN-TOT-WD PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   PENDING  '.
          05 MN-TOT-CARRY PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   LOGGED   '.
          05 MN-TOT-LOG PIC ZZZ9.
       01 MN-TOTAL3.
          05 FILLER PIC X(20) VALUE ' NEW DANHOST RECORDS'.
          05 MN-TOT-HOST PIC ZZZ9.
          05 FILLER PIC X(19) VALUE '   DANTGT TARGETS  '.
          05 MN-TOT-TGT PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   DANCAL   '.
          05 MN-TOT-CAL PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 150-INIT-RUN THRU 150-INIT-EXIT
           PERFORM 200-LOAD-CONTROL THRU 200-LOAD-EXIT
           PERFORM 250-LOAD-PENDING THRU 250-LOAD-EXIT
           PERFORM 300-APPLY-PENDING THRU 300-APPLY-EXIT
           PERFORM 350-APPLY-NEW THRU 350-APPLY-EXIT
           PERFORM 600-WRITE-NEW-FILES THRU 600-WRITE-EXIT
           PERFORM 650-WRITE-PENDING THRU 650-WRITE-EXIT
           PERFORM 700-PRINT-LISTING THRU 700-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

       100-OPEN-FILES.

           OPEN INPUT DANHOST.
           IF DANHOST-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANHOST. CODE=' DANHOST-STATUS
               MOVE DANHOST-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANTGT.
           IF DANTGT-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANTGT. CODE=' DANTGT-STATUS
               MOVE DANTGT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANCAL.
           IF DANCAL-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANCAL. CODE=' DANCAL-STATUS
               MOVE DANCAL-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT CTLTRN.
           IF CTLTRN-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CTLTRN. CODE=' CTLTRN-STATUS
               MOVE CTLTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT CTLPND.
           IF CTLPND-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CTLPND. CODE=' CTLPND-STATUS
               MOVE CTLPND-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWHOST.
           IF NEWHOST-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWHOST. CODE=' NEWHOST-STATUS
               MOVE NEWHOST-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWTGT.
           IF NEWTGT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWTGT. CODE=' NEWTGT-STATUS
               MOVE NEWTGT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWCAL.
           IF NEWCAL-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWCAL. CODE=' NEWCAL-STATUS
               MOVE NEWCAL-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWPND.
           IF NEWPND-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWPND. CODE=' NEWPND-STATUS
               MOVE NEWPND-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

      *
      *    STATUS 05 ON CTLLOG IS THE FIRST RUN CREATING THE LOG.
           OPEN EXTEND CTLLOG.
           IF CTLLOG-STATUS IS NOT = '00' AND '05'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CTLLOG. CODE=' CTLLOG-STATUS
               MOVE CTLLOG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT CTLRPT.
           IF CTLRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CTLRPT. CODE=' CTLRPT-STATUS
               MOVE CTLRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    150-INIT-RUN TAKES THE RUN DATE (CCYYMMDD) AND TIME THAT
      *    EVERY EFFECTIVE DATE IS MEASURED AGAINST AND EVERY CHANGE
      *    LOG RECORD IS STAMPED WITH, AND HEADS THE REGISTER.
      ******************************************************************
       150-INIT-RUN.

           ACCEPT WS-SYSDATE FROM DATE
           STRING '20', WS-SYSDATE-YY, WS-SYSDATE-MM, WS-SYSDATE-DD
                  DELIMITED BY SIZE INTO WS-TODAY
           ACCEPT WS-TIME-OF-DAY FROM TIME

           MOVE WS-TODAY TO MN-HDR-DATE
           MOVE WS-TIME-HH TO MN-HDR-HH
           MOVE WS-TIME-MM TO MN-HDR-MM
           MOVE WS-TIME-SS TO MN-HDR-SS
           MOVE MN-HDR1 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE MN-HDR2 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           .
       150-INIT-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-CONTROL LOADS THE THREE CURRENT CONTROL FILES INTO
      *    THE TABLE AS THEY STAND.  A FILE ALREADY CARRYING A
      *    DUPLICATE KEY KEEPS IT; THE KEY SEARCH FINDS THE EARLIER
      *    RECORD, WHICH IS THE ONE THE BUILD RUN USES.
      ******************************************************************
       200-LOAD-CONTROL.

           PERFORM 210-READ-DANHOST THRU 210-READ-EXIT
               UNTIL DANHOST-EOF

           IF DANTGT-STATUS = '00'
               PERFORM 220-READ-DANTGT THRU 220-READ-EXIT
                   UNTIL DANTGT-EOF
           ELSE
               DISPLAY 'DANTGT NOT SUPPLIED - NO TARGETS LOADED'
           END-IF

           IF DANCAL-STATUS = '00'
               PERFORM 230-READ-DANCAL THRU 230-READ-EXIT
                   UNTIL DANCAL-EOF
           ELSE
               DISPLAY 'DANCAL NOT SUPPLIED - NO CALENDAR LOADED'
           END-IF

           .
       200-LOAD-EXIT.
           EXIT.

       210-READ-DANHOST.

           READ DANHOST RECORD AT END MOVE 'Y' TO DANHOST-ENDFILE.
           IF DANHOST-STATUS IS NOT = '00' AND
              DANHOST-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANHOST Code=' DANHOST-STATUS
               MOVE DANHOST-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANHOST-EOF
               ADD 1 TO WS-HOST-IN-CT
               MOVE DANHOST-REC TO WS-HOST-REC
               MOVE 'H' TO WS-FIND-FILE
               MOVE DH-BRANCH TO WS-FIND-KEY
               MOVE WS-HOST-REC TO WS-AFTER-IMAGE
               PERFORM 240-ADD-ROW THRU 240-ADD-ROW-EXIT
           END-IF

           .
       210-READ-EXIT.
           EXIT.

       220-READ-DANTGT.

           READ DANTGT RECORD AT END MOVE 'Y' TO DANTGT-ENDFILE.
           IF DANTGT-STATUS IS NOT = '00' AND
              DANTGT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANTGT Code=' DANTGT-STATUS
               MOVE DANTGT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANTGT-EOF
               ADD 1 TO WS-TGT-IN-CT
               MOVE DANTGT-REC TO WS-TGT-REC
               MOVE 'T' TO WS-FIND-FILE
               MOVE TG-SUFFIX TO WS-FIND-KEY
               MOVE WS-TGT-REC TO WS-AFTER-IMAGE
               PERFORM 240-ADD-ROW THRU 240-ADD-ROW-EXIT
           END-IF

           .
       220-READ-EXIT.
           EXIT.

       230-READ-DANCAL.

           READ DANCAL RECORD AT END MOVE 'Y' TO DANCAL-ENDFILE.
           IF DANCAL-STATUS IS NOT = '00' AND
              DANCAL-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANCAL Code=' DANCAL-STATUS
               MOVE DANCAL-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANCAL-EOF
               ADD 1 TO WS-CAL-IN-CT
               MOVE DANCAL-REC TO WS-CAL-REC
               MOVE 'C' TO WS-FIND-FILE
               MOVE CL-DATE TO WS-FIND-KEY
               MOVE WS-CAL-REC TO WS-AFTER-IMAGE
               PERFORM 240-ADD-ROW THRU 240-ADD-ROW-EXIT
           END-IF

           .
       230-READ-EXIT.
           EXIT.

      ******************************************************************
      *    240-ADD-ROW APPENDS WS-AFTER-IMAGE TO THE TABLE AS A RECORD
      *    OF FILE WS-FIND-FILE UNDER KEY WS-FIND-KEY.
      ******************************************************************
       240-ADD-ROW.

           IF WS-CTL-CT < WS-CTL-MAX
               ADD 1 TO WS-CTL-CT
               MOVE WS-AFTER-IMAGE TO WS-CTL-IMAGE (WS-CTL-CT)
               MOVE WS-FIND-FILE TO WS-CTL-FILE (WS-CTL-CT)
               MOVE WS-FIND-KEY TO WS-CTL-KEY (WS-CTL-CT)
               MOVE 'N' TO WS-CTL-DEL-SW (WS-CTL-CT)
           ELSE
               DISPLAY 'PROGRAM TERMINATED. CONTROL RECORDS EXCEED WS-C
      -            'TL TABLE - NEW FILES WOULD BE INCOMPLETE'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       240-ADD-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    250-LOAD-PENDING LOADS THE TRANSACTIONS EARLIER RUNS HELD
      *    FOR A LATER EFFECTIVE DATE.
      ******************************************************************
       250-LOAD-PENDING.

           IF CTLPND-STATUS = '00'
               PERFORM 260-READ-CTLPND THRU 260-READ-EXIT
                   UNTIL CTLPND-EOF
           END-IF

           .
       250-LOAD-EXIT.
           EXIT.

       260-READ-CTLPND.

           READ CTLPND RECORD AT END MOVE 'Y' TO CTLPND-ENDFILE.
           IF CTLPND-STATUS IS NOT = '00' AND
              CTLPND-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'CTLPND Code=' CTLPND-STATUS
               MOVE CTLPND-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT CTLPND-EOF
               ADD 1 TO WS-PND-IN-CT
               MOVE CTLPND-REC TO WS-TRN-REC
               PERFORM 410-SET-KEY THRU 410-SET-KEY-EXIT
               PERFORM 265-ADD-PENDING THRU 265-ADD-PENDING-EXIT
           END-IF

           .
       260-READ-EXIT.
           EXIT.

      ******************************************************************
      *    265-ADD-PENDING ADDS THE TRANSACTION IN WS-TRN-REC TO THE
      *    PENDING TABLE AS WAITING.
      ******************************************************************
       265-ADD-PENDING.

           IF WS-PND-CT < WS-PND-MAX
               ADD 1 TO WS-PND-CT
               MOVE WS-TRN-REC TO WS-PND-REC (WS-PND-CT)
               MOVE MT-FILE TO WS-PND-FILE (WS-PND-CT)
               MOVE WS-TRN-KEY TO WS-PND-KEY (WS-PND-CT)
               MOVE MT-EFF-DATE TO WS-PND-EFF (WS-PND-CT)
               MOVE 'W' TO WS-PND-STATE (WS-PND-CT)
           ELSE
               DISPLAY 'PROGRAM TERMINATED. PENDING CHANGES EXCEED WS-P
      -            'ND TABLE - A SCHEDULED CHANGE WOULD BE LOST'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       265-ADD-PENDING-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-PENDING APPLIES EVERY PENDING CHANGE WHOSE
      *    EFFECTIVE DATE HAS ARRIVED, EARLIEST EFFECTIVE DATE FIRST
      *    (FILE ORDER WITHIN A DATE), AHEAD OF TODAY'S TRANSACTIONS,
      *    WHICH WERE KEYED LATER.  A PENDING CHANGE THAT NO LONGER
      *    FITS THE FILES IS REJECTED AND DROPPED -- IT HAS TO BE
      *    KEYED AGAIN.
      ******************************************************************
       300-APPLY-PENDING.

           MOVE 'PEND' TO WS-TRN-SOURCE
           MOVE 1 TO WS-DUE-HIT
           PERFORM 310-APPLY-NEXT-DUE THRU 310-APPLY-NEXT-EXIT
               UNTIL WS-DUE-HIT = 0

           .
       300-APPLY-EXIT.
           EXIT.

       310-APPLY-NEXT-DUE.

           MOVE 0 TO WS-DUE-HIT
           MOVE HIGH-VALUES TO WS-DUE-EFF
           MOVE 1 TO WS-PND-SUB
           PERFORM 315-SCAN-DUE THRU 315-SCAN-EXIT
               UNTIL WS-PND-SUB > WS-PND-CT

           IF WS-DUE-HIT > 0
               MOVE 'D' TO WS-PND-STATE (WS-DUE-HIT)
               MOVE WS-PND-REC (WS-DUE-HIT) TO WS-TRN-REC
               PERFORM 410-SET-KEY THRU 410-SET-KEY-EXIT
               PERFORM 405-EDIT-HEADER THRU 405-EDIT-EXIT
               IF WS-EDIT-REASON = SPACES
                   PERFORM 400-APPLY-TRN THRU 400-APPLY-EXIT
               END-IF
               PERFORM 500-PRINT-TRN THRU 500-PRINT-TRN-EXIT
           END-IF

           .
       310-APPLY-NEXT-EXIT.
           EXIT.

       315-SCAN-DUE.

           IF WS-PND-WAITING (WS-PND-SUB) AND
              WS-PND-EFF (WS-PND-SUB) NOT > WS-TODAY AND
              WS-PND-EFF (WS-PND-SUB) < WS-DUE-EFF
               MOVE WS-PND-SUB TO WS-DUE-HIT
               MOVE WS-PND-EFF (WS-PND-SUB) TO WS-DUE-EFF
           END-IF
           ADD 1 TO WS-PND-SUB

           .
       315-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    350-APPLY-NEW WORKS TODAY'S CTLTRN IN FILE ORDER, SO AN ADD
      *    FOLLOWED BY A CHANGE TO THE SAME KEY IN ONE RUN WORKS AS
      *    OPERATIONS WOULD EXPECT.  A TRANSACTION DUE TODAY OR
      *    EARLIER IS APPLIED NOW; ONE WITH A LATER EFFECTIVE DATE IS
      *    EDITED AND HELD; X WITHDRAWS WHAT IS HELD FOR ITS KEY.
      ******************************************************************
       350-APPLY-NEW.

           MOVE 'NEW ' TO WS-TRN-SOURCE
           IF CTLTRN-STATUS = '00'
               PERFORM 360-READ-CTLTRN THRU 360-READ-EXIT
                   UNTIL CTLTRN-EOF
           ELSE
               MOVE MN-NOTRN-LINE TO CTLRPT-REC
               PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           END-IF

           .
       350-APPLY-EXIT.
           EXIT.

       360-READ-CTLTRN.

           READ CTLTRN RECORD AT END MOVE 'Y' TO CTLTRN-ENDFILE.
           IF CTLTRN-STATUS IS NOT = '00' AND
              CTLTRN-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'CTLTRN Code=' CTLTRN-STATUS
               MOVE CTLTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT CTLTRN-EOF
               ADD 1 TO WS-TRN-CT
               MOVE CTLTRN-REC TO WS-TRN-REC
               MOVE WS-TODAY TO MT-SUBMIT-DATE
               PERFORM 410-SET-KEY THRU 410-SET-KEY-EXIT
               PERFORM 405-EDIT-HEADER THRU 405-EDIT-EXIT
               IF WS-EDIT-REASON = SPACES
                   EVALUATE TRUE
                       WHEN MT-WITHDRAW
                           PERFORM 380-WITHDRAW THRU 380-WITHDRAW-EXIT
                       WHEN MT-EFF-DATE > WS-TODAY
                           PERFORM 370-HOLD-FUTURE THRU 370-HOLD-EXIT
                       WHEN OTHER
                           PERFORM 400-APPLY-TRN THRU 400-APPLY-EXIT
                   END-EVALUATE
               END-IF
               PERFORM 500-PRINT-TRN THRU 500-PRINT-TRN-EXIT
           END-IF

           .
       360-READ-EXIT.
           EXIT.

      ******************************************************************
      *    370-HOLD-FUTURE EDITS A FUTURE-DATED ADD OR CHANGE NOW, SO A
      *    TYPO IS FOUND THE DAY IT IS KEYED AND NOT ON THE CUTOVER
      *    WEEKEND, AND HOLDS IT.  CHECKS AGAINST THE OTHER FILES WAIT
      *    FOR THE EFFECTIVE DATE -- THE HOST A NEW TARGET NEEDS MAY
      *    ITSELF BE PENDING.
      ******************************************************************
       370-HOLD-FUTURE.

           IF MT-ADD OR MT-CHANGE
               MOVE 'N' TO WS-CROSS-SW
               PERFORM 450-EDIT-IMAGE THRU 450-EDIT-EXIT
           END-IF
           IF WS-EDIT-REASON = SPACES
               PERFORM 265-ADD-PENDING THRU 265-ADD-PENDING-EXIT
               MOVE 'P' TO WS-OUTCOME
           END-IF

           .
       370-HOLD-EXIT.
           EXIT.

      ******************************************************************
      *    380-WITHDRAW DROPS EVERY CHANGE STILL WAITING FOR THIS FILE
      *    AND KEY -- A POSTPONED CUTOVER -- AND LOGS EACH ONE, WITH
      *    THE IMAGE IT WOULD HAVE APPLIED AS THE BEFORE IMAGE.
      ******************************************************************
       380-WITHDRAW.

           MOVE 0 TO WS-WD-CT
           MOVE 1 TO WS-PND-SUB
           PERFORM 385-SCAN-WITHDRAW THRU 385-SCAN-EXIT
               UNTIL WS-PND-SUB > WS-PND-CT
           IF WS-WD-CT = 0
               MOVE 'NO PENDING CHANGE FOR THIS KEY'
                   TO WS-EDIT-REASON
           ELSE
               MOVE 'X' TO WS-OUTCOME
           END-IF

           .
       380-WITHDRAW-EXIT.
           EXIT.

       385-SCAN-WITHDRAW.

           IF WS-PND-WAITING (WS-PND-SUB) AND
              WS-PND-FILE (WS-PND-SUB) = MT-FILE AND
              WS-PND-KEY (WS-PND-SUB) = WS-TRN-KEY
               MOVE 'X' TO WS-PND-STATE (WS-PND-SUB)
               ADD 1 TO WS-WD-CT
               ADD 1 TO WS-WITHDRAWN-CT
               MOVE WS-PND-REC (WS-PND-SUB) (43:100) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 490-LOG-CHANGE THRU 490-LOG-EXIT
               MOVE WS-PND-EFF (WS-PND-SUB) TO CG-EFF-DATE
               PERFORM 495-WRITE-CTLLOG THRU 495-WRITE-EXIT
           END-IF
           ADD 1 TO WS-PND-SUB

           .
       385-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    400-APPLY-TRN APPLIES THE ADD, CHANGE OR DELETE IN
      *    WS-TRN-REC TO THE TABLE AND LOGS IT.  THE FIRST PROBLEM
      *    FOUND IS LEFT IN WS-EDIT-REASON AND NOTHING IS CHANGED.
      ******************************************************************
       400-APPLY-TRN.

           MOVE 'Y' TO WS-CROSS-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE MT-FILE TO WS-FIND-FILE
           MOVE WS-TRN-KEY TO WS-FIND-KEY
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM 420-ADD-REC THRU 420-ADD-EXIT
               WHEN MT-CHANGE
                   PERFORM 430-CHANGE-REC THRU 430-CHANGE-EXIT
               WHEN MT-DELETE
                   PERFORM 440-DELETE-REC THRU 440-DELETE-EXIT
           END-EVALUATE

           IF WS-EDIT-REASON = SPACES
               MOVE 'A' TO WS-OUTCOME
               PERFORM 490-LOG-CHANGE THRU 490-LOG-EXIT
               PERFORM 495-WRITE-CTLLOG THRU 495-WRITE-EXIT
           END-IF

           .
       400-APPLY-EXIT.
           EXIT.

      ******************************************************************
      *    405-EDIT-HEADER CHECKS THE TRANSACTION'S OWN FIELDS.  NO
      *    CHANGE IS TAKEN WITHOUT A REQUESTER -- THE LOG IS ONLY AS
      *    GOOD AS THE NAME ON IT.
      ******************************************************************
       405-EDIT-HEADER.

           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACE TO WS-OUTCOME
           EVALUATE TRUE
               WHEN NOT MT-FILE-HOST AND NOT MT-FILE-TGT AND
                    NOT MT-FILE-CAL
                   MOVE 'FILE NOT H, T OR C' TO WS-EDIT-REASON
               WHEN NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
                    AND NOT MT-WITHDRAW
                   MOVE 'ACTION NOT A, C, D OR X' TO WS-EDIT-REASON
               WHEN MT-REQUESTER = SPACES
                   MOVE 'REQUESTER IS BLANK' TO WS-EDIT-REASON
               WHEN WS-TRN-KEY = SPACES
                   MOVE 'KEY IS BLANK' TO WS-EDIT-REASON
           END-EVALUATE

           IF MT-EFF-DATE NOT = SPACES AND WS-EDIT-REASON = SPACES
               MOVE MT-EFF-DATE TO WS-CHK-DATE
               PERFORM 415-CHECK-DATE THRU 415-CHECK-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'EFFECTIVE DATE NOT A VALID CCYYMMDD'
                       TO WS-EDIT-REASON
               END-IF
           END-IF

           .
       405-EDIT-EXIT.
           EXIT.

      ******************************************************************
      *    410-SET-KEY TAKES THE KEY FROM THE FRONT OF THE IMAGE --
      *    CL-DATE FOR DANCAL, ONE CHARACTER (DH-BRANCH OR TG-SUFFIX)
      *    FOR THE OTHERS.
      ******************************************************************
       410-SET-KEY.

           IF MT-FILE-CAL
               MOVE MT-IMAGE (1:6) TO WS-TRN-KEY
           ELSE
               MOVE MT-IMAGE (1:1) TO WS-TRN-KEY
           END-IF

           .
       410-SET-KEY-EXIT.
           EXIT.

      ******************************************************************
      *    415-CHECK-DATE SETS WS-DATE-OK WHEN WS-CHK-DATE HOLDS A
      *    PLAUSIBLE CCYYMMDD DATE.
      ******************************************************************
       415-CHECK-DATE.

           MOVE 'Y' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC OR
              WS-CHK-MM < '01' OR WS-CHK-MM > '12' OR
              WS-CHK-DD < '01' OR WS-CHK-DD > '31' OR
              WS-CHK-CCYY < '1900'
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF

           .
       415-CHECK-EXIT.
           EXIT.

       420-ADD-REC.

           PERFORM 450-EDIT-IMAGE THRU 450-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 470-FIND-ROW THRU 470-FIND-EXIT
               IF WS-CTL-FOUND
                   MOVE 'KEY IS ALREADY ON THE FILE' TO WS-EDIT-REASON
               ELSE
                   PERFORM 240-ADD-ROW THRU 240-ADD-ROW-EXIT
               END-IF
           END-IF

           .
       420-ADD-EXIT.
           EXIT.

       430-CHANGE-REC.

           PERFORM 450-EDIT-IMAGE THRU 450-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 470-FIND-ROW THRU 470-FIND-EXIT
               IF NOT WS-CTL-FOUND
                   MOVE 'NO RECORD ON THE FILE FOR THIS KEY'
                       TO WS-EDIT-REASON
               ELSE
                   MOVE WS-CTL-IMAGE (WS-CTL-HIT) TO WS-BEFORE-IMAGE
                   IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
                       MOVE 'SAME AS THE RECORD ON THE FILE'
                           TO WS-EDIT-REASON
                   ELSE
                       MOVE WS-AFTER-IMAGE
                           TO WS-CTL-IMAGE (WS-CTL-HIT)
                   END-IF
               END-IF
           END-IF

           .
       430-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    440-DELETE-REC REMOVES A RECORD, UNLESS IT IS THE LAST HOST
      *    OR TARGET, OR A HOST A TARGET STILL SENDS THROUGH -- EITHER
      *    WOULD STOP THE BUILD RUN.
      ******************************************************************
       440-DELETE-REC.

           PERFORM 470-FIND-ROW THRU 470-FIND-EXIT
           IF NOT WS-CTL-FOUND
               MOVE 'NO RECORD ON THE FILE FOR THIS KEY'
                   TO WS-EDIT-REASON
           ELSE
               PERFORM 480-COUNT-ROWS THRU 480-COUNT-EXIT
               EVALUATE TRUE
                   WHEN MT-FILE-HOST AND WS-USED-CT > 0
                       MOVE 'BRANCH STILL USED BY A DANTGT TARGET'
                           TO WS-EDIT-REASON
                   WHEN MT-FILE-HOST AND WS-LIVE-CT = 1
                       MOVE 'LAST DANHOST RECORD CANNOT BE DELETED'
                           TO WS-EDIT-REASON
                   WHEN MT-FILE-TGT AND WS-LIVE-CT = 1
                       MOVE 'LAST DANTGT TARGET CANNOT BE DELETED'
                           TO WS-EDIT-REASON
                   WHEN OTHER
                       MOVE WS-CTL-IMAGE (WS-CTL-HIT)
                           TO WS-BEFORE-IMAGE
                       MOVE 'Y' TO WS-CTL-DEL-SW (WS-CTL-HIT)
               END-EVALUATE
           END-IF

           .
       440-DELETE-EXIT.
           EXIT.

      ******************************************************************
      *    450-EDIT-IMAGE HOLDS THE NEW RECORD TO THE RULES DANVAL
      *    PRE-FLIGHTS FOR ITS FILE, WITH THE SAME REASON TEXT, AND
      *    LEAVES IT IN WS-AFTER-IMAGE.  THE CHECK THAT A TARGET'S
      *    BRANCH IS ON DANHOST IS MADE ONLY WHEN WS-CROSS-CHECK.
      ******************************************************************
       450-EDIT-IMAGE.

           EVALUATE TRUE
               WHEN MT-FILE-HOST
                   PERFORM 452-EDIT-HOST THRU 452-EDIT-HOST-EXIT
               WHEN MT-FILE-TGT
                   PERFORM 454-EDIT-TGT THRU 454-EDIT-TGT-EXIT
               WHEN MT-FILE-CAL
                   PERFORM 456-EDIT-CAL THRU 456-EDIT-CAL-EXIT
           END-EVALUATE

           .
       450-EDIT-EXIT.
           EXIT.

       452-EDIT-HOST.

           MOVE MT-IMAGE TO WS-HOST-REC
           MOVE WS-HOST-REC TO WS-AFTER-IMAGE
           MOVE DH-BRANCH TO WS-CHK-BRANCH
           EVALUATE TRUE
               WHEN NOT WS-BRANCH-RECOGNIZED
                   MOVE 'BRANCH CODE NOT RECOGNIZED (F/C/I)'
                       TO WS-EDIT-REASON
               WHEN DH-HOST-LINE = SPACES
                   MOVE 'HOST/OPEN LINE IS BLANK' TO WS-EDIT-REASON
               WHEN DH-LOGIN-LINE = SPACES
                   MOVE 'LOGIN LINE IS BLANK' TO WS-EDIT-REASON
               WHEN DH-CD-LINE = SPACES
                   MOVE 'CD PATH LINE IS BLANK' TO WS-EDIT-REASON
               WHEN DH-PUT-TEXT = SPACES
                   MOVE 'PUT TARGET IS BLANK' TO WS-EDIT-REASON
               WHEN DH-PROTOCOL NOT = 'F' AND DH-PROTOCOL NOT = 'S'
                    AND DH-PROTOCOL NOT = SPACE
                   MOVE 'PROTOCOL NOT F (FTP) OR S (SFTP)'
                       TO WS-EDIT-REASON
           END-EVALUATE

           .
       452-EDIT-HOST-EXIT.
           EXIT.

       454-EDIT-TGT.

           MOVE MT-IMAGE TO WS-TGT-REC
           MOVE WS-TGT-REC TO WS-AFTER-IMAGE
           MOVE TG-SUFFIX TO WS-CHK-SUFFIX
           IF NOT WS-SUFFIX-VALID
               MOVE 'SUFFIX NOT A LETTER OR DIGIT' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-REASON = SPACES AND WS-CROSS-CHECK
               MOVE 'H' TO WS-FIND-FILE
               MOVE TG-BRANCH TO WS-FIND-KEY
               PERFORM 470-FIND-ROW THRU 470-FIND-EXIT
               IF NOT WS-CTL-FOUND
                   MOVE 'NO DANHOST RECORD FOR THIS BRANCH'
                       TO WS-EDIT-REASON
               END-IF
               MOVE MT-FILE TO WS-FIND-FILE
               MOVE WS-TRN-KEY TO WS-FIND-KEY
           END-IF

           .
       454-EDIT-TGT-EXIT.
           EXIT.

       456-EDIT-CAL.

           MOVE MT-IMAGE TO WS-CAL-REC
           MOVE WS-CAL-REC TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN CL-DATE IS NOT NUMERIC OR
                    CL-DATE (1:2) < '01' OR CL-DATE (1:2) > '12' OR
                    CL-DATE (3:2) < '01' OR CL-DATE (3:2) > '31'
                   MOVE 'DATE NOT A VALID MMDDYY' TO WS-EDIT-REASON
               WHEN CL-TGT-COUNT IS NOT NUMERIC
                   MOVE 'EXPECTED TARGET COUNT NOT NUMERIC'
                       TO WS-EDIT-REASON
               WHEN CL-TGT-COUNT = 0
                   MOVE 'EXPECTED TARGET COUNT IS ZERO'
                       TO WS-EDIT-REASON
           END-EVALUATE

           .
       456-EDIT-CAL-EXIT.
           EXIT.

      ******************************************************************
      *    470-FIND-ROW LOOKS FOR A LIVE ROW OF FILE WS-FIND-FILE WITH
      *    KEY WS-FIND-KEY.  WS-CTL-HIT POINTS AT IT WHEN FOUND.
      ******************************************************************
       470-FIND-ROW.

           MOVE 'N' TO WS-CTL-FOUND-SW
           MOVE 0 TO WS-CTL-HIT
           MOVE 1 TO WS-CTL-SUB
           PERFORM 475-SCAN-ROW THRU 475-SCAN-EXIT
               UNTIL WS-CTL-FOUND OR WS-CTL-SUB > WS-CTL-CT

           .
       470-FIND-EXIT.
           EXIT.

       475-SCAN-ROW.

           IF WS-CTL-FILE (WS-CTL-SUB) = WS-FIND-FILE AND
              WS-CTL-KEY (WS-CTL-SUB) = WS-FIND-KEY AND
              NOT WS-CTL-DELETED (WS-CTL-SUB)
               MOVE 'Y' TO WS-CTL-FOUND-SW
               MOVE WS-CTL-SUB TO WS-CTL-HIT
           ELSE
               ADD 1 TO WS-CTL-SUB
           END-IF

           .
       475-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    480-COUNT-ROWS COUNTS THE LIVE ROWS OF FILE WS-FIND-FILE
      *    (WS-LIVE-CT) AND THE LIVE TARGETS SENDING THROUGH BRANCH
      *    WS-FIND-KEY (WS-USED-CT).
      ******************************************************************
       480-COUNT-ROWS.

           MOVE 0 TO WS-LIVE-CT
           MOVE 0 TO WS-USED-CT
           MOVE 1 TO WS-CTL-SUB
           PERFORM 485-SCAN-COUNT THRU 485-SCAN-COUNT-EXIT
               UNTIL WS-CTL-SUB > WS-CTL-CT

           .
       480-COUNT-EXIT.
           EXIT.

       485-SCAN-COUNT.

           IF NOT WS-CTL-DELETED (WS-CTL-SUB)
               IF WS-CTL-FILE (WS-CTL-SUB) = WS-FIND-FILE
                   ADD 1 TO WS-LIVE-CT
               END-IF
               IF WS-CTL-FILE (WS-CTL-SUB) = 'T' AND
                  WS-CTL-IMAGE (WS-CTL-SUB) (3:1) = WS-FIND-KEY
                   ADD 1 TO WS-USED-CT
               END-IF
           END-IF
           ADD 1 TO WS-CTL-SUB

           .
       485-SCAN-COUNT-EXIT.
           EXIT.

      ******************************************************************
      *    490-LOG-CHANGE BUILDS THE CHANGE LOG RECORD FOR WS-TRN-REC
      *    AND THE BEFORE/AFTER IMAGES; 495-WRITE-CTLLOG WRITES IT.
      ******************************************************************
       490-LOG-CHANGE.

           ADD 1 TO WS-LOG-SEQ
           MOVE SPACES TO CTLLOG-REC
           MOVE WS-TODAY TO CG-RUN-DATE
           MOVE WS-TIME-OF-DAY TO CG-RUN-TIME
           MOVE WS-LOG-SEQ TO CG-SEQ
           MOVE MT-FILE TO CG-FILE
           MOVE MT-ACTION TO CG-ACTION
           MOVE WS-TRN-KEY TO CG-KEY
           MOVE MT-EFF-DATE TO CG-EFF-DATE
           MOVE MT-REQUESTER TO CG-REQUESTER
           MOVE MT-TICKET TO CG-TICKET
           MOVE MT-SUBMIT-DATE TO CG-SUBMIT-DATE
           MOVE WS-BEFORE-IMAGE TO CG-BEFORE
           MOVE WS-AFTER-IMAGE TO CG-AFTER

           .
       490-LOG-EXIT.
           EXIT.

       495-WRITE-CTLLOG.

           WRITE CTLLOG-REC
           IF CTLLOG-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E CTLLOG. CODE=' CTLLOG-STATUS
               MOVE CTLLOG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       495-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    500-PRINT-TRN COUNTS THE TRANSACTION BY ITS DISPOSITION AND
      *    PRINTS IT, WITH THE BEFORE AND AFTER IMAGES OF AN APPLIED
      *    CHANGE FOR THE AUDITOR.
      ******************************************************************
       500-PRINT-TRN.

           MOVE WS-TRN-SOURCE TO MN-TRN-SOURCE
           PERFORM 520-SET-FILE-NAME THRU 520-SET-FILE-EXIT
           MOVE MT-ACTION TO MN-TRN-ACTION
           MOVE WS-TRN-KEY TO MN-TRN-KEY
           MOVE MT-EFF-DATE TO MN-TRN-EFF
           MOVE MT-REQUESTER TO MN-TRN-REQ
           MOVE MT-TICKET TO MN-TRN-TICKET
           MOVE SPACES TO MN-TRN-DISP
           EVALUATE TRUE
               WHEN WS-EDIT-REASON NOT = SPACES
                   ADD 1 TO WS-REJECT-CT
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                          WS-EDIT-REASON DELIMITED BY SIZE
                       INTO MN-TRN-DISP
               WHEN WS-OUTCOME-APPLIED
                   ADD 1 TO WS-APPLIED-CT
                   STRING 'APPLIED - KEYED ' DELIMITED BY SIZE
                          MT-SUBMIT-DATE DELIMITED BY SIZE
                       INTO MN-TRN-DISP
               WHEN WS-OUTCOME-PENDING
                   ADD 1 TO WS-HELD-CT
                   STRING 'PENDING UNTIL ' DELIMITED BY SIZE
                          MT-EFF-DATE DELIMITED BY SIZE
                       INTO MN-TRN-DISP
               WHEN WS-OUTCOME-WITHDRAWN
                   MOVE WS-WD-CT TO WS-WD-ED
                   STRING 'PENDING CHANGES WITHDRAWN:' DELIMITED BY SIZE
                          WS-WD-ED DELIMITED BY SIZE
                       INTO MN-TRN-DISP
           END-EVALUATE
           MOVE MN-TRN-LINE TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           IF WS-EDIT-REASON = SPACES AND WS-OUTCOME-APPLIED
               PERFORM 510-PRINT-IMAGES THRU 510-PRINT-IMAGES-EXIT
           END-IF

           .
       500-PRINT-TRN-EXIT.
           EXIT.

       510-PRINT-IMAGES.

           MOVE 'BEFORE' TO MN-IMG-LABEL
           IF WS-BEFORE-IMAGE = SPACES
               MOVE '(NONE - ADDED)' TO MN-IMG-TEXT
           ELSE
               MOVE WS-BEFORE-IMAGE TO MN-IMG-TEXT
           END-IF
           MOVE MN-IMAGE-LINE TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           MOVE 'AFTER' TO MN-IMG-LABEL
           IF WS-AFTER-IMAGE = SPACES
               MOVE '(NONE - DELETED)' TO MN-IMG-TEXT
           ELSE
               MOVE WS-AFTER-IMAGE TO MN-IMG-TEXT
           END-IF
           MOVE MN-IMAGE-LINE TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           .
       510-PRINT-IMAGES-EXIT.
           EXIT.

      ******************************************************************
      *    520-SET-FILE-NAME PUTS THE NAME OF THE FILE MT-FILE STANDS
      *    FOR IN THE REGISTER LINE.
      ******************************************************************
       520-SET-FILE-NAME.

           EVALUATE TRUE
               WHEN MT-FILE-HOST
                   MOVE 'DANHOST' TO MN-TRN-FILE
               WHEN MT-FILE-TGT
                   MOVE 'DANTGT' TO MN-TRN-FILE
               WHEN MT-FILE-CAL
                   MOVE 'DANCAL' TO MN-TRN-FILE
               WHEN OTHER
                   MOVE MT-FILE TO MN-TRN-FILE
           END-EVALUATE

           .
       520-SET-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-NEW-FILES WRITES EVERY LIVE ROW TO ITS NEW FILE,
      *    IN THE ORDER LOADED, WITH ADDS AT THE END.
      ******************************************************************
       600-WRITE-NEW-FILES.

           MOVE 1 TO WS-CTL-SUB
           PERFORM 610-WRITE-ROW THRU 610-WRITE-ROW-EXIT
               UNTIL WS-CTL-SUB > WS-CTL-CT

           .
       600-WRITE-EXIT.
           EXIT.

       610-WRITE-ROW.

           IF NOT WS-CTL-DELETED (WS-CTL-SUB)
               EVALUATE WS-CTL-FILE (WS-CTL-SUB)
                   WHEN 'H'
                       MOVE WS-CTL-IMAGE (WS-CTL-SUB) TO NEWHOST-REC
                       WRITE NEWHOST-REC
                       IF NEWHOST-STATUS IS NOT = '00'
                           DISPLAY 'PROGRAM TERMINATED. Invalid Status
      -                    'Code on WRITE NEWHOST. CODE=' NEWHOST-STATUS
                           MOVE NEWHOST-STATUS TO WB-FLUSH-ARG
                           CALL 'ILBOABN0' USING WB-FLUSH-ARG
                       END-IF
                       ADD 1 TO WS-HOST-OUT-CT
                   WHEN 'T'
                       MOVE WS-CTL-IMAGE (WS-CTL-SUB) TO NEWTGT-REC
                       WRITE NEWTGT-REC
                       IF NEWTGT-STATUS IS NOT = '00'
                           DISPLAY 'PROGRAM TERMINATED. Invalid Status
      -                    'Code on WRITE NEWTGT. CODE=' NEWTGT-STATUS
                           MOVE NEWTGT-STATUS TO WB-FLUSH-ARG
                           CALL 'ILBOABN0' USING WB-FLUSH-ARG
                       END-IF
                       ADD 1 TO WS-TGT-OUT-CT
                   WHEN 'C'
                       MOVE WS-CTL-IMAGE (WS-CTL-SUB) TO NEWCAL-REC
                       WRITE NEWCAL-REC
                       IF NEWCAL-STATUS IS NOT = '00'
                           DISPLAY 'PROGRAM TERMINATED. Invalid Status
      -                    'Code on WRITE NEWCAL. CODE=' NEWCAL-STATUS
                           MOVE NEWCAL-STATUS TO WB-FLUSH-ARG
                           CALL 'ILBOABN0' USING WB-FLUSH-ARG
                       END-IF
                       ADD 1 TO WS-CAL-OUT-CT
               END-EVALUATE
           END-IF
           ADD 1 TO WS-CTL-SUB

           .
       610-WRITE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    650-WRITE-PENDING CARRIES EVERY CHANGE STILL WAITING TO
      *    NEWPND AND LISTS IT ON THE REGISTER.
      ******************************************************************
       650-WRITE-PENDING.

           MOVE SPACES TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE MN-PND-HDR TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE MN-HDR2 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           MOVE 'PEND' TO WS-TRN-SOURCE
           MOVE 1 TO WS-PND-SUB
           PERFORM 660-WRITE-PND-ROW THRU 660-WRITE-PND-EXIT
               UNTIL WS-PND-SUB > WS-PND-CT

           IF WS-CARRY-CT = 0
               MOVE MN-NONE-LINE TO CTLRPT-REC
               PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           END-IF

           .
       650-WRITE-EXIT.
           EXIT.

       660-WRITE-PND-ROW.

           IF WS-PND-WAITING (WS-PND-SUB)
               MOVE WS-PND-REC (WS-PND-SUB) TO NEWPND-REC
               WRITE NEWPND-REC
               IF NEWPND-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -                'WRITE NEWPND. CODE=' NEWPND-STATUS
                   MOVE NEWPND-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-CARRY-CT

               MOVE WS-PND-REC (WS-PND-SUB) TO WS-TRN-REC
               MOVE WS-TRN-SOURCE TO MN-TRN-SOURCE
               PERFORM 520-SET-FILE-NAME THRU 520-SET-FILE-EXIT
               MOVE MT-ACTION TO MN-TRN-ACTION
               MOVE WS-PND-KEY (WS-PND-SUB) TO MN-TRN-KEY
               MOVE MT-EFF-DATE TO MN-TRN-EFF
               MOVE MT-REQUESTER TO MN-TRN-REQ
               MOVE MT-TICKET TO MN-TRN-TICKET
               MOVE SPACES TO MN-TRN-DISP
               STRING 'KEYED ' DELIMITED BY SIZE
                      MT-SUBMIT-DATE DELIMITED BY SIZE
                   INTO MN-TRN-DISP
               MOVE MN-TRN-LINE TO CTLRPT-REC
               PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
               IF MT-ADD OR MT-CHANGE
                   MOVE 'NEW' TO MN-IMG-LABEL
                   MOVE MT-IMAGE TO MN-IMG-TEXT
                   MOVE MN-IMAGE-LINE TO CTLRPT-REC
                   PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-PND-SUB

           .
       660-WRITE-PND-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-LISTING PRINTS THE THREE NEW FILES AS THE BUILD
      *    RUN WILL SEE THEM, THEN THE RUN TOTALS.
      ******************************************************************
       700-PRINT-LISTING.

           MOVE 'H' TO WS-FIND-FILE
           MOVE 'DANHOST' TO MN-LIST-FILE
           PERFORM 710-LIST-FILE THRU 710-LIST-EXIT
           MOVE 'T' TO WS-FIND-FILE
           MOVE 'DANTGT' TO MN-LIST-FILE
           PERFORM 710-LIST-FILE THRU 710-LIST-EXIT
           IF WS-TGT-OUT-CT = 0
               MOVE MN-NOTGT-LINE TO CTLRPT-REC
               PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           END-IF
           MOVE 'C' TO WS-FIND-FILE
           MOVE 'DANCAL' TO MN-LIST-FILE
           PERFORM 710-LIST-FILE THRU 710-LIST-EXIT

           MOVE SPACES TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE WS-TRN-CT TO MN-TOT-TRN
           MOVE WS-PND-IN-CT TO MN-TOT-PND-IN
           MOVE WS-APPLIED-CT TO MN-TOT-APPLIED
           MOVE WS-REJECT-CT TO MN-TOT-REJECT
           MOVE MN-TOTAL1 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE WS-HELD-CT TO MN-TOT-HELD
           MOVE WS-WITHDRAWN-CT TO MN-TOT-WD
           MOVE WS-CARRY-CT TO MN-TOT-CARRY
           MOVE WS-LOG-SEQ TO MN-TOT-LOG
           MOVE MN-TOTAL2 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE WS-HOST-OUT-CT TO MN-TOT-HOST
           MOVE WS-TGT-OUT-CT TO MN-TOT-TGT
           MOVE WS-CAL-OUT-CT TO MN-TOT-CAL
           MOVE MN-TOTAL3 TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT

           .
       700-PRINT-EXIT.
           EXIT.

       710-LIST-FILE.

           MOVE SPACES TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE MN-LIST-HDR TO CTLRPT-REC
           PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           MOVE 1 TO WS-CTL-SUB
           PERFORM 715-LIST-ROW THRU 715-LIST-ROW-EXIT
               UNTIL WS-CTL-SUB > WS-CTL-CT

           .
       710-LIST-EXIT.
           EXIT.

       715-LIST-ROW.

           IF WS-CTL-FILE (WS-CTL-SUB) = WS-FIND-FILE AND
              NOT WS-CTL-DELETED (WS-CTL-SUB)
               MOVE WS-CTL-IMAGE (WS-CTL-SUB) TO MN-LIST-TEXT
               MOVE MN-LIST-LINE TO CTLRPT-REC
               PERFORM 790-WRITE-CTLRPT THRU 790-WRITE-EXIT
           END-IF
           ADD 1 TO WS-CTL-SUB

           .
       715-LIST-ROW-EXIT.
           EXIT.

       790-WRITE-CTLRPT.

           WRITE CTLRPT-REC
           IF CTLRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E CTLRPT. CODE=' CTLRPT-STATUS
               MOVE CTLRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       790-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN EVERY TRANSACTION WAS TAKEN,
      *    RC=4 WHEN THERE WAS NOTHING TO DO (NO CTLTRN AND NOTHING
      *    DUE), RC=8 WHEN ANY TRANSACTION WAS REJECTED, SO THE
      *    PROMOTE STEP CAN BE HELD UNTIL SOMEONE HAS READ THE
      *    REGISTER.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-REJECT-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-APPLIED-CT = 0 AND WS-HELD-CT = 0 AND
                    WS-WITHDRAWN-CT = 0
                   MOVE 'N' TO PROCESS-FLAG
               WHEN OTHER
                   MOVE 'Y' TO PROCESS-FLAG
           END-EVALUATE

           EVALUATE TRUE
               WHEN PROCESS-OK
                   MOVE 0 TO RETURN-CODE
               WHEN PROCESS-NOT-ATTEMPTED
                   MOVE 4 TO RETURN-CODE
               WHEN PROCESS-WARNING
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'DANMNT PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANMNT DANHOST/DANTGT/DANCAL IN '
                   WS-HOST-IN-CT '/' WS-TGT-IN-CT '/' WS-CAL-IN-CT
           DISPLAY '       PENDING CARRIED IN     ' WS-PND-IN-CT
           DISPLAY '       TRANSACTIONS READ      ' WS-TRN-CT
           DISPLAY '       CHANGES APPLIED        ' WS-APPLIED-CT
           DISPLAY '       TRANSACTIONS REJECTED  ' WS-REJECT-CT
           DISPLAY '       NEWLY PENDING          ' WS-HELD-CT
           DISPLAY '       PENDING WITHDRAWN      ' WS-WITHDRAWN-CT
           DISPLAY '       PENDING CARRIED OUT    ' WS-CARRY-CT
           DISPLAY '       CHANGE LOG RECORDS     ' WS-LOG-SEQ
           DISPLAY 'DANMNT DANHOST/DANTGT/DANCAL OUT '
                   WS-HOST-OUT-CT '/' WS-TGT-OUT-CT '/' WS-CAL-OUT-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANHOST DANTGT DANCAL CTLTRN CTLPND
                 NEWHOST NEWTGT NEWCAL NEWPND CTLLOG CTLRPT
           .
       999-CLOSE-EXIT.
           EXIT.
