       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANCAT.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  MAINTENANCE AND LISTING OF THE DANCAT
      *           TEST CATALOG.  THE DAIMS EDITS IN TESTRPT AND DANCOR
      *           USED TO KNOW ONLY THE SEVEN TEST PROGRAMS IN THE
      *           PP-TEST-PGM-VALID 88-LEVEL AND A BLANKET SCORE-OVER-
      *           800 RULE, SO A RETIRED TEST CODE, A FORM THAT DOES
      *           NOT BELONG TO THE TEST OR A SCORE OFF THE TEST'S
      *           SCALE WENT OUT AND CAME BACK DAYS LATER AS A DANREJ
      *           REJECT.  THOSE EDITS NOW READ THE CATALOG, AND THIS
      *           PROGRAM IS HOW OPERATIONS KEEPS IT CURRENT WHEN
      *           DANTES ADDS AN EXAM OR CHANGES A SCALE.  OLD MASTER
      *           (DANCAT) PLUS OPTIONAL TRANSACTIONS (CATTRN) GIVES A
      *           NEW MASTER (NEWCAT) AND A PRINTED REGISTER (CATRPT)
      *           OF EVERY TRANSACTION'S DISPOSITION FOLLOWED BY A
      *           FULL LISTING OF THE NEW CATALOG.  TRANSACTIONS ARE
      *           A (ADD), C (CHANGE), R (RETIRE -- SET THE RETIRE
      *           DATE ONLY) AND D (DELETE AN ENTRY KEYED IN ERROR),
      *           KEYED ON TEST PROGRAM, TEST CODE AND EFFECTIVE
      *           DATE.  EVERY ADD/CHANGE IS HELD TO THE SAME RULES
      *           DANVAL PRE-FLIGHTS, AND TWO ENTRIES FOR ONE CODE MAY
      *           NOT BE IN FORCE ON THE SAME DATE.  RUN WITHOUT
      *           CATTRN FOR A LISTING ONLY.
      *10-15-26 - CATALOG ENTRIES NOW CARRY CT-RETEST-DAYS, THE DANTES
      *           RETEST WAITING PERIOD TESTRPT HOLDS RETAKES TO.  AN
      *           ADD/CHANGE MUST LEAVE IT BLANK (NO WAITING PERIOD) OR
      *           NUMERIC, AND THE LISTING SHOWS IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT OPTIONAL DANCAT  ASSIGN TO DANCAT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAT-STATUS.
           SELECT OPTIONAL CATTRN  ASSIGN TO CATTRN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATTRN-STATUS.
           SELECT NEWCAT  ASSIGN TO NEWCAT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWCAT-STATUS.
           SELECT CATRPT  ASSIGN TO CATRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANCAT - THE CURRENT TEST CATALOG (OLD MASTER).  OPTIONAL
      **   -- THE FIRST RUN BUILDS A CATALOG FROM TRANSACTIONS ALONE.
      **   VIEWED THROUGH DANCATRC IN WS-CAT-REC.
      ******************************************************************
       FD  DANCAT.
       01  DANCAT-REC PIC X(100).
      ******************************************************************
      **   CATTRN - CATALOG MAINTENANCE TRANSACTIONS.  AN ACTION CODE
      **   FOLLOWED BY A FULL DANCATRC IMAGE.  FOR R AND D ONLY THE
      **   KEY (PROGRAM, CODE, EFFECTIVE DATE) AND, FOR R, THE RETIRE
      **   DATE ARE USED.
      ******************************************************************
       FD  CATTRN.
       01  CATTRN-REC.
           05 CX-ACTION        PIC X(01).
           05 FILLER           PIC X(01).
           05 CX-IMAGE         PIC X(100).
      ******************************************************************
      **   NEWCAT - THE UPDATED TEST CATALOG (NEW MASTER).  OPERATIONS
      **   PROMOTES IT TO DANCAT ONCE THE REGISTER HAS BEEN CHECKED.
      ******************************************************************
       FD  NEWCAT.
       01  NEWCAT-REC PIC X(100).
      ******************************************************************
      **   CATRPT - PRINTED TRANSACTION REGISTER AND CATALOG LISTING.
      ******************************************************************
       FD  CATRPT.
       01  CATRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANCAT-ENDFILE PIC X VALUE 'N'.
          88 DANCAT-EOF VALUE 'Y'.
       01 CATTRN-ENDFILE PIC X VALUE 'N'.
          88 CATTRN-EOF VALUE 'Y'.
       01 DANCAT-STATUS PIC XX VALUE '00'.
       01 CATTRN-STATUS PIC XX VALUE '00'.
       01 NEWCAT-STATUS PIC XX VALUE '00'.
       01 CATRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

      *    ONE CATALOG RECORD VIEWED THROUGH THE SHARED LAYOUT.
       01 WS-CAT-REC.
           COPY DANCATRC.

      *    THE WHOLE CATALOG, HELD WHILE TRANSACTIONS ARE APPLIED.
      *    THE KEY AND DATE WINDOW ARE KEPT BESIDE THE IMAGE FOR THE
      *    KEY AND OVERLAP SEARCHES.  A DELETED ROW STAYS IN PLACE
      *    WITH WS-CAT-DEL-SW SET AND IS SIMPLY NOT WRITTEN.  MORE
      *    ENTRIES THAN THE TABLE HOLDS TERMINATES THE RUN -- A NEW
      *    MASTER MISSING ENTRIES WOULD REJECT GOOD RESULTS.
       01 WS-CAT-MAX PIC 9(4) COMP VALUE 500.
       01 WS-CAT-CT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-SUB PIC 9(4) COMP VALUE 0.
       01 WS-CAT-HIT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 500 TIMES.
             10 WS-CAT-IMAGE PIC X(100).
             10 WS-CAT-PGM PIC X(04).
             10 WS-CAT-CODE PIC X(05).
             10 WS-CAT-EFF PIC X(08).
             10 WS-CAT-RET PIC X(08).
             10 WS-CAT-DEL-SW PIC X(01).
                88 WS-CAT-DELETED VALUE 'Y'.
       01 WS-CAT-FOUND-SW PIC X VALUE 'N'.
          88 WS-CAT-FOUND VALUE 'Y'.
       01 WS-OVERLAP-SW PIC X VALUE 'N'.
          88 WS-OVERLAP VALUE 'Y'.

      *    DATE WINDOW OF THE ENTRY BEING ADDED OR CHANGED.  A BLANK
      *    RETIRE DATE IS TREATED AS HIGH DATE FOR THE OVERLAP TEST.
       01 WS-NEW-EFF PIC X(08) VALUE SPACES.
       01 WS-NEW-RET PIC X(08) VALUE SPACES.
       01 WS-ROW-RET PIC X(08) VALUE SPACES.
       01 WS-TRN-RETIRE PIC X(08) VALUE SPACES.

      *    CCYYMMDD DATE EDIT WORK AREA.
       01 WS-CHK-DATE PIC X(08) VALUE SPACES.
       01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
          05 WS-CHK-CCYY PIC X(04).
          05 WS-CHK-MM PIC X(02).
          05 WS-CHK-DD PIC X(02).
       01 WS-DATE-OK-SW PIC X VALUE 'N'.
          88 WS-DATE-OK VALUE 'Y'.

       01 WS-EDIT-REASON PIC X(40) VALUE SPACES.

       01 WS-LOAD-CT PIC 9(4) VALUE 0.
       01 WS-TRN-CT PIC 9(4) VALUE 0.
       01 WS-APPLIED-CT PIC 9(4) VALUE 0.
       01 WS-REJECT-CT PIC 9(4) VALUE 0.
       01 WS-WRITE-CT PIC 9(4) VALUE 0.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    CATRPT REPORT LINES
      ******************************************************************
       01 CA-HDR1 PIC X(48) VALUE
          'DANCAT TEST CATALOG MAINTENANCE REGISTER'.
       01 CA-HDR2.
          05 FILLER PIC X(08) VALUE ' ACTION '.
          05 FILLER PIC X(06) VALUE 'PGM   '.
          05 FILLER PIC X(07) VALUE 'CODE   '.
          05 FILLER PIC X(10) VALUE 'EFFECTIVE '.
          05 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01 CA-TRN-LINE.
          05 FILLER PIC X(04) VALUE SPACES.
          05 CA-TRN-ACTION PIC X(01) VALUE SPACE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 CA-TRN-PGM PIC X(04) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-TRN-CODE PIC X(05) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-TRN-EFF PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-TRN-DISP PIC X(52) VALUE SPACES.
       01 CA-NOTRN-LINE PIC X(44) VALUE
          ' NO CATTRN SUPPLIED - LISTING ONLY'.
       01 CA-LIST-HDR1 PIC X(48) VALUE
          'DANCAT TEST CATALOG LISTING (NEW MASTER)'.
       01 CA-LIST-HDR2.
          05 FILLER PIC X(07) VALUE ' PGM   '.
          05 FILLER PIC X(07) VALUE 'CODE   '.
          05 FILLER PIC X(26) VALUE 'FORMS'.
          05 FILLER PIC X(09) VALUE 'MIN  MAX '.
          05 FILLER PIC X(10) VALUE 'EFFECTIVE '.
          05 FILLER PIC X(10) VALUE 'RETIRES   '.
          05 FILLER PIC X(05) VALUE 'WAIT '.
          05 FILLER PIC X(05) VALUE 'TITLE'.
       01 CA-LIST-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 CA-LST-PGM PIC X(04) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-CODE PIC X(05) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-FORMS PIC X(24) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-MIN PIC X(03) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-MAX PIC X(03) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACES.
          05 CA-LST-EFF PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-RET PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-WAIT PIC X(03) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CA-LST-TITLE PIC X(30) VALUE SPACES.
       01 CA-TOTAL.
          05 FILLER PIC X(20) VALUE ' TRANSACTIONS READ  '.
          05 CA-TOT-TRN PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   APPLIED  '.
          05 CA-TOT-APPLIED PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   REJECTED '.
          05 CA-TOT-REJECT PIC ZZZ9.
          05 FILLER PIC X(19) VALUE '   CATALOG ENTRIES '.
          05 CA-TOT-ENTRIES PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 200-LOAD-CATALOG THRU 200-LOAD-EXIT
           PERFORM 300-APPLY-TRANS THRU 300-APPLY-EXIT
           PERFORM 500-WRITE-NEWCAT THRU 500-WRITE-EXIT
           PERFORM 600-PRINT-LISTING THRU 600-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

       100-OPEN-FILES.

           OPEN INPUT DANCAT.
      *
      *    DANCAT IS OPTIONAL HERE ONLY -- STATUS 35 MEANS THE FIRST
      *    CATALOG IS BEING BUILT FROM TRANSACTIONS ALONE.
           IF DANCAT-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANCAT. CODE=' DANCAT-STATUS
               MOVE DANCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT CATTRN.
      *
      *    STATUS 35 ON CATTRN JUST MEANS A LISTING-ONLY RUN.
           IF CATTRN-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CATTRN. CODE=' CATTRN-STATUS
               MOVE CATTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWCAT.
           IF NEWCAT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWCAT. CODE=' NEWCAT-STATUS
               MOVE NEWCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT CATRPT.
           IF CATRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CATRPT. CODE=' CATRPT-STATUS
               MOVE CATRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE CA-HDR1 TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT
           MOVE CA-HDR2 TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-CATALOG LOADS THE CURRENT CATALOG INTO THE TABLE.
      *    EXISTING ENTRIES ARE TAKEN AS THEY STAND -- DANVAL IS WHAT
      *    PRE-FLIGHTS THE FILE ITSELF.
      ******************************************************************
       200-LOAD-CATALOG.

           IF DANCAT-STATUS = '00'
               PERFORM 210-READ-DANCAT THRU 210-READ-EXIT
                   UNTIL DANCAT-EOF
           ELSE
               DISPLAY 'DANCAT NOT SUPPLIED - BUILDING A NEW CATALOG'
           END-IF

           .
       200-LOAD-EXIT.
           EXIT.

       210-READ-DANCAT.

           READ DANCAT RECORD AT END MOVE 'Y' TO DANCAT-ENDFILE.
           IF DANCAT-STATUS IS NOT = '00' AND
              DANCAT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANCAT Code=' DANCAT-STATUS
               MOVE DANCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANCAT-EOF
               ADD 1 TO WS-LOAD-CT
               MOVE DANCAT-REC TO WS-CAT-REC
               PERFORM 220-ADD-ROW THRU 220-ADD-ROW-EXIT
           END-IF

           .
       210-READ-EXIT.
           EXIT.

      ******************************************************************
      *    220-ADD-ROW APPENDS THE ENTRY NOW IN WS-CAT-REC TO THE
      *    TABLE.
      ******************************************************************
       220-ADD-ROW.

           IF WS-CAT-CT < WS-CAT-MAX
               ADD 1 TO WS-CAT-CT
               MOVE WS-CAT-CT TO WS-CAT-HIT
               PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
           ELSE
               DISPLAY 'PROGRAM TERMINATED. CATALOG EXCEEDS WS-CAT TAB
      -            'LE - NEW MASTER WOULD BE INCOMPLETE'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       220-ADD-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    230-STORE-ROW MOVES WS-CAT-REC INTO TABLE ROW WS-CAT-HIT.
      ******************************************************************
       230-STORE-ROW.

           MOVE WS-CAT-REC TO WS-CAT-IMAGE (WS-CAT-HIT)
           MOVE CT-TEST-PGM TO WS-CAT-PGM (WS-CAT-HIT)
           MOVE CT-TEST-CODE TO WS-CAT-CODE (WS-CAT-HIT)
           MOVE CT-EFF-DATE TO WS-CAT-EFF (WS-CAT-HIT)
           MOVE CT-RETIRE-DATE TO WS-CAT-RET (WS-CAT-HIT)
           MOVE 'N' TO WS-CAT-DEL-SW (WS-CAT-HIT)

           .
       230-STORE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-TRANS APPLIES EACH CATTRN TRANSACTION IN FILE
      *    ORDER, SO AN ADD FOLLOWED BY A CHANGE TO THE SAME ENTRY IN
      *    ONE RUN WORKS AS OPERATIONS WOULD EXPECT.
      ******************************************************************
       300-APPLY-TRANS.

           IF CATTRN-STATUS = '00'
               PERFORM 310-READ-CATTRN THRU 310-READ-EXIT
                   UNTIL CATTRN-EOF
           ELSE
               MOVE CA-NOTRN-LINE TO CATRPT-REC
               PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT
           END-IF

           .
       300-APPLY-EXIT.
           EXIT.

       310-READ-CATTRN.

           READ CATTRN RECORD AT END MOVE 'Y' TO CATTRN-ENDFILE.
           IF CATTRN-STATUS IS NOT = '00' AND
              CATTRN-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'CATTRN Code=' CATTRN-STATUS
               MOVE CATTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT CATTRN-EOF
               ADD 1 TO WS-TRN-CT
               MOVE SPACES TO WS-EDIT-REASON
               MOVE CX-IMAGE TO WS-CAT-REC
               MOVE CT-RETIRE-DATE TO WS-TRN-RETIRE
               EVALUATE CX-ACTION
                   WHEN 'A'
                       PERFORM 320-ADD-ENTRY THRU 320-ADD-EXIT
                   WHEN 'C'
                       PERFORM 330-CHANGE-ENTRY THRU 330-CHANGE-EXIT
                   WHEN 'R'
                       PERFORM 340-RETIRE-ENTRY THRU 340-RETIRE-EXIT
                   WHEN 'D'
                       PERFORM 350-DELETE-ENTRY THRU 350-DELETE-EXIT
                   WHEN OTHER
                       MOVE 'ACTION NOT A, C, R OR D' TO WS-EDIT-REASON
               END-EVALUATE
               PERFORM 360-PRINT-TRN THRU 360-PRINT-TRN-EXIT
           END-IF

           .
       310-READ-EXIT.
           EXIT.

       320-ADD-ENTRY.

           PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
               IF WS-CAT-FOUND
                   MOVE 'ENTRY ALREADY ON CATALOG FOR THIS KEY'
                       TO WS-EDIT-REASON
               ELSE
                   MOVE 0 TO WS-CAT-HIT
                   PERFORM 430-CHECK-OVERLAP THRU 430-CHECK-EXIT
                   IF WS-OVERLAP
                       MOVE 'DATES OVERLAP ANOTHER ENTRY FOR THE CODE'
                           TO WS-EDIT-REASON
                   ELSE
                       PERFORM 220-ADD-ROW THRU 220-ADD-ROW-EXIT
                   END-IF
               END-IF
           END-IF

           .
       320-ADD-EXIT.
           EXIT.

       330-CHANGE-ENTRY.

           PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
               IF NOT WS-CAT-FOUND
                   MOVE 'NO CATALOG ENTRY FOR THIS KEY'
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM 430-CHECK-OVERLAP THRU 430-CHECK-EXIT
                   IF WS-OVERLAP
                       MOVE 'DATES OVERLAP ANOTHER ENTRY FOR THE CODE'
                           TO WS-EDIT-REASON
                   ELSE
                       PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
                   END-IF
               END-IF
           END-IF

           .
       330-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    340-RETIRE-ENTRY SETS THE RETIRE DATE ON AN EXISTING ENTRY
      *    AND LEAVES EVERYTHING ELSE ON IT AS IT WAS.
      ******************************************************************
       340-RETIRE-ENTRY.

           PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
           IF NOT WS-CAT-FOUND
               MOVE 'NO CATALOG ENTRY FOR THIS KEY' TO WS-EDIT-REASON
           ELSE
               MOVE WS-CAT-IMAGE (WS-CAT-HIT) TO WS-CAT-REC
               MOVE WS-TRN-RETIRE TO CT-RETIRE-DATE
               PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
               IF WS-EDIT-REASON = SPACES AND
                  CT-RETIRE-DATE = SPACES
                   MOVE 'RETIRE DATE IS BLANK' TO WS-EDIT-REASON
               END-IF
               IF WS-EDIT-REASON = SPACES
                   PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
               END-IF
           END-IF

           .
       340-RETIRE-EXIT.
           EXIT.

       350-DELETE-ENTRY.

           PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
           IF NOT WS-CAT-FOUND
               MOVE 'NO CATALOG ENTRY FOR THIS KEY' TO WS-EDIT-REASON
           ELSE
               MOVE 'Y' TO WS-CAT-DEL-SW (WS-CAT-HIT)
           END-IF

           .
       350-DELETE-EXIT.
           EXIT.

      ******************************************************************
      *    360-PRINT-TRN COUNTS THE TRANSACTION AS APPLIED OR REJECTED
      *    AND PRINTS ITS DISPOSITION.
      ******************************************************************
       360-PRINT-TRN.

           MOVE CX-ACTION TO CA-TRN-ACTION
           MOVE CX-IMAGE (1:4) TO CA-TRN-PGM
           MOVE CX-IMAGE (6:5) TO CA-TRN-CODE
           MOVE CX-IMAGE (45:8) TO CA-TRN-EFF
           IF WS-EDIT-REASON = SPACES
               ADD 1 TO WS-APPLIED-CT
               MOVE 'APPLIED' TO CA-TRN-DISP
           ELSE
               ADD 1 TO WS-REJECT-CT
               MOVE SPACES TO CA-TRN-DISP
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-EDIT-REASON DELIMITED BY SIZE
                   INTO CA-TRN-DISP
           END-IF
           MOVE CA-TRN-LINE TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT

           .
       360-PRINT-TRN-EXIT.
           EXIT.

      ******************************************************************
      *    400-EDIT-IMAGE HOLDS THE ENTRY IN WS-CAT-REC TO THE RULES
      *    DANVAL PRE-FLIGHTS -- KEEP THE TWO IN STEP.  THE FIRST
      *    FAILURE FOUND IS LEFT IN WS-EDIT-REASON.
      ******************************************************************
       400-EDIT-IMAGE.

           IF CT-TEST-PGM = SPACES
               MOVE 'TEST PROGRAM IS BLANK' TO WS-EDIT-REASON
           END-IF

           IF CT-TEST-CODE = SPACES AND WS-EDIT-REASON = SPACES
               MOVE 'TEST CODE IS BLANK' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-REASON = SPACES
               IF CT-MIN-SCORE IS NOT NUMERIC OR
                  CT-MAX-SCORE IS NOT NUMERIC
                   MOVE 'MIN/MAX SCORE NOT NUMERIC' TO WS-EDIT-REASON
               ELSE
                   IF CT-MIN-SCORE > CT-MAX-SCORE
                       MOVE 'MINIMUM SCORE ABOVE MAXIMUM'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF

           MOVE CT-EFF-DATE TO WS-CHK-DATE
           PERFORM 410-CHECK-DATE THRU 410-CHECK-EXIT
           IF NOT WS-DATE-OK AND WS-EDIT-REASON = SPACES
               MOVE 'EFFECTIVE DATE NOT A VALID CCYYMMDD'
                   TO WS-EDIT-REASON
           END-IF

           IF CT-RETIRE-DATE NOT = SPACES AND WS-EDIT-REASON = SPACES
               MOVE CT-RETIRE-DATE TO WS-CHK-DATE
               PERFORM 410-CHECK-DATE THRU 410-CHECK-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'RETIRE DATE NOT A VALID CCYYMMDD'
                       TO WS-EDIT-REASON
               ELSE
                   IF CT-RETIRE-DATE NOT > CT-EFF-DATE
                       MOVE 'RETIRE DATE NOT AFTER EFFECTIVE DATE'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF

           IF CT-RETEST-DAYS NOT = SPACES AND
              CT-RETEST-DAYS IS NOT NUMERIC AND
              WS-EDIT-REASON = SPACES
               MOVE 'RETEST WAITING DAYS NOT NUMERIC' TO WS-EDIT-REASON
           END-IF

           .
       400-EDIT-EXIT.
           EXIT.

      ******************************************************************
      *    410-CHECK-DATE SETS WS-DATE-OK WHEN WS-CHK-DATE HOLDS A
      *    PLAUSIBLE CCYYMMDD DATE.
      ******************************************************************
       410-CHECK-DATE.

           MOVE 'Y' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC OR
              WS-CHK-MM < '01' OR WS-CHK-MM > '12' OR
              WS-CHK-DD < '01' OR WS-CHK-DD > '31' OR
              WS-CHK-CCYY < '1900'
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF

           .
       410-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *    420-FIND-KEY LOOKS FOR A LIVE TABLE ROW WITH THE PROGRAM,
      *    CODE AND EFFECTIVE DATE NOW IN WS-CAT-REC.  WS-CAT-HIT
      *    POINTS AT IT WHEN FOUND.
      ******************************************************************
       420-FIND-KEY.

           MOVE 'N' TO WS-CAT-FOUND-SW
           MOVE 0 TO WS-CAT-HIT
           MOVE 1 TO WS-CAT-SUB
           PERFORM 425-SCAN-KEY THRU 425-SCAN-EXIT
               UNTIL WS-CAT-FOUND OR WS-CAT-SUB > WS-CAT-CT

           .
       420-FIND-EXIT.
           EXIT.

       425-SCAN-KEY.

           IF WS-CAT-PGM (WS-CAT-SUB) = CT-TEST-PGM AND
              WS-CAT-CODE (WS-CAT-SUB) = CT-TEST-CODE AND
              WS-CAT-EFF (WS-CAT-SUB) = CT-EFF-DATE AND
              NOT WS-CAT-DELETED (WS-CAT-SUB)
               MOVE 'Y' TO WS-CAT-FOUND-SW
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           ELSE
               ADD 1 TO WS-CAT-SUB
           END-IF

           .
       425-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    430-CHECK-OVERLAP SETS WS-OVERLAP WHEN ANOTHER LIVE ENTRY
      *    FOR THE SAME PROGRAM AND CODE IS IN FORCE ON ANY DATE THE
      *    ENTRY IN WS-CAT-REC WOULD BE.  ROW WS-CAT-HIT (THE ENTRY
      *    BEING CHANGED, OR 0 FOR AN ADD) IS LEFT OUT OF THE TEST.
      ******************************************************************
       430-CHECK-OVERLAP.

           MOVE 'N' TO WS-OVERLAP-SW
           MOVE CT-EFF-DATE TO WS-NEW-EFF
           MOVE CT-RETIRE-DATE TO WS-NEW-RET
           IF WS-NEW-RET = SPACES
               MOVE '99999999' TO WS-NEW-RET
           END-IF
           MOVE 1 TO WS-CAT-SUB
           PERFORM 435-SCAN-OVERLAP THRU 435-SCAN-EXIT
               UNTIL WS-OVERLAP OR WS-CAT-SUB > WS-CAT-CT

           .
       430-CHECK-EXIT.
           EXIT.

       435-SCAN-OVERLAP.

           IF WS-CAT-SUB NOT = WS-CAT-HIT AND
              NOT WS-CAT-DELETED (WS-CAT-SUB) AND
              WS-CAT-PGM (WS-CAT-SUB) = CT-TEST-PGM AND
              WS-CAT-CODE (WS-CAT-SUB) = CT-TEST-CODE
               MOVE WS-CAT-RET (WS-CAT-SUB) TO WS-ROW-RET
               IF WS-ROW-RET = SPACES
                   MOVE '99999999' TO WS-ROW-RET
               END-IF
               IF WS-NEW-EFF < WS-ROW-RET AND
                  WS-CAT-EFF (WS-CAT-SUB) < WS-NEW-RET
                   MOVE 'Y' TO WS-OVERLAP-SW
               END-IF
           END-IF

           IF NOT WS-OVERLAP
               ADD 1 TO WS-CAT-SUB
           END-IF

           .
       435-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    500-WRITE-NEWCAT WRITES EVERY LIVE ENTRY TO THE NEW MASTER.
      ******************************************************************
       500-WRITE-NEWCAT.

           MOVE 1 TO WS-CAT-SUB
           PERFORM 510-WRITE-ROW THRU 510-WRITE-ROW-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-CT

           .
       500-WRITE-EXIT.
           EXIT.

       510-WRITE-ROW.

           IF NOT WS-CAT-DELETED (WS-CAT-SUB)
               MOVE WS-CAT-IMAGE (WS-CAT-SUB) TO NEWCAT-REC
               WRITE NEWCAT-REC
               IF NEWCAT-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'WRITE NEWCAT. CODE=' NEWCAT-STATUS
                   MOVE NEWCAT-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-WRITE-CT
           END-IF
           ADD 1 TO WS-CAT-SUB

           .
       510-WRITE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-LISTING PRINTS THE NEW CATALOG AND THE RUN TOTALS.
      ******************************************************************
       600-PRINT-LISTING.

           MOVE SPACES TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT
           MOVE CA-LIST-HDR1 TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT
           MOVE CA-LIST-HDR2 TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT

           MOVE 1 TO WS-CAT-SUB
           PERFORM 610-PRINT-ROW THRU 610-PRINT-ROW-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-CT

           MOVE WS-TRN-CT TO CA-TOT-TRN
           MOVE WS-APPLIED-CT TO CA-TOT-APPLIED
           MOVE WS-REJECT-CT TO CA-TOT-REJECT
           MOVE WS-WRITE-CT TO CA-TOT-ENTRIES
           MOVE CA-TOTAL TO CATRPT-REC
           PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT

           .
       600-PRINT-EXIT.
           EXIT.

       610-PRINT-ROW.

           IF NOT WS-CAT-DELETED (WS-CAT-SUB)
               MOVE WS-CAT-IMAGE (WS-CAT-SUB) TO WS-CAT-REC
               MOVE CT-TEST-PGM TO CA-LST-PGM
               MOVE CT-TEST-CODE TO CA-LST-CODE
               MOVE CT-FORM-LIST TO CA-LST-FORMS
               MOVE CT-MIN-SCORE TO CA-LST-MIN
               MOVE CT-MAX-SCORE TO CA-LST-MAX
               MOVE CT-EFF-DATE TO CA-LST-EFF
               MOVE CT-RETIRE-DATE TO CA-LST-RET
               MOVE CT-RETEST-DAYS TO CA-LST-WAIT
               MOVE CT-TITLE TO CA-LST-TITLE
               MOVE CA-LIST-LINE TO CATRPT-REC
               PERFORM 690-WRITE-CATRPT THRU 690-WRITE-EXIT
           END-IF
           ADD 1 TO WS-CAT-SUB

           .
       610-PRINT-ROW-EXIT.
           EXIT.

       690-WRITE-CATRPT.

           WRITE CATRPT-REC
           IF CATRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E CATRPT. CODE=' CATRPT-STATUS
               MOVE CATRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       690-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN EVERY TRANSACTION APPLIED,
      *    RC=4 FOR A LISTING-ONLY RUN, RC=8 WHEN ANY TRANSACTION WAS
      *    REJECTED, SO THE PROMOTE STEP CAN BE HELD UNTIL SOMEONE HAS
      *    READ THE REGISTER.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-REJECT-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN CATTRN-STATUS = '35'
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

           DISPLAY 'DANCAT PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANCAT ENTRIES LOADED         ' WS-LOAD-CT
           DISPLAY '       TRANSACTIONS READ      ' WS-TRN-CT
           DISPLAY '       TRANSACTIONS APPLIED   ' WS-APPLIED-CT
           DISPLAY '       TRANSACTIONS REJECTED  ' WS-REJECT-CT
           DISPLAY '       NEW CATALOG ENTRIES    ' WS-WRITE-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANCAT CATTRN NEWCAT CATRPT
           .
       999-CLOSE-EXIT.
           EXIT.
