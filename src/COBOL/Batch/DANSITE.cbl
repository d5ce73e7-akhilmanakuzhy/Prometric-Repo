       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANSITE.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  MAINTENANCE AND LISTING OF THE DANSITE
      *           TCO/SITE MASTER.  EVERY EXTRACT RECORD CARRIES
      *           PP-TCO-ID AND PP-SITE-ID BUT NOTHING CHECKED THEM, SO
      *           RESULTS FROM A SITE THAT HAD CLOSED, OR FROM A FULLY
      *           FUNDED SITE WHOSE RECORDS LANDED IN THE ON-BASE
      *           TARGET, WENT OUT WITHOUT QUESTION.  TESTRPT NOW HOLDS
      *           THOSE AGAINST THIS MASTER AND DANTCO PRINTS ITS SITE
      *           NAMES; THIS PROGRAM IS HOW THE CONTRACT OFFICE KEEPS
      *           IT CURRENT.  OLD MASTER (DANSITE) PLUS OPTIONAL
      *           TRANSACTIONS (SITTRN) GIVES A NEW MASTER (NEWSITE)
      *           AND A PRINTED REGISTER (SITRPT) OF EVERY
      *           TRANSACTION'S DISPOSITION FOLLOWED BY A FULL LISTING.
      *           TRANSACTIONS ARE A (ADD A SITE), C (CHANGE ONE) AND
      *           X (CLOSE ONE -- SET ITS INACTIVE DATE ONLY), KEYED
      *           ON TCO ID + SITE ID.  SITES ARE CLOSED, NEVER
      *           DELETED, SO HISTORY IN DANARC ALWAYS HAS A NAME.  RUN
      *           WITHOUT SITTRN FOR A LISTING ONLY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT OPTIONAL DANSITE  ASSIGN TO DANSITE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANSITE-STATUS.
           SELECT OPTIONAL SITTRN  ASSIGN TO SITTRN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SITTRN-STATUS.
           SELECT NEWSITE  ASSIGN TO NEWSITE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS NEWSITE-STATUS.
           SELECT SITRPT  ASSIGN TO SITRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SITRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANSITE - THE CURRENT TCO/SITE MASTER (OLD MASTER).
      **   OPTIONAL -- THE FIRST RUN BUILDS THE MASTER FROM
      **   TRANSACTIONS ALONE.  VIEWED THROUGH DANSITRC IN WS-SITE-REC.
      ******************************************************************
       FD  DANSITE.
       01  DANSITE-REC PIC X(80).
      ******************************************************************
      **   SITTRN - SITE MAINTENANCE TRANSACTIONS.  AN ACTION CODE
      **   FOLLOWED BY A FULL DANSITRC IMAGE.  FOR X ONLY THE KEY AND
      **   THE INACTIVE DATE ARE USED.
      ******************************************************************
       FD  SITTRN.
       01  SITTRN-REC.
           05 SX-ACTION        PIC X(01).
           05 FILLER           PIC X(01).
           05 SX-IMAGE         PIC X(80).
      ******************************************************************
      **   NEWSITE - THE UPDATED TCO/SITE MASTER (NEW MASTER).
      **   OPERATIONS PROMOTES IT TO DANSITE ONCE THE REGISTER HAS
      **   BEEN CHECKED.
      ******************************************************************
       FD  NEWSITE.
       01  NEWSITE-REC PIC X(80).
      ******************************************************************
      **   SITRPT - PRINTED TRANSACTION REGISTER AND SITE LISTING.
      ******************************************************************
       FD  SITRPT.
       01  SITRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANSITE-ENDFILE PIC X VALUE 'N'.
          88 DANSITE-EOF VALUE 'Y'.
       01 SITTRN-ENDFILE PIC X VALUE 'N'.
          88 SITTRN-EOF VALUE 'Y'.
       01 DANSITE-STATUS PIC XX VALUE '00'.
       01 SITTRN-STATUS PIC XX VALUE '00'.
       01 NEWSITE-STATUS PIC XX VALUE '00'.
       01 SITRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

      *    ONE SITE RECORD VIEWED THROUGH THE SHARED LAYOUT.
       01 WS-SITE-REC.
           COPY DANSITRC.

      *    THE WHOLE MASTER, HELD WHILE TRANSACTIONS ARE APPLIED, WITH
      *    THE KEY KEPT BESIDE THE IMAGE FOR THE KEY SEARCH.  MORE
      *    SITES THAN THE TABLE HOLDS TERMINATES THE RUN -- A NEW
      *    MASTER MISSING SITES WOULD HOLD GOOD RESULTS.  KEEP THE
      *    SIZE IN STEP WITH THE WS-SITE TABLE IN TESTRPT.
       01 WS-SITE-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-SITE-CT PIC 9(4) COMP VALUE 0.
       01 WS-SITE-SUB PIC 9(4) COMP VALUE 0.
       01 WS-SITE-HIT PIC 9(4) COMP VALUE 0.
       01 WS-SITE-TABLE.
          05 WS-SITE-ENTRY OCCURS 2000 TIMES.
             10 WS-SITE-IMAGE PIC X(80).
             10 WS-SITE-TCO PIC X(06).
             10 WS-SITE-ID PIC X(08).
       01 WS-SITE-FOUND-SW PIC X VALUE 'N'.
          88 WS-SITE-FOUND VALUE 'Y'.

       01 WS-TRN-INACTIVE PIC X(08) VALUE SPACES.

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
      *    SITRPT REPORT LINES
      ******************************************************************
       01 SI-HDR1 PIC X(48) VALUE
          'DANSITE TCO/SITE MASTER MAINTENANCE REGISTER'.
       01 SI-HDR2.
          05 FILLER PIC X(08) VALUE ' ACTION '.
          05 FILLER PIC X(08) VALUE 'TCO ID  '.
          05 FILLER PIC X(10) VALUE 'SITE ID   '.
          05 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01 SI-TRN-LINE.
          05 FILLER PIC X(04) VALUE SPACES.
          05 SI-TRN-ACTION PIC X(01) VALUE SPACE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 SI-TRN-TCO PIC X(06) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-TRN-SITE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-TRN-DISP PIC X(52) VALUE SPACES.
       01 SI-NOTRN-LINE PIC X(44) VALUE
          ' NO SITTRN SUPPLIED - LISTING ONLY'.
       01 SI-LIST-HDR1 PIC X(48) VALUE
          'DANSITE TCO/SITE MASTER LISTING (NEW MASTER)'.
       01 SI-LIST-HDR2.
          05 FILLER PIC X(09) VALUE ' TCO ID  '.
          05 FILLER PIC X(10) VALUE 'SITE ID   '.
          05 FILLER PIC X(32) VALUE 'SITE NAME'.
          05 FILLER PIC X(10) VALUE 'ACTIVE    '.
          05 FILLER PIC X(10) VALUE 'INACTIVE  '.
          05 FILLER PIC X(10) VALUE 'CONTRACT  '.
          05 FILLER PIC X(06) VALUE 'BRANCH'.
       01 SI-LIST-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 SI-LST-TCO PIC X(06) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-LST-SITE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-LST-NAME PIC X(30) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-LST-ACTIVE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SI-LST-INACTIVE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(06) VALUE SPACES.
          05 SI-LST-CONTRACT PIC X(01) VALUE SPACE.
          05 FILLER PIC X(09) VALUE SPACES.
          05 SI-LST-BRANCH PIC X(01) VALUE SPACE.
       01 SI-TOTAL.
          05 FILLER PIC X(20) VALUE ' TRANSACTIONS READ  '.
          05 SI-TOT-TRN PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   APPLIED  '.
          05 SI-TOT-APPLIED PIC ZZZ9.
          05 FILLER PIC X(12) VALUE '   REJECTED '.
          05 SI-TOT-REJECT PIC ZZZ9.
          05 FILLER PIC X(19) VALUE '   SITES ON MASTER '.
          05 SI-TOT-SITES PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 200-LOAD-MASTER THRU 200-LOAD-EXIT
           PERFORM 300-APPLY-TRANS THRU 300-APPLY-EXIT
           PERFORM 500-WRITE-NEWSITE THRU 500-WRITE-EXIT
           PERFORM 600-PRINT-LISTING THRU 600-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

       100-OPEN-FILES.

           OPEN INPUT DANSITE.
      *
      *    DANSITE IS OPTIONAL HERE ONLY -- STATUS 35 MEANS THE FIRST
      *    MASTER IS BEING BUILT FROM TRANSACTIONS ALONE.
           IF DANSITE-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANSITE. CODE=' DANSITE-STATUS
               MOVE DANSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT SITTRN.
      *
      *    STATUS 35 ON SITTRN JUST MEANS A LISTING-ONLY RUN.
           IF SITTRN-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'SITTRN. CODE=' SITTRN-STATUS
               MOVE SITTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT NEWSITE.
           IF NEWSITE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'NEWSITE. CODE=' NEWSITE-STATUS
               MOVE NEWSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT SITRPT.
           IF SITRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'SITRPT. CODE=' SITRPT-STATUS
               MOVE SITRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE SI-HDR1 TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT
           MOVE SI-HDR2 TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-MASTER LOADS THE CURRENT SITE MASTER INTO THE
      *    TABLE.  EXISTING SITES ARE TAKEN AS THEY STAND.
      ******************************************************************
       200-LOAD-MASTER.

           IF DANSITE-STATUS = '00'
               PERFORM 210-READ-DANSITE THRU 210-READ-EXIT
                   UNTIL DANSITE-EOF
           ELSE
               DISPLAY 'DANSITE NOT SUPPLIED - BUILDING A NEW MASTER'
           END-IF

           .
       200-LOAD-EXIT.
           EXIT.

       210-READ-DANSITE.

           READ DANSITE RECORD AT END MOVE 'Y' TO DANSITE-ENDFILE.
           IF DANSITE-STATUS IS NOT = '00' AND
              DANSITE-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANSITE Code=' DANSITE-STATUS
               MOVE DANSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANSITE-EOF
               ADD 1 TO WS-LOAD-CT
               MOVE DANSITE-REC TO WS-SITE-REC
               PERFORM 220-ADD-ROW THRU 220-ADD-ROW-EXIT
           END-IF

           .
       210-READ-EXIT.
           EXIT.

      ******************************************************************
      *    220-ADD-ROW APPENDS THE SITE NOW IN WS-SITE-REC TO THE
      *    TABLE.
      ******************************************************************
       220-ADD-ROW.

           IF WS-SITE-CT < WS-SITE-MAX
               ADD 1 TO WS-SITE-CT
               MOVE WS-SITE-CT TO WS-SITE-HIT
               PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
           ELSE
               DISPLAY 'PROGRAM TERMINATED. SITES EXCEED WS-SITE TABLE
      -            ' - NEW MASTER WOULD BE INCOMPLETE'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       220-ADD-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    230-STORE-ROW MOVES WS-SITE-REC INTO TABLE ROW WS-SITE-HIT.
      ******************************************************************
       230-STORE-ROW.

           MOVE WS-SITE-REC TO WS-SITE-IMAGE (WS-SITE-HIT)
           MOVE ST-TCO-ID TO WS-SITE-TCO (WS-SITE-HIT)
           MOVE ST-SITE-ID TO WS-SITE-ID (WS-SITE-HIT)

           .
       230-STORE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-TRANS APPLIES EACH SITTRN TRANSACTION IN FILE
      *    ORDER, SO AN ADD FOLLOWED BY A CHANGE TO THE SAME SITE IN
      *    ONE RUN WORKS AS THE CONTRACT OFFICE WOULD EXPECT.
      ******************************************************************
       300-APPLY-TRANS.

           IF SITTRN-STATUS = '00'
               PERFORM 310-READ-SITTRN THRU 310-READ-EXIT
                   UNTIL SITTRN-EOF
           ELSE
               MOVE SI-NOTRN-LINE TO SITRPT-REC
               PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT
           END-IF

           .
       300-APPLY-EXIT.
           EXIT.

       310-READ-SITTRN.

           READ SITTRN RECORD AT END MOVE 'Y' TO SITTRN-ENDFILE.
           IF SITTRN-STATUS IS NOT = '00' AND
              SITTRN-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'SITTRN Code=' SITTRN-STATUS
               MOVE SITTRN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT SITTRN-EOF
               ADD 1 TO WS-TRN-CT
               MOVE SPACES TO WS-EDIT-REASON
               MOVE SX-IMAGE TO WS-SITE-REC
               MOVE ST-INACTIVE-DATE TO WS-TRN-INACTIVE
               EVALUATE SX-ACTION
                   WHEN 'A'
                       PERFORM 320-ADD-SITE THRU 320-ADD-EXIT
                   WHEN 'C'
                       PERFORM 330-CHANGE-SITE THRU 330-CHANGE-EXIT
                   WHEN 'X'
                       PERFORM 340-CLOSE-SITE THRU 340-CLOSE-EXIT
                   WHEN OTHER
                       MOVE 'ACTION NOT A, C OR X' TO WS-EDIT-REASON
               END-EVALUATE
               PERFORM 360-PRINT-TRN THRU 360-PRINT-TRN-EXIT
           END-IF

           .
       310-READ-EXIT.
           EXIT.

       320-ADD-SITE.

           PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
               IF WS-SITE-FOUND
                   MOVE 'SITE ALREADY ON MASTER' TO WS-EDIT-REASON
               ELSE
                   PERFORM 220-ADD-ROW THRU 220-ADD-ROW-EXIT
               END-IF
           END-IF

           .
       320-ADD-EXIT.
           EXIT.

       330-CHANGE-SITE.

           PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
           IF WS-EDIT-REASON = SPACES
               PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
               IF NOT WS-SITE-FOUND
                   MOVE 'NO SITE ON MASTER FOR THIS KEY'
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
               END-IF
           END-IF

           .
       330-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    340-CLOSE-SITE SETS THE INACTIVE DATE ON AN EXISTING SITE
      *    AND LEAVES EVERYTHING ELSE ON IT AS IT WAS.
      ******************************************************************
       340-CLOSE-SITE.

           PERFORM 420-FIND-KEY THRU 420-FIND-EXIT
           IF NOT WS-SITE-FOUND
               MOVE 'NO SITE ON MASTER FOR THIS KEY' TO WS-EDIT-REASON
           ELSE
               MOVE WS-SITE-IMAGE (WS-SITE-HIT) TO WS-SITE-REC
               MOVE WS-TRN-INACTIVE TO ST-INACTIVE-DATE
               PERFORM 400-EDIT-IMAGE THRU 400-EDIT-EXIT
               IF WS-EDIT-REASON = SPACES AND
                  ST-INACTIVE-DATE = SPACES
                   MOVE 'INACTIVE DATE IS BLANK' TO WS-EDIT-REASON
               END-IF
               IF WS-EDIT-REASON = SPACES
                   PERFORM 230-STORE-ROW THRU 230-STORE-ROW-EXIT
               END-IF
           END-IF

           .
       340-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      *    360-PRINT-TRN COUNTS THE TRANSACTION AS APPLIED OR REJECTED
      *    AND PRINTS ITS DISPOSITION.
      ******************************************************************
       360-PRINT-TRN.

           MOVE SX-ACTION TO SI-TRN-ACTION
           MOVE SX-IMAGE (1:6) TO SI-TRN-TCO
           MOVE SX-IMAGE (8:8) TO SI-TRN-SITE
           IF WS-EDIT-REASON = SPACES
               ADD 1 TO WS-APPLIED-CT
               MOVE 'APPLIED' TO SI-TRN-DISP
           ELSE
               ADD 1 TO WS-REJECT-CT
               MOVE SPACES TO SI-TRN-DISP
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-EDIT-REASON DELIMITED BY SIZE
                   INTO SI-TRN-DISP
           END-IF
           MOVE SI-TRN-LINE TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT

           .
       360-PRINT-TRN-EXIT.
           EXIT.

      ******************************************************************
      *    400-EDIT-IMAGE HOLDS THE SITE IN WS-SITE-REC TO THE MASTER'S
      *    RULES.  THE FIRST FAILURE FOUND IS LEFT IN WS-EDIT-REASON.
      ******************************************************************
       400-EDIT-IMAGE.

           EVALUATE TRUE
               WHEN ST-TCO-ID = SPACES
                   MOVE 'TCO ID IS BLANK' TO WS-EDIT-REASON
               WHEN ST-SITE-ID = SPACES
                   MOVE 'SITE ID IS BLANK' TO WS-EDIT-REASON
               WHEN ST-SITE-NAME = SPACES
                   MOVE 'SITE NAME IS BLANK' TO WS-EDIT-REASON
               WHEN NOT ST-CONTRACT-VALID
                   MOVE 'CONTRACT TYPE NOT F, C OR I'
                       TO WS-EDIT-REASON
               WHEN NOT ST-TGT-BRANCH-VALID
                   MOVE 'EXPECTED BRANCH NOT F, C OR I'
                       TO WS-EDIT-REASON
           END-EVALUATE

           MOVE ST-ACTIVE-DATE TO WS-CHK-DATE
           PERFORM 410-CHECK-DATE THRU 410-CHECK-EXIT
           IF NOT WS-DATE-OK AND WS-EDIT-REASON = SPACES
               MOVE 'ACTIVE DATE NOT A VALID CCYYMMDD'
                   TO WS-EDIT-REASON
           END-IF

           IF ST-INACTIVE-DATE NOT = SPACES AND WS-EDIT-REASON = SPACES
               MOVE ST-INACTIVE-DATE TO WS-CHK-DATE
               PERFORM 410-CHECK-DATE THRU 410-CHECK-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'INACTIVE DATE NOT A VALID CCYYMMDD'
                       TO WS-EDIT-REASON
               ELSE
                   IF ST-INACTIVE-DATE NOT > ST-ACTIVE-DATE
                       MOVE 'INACTIVE DATE NOT AFTER ACTIVE DATE'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
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
      *    420-FIND-KEY LOOKS FOR THE TCO/SITE NOW IN WS-SITE-REC.
      *    WS-SITE-HIT POINTS AT IT WHEN FOUND.
      ******************************************************************
       420-FIND-KEY.

           MOVE 'N' TO WS-SITE-FOUND-SW
           MOVE 0 TO WS-SITE-HIT
           MOVE 1 TO WS-SITE-SUB
           PERFORM 425-SCAN-KEY THRU 425-SCAN-EXIT
               UNTIL WS-SITE-FOUND OR WS-SITE-SUB > WS-SITE-CT

           .
       420-FIND-EXIT.
           EXIT.

       425-SCAN-KEY.

           IF WS-SITE-TCO (WS-SITE-SUB) = ST-TCO-ID AND
              WS-SITE-ID (WS-SITE-SUB) = ST-SITE-ID
               MOVE 'Y' TO WS-SITE-FOUND-SW
               MOVE WS-SITE-SUB TO WS-SITE-HIT
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF

           .
       425-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    500-WRITE-NEWSITE WRITES EVERY SITE TO THE NEW MASTER.
      ******************************************************************
       500-WRITE-NEWSITE.

           MOVE 1 TO WS-SITE-SUB
           PERFORM 510-WRITE-ROW THRU 510-WRITE-ROW-EXIT
               UNTIL WS-SITE-SUB > WS-SITE-CT

           .
       500-WRITE-EXIT.
           EXIT.

       510-WRITE-ROW.

           MOVE WS-SITE-IMAGE (WS-SITE-SUB) TO NEWSITE-REC
           WRITE NEWSITE-REC
           IF NEWSITE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E NEWSITE. CODE=' NEWSITE-STATUS
               MOVE NEWSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           ADD 1 TO WS-WRITE-CT
           ADD 1 TO WS-SITE-SUB

           .
       510-WRITE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-LISTING PRINTS THE NEW MASTER AND THE RUN TOTALS.
      ******************************************************************
       600-PRINT-LISTING.

           MOVE SPACES TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT
           MOVE SI-LIST-HDR1 TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT
           MOVE SI-LIST-HDR2 TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT

           MOVE 1 TO WS-SITE-SUB
           PERFORM 610-PRINT-ROW THRU 610-PRINT-ROW-EXIT
               UNTIL WS-SITE-SUB > WS-SITE-CT

           MOVE WS-TRN-CT TO SI-TOT-TRN
           MOVE WS-APPLIED-CT TO SI-TOT-APPLIED
           MOVE WS-REJECT-CT TO SI-TOT-REJECT
           MOVE WS-WRITE-CT TO SI-TOT-SITES
           MOVE SI-TOTAL TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT

           .
       600-PRINT-EXIT.
           EXIT.

       610-PRINT-ROW.

           MOVE WS-SITE-IMAGE (WS-SITE-SUB) TO WS-SITE-REC
           MOVE ST-TCO-ID TO SI-LST-TCO
           MOVE ST-SITE-ID TO SI-LST-SITE
           MOVE ST-SITE-NAME TO SI-LST-NAME
           MOVE ST-ACTIVE-DATE TO SI-LST-ACTIVE
           MOVE ST-INACTIVE-DATE TO SI-LST-INACTIVE
           MOVE ST-CONTRACT TO SI-LST-CONTRACT
           MOVE ST-TGT-BRANCH TO SI-LST-BRANCH
           MOVE SI-LIST-LINE TO SITRPT-REC
           PERFORM 690-WRITE-SITRPT THRU 690-WRITE-EXIT
           ADD 1 TO WS-SITE-SUB

           .
       610-PRINT-ROW-EXIT.
           EXIT.

       690-WRITE-SITRPT.

           WRITE SITRPT-REC
           IF SITRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E SITRPT. CODE=' SITRPT-STATUS
               MOVE SITRPT-STATUS TO WB-FLUSH-ARG
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
               WHEN SITTRN-STATUS = '35'
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

           DISPLAY 'DANSITE PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANSITE SITES LOADED          ' WS-LOAD-CT
           DISPLAY '        TRANSACTIONS READ     ' WS-TRN-CT
           DISPLAY '        TRANSACTIONS APPLIED  ' WS-APPLIED-CT
           DISPLAY '        TRANSACTIONS REJECTED ' WS-REJECT-CT
           DISPLAY '        SITES ON NEW MASTER   ' WS-WRITE-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANSITE SITTRN NEWSITE SITRPT
           .
       999-CLOSE-EXIT.
           EXIT.
