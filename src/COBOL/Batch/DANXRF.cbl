       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANXRF.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  REBUILDS THE DANXRF CANDIDATE IDENTITY
      *           CROSS-REFERENCE FROM THE DANARC TRANSMISSION ARCHIVE.
      *           NOTHING USED TO TIE PP-CAND-ID, PP-CAND-SSN AND
      *           PP-CAND-NAME TOGETHER ACROSS DAYS, SO A Pro-Proctor ID
      *           COLLISION OR AN SSN KEYED WRONG ON ONE SITTING ONLY
      *           SHOWED UP WHEN DANINQ SCATTERED ONE CANDIDATE'S
      *           RESULTS OVER TWO IDENTITIES.  TESTRPT NOW CHECKS EVERY
      *           EXTRACT RECORD AGAINST DANXRF AND ADDS EACH IDENTITY
      *           IT TRANSMITS; THIS PROGRAM BUILDS THE FIRST MASTER
      *           FROM EVERYTHING EVER ARCHIVED, AND REBUILDS IT IF IT
      *           IS LOST OR RESTORED OUT OF STEP WITH DANARC.  THE
      *           MASTER IS CREATED NEW EACH RUN.  THE XRFRPT LISTING
      *           SHOWS EVERY IDENTITY CONFLICT ALREADY IN THE ARCHIVE
      *           -- A CANDIDATE ID THAT CAME WITH A SECOND SSN, AN SSN
      *           THAT CAME WITH A SECOND CANDIDATE ID, OR AN IDENTITY
      *           THAT WENT OUT UNDER A MATERIALLY DIFFERENT NAME -- SO
      *           THE TCO OFFICE STARTS WITH THE BACKLOG IN HAND.
      *           ARCHIVE ROWS WHOSE SSN HAS BEEN MASKED ARE SKIPPED.
      *10-15-26 - ALSO REBUILDS THE DANHIS SITTING HISTORY (ONE RECORD
      *           PER SSN/TEST CODE/TEST DATE WITH ITS LATEST AND PRIOR
      *           TRANSMISSION) THAT TESTRPT'S SITTING-HISTORY CHECK
      *           LOOKS UP, FROM THE SAME PASS OF THE ARCHIVE
      *           (380-POST-SITTING).  IT TOO IS CREATED NEW EACH RUN,
      *           AND ROWS WITH A MASKED SSN OR A NON-NUMERIC TEST DATE
      *           ARE LEFT OFF IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT DANARC  ASSIGN TO DANARC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARC-STATUS.
           SELECT DANXRF  ASSIGN TO DANXRF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS XR-KEY
                        FILE STATUS IS DANXRF-STATUS.
           SELECT DANHIS  ASSIGN TO DANHIS
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HS-KEY
                        FILE STATUS IS DANHIS-STATUS.
           SELECT XRFRPT  ASSIGN TO XRFRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS XRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANARC - THE TRANSMITTED-EXTRACT ARCHIVE, READ FRONT TO
      **   BACK.  ROWS ARE IN THE ORDER THEY WENT OUT, SO THE FIRST
      **   ROW OF AN IDENTITY SETS ITS NAME AND FIRST-SENT DATE.
      ******************************************************************
       FD  DANARC.
       01  DANARC-REC.
           COPY DANARCRC.
      ******************************************************************
      **   DANXRF - THE CANDIDATE IDENTITY CROSS-REFERENCE, KEYED.
      **   CREATED EMPTY, THEN RE-OPENED I-O SO EACH ARCHIVE ROW CAN
      **   BE LOOKED UP AND ADDED OR COUNTED BY KEY.
      ******************************************************************
       FD  DANXRF.
       01  DANXRF-REC.
           COPY DANXRFRC.
      ******************************************************************
      **   DANHIS - THE SITTING HISTORY, KEYED.  CREATED EMPTY AND
      **   RE-OPENED I-O LIKE DANXRF, SINCE A SITTING SENT AGAIN IS
      **   READ AND REWRITTEN.
      ******************************************************************
       FD  DANHIS.
       01  DANHIS-REC.
           COPY DANHISRC.
      ******************************************************************
      **   XRFRPT - PRINTED REBUILD LISTING OF IDENTITY CONFLICTS
      **   FOUND IN THE ARCHIVE, WITH THE RUN TOTALS.
      ******************************************************************
       FD  XRFRPT.
       01  XRFRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 DANXRF-ENDFILE PIC X VALUE 'N'.
          88 DANXRF-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 DANXRF-STATUS PIC XX VALUE '00'.
       01 DANHIS-STATUS PIC XX VALUE '00'.
       01 XRFRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

      *    THE ARCHIVED BYTES VIEWED THROUGH THE REAL Pro-Proctor
      *    FIELD LAYOUT, AS IN DANINQ.
       01 WS-PP-REC.
           COPY PPEXTREC.

      *    THE IDENTITY BODY BUILT FOR A NEW PAIR, HELD HERE WHILE THE
      *    BROWSES FOR CONFLICTS REUSE THE RECORD AREA.
       01 WS-XR-BODY PIC X(87) VALUE SPACES.

      *    NAME COMPARISON WORK AREA.  TWO NAMES ARE MATERIALLY
      *    DIFFERENT WHEN THEIR LAST NAMES DIFFER ONCE CASE, SPACES
      *    AND PUNCTUATION ARE IGNORED, OR WHEN BOTH CARRY A FIRST
      *    INITIAL AND THE INITIALS DIFFER.  A MISSPELLED LAST NAME
      *    OR A DIFFERENT PERSON IS MATERIAL; 'O''BRIEN' FOR 'OBRIEN'
      *    OR A MISSING MIDDLE NAME IS NOT.
       01 WS-NM-NEW-LAST PIC X(20) VALUE SPACES.
       01 WS-NM-NEW-FIRST PIC X(15) VALUE SPACES.
       01 WS-NM-OLD-LAST PIC X(20) VALUE SPACES.
       01 WS-NM-OLD-FIRST PIC X(15) VALUE SPACES.
       01 WS-NM-IN PIC X(20) VALUE SPACES.
       01 WS-NM-OUT PIC X(20) VALUE SPACES.
       01 WS-NM-NEW-SQZ PIC X(20) VALUE SPACES.
       01 WS-NM-SUB PIC 9(4) COMP VALUE 0.
       01 WS-NM-LEN PIC 9(4) COMP VALUE 0.
       01 WS-NAME-DIFF-SW PIC X VALUE 'N'.
          88 WS-NAME-DIFFERS VALUE 'Y'.

       01 WS-XC-REASON PIC X(28) VALUE SPACES.

       01 WS-ARC-CT PIC 9(9) VALUE 0.
       01 WS-SKIP-CT PIC 9(9) VALUE 0.
       01 WS-PAIR-CT PIC 9(9) VALUE 0.
       01 WS-CONFLICT-CT PIC 9(7) VALUE 0.
       01 WS-SIT-CT PIC 9(9) VALUE 0.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    XRFRPT REPORT LINES
      ******************************************************************
       01 XF-HDR1 PIC X(56) VALUE
          'DANXRF CANDIDATE IDENTITY CROSS-REFERENCE REBUILD'.
       01 XF-HDR2.
          05 FILLER PIC X(09) VALUE ' SENT    '.
          05 FILLER PIC X(11) VALUE 'CANDIDATE  '.
          05 FILLER PIC X(10) VALUE 'SSN       '.
          05 FILLER PIC X(25) VALUE 'NAME                     '.
          05 FILLER PIC X(32) VALUE 'CONFLICT'.
          05 FILLER PIC X(31) VALUE 'ON FILE AS'.
       01 XF-DETAIL.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-SENT PIC X(06) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 XF-CAND-ID PIC X(10) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-LAST-NAME PIC X(15) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-FIRST-NAME PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 XF-REASON PIC X(28) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 XF-OLD-CAND-ID PIC X(10) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-OLD-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 XF-OLD-LAST-NAME PIC X(15) VALUE SPACES.
       01 XF-NONE-LINE PIC X(44) VALUE
          ' NO IDENTITY CONFLICTS IN THE ARCHIVE'.
       01 XF-TOTAL.
          05 FILLER PIC X(16) VALUE ' ARCHIVE ROWS   '.
          05 XF-TOT-ARC PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(12) VALUE '   SKIPPED  '.
          05 XF-TOT-SKIP PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(15) VALUE '   IDENTITIES  '.
          05 XF-TOT-PAIR PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(14) VALUE '   CONFLICTS  '.
          05 XF-TOT-CONFLICT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(13) VALUE '   SITTINGS  '.
          05 XF-TOT-SIT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 200-REBUILD-XREF THRU 200-REBUILD-EXIT
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

      *
      *    OPEN OUTPUT CREATES THE MASTER EMPTY; IT IS THEN RE-OPENED
      *    I-O, SINCE AN IDENTITY SEEN AGAIN IS READ AND REWRITTEN.
           OPEN OUTPUT DANXRF.
           IF DANXRF-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           CLOSE DANXRF
           OPEN I-O DANXRF.
           IF DANXRF-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT DANHIS.
           IF DANHIS-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANHIS. CODE=' DANHIS-STATUS
               MOVE DANHIS-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           CLOSE DANHIS
           OPEN I-O DANHIS.
           IF DANHIS-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANHIS. CODE=' DANHIS-STATUS
               MOVE DANHIS-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT XRFRPT.
           IF XRFRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'XRFRPT. CODE=' XRFRPT-STATUS
               MOVE XRFRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE XF-HDR1 TO XRFRPT-REC
           PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT
           MOVE XF-HDR2 TO XRFRPT-REC
           PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    200-REBUILD-XREF POSTS EVERY ARCHIVE ROW TO THE MASTER AND
      *    THE SITTING HISTORY AND CLOSES THE LISTING WITH THE RUN
      *    TOTALS.
      ******************************************************************
       200-REBUILD-XREF.

           PERFORM 210-READ-DANARC THRU 210-READ-EXIT
               UNTIL DANARC-EOF

           IF WS-CONFLICT-CT = 0
               MOVE XF-NONE-LINE TO XRFRPT-REC
               PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT
           END-IF

           MOVE WS-ARC-CT TO XF-TOT-ARC
           MOVE WS-SKIP-CT TO XF-TOT-SKIP
           MOVE WS-PAIR-CT TO XF-TOT-PAIR
           MOVE WS-CONFLICT-CT TO XF-TOT-CONFLICT
           MOVE WS-SIT-CT TO XF-TOT-SIT
           MOVE SPACES TO XRFRPT-REC
           PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT
           MOVE XF-TOTAL TO XRFRPT-REC
           PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT

           .
       200-REBUILD-EXIT.
           EXIT.

       210-READ-DANARC.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE DANARC-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF NOT DANARC-EOF
               ADD 1 TO WS-ARC-CT
               MOVE AR-EXTR-REC TO WS-PP-REC
               IF PP-CAND-SSN IS NUMERIC AND PP-CAND-ID NOT = SPACES
                   PERFORM 300-POST-IDENTITY THRU 300-POST-EXIT
               ELSE
                   ADD 1 TO WS-SKIP-CT
               END-IF
               IF PP-CAND-SSN IS NUMERIC AND PP-TEST-DATE IS NUMERIC
                   PERFORM 380-POST-SITTING THRU 380-POST-SITTING-EXIT
               END-IF
           END-IF

           .
       210-READ-EXIT.
           EXIT.

      ******************************************************************
      *    300-POST-IDENTITY ADDS OR COUNTS THE ROW'S IDENTITY.  A PAIR
      *    ALREADY ON THE MASTER HAS ITS NAME COMPARED AND ITS COUNT
      *    AND LATEST DATE UPDATED ON BOTH OF ITS RECORDS.  A NEW PAIR
      *    IS FIRST CHECKED FOR ANOTHER SSN UNDER THE SAME CANDIDATE
      *    ID AND ANOTHER CANDIDATE ID UNDER THE SAME SSN, THEN
      *    WRITTEN UNDER BOTH KEYS.
      ******************************************************************
       300-POST-IDENTITY.

           MOVE SPACES TO DANXRF-REC
           MOVE 'I' TO XR-KEY-TYPE
           MOVE PP-CAND-ID TO XR-KEY-FIRST
           MOVE PP-CAND-SSN TO XR-KEY-SECOND
           READ DANXRF RECORD
           IF DANXRF-STATUS IS NOT = '00' AND '23'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANXRF Code=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF DANXRF-STATUS = '00'
               MOVE PP-LAST-NAME TO WS-NM-NEW-LAST
               MOVE PP-FIRST-NAME TO WS-NM-NEW-FIRST
               MOVE XR-LAST-NAME TO WS-NM-OLD-LAST
               MOVE XR-FIRST-NAME TO WS-NM-OLD-FIRST
               PERFORM 350-COMPARE-NAME THRU 350-COMPARE-EXIT
               IF WS-NAME-DIFFERS
                   MOVE 'NAME DIFFERS FROM FILE' TO WS-XC-REASON
                   PERFORM 400-WRITE-CONFLICT THRU 400-WRITE-EXIT
               END-IF
               PERFORM 330-COUNT-PAIR THRU 330-COUNT-EXIT
               MOVE SPACES TO DANXRF-REC
               MOVE 'S' TO XR-KEY-TYPE
               MOVE PP-CAND-SSN TO XR-KEY-FIRST
               MOVE PP-CAND-ID TO XR-KEY-SECOND
               READ DANXRF RECORD
               IF DANXRF-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR
      -            ' READ DANXRF Code=' DANXRF-STATUS
                   MOVE DANXRF-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               PERFORM 330-COUNT-PAIR THRU 330-COUNT-EXIT
           ELSE
               PERFORM 310-CHECK-ID THRU 310-CHECK-ID-EXIT
               PERFORM 320-CHECK-SSN THRU 320-CHECK-SSN-EXIT
               PERFORM 340-ADD-PAIR THRU 340-ADD-PAIR-EXIT
           END-IF

           .
       300-POST-EXIT.
           EXIT.

      ******************************************************************
      *    310-CHECK-ID BROWSES THE 'I' RECORDS OF THE ROW'S CANDIDATE
      *    ID.  THE PAIR ITSELF IS NOT ON FILE, SO EVERY ONE FOUND IS
      *    THE SAME CANDIDATE ID ALREADY SENT WITH ANOTHER SSN.
      ******************************************************************
       310-CHECK-ID.

           MOVE SPACES TO DANXRF-REC
           MOVE 'I' TO XR-KEY-TYPE
           MOVE PP-CAND-ID TO XR-KEY-FIRST
           MOVE LOW-VALUES TO XR-KEY-SECOND
           START DANXRF KEY IS NOT LESS THAN XR-KEY
           IF DANXRF-STATUS = '00'
               MOVE 'N' TO DANXRF-ENDFILE
               PERFORM 315-NEXT-ID THRU 315-NEXT-ID-EXIT
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
       310-CHECK-ID-EXIT.
           EXIT.

       315-NEXT-ID.

           PERFORM 360-READ-NEXT-XRF THRU 360-READ-NEXT-EXIT
           IF NOT DANXRF-EOF
               IF XR-KEY-TYPE NOT = 'I' OR
                  XR-KEY-FIRST NOT = PP-CAND-ID
                   MOVE 'Y' TO DANXRF-ENDFILE
               ELSE
                   MOVE 'ID ON FILE WITH OTHER SSN' TO WS-XC-REASON
                   PERFORM 400-WRITE-CONFLICT THRU 400-WRITE-EXIT
               END-IF
           END-IF

           .
       315-NEXT-ID-EXIT.
           EXIT.

      ******************************************************************
      *    320-CHECK-SSN BROWSES THE 'S' RECORDS OF THE ROW'S SSN --
      *    EVERY ONE FOUND IS THE SAME SSN ALREADY SENT UNDER ANOTHER
      *    CANDIDATE ID.
      ******************************************************************
       320-CHECK-SSN.

           MOVE SPACES TO DANXRF-REC
           MOVE 'S' TO XR-KEY-TYPE
           MOVE PP-CAND-SSN TO XR-KEY-FIRST
           MOVE LOW-VALUES TO XR-KEY-SECOND
           START DANXRF KEY IS NOT LESS THAN XR-KEY
           IF DANXRF-STATUS = '00'
               MOVE 'N' TO DANXRF-ENDFILE
               PERFORM 325-NEXT-SSN THRU 325-NEXT-SSN-EXIT
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
       320-CHECK-SSN-EXIT.
           EXIT.

       325-NEXT-SSN.

           PERFORM 360-READ-NEXT-XRF THRU 360-READ-NEXT-EXIT
           IF NOT DANXRF-EOF
               IF XR-KEY-TYPE NOT = 'S' OR
                  XR-KEY-FIRST (1:9) NOT = PP-CAND-SSN OR
                  XR-KEY-FIRST (10:1) NOT = SPACE
                   MOVE 'Y' TO DANXRF-ENDFILE
               ELSE
                   MOVE 'SSN ON FILE WITH OTHER ID' TO WS-XC-REASON
                   PERFORM 400-WRITE-CONFLICT THRU 400-WRITE-EXIT
               END-IF
           END-IF

           .
       325-NEXT-SSN-EXIT.
           EXIT.

      ******************************************************************
      *    330-COUNT-PAIR COUNTS ONE MORE TRANSMISSION AGAINST THE
      *    IDENTITY RECORD JUST READ AND REWRITES IT.
      ******************************************************************
       330-COUNT-PAIR.

           ADD 1 TO XR-SENT-CT
           MOVE AR-DATE TO XR-LAST-SENT
           MOVE 'R' TO XR-ORIGIN
           REWRITE DANXRF-REC
           IF DANXRF-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on REWR
      -            'ITE DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       330-COUNT-EXIT.
           EXIT.

      ******************************************************************
      *    340-ADD-PAIR WRITES A NEW IDENTITY UNDER BOTH OF ITS KEYS.
      ******************************************************************
       340-ADD-PAIR.

           MOVE SPACES TO DANXRF-REC
           MOVE PP-CAND-ID TO XR-CAND-ID
           MOVE PP-CAND-SSN TO XR-CAND-SSN
           MOVE PP-CAND-NAME TO XR-CAND-NAME
           MOVE AR-DATE TO XR-FIRST-SENT
           MOVE AR-DATE TO XR-LAST-SENT
           MOVE 1 TO XR-SENT-CT
           MOVE 'R' TO XR-ORIGIN
           MOVE DANXRF-REC (24:87) TO WS-XR-BODY

           MOVE 'I' TO XR-KEY-TYPE
           MOVE PP-CAND-ID TO XR-KEY-FIRST
           MOVE PP-CAND-SSN TO XR-KEY-SECOND
           PERFORM 370-WRITE-XRF THRU 370-WRITE-EXIT

           MOVE SPACES TO DANXRF-REC
           MOVE WS-XR-BODY TO DANXRF-REC (24:87)
           MOVE 'S' TO XR-KEY-TYPE
           MOVE PP-CAND-SSN TO XR-KEY-FIRST
           MOVE PP-CAND-ID TO XR-KEY-SECOND
           PERFORM 370-WRITE-XRF THRU 370-WRITE-EXIT

           ADD 1 TO WS-PAIR-CT

           .
       340-ADD-PAIR-EXIT.
           EXIT.

      ******************************************************************
      *    350-COMPARE-NAME SETS WS-NAME-DIFFERS WHEN THE NEW AND OLD
      *    NAMES ARE MATERIALLY DIFFERENT (SEE WS-NM- ABOVE).
      ******************************************************************
       350-COMPARE-NAME.

           MOVE 'N' TO WS-NAME-DIFF-SW
           INSPECT WS-NM-NEW-LAST CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NM-NEW-FIRST CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NM-OLD-LAST CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NM-OLD-FIRST CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE WS-NM-NEW-LAST TO WS-NM-IN
           PERFORM 355-SQUEEZE-NAME THRU 355-SQUEEZE-EXIT
           MOVE WS-NM-OUT TO WS-NM-NEW-SQZ
           MOVE WS-NM-OLD-LAST TO WS-NM-IN
           PERFORM 355-SQUEEZE-NAME THRU 355-SQUEEZE-EXIT

           IF WS-NM-OUT NOT = WS-NM-NEW-SQZ
               MOVE 'Y' TO WS-NAME-DIFF-SW
           END-IF
           IF WS-NM-NEW-FIRST (1:1) NOT = SPACE AND
              WS-NM-OLD-FIRST (1:1) NOT = SPACE AND
              WS-NM-NEW-FIRST (1:1) NOT = WS-NM-OLD-FIRST (1:1)
               MOVE 'Y' TO WS-NAME-DIFF-SW
           END-IF

           .
       350-COMPARE-EXIT.
           EXIT.

      ******************************************************************
      *    355-SQUEEZE-NAME COPIES ONLY THE LETTERS OF WS-NM-IN, LEFT
      *    JUSTIFIED, INTO WS-NM-OUT.
      ******************************************************************
       355-SQUEEZE-NAME.

           MOVE SPACES TO WS-NM-OUT
           MOVE 0 TO WS-NM-LEN
           PERFORM 357-SQUEEZE-CHAR THRU 357-SQUEEZE-CHAR-EXIT
               VARYING WS-NM-SUB FROM 1 BY 1 UNTIL WS-NM-SUB > 20

           .
       355-SQUEEZE-EXIT.
           EXIT.

       357-SQUEEZE-CHAR.

           IF WS-NM-IN (WS-NM-SUB:1) IS ALPHABETIC-UPPER AND
              WS-NM-IN (WS-NM-SUB:1) NOT = SPACE
               ADD 1 TO WS-NM-LEN
               MOVE WS-NM-IN (WS-NM-SUB:1) TO WS-NM-OUT (WS-NM-LEN:1)
           END-IF

           .
       357-SQUEEZE-CHAR-EXIT.
           EXIT.

       360-READ-NEXT-XRF.

           READ DANXRF NEXT RECORD AT END MOVE 'Y' TO DANXRF-ENDFILE.
           IF DANXRF-STATUS IS NOT = '00' AND
              DANXRF-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANXRF Code=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       360-READ-NEXT-EXIT.
           EXIT.

       370-WRITE-XRF.

           WRITE DANXRF-REC
           IF DANXRF-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       370-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    380-POST-SITTING ADDS THE ROW'S SITTING TO DANHIS, OR MAKES
      *    IT THE LATEST TRANSMISSION OF ONE ALREADY THERE.  ONE UNDER
      *    ANOTHER BUSINESS DATE MOVES DOWN TO PRIOR FIRST; UNDER THE
      *    SAME DATE ONLY THE SCORE IS REPLACED, AS TESTRPT'S
      *    396-POST-HISTORY DOES.
      ******************************************************************
       380-POST-SITTING.

           MOVE SPACES TO DANHIS-REC
           MOVE PP-CAND-SSN TO HS-SSN
           MOVE PP-TEST-CODE TO HS-TEST-CODE
           MOVE PP-TEST-DATE TO HS-TEST-DATE
           READ DANHIS RECORD
           IF DANHIS-STATUS IS NOT = '00' AND '23'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANHIS Code=' DANHIS-STATUS
               MOVE DANHIS-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF DANHIS-STATUS = '00'
               IF HS-LAST-SENT NOT = AR-DATE
                   MOVE HS-LAST-SENT TO HS-PRIOR-SENT
                   MOVE HS-LAST-SCORE TO HS-PRIOR-SCORE
                   MOVE AR-DATE TO HS-LAST-SENT
               END-IF
               MOVE PP-TEST-SCORE TO HS-LAST-SCORE
               ADD 1 TO HS-SENT-CT
               MOVE 'R' TO HS-ORIGIN
               REWRITE DANHIS-REC
               IF DANHIS-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'REWRITE DANHIS. CODE=' DANHIS-STATUS
                   MOVE DANHIS-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           ELSE
               MOVE SPACES TO DANHIS-REC
               MOVE PP-CAND-SSN TO HS-SSN
               MOVE PP-TEST-CODE TO HS-TEST-CODE
               MOVE PP-TEST-DATE TO HS-TEST-DATE
               MOVE AR-DATE TO HS-LAST-SENT
               MOVE PP-TEST-SCORE TO HS-LAST-SCORE
               MOVE 1 TO HS-SENT-CT
               MOVE 'R' TO HS-ORIGIN
               WRITE DANHIS-REC
               IF DANHIS-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'WRITE DANHIS. CODE=' DANHIS-STATUS
                   MOVE DANHIS-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-SIT-CT
           END-IF

           .
       380-POST-SITTING-EXIT.
           EXIT.

      ******************************************************************
      *    400-WRITE-CONFLICT LISTS THE ARCHIVE ROW BEING POSTED BESIDE
      *    THE IDENTITY RECORD IT CONFLICTS WITH.
      ******************************************************************
       400-WRITE-CONFLICT.

           ADD 1 TO WS-CONFLICT-CT
           MOVE AR-DATE TO XF-SENT
           MOVE PP-CAND-ID TO XF-CAND-ID
           MOVE PP-CAND-SSN TO XF-SSN
           MOVE PP-LAST-NAME TO XF-LAST-NAME
           MOVE PP-FIRST-NAME TO XF-FIRST-NAME
           MOVE WS-XC-REASON TO XF-REASON
           MOVE XR-CAND-ID TO XF-OLD-CAND-ID
           MOVE XR-CAND-SSN TO XF-OLD-SSN
           MOVE XR-LAST-NAME TO XF-OLD-LAST-NAME
           MOVE XF-DETAIL TO XRFRPT-REC
           PERFORM 490-WRITE-XRFRPT THRU 490-WRITE-EXIT

           .
       400-WRITE-EXIT.
           EXIT.

       490-WRITE-XRFRPT.

           WRITE XRFRPT-REC
           IF XRFRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E XRFRPT. CODE=' XRFRPT-STATUS
               MOVE XRFRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       490-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 FOR A CLEAN REBUILD, RC=4 WHEN THE
      *    ARCHIVE WAS EMPTY, RC=8 WHEN THE ARCHIVE ALREADY HOLDS
      *    IDENTITY CONFLICTS THE TCO OFFICE HAS TO WORK.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-CONFLICT-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-ARC-CT = 0
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

           DISPLAY 'DANXRF PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANXRF ARCHIVE ROWS READ      ' WS-ARC-CT
           DISPLAY '       ROWS SKIPPED (MASKED)  ' WS-SKIP-CT
           DISPLAY '       IDENTITIES WRITTEN     ' WS-PAIR-CT
           DISPLAY '       CONFLICTS LISTED       ' WS-CONFLICT-CT
           DISPLAY '       SITTINGS WRITTEN       ' WS-SIT-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANARC DANXRF DANHIS XRFRPT
           .
       999-CLOSE-EXIT.
           EXIT.
