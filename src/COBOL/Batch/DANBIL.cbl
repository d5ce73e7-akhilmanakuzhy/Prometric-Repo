       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANBIL.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  MONTHLY DANTES BILLING EXTRACT AND
      *           INVOICE REGISTER FROM THE DANARC TRANSMITTED-EXTRACT
      *           ARCHIVE.  THE CONTRACT OFFICE BILLS DANTES PER
      *           CANDIDATE RESULT DELIVERED AND HAS BEEN BUILDING THE
      *           INVOICE BY HAND FROM THE DANSUM TOTALS, ADJUSTING
      *           FOR REJECTS AND FOR THE FULLY FUNDED RATE.  GIVEN A
      *           PARM MONTH (MMYYYY, AS DANSUM AND DANTCO TAKE), THIS
      *           PROGRAM PRICES EVERY ARCHIVE ROW OF THAT BUSINESS
      *           MONTH FROM THE DANFEE FEE SCHEDULE BY TEST PROGRAM
      *           AND FUNDING TYPE (THE AR-BRANCH CATEGORY DANSUM
      *           USES -- ON-BASE F, ON-CAMPUS C, FULLY FUNDED OTHER):
      *             - RESENDS STAGED BY DANRSND (CONTROL SOURCE R)
      *               WERE ALREADY DELIVERED ONCE AND ARE NOT BILLED;
      *             - A RESULT DANTES REJECTED (PER THE REJKEY FILE
      *               DANREJ WRITES) IS CREDITED IN FULL;
      *             - A DANCOR RESUBMISSION (SOURCE C) IS BILLED ONLY
      *               WHEN THE SITTING IS NOT ALREADY STANDING BILLED
      *               FROM AN EARLIER, UNCREDITED TRANSMISSION, SO A
      *               SITTING IS NEVER CHARGED TWICE.
      *           WRITES THE FIXED-FORMAT BILDTL INVOICE DETAIL FILE
      *           FOR THE FINANCE SYSTEM (DANBILRC) AND PRINTS THE
      *           BILRPT INVOICE REGISTER, WHOSE ARCHIVE RECORD COUNTS
      *           BY BRANCH CATEGORY TIE TO THE DANSUM TOTALS LINE AND
      *           WHOSE GRAND TOTAL TIES TO THE DANTCO GRAND TOTAL.
      *           POINT REJKEY AT THE REJECT KEYS ACCUMULATED FOR THE
      *           PERIOD, AND RUN AFTER THE MONTH'S REJECTS ARE POSTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT DANARC  ASSIGN TO DANARC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARC-STATUS.
           SELECT DANFEE  ASSIGN TO DANFEE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANFEE-STATUS.
           SELECT OPTIONAL REJKEY  ASSIGN TO REJKEY
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEY-STATUS.
           SELECT BILDTL  ASSIGN TO BILDTL
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BILDTL-STATUS.
           SELECT BILRPT  ASSIGN TO BILRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BILRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANARC - THE TRANSMITTED-EXTRACT ARCHIVE.  READ-ONLY HERE,
      **   TWICE: ONCE FOR THE MONTH'S DANCOR RESUBMISSIONS, THEN
      **   AGAIN TO PRICE THE MONTH.  THE BUSINESS DATE IS AR-DATE
      **   (MMDDYY); THE EXTRACT BYTES ARE VIEWED THROUGH PPEXTREC.
      ******************************************************************
       FD  DANARC.
       01  DANARC-REC.
           COPY DANARCRC.
      ******************************************************************
      **   DANFEE - THE FEE SCHEDULE.  READ ONCE AT INIT.
      ******************************************************************
       FD  DANFEE.
       01  DANFEE-REC.
           COPY DANFEERC.
      ******************************************************************
      **   REJKEY - THE MACHINE-READABLE REJECT KEYS DANREJ WRITES,
      **   ONE PER RECORD DANTES BOUNCED.  OPTIONAL -- NO REJECTS
      **   POSTED MEANS NOTHING IS CREDITED.
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
      **   BILDTL - THE INVOICE DETAIL FILE FOR THE FINANCE SYSTEM.
      ******************************************************************
       FD  BILDTL.
       01  BILDTL-REC.
           COPY DANBILRC.
      ******************************************************************
      **   BILRPT - THE PRINTED MONTHLY INVOICE REGISTER.
      ******************************************************************
       FD  BILRPT.
       01  BILRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 DANFEE-ENDFILE PIC X VALUE 'N'.
          88 DANFEE-EOF VALUE 'Y'.
       01 REJKEY-ENDFILE PIC X VALUE 'N'.
          88 REJKEY-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 DANFEE-STATUS PIC XX VALUE '00'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 BILDTL-STATUS PIC XX VALUE '00'.
       01 BILRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

       01 WS-REQ-MM PIC X(02) VALUE SPACES.
       01 WS-REQ-CCYY PIC X(04) VALUE SPACES.
       01 WS-REQ-YY PIC X(02) VALUE SPACES.
      *    THE BILLING MONTH AND EACH ROW'S BUSINESS MONTH AS CCYYMM,
      *    SO ROWS LATER THAN THE BILLING MONTH CAN BE PASSED OVER.
       01 WS-REQ-YM PIC X(06) VALUE SPACES.
       01 WS-ROW-YM PIC X(06) VALUE SPACES.
      *    THE ROW'S BUSINESS DATE AS CCYYMMDD, FOR THE RATE LOOKUP.
       01 WS-ROW-DATE PIC X(08) VALUE SPACES.
       01 WS-IN-MONTH-SW PIC X VALUE 'N'.
          88 WS-IN-MONTH VALUE 'Y'.

      *    THE ARCHIVED EXTRACT RECORD, VIEWED THROUGH THE REAL
      *    Pro-Proctor FIELD LAYOUT.
       01 WS-PP-REC.
           COPY PPEXTREC.

      *    FUNDING TYPE OF THE ROW IN HAND (F/C/I) AND ITS SUBSCRIPT
      *    INTO THE RECONCILIATION TOTALS: 1 ON-BASE, 2 ON-CAMPUS,
      *    3 FULLY FUNDED.
       01 WS-FUND-TYPE PIC X(01) VALUE SPACE.
       01 WS-FND-SUB PIC 9(01) VALUE 0.
       01 WS-FND-TABLE.
          05 WS-FND-ROW OCCURS 3 TIMES.
             10 WS-FND-ARC     PIC 9(09) COMP.
             10 WS-FND-RESEND  PIC 9(09) COMP.
             10 WS-FND-REPEAT  PIC 9(09) COMP.
             10 WS-FND-DELIV   PIC 9(09) COMP.
             10 WS-FND-CRED-CT PIC 9(09) COMP.
             10 WS-FND-BILLED  PIC 9(09) COMP.
             10 WS-FND-GROSS   PIC 9(09)V99 COMP-3.
             10 WS-FND-CREDIT  PIC 9(09)V99 COMP-3.
             10 WS-FND-NET     PIC 9(09)V99 COMP-3.

      *    THE FEE SCHEDULE, LOADED AT INIT.  A RECORD THAT FAILS ITS
      *    EDITS IS LISTED ON THE REGISTER AND NOT LOADED.
       01 WS-FEE-MAX PIC 9(04) VALUE 500.
       01 WS-FEE-CT PIC 9(04) VALUE 0.
       01 WS-FEE-SUB PIC 9(04) VALUE 0.
       01 WS-FEE-BAD-CT PIC 9(04) VALUE 0.
       01 WS-FEE-FOUND-SW PIC X VALUE 'N'.
          88 WS-FEE-FOUND VALUE 'Y'.
       01 WS-FEE-REASON PIC X(30) VALUE SPACES.
       01 WS-FEE-TABLE.
          05 WS-FEE-ROW OCCURS 500 TIMES.
             10 WS-FEE-PGM     PIC X(04).
             10 WS-FEE-FUND    PIC X(01).
             10 WS-FEE-EFF     PIC X(08).
             10 WS-FEE-RETIRE  PIC X(08).
             10 WS-FEE-RATE    PIC 9(03)V99.
       01 WS-RATE PIC 9(03)V99 VALUE 0.

      *    THE REJECT KEYS, LOADED AT INIT.  A REJECT WITH NO ORIGINAL
      *    BUSINESS DATE (DANREJ COULD NOT MATCH IT TO A TRANSMISSION)
      *    CANNOT BE TIED TO AN ARCHIVE ROW AND IS NOT LOADED.
       01 WS-RJK-MAX PIC 9(05) VALUE 20000.
       01 WS-RJK-CT PIC 9(05) VALUE 0.
       01 WS-RJK-SUB PIC 9(05) VALUE 0.
       01 WS-RJK-NODATE-CT PIC 9(05) VALUE 0.
       01 WS-RJK-FOUND-SW PIC X VALUE 'N'.
          88 WS-RJK-FOUND VALUE 'Y'.
       01 WS-RJK-TABLE.
          05 WS-RJK-ROW OCCURS 20000 TIMES.
             10 WS-RJK-SSN     PIC X(09).
             10 WS-RJK-CODE    PIC X(05).
             10 WS-RJK-TDATE   PIC X(08).
             10 WS-RJK-ORIG    PIC X(06).

      *    THE SITTINGS THE BILLING MONTH HAS A DANCOR RESUBMISSION
      *    FOR, FOUND ON THE FIRST PASS.  THE SECOND PASS FOLLOWS EACH
      *    ONE THROUGH THE ARCHIVE IN TRANSMISSION ORDER: B = THE
      *    LATEST TRANSMISSION OF THE SITTING STANDS BILLED, X = IT WAS
      *    REJECTED AND CREDITED (SO A RESUBMISSION IS BILLABLE),
      *    SPACE = NOT TRANSMITTED YET.
       01 WS-RSB-MAX PIC 9(05) VALUE 5000.
       01 WS-RSB-CT PIC 9(05) VALUE 0.
       01 WS-RSB-SUB PIC 9(05) VALUE 0.
       01 WS-RSB-FOUND-SW PIC X VALUE 'N'.
          88 WS-RSB-FOUND VALUE 'Y'.
       01 WS-RSB-TABLE.
          05 WS-RSB-ROW OCCURS 5000 TIMES.
             10 WS-RSB-SSN     PIC X(09).
             10 WS-RSB-CODE    PIC X(05).
             10 WS-RSB-TDATE   PIC X(08).
             10 WS-RSB-STATE   PIC X(01).

      *    ONE INVOICE LINE PER TEST PROGRAM, FUNDING TYPE AND RATE
      *    BILLED DURING THE MONTH (A RATE CHANGE MID-MONTH GIVES THE
      *    PROGRAM A SECOND LINE).
       01 WS-BIL-MAX PIC 9(04) VALUE 300.
       01 WS-BIL-CT PIC 9(04) VALUE 0.
       01 WS-BIL-SUB PIC 9(04) VALUE 0.
       01 WS-BIL-FOUND-SW PIC X VALUE 'N'.
          88 WS-BIL-FOUND VALUE 'Y'.
       01 WS-BIL-TABLE.
          05 WS-BIL-ROW OCCURS 300 TIMES.
             10 WS-BIL-PGM     PIC X(04).
             10 WS-BIL-FUND    PIC X(01).
             10 WS-BIL-RATE    PIC 9(03)V99.
             10 WS-BIL-DELIV   PIC 9(09) COMP.
             10 WS-BIL-CRED-CT PIC 9(09) COMP.
             10 WS-BIL-BILLED  PIC 9(09) COMP.
             10 WS-BIL-GROSS   PIC 9(09)V99 COMP-3.
             10 WS-BIL-CREDIT  PIC 9(09)V99 COMP-3.
             10 WS-BIL-NET     PIC 9(09)V99 COMP-3.

       01 WS-ARC-READ-CT PIC 9(09) VALUE 0.
       01 WS-MONTH-CT PIC 9(09) VALUE 0.
       01 WS-NOFEE-CT PIC 9(07) VALUE 0.
       01 WS-DTL-CT PIC 9(09) VALUE 0.
       01 WS-TOT-BILLED PIC 9(09) VALUE 0.
       01 WS-TOT-CRED-CT PIC 9(09) VALUE 0.
       01 WS-TOT-GROSS PIC 9(09)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC 9(09)V99 VALUE 0.
       01 WS-TOT-NET PIC 9(09)V99 VALUE 0.
       01 WS-PRT-CT1 PIC 9(09) VALUE 0.
       01 WS-PRT-CT2 PIC 9(09) VALUE 0.
       01 WS-PRT-CT3 PIC 9(09) VALUE 0.
       01 WS-PRT-AMT1 PIC 9(09)V99 VALUE 0.
       01 WS-PRT-AMT2 PIC 9(09)V99 VALUE 0.
       01 WS-PRT-AMT3 PIC 9(09)V99 VALUE 0.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    BILRPT REPORT LINES
      ******************************************************************
       01 BR-HDR1.
          05 FILLER PIC X(35) VALUE
             'DANTES MONTHLY INVOICE REGISTER -- '.
          05 BR-HDR1-MM PIC X(02) VALUE SPACES.
          05 FILLER PIC X(01) VALUE '/'.
          05 BR-HDR1-CCYY PIC X(04) VALUE SPACES.
          05 FILLER PIC X(24) VALUE
             '  (FROM DANARC ARCHIVE)'.
       01 BR-FEE-HDR PIC X(40) VALUE
          ' DANFEE SCHEDULE RECORDS NOT LOADED'.
       01 BR-FEE-LINE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 BR-FEE-IMAGE PIC X(61) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 BR-FEE-REASON PIC X(30) VALUE SPACES.
       01 BR-EXC-HDR PIC X(50) VALUE
          ' RESULTS WITH NO DANFEE RATE (BILLED AT ZERO)'.
       01 BR-EXC-LINE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 BR-EXC-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(06) VALUE '  PGM '.
          05 BR-EXC-PGM PIC X(04) VALUE SPACES.
          05 FILLER PIC X(07) VALUE '  FUND '.
          05 BR-EXC-FUND PIC X(01) VALUE SPACE.
          05 FILLER PIC X(07) VALUE '  CAND '.
          05 BR-EXC-CAND PIC X(10) VALUE SPACES.
          05 FILLER PIC X(07) VALUE '  TEST '.
          05 BR-EXC-CODE PIC X(05) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-EXC-TDATE PIC X(08) VALUE SPACES.
       01 BR-NONE PIC X(09) VALUE '   NONE'.
       01 BR-HDR2.
          05 FILLER PIC X(12) VALUE ' PGM   FUND '.
          05 FILLER PIC X(08) VALUE '    RATE'.
          05 FILLER PIC X(12) VALUE '   DELIVERED'.
          05 FILLER PIC X(12) VALUE '    CREDITED'.
          05 FILLER PIC X(12) VALUE '      BILLED'.
          05 FILLER PIC X(15) VALUE '   GROSS AMOUNT'.
          05 FILLER PIC X(15) VALUE '  CREDIT AMOUNT'.
          05 FILLER PIC X(15) VALUE '     NET AMOUNT'.
       01 BR-DETAIL.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-PGM PIC X(04) VALUE SPACES.
          05 FILLER PIC X(04) VALUE SPACES.
          05 BR-FUND PIC X(01) VALUE SPACE.
          05 FILLER PIC X(02) VALUE SPACES.
          05 BR-RATE PIC ZZZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-DELIV PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-CRED-CT PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-BILLED PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-NET PIC ZZZ,ZZZ,ZZ9.99.
       01 BR-TOTLIT PIC X(11) VALUE ' TOTALS    '.
       01 BR-HDR3.
          05 FILLER PIC X(40) VALUE
             ' RECONCILIATION BY BRANCH CATEGORY      '.
          05 FILLER PIC X(15) VALUE '        ON-BASE'.
          05 FILLER PIC X(15) VALUE '      ON-CAMPUS'.
          05 FILLER PIC X(15) VALUE '     FULLY-FUND'.
          05 FILLER PIC X(15) VALUE '          TOTAL'.
       01 BR-REC-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-REC-LABEL PIC X(40) VALUE SPACES.
          05 FILLER PIC X(03) VALUE SPACES.
          05 BR-REC-CT1 PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(04) VALUE SPACES.
          05 BR-REC-CT2 PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(04) VALUE SPACES.
          05 BR-REC-CT3 PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(04) VALUE SPACES.
          05 BR-REC-CTT PIC ZZZ,ZZZ,ZZ9.
       01 BR-AMT-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-AMT-LABEL PIC X(40) VALUE SPACES.
          05 BR-AMT-1 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-AMT-2 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-AMT-3 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-AMT-T PIC ZZZ,ZZZ,ZZ9.99.
       01 BR-TIE-LINE1 PIC X(60) VALUE
          ' ARCHIVE RECORDS BY CATEGORY TIE TO THE DANSUM TOTALS LINE'.
       01 BR-TIE-LINE2 PIC X(60) VALUE
          ' AND THEIR TOTAL TO THE DANTCO GRAND TOTAL FOR THE MONTH'.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05 LS-PARM-LEN       PIC S9(4) COMP.
           05 LS-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 210-LOAD-FEES THRU 210-LOAD-FEES-EXIT
           PERFORM 230-LOAD-REJECTS THRU 230-LOAD-REJECTS-EXIT
           PERFORM 250-FIND-RESUBMITS THRU 250-FIND-RESUBMITS-EXIT
           PERFORM 300-BILL-MONTH THRU 300-BILL-MONTH-EXIT
           PERFORM 400-PRINT-REGISTER THRU 400-PRINT-EXIT
           PERFORM 500-WRITE-TRAILER THRU 500-WRITE-TRAILER-EXIT
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

           OPEN INPUT DANFEE.
           IF DANFEE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANFEE. CODE=' DANFEE-STATUS
               MOVE DANFEE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT REJKEY.
      *
      *    NO REJECT KEYS POSTED FOR THE PERIOD IS NOT AN ERROR --
      *    STATUS 35 JUST MEANS NOTHING IS CREDITED.
           IF REJKEY-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'REJKEY. CODE=' REJKEY-STATUS
               MOVE REJKEY-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT BILDTL.
           IF BILDTL-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'BILDTL. CODE=' BILDTL-STATUS
               MOVE BILDTL-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT BILRPT.
           IF BILRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'BILRPT. CODE=' BILRPT-STATUS
               MOVE BILRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    200-INIT-PROCESS VALIDATES THE REQUESTED MONTH (PARM
      *    POSITIONS 1-6, MMYYYY), CLEARS THE RECONCILIATION TOTALS AND
      *    PRINTS THE REGISTER TITLE.
      ******************************************************************
       200-INIT-PROCESS.

           IF LS-PARM-LEN < 6 OR LS-PARM-TEXT (1:6) IS NOT NUMERIC
               DISPLAY 'PROGRAM TERMINATED. PARM MUST BE MMYYYY - GOT='
                       LS-PARM-TEXT (1:6)
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE LS-PARM-TEXT (1:2) TO WS-REQ-MM
           MOVE LS-PARM-TEXT (3:4) TO WS-REQ-CCYY
           MOVE LS-PARM-TEXT (5:2) TO WS-REQ-YY

           IF WS-REQ-MM < '01' OR WS-REQ-MM > '12'
               DISPLAY 'PROGRAM TERMINATED. PARM MONTH NOT 01-12 - GOT='
                       WS-REQ-MM
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           STRING WS-REQ-CCYY, WS-REQ-MM
                  DELIMITED BY SIZE INTO WS-REQ-YM

           MOVE 1 TO WS-FND-SUB
           PERFORM 205-CLEAR-FUND THRU 205-CLEAR-FUND-EXIT
               UNTIL WS-FND-SUB > 3

           MOVE WS-REQ-MM TO BR-HDR1-MM
           MOVE WS-REQ-CCYY TO BR-HDR1-CCYY
           MOVE BR-HDR1 TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           DISPLAY 'DANBIL BILLING MONTH=' WS-REQ-MM '/' WS-REQ-CCYY

           .
       200-INIT-EXIT.
           EXIT.

       205-CLEAR-FUND.

           MOVE 0 TO WS-FND-ARC (WS-FND-SUB)
           MOVE 0 TO WS-FND-RESEND (WS-FND-SUB)
           MOVE 0 TO WS-FND-REPEAT (WS-FND-SUB)
           MOVE 0 TO WS-FND-DELIV (WS-FND-SUB)
           MOVE 0 TO WS-FND-CRED-CT (WS-FND-SUB)
           MOVE 0 TO WS-FND-BILLED (WS-FND-SUB)
           MOVE 0 TO WS-FND-GROSS (WS-FND-SUB)
           MOVE 0 TO WS-FND-CREDIT (WS-FND-SUB)
           MOVE 0 TO WS-FND-NET (WS-FND-SUB)
           ADD 1 TO WS-FND-SUB

           .
       205-CLEAR-FUND-EXIT.
           EXIT.

      ******************************************************************
      *    210-LOAD-FEES LOADS THE DANFEE FEE SCHEDULE.  EACH RECORD IS
      *    EDITED AS IT LOADS; ONE THAT FAILS IS LISTED AT THE TOP OF
      *    THE REGISTER WITH THE REASON, LEFT OUT OF THE TABLE, AND
      *    ENDS THE RUN RC=8 -- AN INVOICE PRICED FROM A DAMAGED
      *    SCHEDULE MUST NOT GO TO FINANCE UNREVIEWED.
      ******************************************************************
       210-LOAD-FEES.

           PERFORM 220-READ-DANFEE THRU 220-READ-EXIT
               UNTIL DANFEE-EOF

           DISPLAY 'DANFEE RATES LOADED=' WS-FEE-CT
                   ' REJECTED=' WS-FEE-BAD-CT

           .
       210-LOAD-FEES-EXIT.
           EXIT.

       220-READ-DANFEE.

           READ DANFEE RECORD AT END MOVE 'Y' TO DANFEE-ENDFILE.
           IF DANFEE-STATUS IS NOT = '00' AND
              DANFEE-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANFEE Code=' DANFEE-STATUS
               MOVE 'Y' TO DANFEE-ENDFILE
           END-IF

           IF NOT DANFEE-EOF
               MOVE SPACES TO WS-FEE-REASON
               EVALUATE TRUE
                   WHEN FE-TEST-PGM = SPACES
                       MOVE 'TEST PROGRAM MISSING' TO WS-FEE-REASON
                   WHEN NOT FE-FUND-TYPE-VALID
                       MOVE 'FUNDING TYPE NOT F/C/I'
                           TO WS-FEE-REASON
                   WHEN FE-EFF-DATE IS NOT NUMERIC
                       MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
                           TO WS-FEE-REASON
                   WHEN FE-RETIRE-DATE NOT = SPACES AND
                        FE-RETIRE-DATE IS NOT NUMERIC
                       MOVE 'RETIRE DATE NOT CCYYMMDD'
                           TO WS-FEE-REASON
                   WHEN FE-RETIRE-DATE NOT = SPACES AND
                        FE-RETIRE-DATE NOT > FE-EFF-DATE
                       MOVE 'RETIRE DATE NOT AFTER EFFECTIVE'
                           TO WS-FEE-REASON
                   WHEN FE-RATE IS NOT NUMERIC
                       MOVE 'RATE NOT NUMERIC' TO WS-FEE-REASON
               END-EVALUATE

               IF WS-FEE-REASON = SPACES AND WS-FEE-CT NOT < WS-FEE-MAX
                   DISPLAY 'PROGRAM TERMINATED. DANFEE HAS MORE THAN '
                           WS-FEE-MAX ' RATES'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF

               IF WS-FEE-REASON = SPACES
                   ADD 1 TO WS-FEE-CT
                   MOVE FE-TEST-PGM TO WS-FEE-PGM (WS-FEE-CT)
                   MOVE FE-FUND-TYPE TO WS-FEE-FUND (WS-FEE-CT)
                   MOVE FE-EFF-DATE TO WS-FEE-EFF (WS-FEE-CT)
                   MOVE FE-RETIRE-DATE TO WS-FEE-RETIRE (WS-FEE-CT)
                   MOVE FE-RATE TO WS-FEE-RATE (WS-FEE-CT)
               ELSE
                   IF WS-FEE-BAD-CT = 0
                       MOVE BR-FEE-HDR TO BILRPT-REC
                       PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
                   END-IF
                   ADD 1 TO WS-FEE-BAD-CT
                   MOVE DANFEE-REC TO BR-FEE-IMAGE
                   MOVE WS-FEE-REASON TO BR-FEE-REASON
                   MOVE BR-FEE-LINE TO BILRPT-REC
                   PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
                   DISPLAY 'DANFEE RECORD NOT LOADED - ' WS-FEE-REASON
               END-IF
           END-IF

           .
       220-READ-EXIT.
           EXIT.

      ******************************************************************
      *    230-LOAD-REJECTS LOADS THE REJECT KEYS (WHEN POSTED) SO
      *    EACH ARCHIVE ROW CAN BE CHECKED FOR A DANTES REJECT OF THAT
      *    SITTING AGAINST THAT TRANSMISSION'S BUSINESS DATE.
      ******************************************************************
       230-LOAD-REJECTS.

           IF REJKEY-STATUS = '00'
               PERFORM 240-READ-REJKEY THRU 240-READ-EXIT
                   UNTIL REJKEY-EOF
           ELSE
               DISPLAY 'NO REJKEY REJECT KEYS POSTED - NOTHING CREDITED'
           END-IF

           DISPLAY 'REJECT KEYS LOADED=' WS-RJK-CT
                   ' WITHOUT AN ORIGINAL DATE=' WS-RJK-NODATE-CT

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

           IF NOT REJKEY-EOF
               IF RK-ORIG-DATE = SPACES
                   ADD 1 TO WS-RJK-NODATE-CT
               ELSE
                   IF WS-RJK-CT NOT < WS-RJK-MAX
                       DISPLAY 'PROGRAM TERMINATED. REJKEY HAS MORE THA
      -                    'N ' WS-RJK-MAX ' REJECTS'
                       MOVE 97 TO WB-FLUSH-ARG
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
                   END-IF
                   ADD 1 TO WS-RJK-CT
                   MOVE RK-SSN TO WS-RJK-SSN (WS-RJK-CT)
                   MOVE RK-TEST-CODE TO WS-RJK-CODE (WS-RJK-CT)
                   MOVE RK-TEST-DATE TO WS-RJK-TDATE (WS-RJK-CT)
                   MOVE RK-ORIG-DATE TO WS-RJK-ORIG (WS-RJK-CT)
               END-IF
           END-IF

           .
       240-READ-EXIT.
           EXIT.

      ******************************************************************
      *    250-FIND-RESUBMITS IS THE FIRST PASS OF THE ARCHIVE: IT
      *    COLLECTS EVERY SITTING (SSN + TEST CODE + TEST DATE) THE
      *    BILLING MONTH HAS A DANCOR RESUBMISSION FOR, THEN REWINDS
      *    DANARC FOR THE PRICING PASS.
      ******************************************************************
       250-FIND-RESUBMITS.

           PERFORM 260-READ-PASS1 THRU 260-READ-PASS1-EXIT
               UNTIL DANARC-EOF

           CLOSE DANARC
           MOVE 'N' TO DANARC-ENDFILE
           OPEN INPUT DANARC
           IF DANARC-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANARC. CODE=' DANARC-STATUS
               MOVE DANARC-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           DISPLAY 'DANCOR RESUBMITTED SITTINGS THIS MONTH=' WS-RSB-CT

           .
       250-FIND-RESUBMITS-EXIT.
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
               IF AR-CTL-SOURCE = 'C' AND
                  AR-DATE (1:2) = WS-REQ-MM AND
                  AR-DATE (5:2) = WS-REQ-YY
                   MOVE AR-EXTR-REC TO WS-PP-REC
                   PERFORM 330-FIND-SITTING THRU 330-FIND-SITTING-EXIT
                   IF NOT WS-RSB-FOUND
                       IF WS-RSB-CT NOT < WS-RSB-MAX
                           DISPLAY 'PROGRAM TERMINATED. MORE THAN '
                                   WS-RSB-MAX ' RESUBMITTED SITTINGS'
                           MOVE 97 TO WB-FLUSH-ARG
                           CALL 'ILBOABN0' USING WB-FLUSH-ARG
                       END-IF
                       ADD 1 TO WS-RSB-CT
                       MOVE PP-CAND-SSN TO WS-RSB-SSN (WS-RSB-CT)
                       MOVE PP-TEST-CODE TO WS-RSB-CODE (WS-RSB-CT)
                       MOVE PP-TEST-DATE TO WS-RSB-TDATE (WS-RSB-CT)
                       MOVE SPACE TO WS-RSB-STATE (WS-RSB-CT)
                   END-IF
               END-IF
           END-IF

           .
       260-READ-PASS1-EXIT.
           EXIT.

      ******************************************************************
      *    300-BILL-MONTH IS THE PRICING PASS.  IT READS THE ARCHIVE IN
      *    TRANSMISSION ORDER UP TO THE END OF THE BILLING MONTH --
      *    EARLIER MONTHS ONLY TO FOLLOW THE RESUBMITTED SITTINGS --
      *    AND PRICES EVERY ROW OF THE BILLING MONTH.
      ******************************************************************
       300-BILL-MONTH.

           MOVE BR-EXC-HDR TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           PERFORM 310-READ-DANARC THRU 310-READ-EXIT
               UNTIL DANARC-EOF

           IF WS-NOFEE-CT = 0
               MOVE BR-NONE TO BILRPT-REC
               PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           END-IF

           .
       300-BILL-MONTH-EXIT.
           EXIT.

       310-READ-DANARC.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE 'Y' TO DANARC-ENDFILE
           END-IF

           IF NOT DANARC-EOF
               ADD 1 TO WS-ARC-READ-CT
               MOVE SPACES TO WS-ROW-YM
               IF AR-DATE IS NUMERIC
                   STRING '20', AR-DATE (5:2), AR-DATE (1:2)
                          DELIMITED BY SIZE INTO WS-ROW-YM
               END-IF
               IF WS-ROW-YM NOT = SPACES AND
                  WS-ROW-YM NOT > WS-REQ-YM
                   PERFORM 320-CLASSIFY-ROW THRU 320-CLASSIFY-EXIT
               END-IF
           END-IF

           .
       310-READ-EXIT.
           EXIT.

      ******************************************************************
      *    320-CLASSIFY-ROW DECIDES WHAT ONE ARCHIVE ROW CONTRIBUTES.
      *    EVERY ROW OF THE BILLING MONTH IS COUNTED AS AN ARCHIVE
      *    RECORD UNDER ITS BRANCH CATEGORY, AS DANSUM AND DANTCO COUNT
      *    IT.  THEN:
      *      - A RESEND (SOURCE R) IS NOT BILLED;
      *      - A DANCOR RESUBMISSION (SOURCE C) OF A SITTING WHOSE
      *        LATEST TRANSMISSION STILL STANDS BILLED IS A REPEAT AND
      *        IS NOT BILLED;
      *      - ANY OTHER ROW IS A DELIVERED RESULT, CREDITED WHEN
      *        DANTES REJECTED IT.
      *    A ROW OF A RESUBMITTED SITTING ALSO MOVES THAT SITTING'S
      *    STATE ON, WHATEVER MONTH IT FALLS IN.
      ******************************************************************
       320-CLASSIFY-ROW.

           MOVE 'N' TO WS-IN-MONTH-SW
           IF WS-ROW-YM = WS-REQ-YM
               MOVE 'Y' TO WS-IN-MONTH-SW
           END-IF

           MOVE AR-EXTR-REC TO WS-PP-REC
           MOVE 'N' TO WS-RSB-FOUND-SW
           IF WS-RSB-CT > 0 AND AR-CTL-SOURCE NOT = 'R'
               PERFORM 330-FIND-SITTING THRU 330-FIND-SITTING-EXIT
           END-IF

           EVALUATE TRUE
               WHEN AR-BRANCH = 'F'
                   MOVE 'F' TO WS-FUND-TYPE
                   MOVE 1 TO WS-FND-SUB
               WHEN AR-BRANCH = 'C'
                   MOVE 'C' TO WS-FUND-TYPE
                   MOVE 2 TO WS-FND-SUB
               WHEN OTHER
                   MOVE 'I' TO WS-FUND-TYPE
                   MOVE 3 TO WS-FND-SUB
           END-EVALUATE

           IF WS-IN-MONTH
               ADD 1 TO WS-MONTH-CT
               ADD 1 TO WS-FND-ARC (WS-FND-SUB)
           END-IF

           EVALUATE TRUE
               WHEN AR-CTL-SOURCE = 'R'
                   IF WS-IN-MONTH
                       ADD 1 TO WS-FND-RESEND (WS-FND-SUB)
                   END-IF
               WHEN AR-CTL-SOURCE = 'C' AND WS-RSB-FOUND AND
                    WS-RSB-STATE (WS-RSB-SUB) = 'B'
                   IF WS-IN-MONTH
                       ADD 1 TO WS-FND-REPEAT (WS-FND-SUB)
                   END-IF
               WHEN WS-IN-MONTH OR WS-RSB-FOUND
                   PERFORM 340-FIND-REJECT THRU 340-FIND-REJECT-EXIT
                   IF WS-RSB-FOUND
                       IF WS-RJK-FOUND
                           MOVE 'X' TO WS-RSB-STATE (WS-RSB-SUB)
                       ELSE
                           MOVE 'B' TO WS-RSB-STATE (WS-RSB-SUB)
                       END-IF
                   END-IF
                   IF WS-IN-MONTH
                       PERFORM 360-BILL-RESULT THRU 360-BILL-EXIT
                   END-IF
           END-EVALUATE

           .
       320-CLASSIFY-EXIT.
           EXIT.

      ******************************************************************
      *    330-FIND-SITTING LOOKS THE SITTING IN WS-PP-REC UP AMONG THE
      *    RESUBMITTED SITTINGS.  WS-RSB-SUB POINTS AT THE ROW ON A HIT.
      ******************************************************************
       330-FIND-SITTING.

           MOVE 'N' TO WS-RSB-FOUND-SW
           MOVE 1 TO WS-RSB-SUB
           PERFORM 335-SCAN-SITTING THRU 335-SCAN-SITTING-EXIT
               UNTIL WS-RSB-FOUND OR WS-RSB-SUB > WS-RSB-CT

           .
       330-FIND-SITTING-EXIT.
           EXIT.

       335-SCAN-SITTING.

           IF WS-RSB-SSN (WS-RSB-SUB) = PP-CAND-SSN AND
              WS-RSB-CODE (WS-RSB-SUB) = PP-TEST-CODE AND
              WS-RSB-TDATE (WS-RSB-SUB) = PP-TEST-DATE
               MOVE 'Y' TO WS-RSB-FOUND-SW
           ELSE
               ADD 1 TO WS-RSB-SUB
           END-IF

           .
       335-SCAN-SITTING-EXIT.
           EXIT.

      ******************************************************************
      *    340-FIND-REJECT LOOKS FOR A DANTES REJECT OF THE SITTING IN
      *    WS-PP-REC AGAINST THIS ROW'S BUSINESS DATE -- THE REJECT
      *    KEY CARRIES THE BUSINESS DATE OF THE TRANSMISSION DANTES
      *    BOUNCED, SO A LATER RESUBMISSION OF THE SAME SITTING IS NOT
      *    CREDITED FOR ITS PREDECESSOR'S REJECT.
      ******************************************************************
       340-FIND-REJECT.

           MOVE 'N' TO WS-RJK-FOUND-SW
           MOVE 1 TO WS-RJK-SUB
           PERFORM 345-SCAN-REJECT THRU 345-SCAN-REJECT-EXIT
               UNTIL WS-RJK-FOUND OR WS-RJK-SUB > WS-RJK-CT

           .
       340-FIND-REJECT-EXIT.
           EXIT.

       345-SCAN-REJECT.

           IF WS-RJK-SSN (WS-RJK-SUB) = PP-CAND-SSN AND
              WS-RJK-CODE (WS-RJK-SUB) = PP-TEST-CODE AND
              WS-RJK-TDATE (WS-RJK-SUB) = PP-TEST-DATE AND
              WS-RJK-ORIG (WS-RJK-SUB) = AR-DATE
               MOVE 'Y' TO WS-RJK-FOUND-SW
           ELSE
               ADD 1 TO WS-RJK-SUB
           END-IF

           .
       345-SCAN-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    360-BILL-RESULT PRICES ONE DELIVERED RESULT OF THE BILLING
      *    MONTH: LOOKS UP THE RATE IN FORCE ON ITS BUSINESS DATE FOR
      *    ITS TEST PROGRAM AND FUNDING TYPE, POSTS IT TO THE INVOICE
      *    LINE AND THE RECONCILIATION TOTALS, AND WRITES ITS BILDTL
      *    DETAIL RECORD.  A RESULT WITH NO RATE ON THE SCHEDULE IS
      *    STILL DELIVERED -- IT IS BILLED AT ZERO, LISTED ON THE
      *    REGISTER AND ENDS THE RUN RC=8 SO THE SCHEDULE GETS FIXED
      *    BEFORE THE INVOICE GOES OUT.
      ******************************************************************
       360-BILL-RESULT.

           STRING '20', AR-DATE (5:2), AR-DATE (1:2), AR-DATE (3:2)
                  DELIMITED BY SIZE INTO WS-ROW-DATE

           PERFORM 350-FIND-FEE THRU 350-FIND-FEE-EXIT
           IF WS-FEE-FOUND
               MOVE WS-FEE-RATE (WS-FEE-SUB) TO WS-RATE
           ELSE
               MOVE 0 TO WS-RATE
               ADD 1 TO WS-NOFEE-CT
               MOVE SPACES TO BR-EXC-FILE
               STRING AR-DATE, AR-SUFFIX, '.txt'
                      DELIMITED BY SIZE INTO BR-EXC-FILE
               MOVE PP-TEST-PGM TO BR-EXC-PGM
               MOVE WS-FUND-TYPE TO BR-EXC-FUND
               MOVE PP-CAND-ID TO BR-EXC-CAND
               MOVE PP-TEST-CODE TO BR-EXC-CODE
               MOVE PP-TEST-DATE TO BR-EXC-TDATE
               MOVE BR-EXC-LINE TO BILRPT-REC
               PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           END-IF

           PERFORM 370-FIND-LINE THRU 370-FIND-LINE-EXIT

           MOVE SPACES TO BILDTL-REC
           MOVE 'D' TO BD-REC-TYPE
           MOVE WS-REQ-YM TO BD-BILL-MONTH
           MOVE AR-DATE TO BD-BUS-DATE
           MOVE AR-SUFFIX TO BD-SUFFIX
           MOVE AR-BRANCH TO BD-BRANCH
           MOVE WS-FUND-TYPE TO BD-FUND-TYPE
           MOVE AR-CTL-SOURCE TO BD-SOURCE
           MOVE PP-CAND-ID TO BD-CAND-ID
           MOVE PP-TEST-PGM TO BD-TEST-PGM
           MOVE PP-TEST-CODE TO BD-TEST-CODE
           MOVE PP-TEST-DATE TO BD-TEST-DATE
           MOVE PP-TCO-ID TO BD-TCO-ID
           MOVE PP-SITE-ID TO BD-SITE-ID
           MOVE WS-RATE TO BD-RATE
           MOVE WS-RATE TO BD-GROSS

           ADD 1 TO WS-FND-DELIV (WS-FND-SUB)
           ADD 1 TO WS-BIL-DELIV (WS-BIL-SUB)
           ADD WS-RATE TO WS-FND-GROSS (WS-FND-SUB)
           ADD WS-RATE TO WS-BIL-GROSS (WS-BIL-SUB)

           IF WS-RJK-FOUND
               MOVE 'X' TO BD-STATUS
               MOVE WS-RATE TO BD-CREDIT
               MOVE 0 TO BD-NET
               ADD 1 TO WS-FND-CRED-CT (WS-FND-SUB)
               ADD 1 TO WS-BIL-CRED-CT (WS-BIL-SUB)
               ADD WS-RATE TO WS-FND-CREDIT (WS-FND-SUB)
               ADD WS-RATE TO WS-BIL-CREDIT (WS-BIL-SUB)
           ELSE
               IF WS-FEE-FOUND
                   MOVE 'B' TO BD-STATUS
               ELSE
                   MOVE 'N' TO BD-STATUS
               END-IF
               MOVE 0 TO BD-CREDIT
               MOVE WS-RATE TO BD-NET
               ADD 1 TO WS-FND-BILLED (WS-FND-SUB)
               ADD 1 TO WS-BIL-BILLED (WS-BIL-SUB)
               ADD WS-RATE TO WS-FND-NET (WS-FND-SUB)
               ADD WS-RATE TO WS-BIL-NET (WS-BIL-SUB)
           END-IF

           PERFORM 480-WRITE-BILDTL THRU 480-WRITE-BILDTL-EXIT

           .
       360-BILL-EXIT.
           EXIT.

      ******************************************************************
      *    350-FIND-FEE LOOKS UP THE RATE FOR THE ROW'S TEST PROGRAM
      *    AND FUNDING TYPE IN FORCE ON ITS BUSINESS DATE (WS-ROW-DATE,
      *    CCYYMMDD).  WS-FEE-SUB POINTS AT THE RATE ON A HIT.
      ******************************************************************
       350-FIND-FEE.

           MOVE 'N' TO WS-FEE-FOUND-SW
           MOVE 1 TO WS-FEE-SUB
           PERFORM 355-SCAN-FEE THRU 355-SCAN-FEE-EXIT
               UNTIL WS-FEE-FOUND OR WS-FEE-SUB > WS-FEE-CT

           .
       350-FIND-FEE-EXIT.
           EXIT.

       355-SCAN-FEE.

           IF WS-FEE-PGM (WS-FEE-SUB) = PP-TEST-PGM AND
              WS-FEE-FUND (WS-FEE-SUB) = WS-FUND-TYPE AND
              WS-FEE-EFF (WS-FEE-SUB) NOT > WS-ROW-DATE AND
              (WS-FEE-RETIRE (WS-FEE-SUB) = SPACES OR
               WS-FEE-RETIRE (WS-FEE-SUB) > WS-ROW-DATE)
               MOVE 'Y' TO WS-FEE-FOUND-SW
           ELSE
               ADD 1 TO WS-FEE-SUB
           END-IF

           .
       355-SCAN-FEE-EXIT.
           EXIT.

      ******************************************************************
      *    370-FIND-LINE LOCATES THE INVOICE LINE FOR THE ROW'S TEST
      *    PROGRAM, FUNDING TYPE AND RATE, ADDING ONE IF NEEDED.
      *    WS-BIL-SUB POINTS AT THE LINE ON EXIT.  MORE LINES THAN THE
      *    TABLE HOLDS TERMINATES THE RUN -- AN INVOICE MISSING A LINE
      *    IS WORSE THAN NO INVOICE.
      ******************************************************************
       370-FIND-LINE.

           MOVE 'N' TO WS-BIL-FOUND-SW
           MOVE 1 TO WS-BIL-SUB
           PERFORM 375-SCAN-LINE THRU 375-SCAN-LINE-EXIT
               UNTIL WS-BIL-FOUND OR WS-BIL-SUB > WS-BIL-CT

           IF NOT WS-BIL-FOUND
               IF WS-BIL-CT NOT < WS-BIL-MAX
                   DISPLAY 'PROGRAM TERMINATED. MORE THAN ' WS-BIL-MAX
                           ' INVOICE LINES'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-BIL-CT
               MOVE WS-BIL-CT TO WS-BIL-SUB
               MOVE PP-TEST-PGM TO WS-BIL-PGM (WS-BIL-SUB)
               MOVE WS-FUND-TYPE TO WS-BIL-FUND (WS-BIL-SUB)
               MOVE WS-RATE TO WS-BIL-RATE (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-DELIV (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-CRED-CT (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-BILLED (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-GROSS (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-CREDIT (WS-BIL-SUB)
               MOVE 0 TO WS-BIL-NET (WS-BIL-SUB)
           END-IF

           .
       370-FIND-LINE-EXIT.
           EXIT.

       375-SCAN-LINE.

           IF WS-BIL-PGM (WS-BIL-SUB) = PP-TEST-PGM AND
              WS-BIL-FUND (WS-BIL-SUB) = WS-FUND-TYPE AND
              WS-BIL-RATE (WS-BIL-SUB) = WS-RATE
               MOVE 'Y' TO WS-BIL-FOUND-SW
           ELSE
               ADD 1 TO WS-BIL-SUB
           END-IF

           .
       375-SCAN-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    400-PRINT-REGISTER WRITES THE INVOICE LINES WITH THEIR
      *    TOTALS, THEN THE RECONCILIATION BY BRANCH CATEGORY: ARCHIVE
      *    RECORDS (THE DANSUM/DANTCO FIGURE), LESS RESENDS AND REPEAT
      *    RESUBMISSIONS, GIVES RESULTS DELIVERED; LESS CREDITED
      *    REJECTS GIVES RESULTS BILLED; AND THE AMOUNTS DUE.
      ******************************************************************
       400-PRINT-REGISTER.

           MOVE SPACES TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           MOVE BR-HDR2 TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           MOVE 1 TO WS-BIL-SUB
           PERFORM 410-PRINT-LINE THRU 410-PRINT-LINE-EXIT
               UNTIL WS-BIL-SUB > WS-BIL-CT

           MOVE SPACES TO BR-DETAIL
           MOVE BR-TOTLIT TO BR-DETAIL (1:11)
           MOVE WS-DTL-CT TO BR-DELIV
           MOVE WS-TOT-CRED-CT TO BR-CRED-CT
           MOVE WS-TOT-BILLED TO BR-BILLED
           MOVE WS-TOT-GROSS TO BR-GROSS
           MOVE WS-TOT-CREDIT TO BR-CREDIT
           MOVE WS-TOT-NET TO BR-NET
           MOVE BR-DETAIL TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           MOVE SPACES TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           MOVE BR-HDR3 TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           MOVE 'ARCHIVE RECORDS FOR THE MONTH' TO BR-REC-LABEL
           MOVE WS-FND-ARC (1) TO WS-PRT-CT1
           MOVE WS-FND-ARC (2) TO WS-PRT-CT2
           MOVE WS-FND-ARC (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE '  LESS RESENDS STAGED BY DANRSND' TO BR-REC-LABEL
           MOVE WS-FND-RESEND (1) TO WS-PRT-CT1
           MOVE WS-FND-RESEND (2) TO WS-PRT-CT2
           MOVE WS-FND-RESEND (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE '  LESS REPEAT DANCOR RESUBMISSIONS' TO BR-REC-LABEL
           MOVE WS-FND-REPEAT (1) TO WS-PRT-CT1
           MOVE WS-FND-REPEAT (2) TO WS-PRT-CT2
           MOVE WS-FND-REPEAT (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE 'RESULTS DELIVERED' TO BR-REC-LABEL
           MOVE WS-FND-DELIV (1) TO WS-PRT-CT1
           MOVE WS-FND-DELIV (2) TO WS-PRT-CT2
           MOVE WS-FND-DELIV (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE '  LESS REJECTED BY DANTES (CREDITED)' TO BR-REC-LABEL
           MOVE WS-FND-CRED-CT (1) TO WS-PRT-CT1
           MOVE WS-FND-CRED-CT (2) TO WS-PRT-CT2
           MOVE WS-FND-CRED-CT (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE 'RESULTS BILLED' TO BR-REC-LABEL
           MOVE WS-FND-BILLED (1) TO WS-PRT-CT1
           MOVE WS-FND-BILLED (2) TO WS-PRT-CT2
           MOVE WS-FND-BILLED (3) TO WS-PRT-CT3
           PERFORM 420-PRINT-COUNTS THRU 420-PRINT-COUNTS-EXIT

           MOVE SPACES TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           MOVE 'GROSS AMOUNT DELIVERED' TO BR-AMT-LABEL
           MOVE WS-FND-GROSS (1) TO WS-PRT-AMT1
           MOVE WS-FND-GROSS (2) TO WS-PRT-AMT2
           MOVE WS-FND-GROSS (3) TO WS-PRT-AMT3
           PERFORM 430-PRINT-AMOUNTS THRU 430-PRINT-AMOUNTS-EXIT

           MOVE '  LESS REJECT CREDITS' TO BR-AMT-LABEL
           MOVE WS-FND-CREDIT (1) TO WS-PRT-AMT1
           MOVE WS-FND-CREDIT (2) TO WS-PRT-AMT2
           MOVE WS-FND-CREDIT (3) TO WS-PRT-AMT3
           PERFORM 430-PRINT-AMOUNTS THRU 430-PRINT-AMOUNTS-EXIT

           MOVE 'NET AMOUNT DUE' TO BR-AMT-LABEL
           MOVE WS-FND-NET (1) TO WS-PRT-AMT1
           MOVE WS-FND-NET (2) TO WS-PRT-AMT2
           MOVE WS-FND-NET (3) TO WS-PRT-AMT3
           PERFORM 430-PRINT-AMOUNTS THRU 430-PRINT-AMOUNTS-EXIT

           MOVE SPACES TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           MOVE BR-TIE-LINE1 TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT
           MOVE BR-TIE-LINE2 TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           .
       400-PRINT-EXIT.
           EXIT.

       410-PRINT-LINE.

           MOVE SPACES TO BR-DETAIL
           MOVE WS-BIL-PGM (WS-BIL-SUB) TO BR-PGM
           MOVE WS-BIL-FUND (WS-BIL-SUB) TO BR-FUND
           MOVE WS-BIL-RATE (WS-BIL-SUB) TO BR-RATE
           MOVE WS-BIL-DELIV (WS-BIL-SUB) TO BR-DELIV
           MOVE WS-BIL-CRED-CT (WS-BIL-SUB) TO BR-CRED-CT
           MOVE WS-BIL-BILLED (WS-BIL-SUB) TO BR-BILLED
           MOVE WS-BIL-GROSS (WS-BIL-SUB) TO BR-GROSS
           MOVE WS-BIL-CREDIT (WS-BIL-SUB) TO BR-CREDIT
           MOVE WS-BIL-NET (WS-BIL-SUB) TO BR-NET
           MOVE BR-DETAIL TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           ADD WS-BIL-DELIV (WS-BIL-SUB) TO WS-DTL-CT
           ADD WS-BIL-CRED-CT (WS-BIL-SUB) TO WS-TOT-CRED-CT
           ADD WS-BIL-BILLED (WS-BIL-SUB) TO WS-TOT-BILLED
           ADD WS-BIL-GROSS (WS-BIL-SUB) TO WS-TOT-GROSS
           ADD WS-BIL-CREDIT (WS-BIL-SUB) TO WS-TOT-CREDIT
           ADD WS-BIL-NET (WS-BIL-SUB) TO WS-TOT-NET
           ADD 1 TO WS-BIL-SUB

           .
       410-PRINT-LINE-EXIT.
           EXIT.

       420-PRINT-COUNTS.

           MOVE WS-PRT-CT1 TO BR-REC-CT1
           MOVE WS-PRT-CT2 TO BR-REC-CT2
           MOVE WS-PRT-CT3 TO BR-REC-CT3
           COMPUTE BR-REC-CTT = WS-PRT-CT1 + WS-PRT-CT2 + WS-PRT-CT3
           MOVE BR-REC-LINE TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           .
       420-PRINT-COUNTS-EXIT.
           EXIT.

       430-PRINT-AMOUNTS.

           MOVE WS-PRT-AMT1 TO BR-AMT-1
           MOVE WS-PRT-AMT2 TO BR-AMT-2
           MOVE WS-PRT-AMT3 TO BR-AMT-3
           COMPUTE BR-AMT-T = WS-PRT-AMT1 + WS-PRT-AMT2 + WS-PRT-AMT3
           MOVE BR-AMT-LINE TO BILRPT-REC
           PERFORM 490-WRITE-BILRPT THRU 490-WRITE-EXIT

           .
       430-PRINT-AMOUNTS-EXIT.
           EXIT.

       480-WRITE-BILDTL.

           WRITE BILDTL-REC
           IF BILDTL-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E BILDTL. CODE=' BILDTL-STATUS
               MOVE BILDTL-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       480-WRITE-BILDTL-EXIT.
           EXIT.

       490-WRITE-BILRPT.

           WRITE BILRPT-REC
           IF BILRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E BILRPT. CODE=' BILRPT-STATUS
               MOVE BILRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       490-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    500-WRITE-TRAILER ENDS BILDTL WITH THE TRAILER RECORD THE
      *    FINANCE LOAD PROVES THE FILE AGAINST -- WRITTEN EVEN FOR AN
      *    EMPTY MONTH, SO A ZERO INVOICE LOADS AS ONE.
      ******************************************************************
       500-WRITE-TRAILER.

           MOVE SPACES TO BILDTL-REC
           MOVE 'T' TO BD-REC-TYPE
           MOVE WS-REQ-YM TO BD-BILL-MONTH
           MOVE WS-DTL-CT TO BT-DETAIL-CT
           MOVE WS-TOT-BILLED TO BT-BILLED-CT
           MOVE WS-TOT-CRED-CT TO BT-CREDIT-CT
           MOVE WS-TOT-GROSS TO BT-GROSS
           MOVE WS-TOT-CREDIT TO BT-CREDIT
           MOVE WS-TOT-NET TO BT-NET
           PERFORM 480-WRITE-BILDTL THRU 480-WRITE-BILDTL-EXIT

           .
       500-WRITE-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 FOR A CLEAN INVOICE; RC=4 WHEN NO
      *    ARCHIVE ROW FELL IN THE BILLING MONTH (AN EMPTY INVOICE);
      *    RC=8 WHEN A FEE SCHEDULE RECORD WAS NOT LOADED OR A RESULT
      *    HAD NO RATE, SO THE INVOICE IS HELD FOR REVIEW.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-FEE-BAD-CT > 0 OR WS-NOFEE-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-MONTH-CT > 0
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

           DISPLAY 'DANBIL PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANBIL ARCHIVE RECORDS READ.. ' WS-ARC-READ-CT
           DISPLAY '  IN BILLING MONTH........... ' WS-MONTH-CT
           DISPLAY '  RESULTS DELIVERED.......... ' WS-DTL-CT
           DISPLAY '  CREDITED REJECTS........... ' WS-TOT-CRED-CT
           DISPLAY '  RESULTS WITH NO RATE....... ' WS-NOFEE-CT
           DISPLAY '  NET AMOUNT DUE............. ' WS-TOT-NET
           DISPLAY '----------------------------------------------'

           CLOSE DANARC DANFEE REJKEY BILDTL BILRPT
           .
       999-CLOSE-EXIT.
           EXIT.
