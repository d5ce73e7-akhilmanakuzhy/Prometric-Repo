       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANRET.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  PII RETENTION PURGE.  DANARC HAS KEPT
      *           THE FULL 200-BYTE RECORD OF EVERY RESULT EVER SENT,
      *           SSN AND NAME INCLUDED, AND REJKEY, CORRFIX AND THE
      *           DATED PPREJ REJECT FILES HAVE NEVER AGED OUT EITHER,
      *           WHICH PUTS THE SHOP OUTSIDE THE RECORDS-RETENTION
      *           SCHEDULE.  GIVEN A RETENTION PERIOD IN DAYS (PARM
      *           POSITIONS 1-4) AND OPTIONALLY THE DATE TO MEASURE IT
      *           FROM (POSITIONS 5-10, MMDDYY, DEFAULT TODAY), THIS
      *           PROGRAM TREATS EVERYTHING WHOSE BUSINESS DATE FALLS
      *           BEFORE THE CUTOFF AS PAST RETENTION AND --
      *             - MASKS THE SSN AND NAME IN THOSE DANARC ROWS AND
      *               STAMPS AR-MASK-DATE (THE REST OF THE ROW STAYS
      *               FOR THE BILLING, SUMMARY AND INQUIRY REPORTS);
      *             - DROPS REJKEY KEYS WHOSE REJECT HAS BEEN RESOLVED
      *               BY A DANCOR RESUBMISSION SENT BEFORE THE CUTOFF;
      *             - DROPS CORRFIX FIXES WHOSE RESUBMISSION WENT OUT
      *               BEFORE THE CUTOFF;
      *             - PURGES (EMPTIES) THE MMDDYYR.rej PPREJ FILES OF
      *               BUSINESS DATES BEFORE THE CUTOFF.
      *           NOTHING IS TOUCHED THAT AN OPEN REJECT STILL NEEDS
      *           (A REJKEY KEY NO LATER DANCOR RESUBMISSION OF THE
      *           SITTING HAS ANSWERED) OR THAT BELONGS TO A
      *           TRANSMISSION NOT YET ACKNOWLEDGED (A DANAUD RECORD
      *           WITH NO CONFIRM-MODE ALLCLEAR ON DANALR FOR ITS RUN
      *           DATE) -- THOSE ARE HELD AND COUNTED, AND THE RUN
      *           ENDS RC=8 SO SOMEBODY LOOKS AT WHY.  DANARC, REJKEY
      *           AND CORRFIX ARE READ-ONLY HERE: THE RESULTS GO TO
      *           DANARCN, REJKEYN AND CORRFIXN, WHICH THE JCL SWAPS
      *           IN OVER THE ORIGINALS AFTER A CLEAN RUN, AS DANROLL
      *           DOES FOR DANAUD (RUN THE DANXRF REBUILD AFTER THE
      *           SWAP -- IT SKIPS MASKED ROWS, SO THE DANXRF AND DANHIS
      *           FILES IT RECREATES DROP THE PURGED SSNS TOO).  EVERY
      *           ITEM MASKED, DROPPED OR PURGED IS APPENDED TO THE
      *           DANPRG PURGE LOG (NO SSN OR NAME) SO DANINQ CAN STILL
      *           ANSWER FOR IT, AND THE PRGCRT PURGE CERTIFICATE GIVES
      *           THE COUNTS BY BUSINESS MONTH AND BY FILE FOR THE
      *           PRIVACY OFFICER TO SIGN.  DANSENT CARRIES NO SSN OR
      *           NAME AND IS LEFT AS IT IS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT DANARC  ASSIGN TO DANARC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARC-STATUS.
           SELECT OPTIONAL REJKEY  ASSIGN TO REJKEY
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEY-STATUS.
           SELECT OPTIONAL CORRFIX  ASSIGN TO CORRFIX
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CORRFIX-STATUS.
           SELECT OPTIONAL DANAUD  ASSIGN TO DANAUD
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANAUD-STATUS.
           SELECT OPTIONAL DANALR  ASSIGN TO DANALR
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANALR-STATUS.
           SELECT PPREJ  ASSIGN TO WS-REJ-DSNAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PPREJ-STATUS.
           SELECT DANARCN  ASSIGN TO DANARCN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANARCN-STATUS.
           SELECT REJKEYN  ASSIGN TO REJKEYN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEYN-STATUS.
           SELECT CORRFIXN  ASSIGN TO CORRFIXN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CORRFIXN-STATUS.
           SELECT OPTIONAL DANPRG  ASSIGN TO DANPRG
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANPRG-STATUS.
           SELECT PRGCRT  ASSIGN TO PRGCRT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PRGCRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANARC - THE TRANSMITTED-EXTRACT ARCHIVE, READ-ONLY INPUT.
      **   READ ONCE FOR THE DANCOR RESUBMISSIONS AND THE OLDEST
      **   BUSINESS DATE, THEN AGAIN TO WRITE DANARCN.
      ******************************************************************
       FD  DANARC.
       01  DANARC-REC.
           COPY DANARCRC.
      ******************************************************************
      **   REJKEY - THE ACCUMULATED REJECT KEYS DANREJ WRITES.
      **   OPTIONAL -- NONE POSTED MEANS NO REJECT IS OPEN.
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
      **   CORRFIX - THE TCO OFFICE'S CORRECTION FILE, KEYED LIKE
      **   REJKEY (SEE DANCOR).  OPTIONAL.
      ******************************************************************
       FD  CORRFIX.
       01  CORRFIX-REC.
           05 CF-SSN         PIC X(09).
           05 FILLER         PIC X(01).
           05 CF-TEST-CODE   PIC X(05).
           05 FILLER         PIC X(01).
           05 CF-TEST-DATE   PIC X(08).
           05 FILLER         PIC X(01).
           05 CF-FIELD       PIC X(13).
           05 FILLER         PIC X(01).
           05 CF-VALUE       PIC X(35).
           05 FILLER         PIC X(06).
      ******************************************************************
      **   DANAUD - THE ACTIVE TRANSMISSION AUDIT TRAIL.  A RECORD
      **   WITH NO CONFIRM-MODE ALLCLEAR FOR ITS RUN DATE IS AN
      **   UNACKNOWLEDGED TRANSMISSION.  RUNS ROLLED OFF TO A DANAUDY
      **   YEARLY ARCHIVE BY DANROLL BELONG TO A CLOSED YEAR AND ARE
      **   NOT HELD.  OPTIONAL.
      ******************************************************************
       FD  DANAUD.
       01  DANAUD-REC.
           COPY DANAUDRC.
      ******************************************************************
      **   DANALR - THE OPERATOR ALERT FEED.  ONLY THE ALLCLEAR
      **   RECORDS A CONFIRM-MODE (AL-MODE 'C') TESTRPT RUN WROTE ARE
      **   USED -- ONE MEANS EVERY TRANSMISSION BUILT ON THAT RUN DATE
      **   WAS CONFIRMED AND ACKNOWLEDGED BY DANTES IN FULL.  OPTIONAL
      **   -- WITHOUT IT NOTHING ON DANAUD COUNTS AS ACKNOWLEDGED.
      ******************************************************************
       FD  DANALR.
       01  DANALR-REC.
           COPY DANALRRC.
      ******************************************************************
      **   PPREJ - ONE DAY'S DATED REJECT FILE FROM TESTRPT, ASSIGNED
      **   DYNAMICALLY TO MMDDYYR.rej AS EACH BUSINESS DATE BEFORE THE
      **   CUTOFF IS CHECKED.  A DATE WITH NO FILE IS SKIPPED.
      ******************************************************************
       FD  PPREJ.
       01  PPREJ-REC PIC X(200).
      ******************************************************************
      **   DANARCN - THE NEW ARCHIVE, EVERY DANARC ROW IN ORIGINAL
      **   ORDER WITH THE ROWS PAST RETENTION MASKED.
      ******************************************************************
       FD  DANARCN.
       01  DANARCN-REC PIC X(278).
      ******************************************************************
      **   REJKEYN / CORRFIXN - THE REJECT KEYS AND CORRECTIONS STILL
      **   KEPT, IN ORIGINAL ORDER.
      ******************************************************************
       FD  REJKEYN.
       01  REJKEYN-REC PIC X(50).
       FD  CORRFIXN.
       01  CORRFIXN-REC PIC X(80).
      ******************************************************************
      **   DANPRG - THE PERMANENT PURGE LOG, OPENED EXTEND.
      ******************************************************************
       FD  DANPRG.
       01  DANPRG-REC.
           COPY DANPRGRC.
      ******************************************************************
      **   PRGCRT - THE PRINTED PURGE CERTIFICATE.
      ******************************************************************
       FD  PRGCRT.
       01  PRGCRT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 REJKEY-ENDFILE PIC X VALUE 'N'.
          88 REJKEY-EOF VALUE 'Y'.
       01 CORRFIX-ENDFILE PIC X VALUE 'N'.
          88 CORRFIX-EOF VALUE 'Y'.
       01 DANAUD-ENDFILE PIC X VALUE 'N'.
          88 DANAUD-EOF VALUE 'Y'.
       01 DANALR-ENDFILE PIC X VALUE 'N'.
          88 DANALR-EOF VALUE 'Y'.
       01 PPREJ-ENDFILE PIC X VALUE 'N'.
          88 PPREJ-EOF VALUE 'Y'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 CORRFIX-STATUS PIC XX VALUE '00'.
       01 DANAUD-STATUS PIC XX VALUE '00'.
       01 DANALR-STATUS PIC XX VALUE '00'.
       01 PPREJ-STATUS PIC XX VALUE '00'.
       01 DANARCN-STATUS PIC XX VALUE '00'.
       01 REJKEYN-STATUS PIC XX VALUE '00'.
       01 CORRFIXN-STATUS PIC XX VALUE '00'.
       01 DANPRG-STATUS PIC XX VALUE '00'.
       01 PRGCRT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

       01 WS-REJ-DSNAME PIC X(11) VALUE SPACES.

       01 WS-SYSDATE.
          03 WS-SYSDATE-YY PIC X(2).
          03 WS-SYSDATE-MM PIC X(2).
          03 WS-SYSDATE-DD PIC X(2).

      *    THE RETENTION PERIOD, THE DATE IT IS MEASURED FROM (MMDDYY)
      *    AND THE CUTOFF (CCYYMMDD) -- A BUSINESS DATE BEFORE THE
      *    CUTOFF IS PAST RETENTION.  WS-RUN-DATE (CCYYMMDD) IS THE
      *    DAY THE PURGE ACTUALLY RAN, STAMPED ON WHAT IT CHANGES.
      *    A PERIOD SHORTER THAN WS-RET-MIN-DAYS IS REFUSED, SO A
      *    MISKEYED PARM CANNOT MASK LAST WEEK'S WORK.
       01 WS-RET-DAYS PIC 9(04) VALUE 0.
       01 WS-RET-MIN-DAYS PIC 9(04) VALUE 90.
       01 WS-ASOF-DATE PIC X(06) VALUE SPACES.
       01 WS-CUTOFF PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-DAY-CT PIC 9(04) VALUE 0.

      *    WS-STEP-DATE IS STEPPED A DAY AT A TIME BACK (TO FIND THE
      *    CUTOFF) OR FORWARD (TO WALK THE PPREJ DATES).
       01 WS-STEP-DATE.
          05 WS-STEP-CCYY PIC 9(04).
          05 WS-STEP-MM PIC 9(02).
          05 WS-STEP-DD PIC 9(02).
       01 WS-STEP-X REDEFINES WS-STEP-DATE PIC X(08).
       01 WS-MONTH-DAYS PIC 9(02) VALUE 0.
       01 WS-LEAP-QUOT PIC 9(04) VALUE 0.
       01 WS-LEAP-REM4 PIC 9(03) VALUE 0.
       01 WS-LEAP-REM100 PIC 9(03) VALUE 0.
       01 WS-LEAP-REM400 PIC 9(03) VALUE 0.

      *    WS-CHK-DATE IS THE CCYYMMDD BUSINESS DATE OF THE ITEM IN
      *    HAND; WS-CHK-MMDDYY THE SAME DATE AS MMDDYY.
       01 WS-CHK-DATE.
          05 WS-CHK-CCYY PIC 9(04).
          05 WS-CHK-MM PIC 9(02).
          05 WS-CHK-DD PIC 9(02).
       01 WS-CHK-X REDEFINES WS-CHK-DATE PIC X(08).
       01 WS-CHK-MMDDYY PIC X(06) VALUE SPACES.
       01 WS-CHK-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-MIN-DATE PIC X(08) VALUE SPACES.

      *    THE ARCHIVED EXTRACT RECORD, VIEWED THROUGH THE REAL
      *    Pro-Proctor FIELD LAYOUT.
       01 WS-PP-REC.
           COPY PPEXTREC.

      *    THE SITTING BEING CHECKED AGAINST THE OPEN REJECTS.
       01 WS-CHK-SSN PIC X(09) VALUE SPACES.
       01 WS-CHK-CODE PIC X(05) VALUE SPACES.
       01 WS-CHK-TDATE PIC X(08) VALUE SPACES.

      *    EVERY SITTING A DANCOR RESUBMISSION (SOURCE C) HAS CARRIED,
      *    WITH THE LATEST BUSINESS DATE ONE WENT OUT UNDER (CCYYMMDD
      *    AND AS SENT), THE FILENAME SUFFIX AND CANDIDATE ID IT WENT
      *    WITH, AND WHETHER THAT TRANSMISSION IS UNACKNOWLEDGED.
       01 WS-COR-MAX PIC 9(05) VALUE 20000.
       01 WS-COR-CT PIC 9(05) VALUE 0.
       01 WS-COR-SUB PIC 9(05) VALUE 0.
       01 WS-COR-FOUND-SW PIC X VALUE 'N'.
          88 WS-COR-FOUND VALUE 'Y'.
       01 WS-COR-TABLE.
          05 WS-COR-ROW OCCURS 20000 TIMES.
             10 WS-COR-SSN     PIC X(09).
             10 WS-COR-CODE    PIC X(05).
             10 WS-COR-TDATE   PIC X(08).
             10 WS-COR-CAND    PIC X(10).
             10 WS-COR-DATE    PIC X(08).
             10 WS-COR-BUS     PIC X(06).
             10 WS-COR-SUFFIX  PIC X(01).
             10 WS-COR-UNACK   PIC X(01).

      *    THE REJECT KEYS, WITH THE ORIGINAL BUSINESS DATE AS SENT
      *    AND AS CCYYMMDD, THE DATE OF THE RESUBMISSION THAT ANSWERED
      *    THE REJECT (SPACES WHILE IT IS STILL OPEN) AND THE RECORD
      *    AS READ, FOR REJKEYN.
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
             10 WS-RJK-CAND    PIC X(10).
             10 WS-RJK-ORIG-MDY PIC X(06).
             10 WS-RJK-ORIG    PIC X(08).
             10 WS-RJK-CORR    PIC X(08).
             10 WS-RJK-IMAGE   PIC X(50).

      *    RUN DATES (MM/DD/YY, AS AU-DATE AND AL-DATE CARRY THEM) ON
      *    WHICH A CONFIRM RUN ENDED ALLCLEAR.
       01 WS-ACK-MAX PIC 9(05) VALUE 5000.
       01 WS-ACK-CT PIC 9(05) VALUE 0.
       01 WS-ACK-SUB PIC 9(05) VALUE 0.
       01 WS-ACK-KEY PIC X(08) VALUE SPACES.
       01 WS-ACK-FOUND-SW PIC X VALUE 'N'.
          88 WS-ACK-FOUND VALUE 'Y'.
       01 WS-ACK-TABLE.
          05 WS-ACK-DATE OCCURS 5000 TIMES PIC X(08).

      *    THE UNACKNOWLEDGED TRANSMISSIONS: RUN STAMP AND BUSINESS
      *    DATE OF EVERY DANAUD RECORD WHOSE RUN DATE HAS NO ALLCLEAR.
       01 WS-UNA-MAX PIC 9(05) VALUE 5000.
       01 WS-UNA-CT PIC 9(05) VALUE 0.
       01 WS-UNA-SUB PIC 9(05) VALUE 0.
       01 WS-UNA-FOUND-SW PIC X VALUE 'N'.
          88 WS-UNA-FOUND VALUE 'Y'.
       01 WS-UNA-TABLE.
          05 WS-UNA-ROW OCCURS 5000 TIMES.
             10 WS-UNA-ADATE   PIC X(08).
             10 WS-UNA-ATIME   PIC X(08).
             10 WS-UNA-BUS     PIC X(06).

      *    THE CERTIFICATE'S BUSINESS MONTHS, ONE ROW PER MONTH FROM
      *    THE OLDEST ARCHIVED BUSINESS DATE THROUGH THE CUTOFF MONTH,
      *    SUBSCRIPTED DIRECTLY BY (CCYY * 12 + MM) LESS WS-MON-BASE.
       01 WS-MON-MAX PIC 9(03) VALUE 600.
       01 WS-MON-CT PIC 9(03) VALUE 0.
       01 WS-MON-SUB PIC 9(03) VALUE 0.
       01 WS-MON-BASE PIC 9(06) VALUE 0.
       01 WS-MON-LAST PIC 9(06) VALUE 0.
       01 WS-MON-KEY PIC 9(06) VALUE 0.
       01 WS-MON-TABLE.
          05 WS-MON-ROW OCCURS 600 TIMES.
             10 WS-MON-CCYY       PIC 9(04).
             10 WS-MON-MM         PIC 9(02).
             10 WS-MON-ARC-MASK   PIC 9(07) COMP.
             10 WS-MON-ARC-HREJ   PIC 9(07) COMP.
             10 WS-MON-ARC-HACK   PIC 9(07) COMP.
             10 WS-MON-RJK-DROP   PIC 9(07) COMP.
             10 WS-MON-RJK-HOLD   PIC 9(07) COMP.
             10 WS-MON-CFX-DROP   PIC 9(07) COMP.
             10 WS-MON-CFX-HOLD   PIC 9(07) COMP.
             10 WS-MON-REJ-FILE   PIC 9(07) COMP.
             10 WS-MON-REJ-RECS   PIC 9(07) COMP.
             10 WS-MON-REJ-HOLD   PIC 9(07) COMP.
       01 WS-MON-ACTIVE-CT PIC 9(07) VALUE 0.

      *    TOTALS BY FILE.
       01 WS-ARC-READ PIC 9(09) VALUE 0.
       01 WS-ARC-MASK PIC 9(09) VALUE 0.
       01 WS-ARC-PREV PIC 9(09) VALUE 0.
       01 WS-ARC-HREJ PIC 9(09) VALUE 0.
       01 WS-ARC-HACK PIC 9(09) VALUE 0.
       01 WS-ARC-KEEP PIC 9(09) VALUE 0.
       01 WS-ARC-UNDATED PIC 9(09) VALUE 0.
       01 WS-RJK-READ PIC 9(09) VALUE 0.
       01 WS-RJK-DROP PIC 9(09) VALUE 0.
       01 WS-RJK-HOLD PIC 9(09) VALUE 0.
       01 WS-RJK-KEEP PIC 9(09) VALUE 0.
       01 WS-RJK-UNDATED PIC 9(09) VALUE 0.
       01 WS-CFX-READ PIC 9(09) VALUE 0.
       01 WS-CFX-DROP PIC 9(09) VALUE 0.
       01 WS-CFX-HOLD PIC 9(09) VALUE 0.
       01 WS-CFX-KEEP PIC 9(09) VALUE 0.
       01 WS-CFX-UNAPPL PIC 9(09) VALUE 0.
       01 WS-REJ-DAYS PIC 9(09) VALUE 0.
       01 WS-REJ-FILES PIC 9(09) VALUE 0.
       01 WS-REJ-RECS PIC 9(09) VALUE 0.
       01 WS-REJ-HOLD PIC 9(09) VALUE 0.
       01 WS-REJ-HOLD-RECS PIC 9(09) VALUE 0.
       01 WS-HELD-CT PIC 9(09) VALUE 0.
       01 WS-DONE-CT PIC 9(09) VALUE 0.

      *    ONE PPREJ FILE: ITS RECORD COUNT AND WHETHER ANY RECORD IN
      *    IT IS A SITTING AN OPEN REJECT STILL NEEDS.
       01 WS-FILE-RECS PIC 9(07) VALUE 0.
       01 WS-FILE-HELD-SW PIC X VALUE 'N'.
          88 WS-FILE-HELD VALUE 'Y'.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    PRGCRT CERTIFICATE LINES
      ******************************************************************
       01 PC-HDR1 PIC X(50) VALUE
          'DANTES PII RETENTION PURGE CERTIFICATE'.
       01 PC-HDR2.
          05 FILLER PIC X(11) VALUE ' RUN DATE: '.
          05 PC-HDR2-RUN PIC X(10) VALUE SPACES.
          05 FILLER PIC X(22) VALUE '   RETENTION PERIOD:  '.
          05 PC-HDR2-DAYS PIC ZZZ9.
          05 FILLER PIC X(20) VALUE ' DAYS, MEASURED FROM'.
          05 FILLER PIC X(01) VALUE SPACE.
          05 PC-HDR2-ASOF PIC X(08) VALUE SPACES.
       01 PC-HDR3.
          05 FILLER PIC X(44) VALUE
             ' PAST RETENTION: BUSINESS DATES BEFORE      '.
          05 PC-HDR3-CUT PIC X(10) VALUE SPACES.
       01 PC-SEC-MON PIC X(44) VALUE
          ' ACTIONS BY BUSINESS MONTH PAST RETENTION   '.
       01 PC-MON-HDR1.
          05 FILLER PIC X(10) VALUE SPACES.
          05 FILLER PIC X(27) VALUE '  ------- DANARC ROWS -----'.
          05 FILLER PIC X(18) VALUE '  -- REJKEY KEYS -'.
          05 FILLER PIC X(18) VALUE '  - CORRFIX FIXES '.
          05 FILLER PIC X(27) VALUE '  ------ PPREJ FILES ------'.
       01 PC-MON-HDR2.
          05 FILLER PIC X(10) VALUE ' MONTH    '.
          05 FILLER PIC X(09) VALUE '   MASKED'.
          05 FILLER PIC X(09) VALUE ' HELD REJ'.
          05 FILLER PIC X(09) VALUE ' HELD ACK'.
          05 FILLER PIC X(09) VALUE '  DROPPED'.
          05 FILLER PIC X(09) VALUE '     HELD'.
          05 FILLER PIC X(09) VALUE '  DROPPED'.
          05 FILLER PIC X(09) VALUE '     HELD'.
          05 FILLER PIC X(09) VALUE '   PURGED'.
          05 FILLER PIC X(09) VALUE '  RECORDS'.
          05 FILLER PIC X(09) VALUE '     HELD'.
       01 PC-MON-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 PC-MON-LABEL PIC X(07) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 PC-MON-CTR OCCURS 10 TIMES.
             10 FILLER PIC X(02).
             10 PC-MON-CT PIC ZZZ,ZZ9.
       01 PC-SEC-FILE PIC X(44) VALUE
          ' TOTALS BY FILE                             '.
       01 PC-FILE-LINE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 PC-FILE-LABEL PIC X(50) VALUE SPACES.
          05 PC-FILE-CT PIC ZZZ,ZZZ,ZZ9.
       01 PC-FILE-NAME.
          05 FILLER PIC X(01) VALUE SPACE.
          05 PC-FILE-TEXT PIC X(60) VALUE SPACES.
       01 PC-NONE-LINE PIC X(44) VALUE
          '   (NOTHING PAST RETENTION)                 '.
       01 PC-SIGN1.
          05 FILLER PIC X(33) VALUE ' CERTIFIED BY (PRIVACY OFFICER): '.
          05 FILLER PIC X(30) VALUE ALL '_'.
       01 PC-SIGN2.
          05 FILLER PIC X(07) VALUE ' DATE: '.
          05 FILLER PIC X(14) VALUE ALL '_'.
          05 FILLER PIC X(20) VALUE '          SIGNATURE:'.
          05 FILLER PIC X(01) VALUE SPACE.
          05 FILLER PIC X(30) VALUE ALL '_'.
       01 PC-BLANK PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05 LS-PARM-LEN       PIC S9(4) COMP.
           05 LS-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 220-LOAD-ACKS THRU 220-LOAD-ACKS-EXIT
           PERFORM 230-LOAD-UNACKED THRU 230-LOAD-UNACKED-EXIT
           PERFORM 240-SCAN-ARCHIVE THRU 240-SCAN-ARCHIVE-EXIT
           PERFORM 250-BUILD-MONTHS THRU 250-BUILD-MONTHS-EXIT
           PERFORM 260-LOAD-REJECTS THRU 260-LOAD-REJECTS-EXIT
           PERFORM 300-MASK-ARCHIVE THRU 300-MASK-ARCHIVE-EXIT
           PERFORM 400-PURGE-REJKEY THRU 400-PURGE-REJKEY-EXIT
           PERFORM 500-PURGE-CORRFIX THRU 500-PURGE-CORRFIX-EXIT
           PERFORM 600-PURGE-PPREJ THRU 600-PURGE-PPREJ-EXIT
           PERFORM 700-PRINT-CERTIFICATE THRU 700-PRINT-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

      ******************************************************************
      *    200-INIT-PROCESS VALIDATES THE PARM -- POSITIONS 1-4 THE
      *    RETENTION PERIOD IN DAYS, POSITIONS 5-10 AN OPTIONAL MMDDYY
      *    TO MEASURE IT FROM (DEFAULT TODAY) -- AND FINDS THE CUTOFF
      *    BY STEPPING BACK THAT MANY DAYS.
      ******************************************************************
       200-INIT-PROCESS.

           ACCEPT WS-SYSDATE FROM DATE
           STRING '20', WS-SYSDATE-YY, WS-SYSDATE-MM, WS-SYSDATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           IF LS-PARM-LEN < 4 OR LS-PARM-TEXT (1:4) IS NOT NUMERIC
               DISPLAY 'PROGRAM TERMINATED. PARM MUST BE NNNN RETENTION
      -            ' DAYS [MMDDYY] - GOT=' LS-PARM-TEXT (1:10)
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           MOVE LS-PARM-TEXT (1:4) TO WS-RET-DAYS
           IF WS-RET-DAYS < WS-RET-MIN-DAYS
               DISPLAY 'PROGRAM TERMINATED. RETENTION PERIOD OF '
                       WS-RET-DAYS ' DAYS IS UNDER THE '
                       WS-RET-MIN-DAYS '-DAY MINIMUM'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF LS-PARM-LEN > 9 AND LS-PARM-TEXT (5:6) IS NUMERIC
               MOVE LS-PARM-TEXT (5:6) TO WS-ASOF-DATE
           ELSE
               STRING WS-SYSDATE-MM, WS-SYSDATE-DD, WS-SYSDATE-YY
                      DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE (1:2) < '01' OR WS-ASOF-DATE (1:2) > '12' OR
              WS-ASOF-DATE (3:2) < '01' OR WS-ASOF-DATE (3:2) > '31'
               DISPLAY 'PROGRAM TERMINATED. MEASURE-FROM DATE NOT VALID
      -            ' - GOT=' WS-ASOF-DATE
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           STRING '20', WS-ASOF-DATE (5:2), WS-ASOF-DATE (1:4)
                  DELIMITED BY SIZE INTO WS-STEP-X
           MOVE 0 TO WS-DAY-CT
           PERFORM 210-BACK-ONE-DAY THRU 210-BACK-ONE-DAY-EXIT
               UNTIL WS-DAY-CT = WS-RET-DAYS
           MOVE WS-STEP-X TO WS-CUTOFF

           DISPLAY 'DANRET RETENTION=' WS-RET-DAYS ' DAYS FROM '
                   WS-ASOF-DATE ' - PAST RETENTION BEFORE ' WS-CUTOFF

           .
       200-INIT-EXIT.
           EXIT.

      ******************************************************************
      *    210-BACK-ONE-DAY STEPS WS-STEP-DATE BACK ONE CALENDAR DAY;
      *    215-NEXT-DAY STEPS IT FORWARD ONE.  217-MONTH-LENGTH SETS
      *    WS-MONTH-DAYS FOR WS-STEP-MM OF WS-STEP-CCYY.
      ******************************************************************
       210-BACK-ONE-DAY.

           IF WS-STEP-DD > 1
               SUBTRACT 1 FROM WS-STEP-DD
           ELSE
               IF WS-STEP-MM > 1
                   SUBTRACT 1 FROM WS-STEP-MM
               ELSE
                   MOVE 12 TO WS-STEP-MM
                   SUBTRACT 1 FROM WS-STEP-CCYY
               END-IF
               PERFORM 217-MONTH-LENGTH THRU 217-MONTH-LENGTH-EXIT
               MOVE WS-MONTH-DAYS TO WS-STEP-DD
           END-IF
           ADD 1 TO WS-DAY-CT

           .
       210-BACK-ONE-DAY-EXIT.
           EXIT.

       215-NEXT-DAY.

           PERFORM 217-MONTH-LENGTH THRU 217-MONTH-LENGTH-EXIT
           IF WS-STEP-DD < WS-MONTH-DAYS
               ADD 1 TO WS-STEP-DD
           ELSE
               MOVE 1 TO WS-STEP-DD
               IF WS-STEP-MM < 12
                   ADD 1 TO WS-STEP-MM
               ELSE
                   MOVE 1 TO WS-STEP-MM
                   ADD 1 TO WS-STEP-CCYY
               END-IF
           END-IF

           .
       215-NEXT-DAY-EXIT.
           EXIT.

       217-MONTH-LENGTH.

           EVALUATE WS-STEP-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-STEP-CCYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM4
                   DIVIDE WS-STEP-CCYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM100
                   DIVIDE WS-STEP-CCYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = 0 AND
                      (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE

           .
       217-MONTH-LENGTH-EXIT.
           EXIT.

       100-OPEN-FILES.

           OPEN INPUT DANARC.
           IF DANARC-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANARC. CODE=' DANARC-STATUS
               MOVE DANARC-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT REJKEY.
      *
      *    THE SIDE FILES ARE OPTIONAL -- STATUS 35 JUST MEANS THERE
      *    IS NOTHING OF THAT KIND TO AGE OUT OR TO HOLD FOR.
           IF REJKEY-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'REJKEY. CODE=' REJKEY-STATUS
               MOVE REJKEY-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT CORRFIX.
           IF CORRFIX-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CORRFIX. CODE=' CORRFIX-STATUS
               MOVE CORRFIX-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANAUD.
           IF DANAUD-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANAUD. CODE=' DANAUD-STATUS
               MOVE DANAUD-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANALR.
           IF DANALR-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANALR. CODE=' DANALR-STATUS
               MOVE DANALR-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT DANARCN.
           IF DANARCN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANARCN. CODE=' DANARCN-STATUS
               MOVE DANARCN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT REJKEYN.
           IF REJKEYN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'REJKEYN. CODE=' REJKEYN-STATUS
               MOVE REJKEYN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT CORRFIXN.
           IF CORRFIXN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'CORRFIXN. CODE=' CORRFIXN-STATUS
               MOVE CORRFIXN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN EXTEND DANPRG
           IF DANPRG-STATUS IS NOT = '00' AND '05'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANPRG. CODE=' DANPRG-STATUS
               MOVE DANPRG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT PRGCRT.
           IF PRGCRT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'PRGCRT. CODE=' PRGCRT-STATUS
               MOVE PRGCRT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    220-LOAD-ACKS COLLECTS THE RUN DATES ON WHICH A CONFIRM-MODE
      *    TESTRPT RUN ENDED ALLCLEAR -- EVERY TRANSMISSION BUILT THAT
      *    DAY WAS CONFIRMED AND DANTES'S COUNT AGREED.
      ******************************************************************
       220-LOAD-ACKS.

           IF DANALR-STATUS = '35'
               DISPLAY 'NO DANALR ALERT FEED - NO TRANSMISSION ON DANAU'
                       'D COUNTS AS ACKNOWLEDGED'
           ELSE
               PERFORM 225-READ-DANALR THRU 225-READ-DANALR-EXIT
                   UNTIL DANALR-EOF
           END-IF

           .
       220-LOAD-ACKS-EXIT.
           EXIT.

       225-READ-DANALR.

           READ DANALR RECORD AT END MOVE 'Y' TO DANALR-ENDFILE.
           IF DANALR-STATUS IS NOT = '00' AND
              DANALR-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANALR Code=' DANALR-STATUS
               MOVE 'Y' TO DANALR-ENDFILE
           END-IF

           IF NOT DANALR-EOF AND AL-MODE = 'C' AND
              AL-COND = 'ALLCLEAR'
               MOVE AL-DATE TO WS-ACK-KEY
               PERFORM 237-FIND-ACK THRU 237-FIND-ACK-EXIT
               IF NOT WS-ACK-FOUND
                   IF WS-ACK-CT NOT < WS-ACK-MAX
                       DISPLAY 'PROGRAM TERMINATED. MORE THAN '
                               WS-ACK-MAX ' CONFIRMED RUN DATES'
                       MOVE 97 TO WB-FLUSH-ARG
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
                   END-IF
                   ADD 1 TO WS-ACK-CT
                   MOVE AL-DATE TO WS-ACK-DATE (WS-ACK-CT)
               END-IF
           END-IF

           .
       225-READ-DANALR-EXIT.
           EXIT.

      ******************************************************************
      *    230-LOAD-UNACKED COLLECTS EVERY DANAUD TRANSMISSION WHOSE
      *    RUN DATE HAS NO CONFIRM ALLCLEAR.
      ******************************************************************
       230-LOAD-UNACKED.

           IF DANAUD-STATUS IS NOT = '35'
               PERFORM 235-READ-DANAUD THRU 235-READ-DANAUD-EXIT
                   UNTIL DANAUD-EOF
           END-IF

           DISPLAY 'CONFIRMED RUN DATES=' WS-ACK-CT
                   ' UNACKNOWLEDGED TRANSMISSIONS=' WS-UNA-CT

           .
       230-LOAD-UNACKED-EXIT.
           EXIT.

       235-READ-DANAUD.

           READ DANAUD RECORD AT END MOVE 'Y' TO DANAUD-ENDFILE.
           IF DANAUD-STATUS IS NOT = '00' AND
              DANAUD-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANAUD Code=' DANAUD-STATUS
               MOVE 'Y' TO DANAUD-ENDFILE
           END-IF

           IF NOT DANAUD-EOF
               MOVE AU-DATE TO WS-ACK-KEY
               PERFORM 237-FIND-ACK THRU 237-FIND-ACK-EXIT
               IF NOT WS-ACK-FOUND
                   IF WS-UNA-CT NOT < WS-UNA-MAX
                       DISPLAY 'PROGRAM TERMINATED. MORE THAN '
                               WS-UNA-MAX
                               ' UNACKNOWLEDGED TRANSMISSIONS'
                       MOVE 97 TO WB-FLUSH-ARG
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
                   END-IF
                   ADD 1 TO WS-UNA-CT
                   MOVE AU-DATE TO WS-UNA-ADATE (WS-UNA-CT)
                   MOVE AU-TIME TO WS-UNA-ATIME (WS-UNA-CT)
                   MOVE AU-FILE (1:6) TO WS-UNA-BUS (WS-UNA-CT)
               END-IF
           END-IF

           .
       235-READ-DANAUD-EXIT.
           EXIT.

      ******************************************************************
      *    237-FIND-ACK LOOKS THE RUN DATE IN WS-ACK-KEY UP AMONG THE
      *    CONFIRMED RUN DATES.
      ******************************************************************
       237-FIND-ACK.

           MOVE 'N' TO WS-ACK-FOUND-SW
           MOVE 1 TO WS-ACK-SUB
           PERFORM 238-SCAN-ACK THRU 238-SCAN-ACK-EXIT
               UNTIL WS-ACK-FOUND OR WS-ACK-SUB > WS-ACK-CT

           .
       237-FIND-ACK-EXIT.
           EXIT.

       238-SCAN-ACK.

           IF WS-ACK-DATE (WS-ACK-SUB) = WS-ACK-KEY
               MOVE 'Y' TO WS-ACK-FOUND-SW
           ELSE
               ADD 1 TO WS-ACK-SUB
           END-IF

           .
       238-SCAN-ACK-EXIT.
           EXIT.

      ******************************************************************
      *    240-SCAN-ARCHIVE READS DANARC ONCE FOR THE OLDEST BUSINESS
      *    DATE ON FILE AND FOR THE LATEST DANCOR RESUBMISSION OF EACH
      *    SITTING, THEN REWINDS IT FOR THE MASKING PASS.
      ******************************************************************
       240-SCAN-ARCHIVE.

           PERFORM 245-READ-SCAN THRU 245-READ-SCAN-EXIT
               UNTIL DANARC-EOF
           PERFORM 280-REWIND-DANARC THRU 280-REWIND-EXIT

           DISPLAY 'OLDEST ARCHIVED BUSINESS DATE=' WS-MIN-DATE
                   ' RESUBMITTED SITTINGS=' WS-COR-CT

           .
       240-SCAN-ARCHIVE-EXIT.
           EXIT.

       245-READ-SCAN.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE 'Y' TO DANARC-ENDFILE
           END-IF

           IF NOT DANARC-EOF AND AR-DATE IS NUMERIC
               STRING '20', AR-DATE (5:2), AR-DATE (1:4)
                      DELIMITED BY SIZE INTO WS-CHK-X
               IF WS-MIN-DATE = SPACES OR WS-CHK-X < WS-MIN-DATE
                   MOVE WS-CHK-X TO WS-MIN-DATE
               END-IF
               IF AR-CTL-SOURCE = 'C'
                   PERFORM 247-POST-RESUBMIT THRU 247-POST-EXIT
               END-IF
           END-IF

           .
       245-READ-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    247-POST-RESUBMIT RECORDS A DANCOR ROW AGAINST ITS SITTING,
      *    KEEPING THE LATEST BUSINESS DATE THE SITTING WENT OUT UNDER.
      ******************************************************************
       247-POST-RESUBMIT.

           MOVE AR-EXTR-REC TO WS-PP-REC
           MOVE PP-CAND-SSN TO WS-CHK-SSN
           MOVE PP-TEST-CODE TO WS-CHK-CODE
           MOVE PP-TEST-DATE TO WS-CHK-TDATE
           PERFORM 270-FIND-COR THRU 270-FIND-COR-EXIT
           IF NOT WS-COR-FOUND
               IF WS-COR-CT NOT < WS-COR-MAX
                   DISPLAY 'PROGRAM TERMINATED. MORE THAN '
                           WS-COR-MAX ' RESUBMITTED SITTINGS'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-COR-CT
               MOVE WS-COR-CT TO WS-COR-SUB
               MOVE WS-CHK-SSN TO WS-COR-SSN (WS-COR-SUB)
               MOVE WS-CHK-CODE TO WS-COR-CODE (WS-COR-SUB)
               MOVE WS-CHK-TDATE TO WS-COR-TDATE (WS-COR-SUB)
               MOVE SPACES TO WS-COR-DATE (WS-COR-SUB)
           END-IF

           IF WS-CHK-X > WS-COR-DATE (WS-COR-SUB)
               MOVE WS-CHK-X TO WS-COR-DATE (WS-COR-SUB)
               MOVE AR-DATE TO WS-COR-BUS (WS-COR-SUB)
               MOVE AR-SUFFIX TO WS-COR-SUFFIX (WS-COR-SUB)
               MOVE PP-CAND-ID TO WS-COR-CAND (WS-COR-SUB)
               PERFORM 330-FIND-UNACKED-STAMP THRU 330-FIND-STAMP-EXIT
               MOVE WS-UNA-FOUND-SW TO WS-COR-UNACK (WS-COR-SUB)
           END-IF

           .
       247-POST-EXIT.
           EXIT.

      ******************************************************************
      *    250-BUILD-MONTHS SETS UP ONE CERTIFICATE ROW PER BUSINESS
      *    MONTH FROM THE OLDEST ARCHIVED DATE THROUGH THE CUTOFF
      *    MONTH.  PAST WS-MON-MAX MONTHS THE OLDEST ARE LEFT OFF THE
      *    MONTHLY LINES (THEY STILL COUNT IN THE FILE TOTALS).
      ******************************************************************
       250-BUILD-MONTHS.

           INITIALIZE WS-MON-TABLE
           IF WS-MIN-DATE = SPACES
               MOVE WS-CUTOFF TO WS-MIN-DATE
           END-IF
           MOVE WS-MIN-DATE TO WS-CHK-X
           COMPUTE WS-MON-BASE = WS-CHK-CCYY * 12 + WS-CHK-MM
           MOVE WS-CUTOFF TO WS-CHK-X
           COMPUTE WS-MON-LAST = WS-CHK-CCYY * 12 + WS-CHK-MM
           IF WS-MON-LAST - WS-MON-BASE + 1 > WS-MON-MAX
               COMPUTE WS-MON-BASE = WS-MON-LAST - WS-MON-MAX + 1
               DISPLAY 'ARCHIVE SPANS MORE THAN ' WS-MON-MAX
                       ' MONTHS - OLDEST MONTHS IN FILE TOTALS ONLY'
           END-IF
           COMPUTE WS-MON-CT = WS-MON-LAST - WS-MON-BASE + 1

           MOVE 0 TO WS-MON-SUB
           PERFORM 255-FILL-MONTH THRU 255-FILL-MONTH-EXIT
               UNTIL WS-MON-SUB = WS-MON-CT

           .
       250-BUILD-MONTHS-EXIT.
           EXIT.

       255-FILL-MONTH.

           ADD 1 TO WS-MON-SUB
           COMPUTE WS-MON-KEY = WS-MON-BASE + WS-MON-SUB - 2
           DIVIDE WS-MON-KEY BY 12 GIVING WS-MON-CCYY (WS-MON-SUB)
               REMAINDER WS-MON-MM (WS-MON-SUB)
           ADD 1 TO WS-MON-MM (WS-MON-SUB)

           .
       255-FILL-MONTH-EXIT.
           EXIT.

      ******************************************************************
      *    260-LOAD-REJECTS LOADS THE REJECT KEYS.  A REJECT IS
      *    ANSWERED WHEN A DANCOR RESUBMISSION OF ITS SITTING WENT OUT
      *    UNDER A BUSINESS DATE AFTER THE ONE IT WAS REJECTED FROM
      *    (ANY RESUBMISSION, WHEN THE REJECT NEVER MATCHED A SENT
      *    ROW); UNTIL THEN IT IS OPEN.
      ******************************************************************
       260-LOAD-REJECTS.

           IF REJKEY-STATUS IS NOT = '35'
               PERFORM 265-READ-REJKEY THRU 265-READ-REJKEY-EXIT
                   UNTIL REJKEY-EOF
           END-IF

           DISPLAY 'REJECT KEYS LOADED=' WS-RJK-CT

           .
       260-LOAD-REJECTS-EXIT.
           EXIT.

       265-READ-REJKEY.

           READ REJKEY RECORD AT END MOVE 'Y' TO REJKEY-ENDFILE.
           IF REJKEY-STATUS IS NOT = '00' AND
              REJKEY-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'REJKEY Code=' REJKEY-STATUS
               MOVE 'Y' TO REJKEY-ENDFILE
           END-IF

           IF NOT REJKEY-EOF
               ADD 1 TO WS-RJK-READ
               IF WS-RJK-CT NOT < WS-RJK-MAX
                   DISPLAY 'PROGRAM TERMINATED. MORE THAN '
                           WS-RJK-MAX ' REJECT KEYS'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-RJK-CT
               MOVE RK-SSN TO WS-RJK-SSN (WS-RJK-CT)
               MOVE RK-TEST-CODE TO WS-RJK-CODE (WS-RJK-CT)
               MOVE RK-TEST-DATE TO WS-RJK-TDATE (WS-RJK-CT)
               MOVE RK-CAND-ID TO WS-RJK-CAND (WS-RJK-CT)
               MOVE RK-ORIG-DATE TO WS-RJK-ORIG-MDY (WS-RJK-CT)
               MOVE SPACES TO WS-RJK-ORIG (WS-RJK-CT)
               IF RK-ORIG-DATE IS NUMERIC
                   STRING '20', RK-ORIG-DATE (5:2), RK-ORIG-DATE (1:4)
                          DELIMITED BY SIZE
                          INTO WS-RJK-ORIG (WS-RJK-CT)
               END-IF
               MOVE REJKEY-REC TO WS-RJK-IMAGE (WS-RJK-CT)

               MOVE SPACES TO WS-RJK-CORR (WS-RJK-CT)
               MOVE RK-SSN TO WS-CHK-SSN
               MOVE RK-TEST-CODE TO WS-CHK-CODE
               MOVE RK-TEST-DATE TO WS-CHK-TDATE
               PERFORM 270-FIND-COR THRU 270-FIND-COR-EXIT
               IF WS-COR-FOUND AND
                  WS-COR-DATE (WS-COR-SUB) > WS-RJK-ORIG (WS-RJK-CT)
                   MOVE WS-COR-DATE (WS-COR-SUB)
                       TO WS-RJK-CORR (WS-RJK-CT)
               END-IF
           END-IF

           .
       265-READ-REJKEY-EXIT.
           EXIT.

      ******************************************************************
      *    270-FIND-COR LOOKS UP THE SITTING IN WS-CHK-SSN/CODE/TDATE
      *    AMONG THE RESUBMITTED SITTINGS.
      ******************************************************************
       270-FIND-COR.

           MOVE 'N' TO WS-COR-FOUND-SW
           MOVE 1 TO WS-COR-SUB
           PERFORM 275-SCAN-COR THRU 275-SCAN-COR-EXIT
               UNTIL WS-COR-FOUND OR WS-COR-SUB > WS-COR-CT

           .
       270-FIND-COR-EXIT.
           EXIT.

       275-SCAN-COR.

           IF WS-COR-SSN (WS-COR-SUB) = WS-CHK-SSN AND
              WS-COR-CODE (WS-COR-SUB) = WS-CHK-CODE AND
              WS-COR-TDATE (WS-COR-SUB) = WS-CHK-TDATE
               MOVE 'Y' TO WS-COR-FOUND-SW
           ELSE
               ADD 1 TO WS-COR-SUB
           END-IF

           .
       275-SCAN-COR-EXIT.
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
      *    285-FIND-OPEN-REJECT SETS WS-RJK-FOUND WHEN AN OPEN REJECT
      *    STILL NAMES THE SITTING IN WS-CHK-SSN/CODE/TDATE.
      ******************************************************************
       285-FIND-OPEN-REJECT.

           MOVE 'N' TO WS-RJK-FOUND-SW
           MOVE 1 TO WS-RJK-SUB
           PERFORM 287-SCAN-OPEN-REJECT THRU 287-SCAN-EXIT
               UNTIL WS-RJK-FOUND OR WS-RJK-SUB > WS-RJK-CT

           .
       285-FIND-OPEN-REJECT-EXIT.
           EXIT.

       287-SCAN-OPEN-REJECT.

           IF WS-RJK-SSN (WS-RJK-SUB) = WS-CHK-SSN AND
              WS-RJK-CODE (WS-RJK-SUB) = WS-CHK-CODE AND
              WS-RJK-TDATE (WS-RJK-SUB) = WS-CHK-TDATE AND
              WS-RJK-CORR (WS-RJK-SUB) = SPACES
               MOVE 'Y' TO WS-RJK-FOUND-SW
           ELSE
               ADD 1 TO WS-RJK-SUB
           END-IF

           .
       287-SCAN-EXIT.
           EXIT.

      ******************************************************************
      *    300-MASK-ARCHIVE COPIES EVERY DANARC ROW TO DANARCN, MASKING
      *    THE SSN AND NAME OF EACH ROW PAST RETENTION THAT NEITHER AN
      *    OPEN REJECT NOR AN UNACKNOWLEDGED TRANSMISSION STILL NEEDS.
      *    A ROW ALREADY MASKED BY AN EARLIER RUN IS COPIED AS IT IS.
      ******************************************************************
       300-MASK-ARCHIVE.

           PERFORM 310-MASK-ROW THRU 310-MASK-ROW-EXIT
               UNTIL DANARC-EOF

           DISPLAY 'DANARC ROWS READ=' WS-ARC-READ
                   ' MASKED=' WS-ARC-MASK
                   ' HELD=' WS-ARC-HREJ ' + ' WS-ARC-HACK

           .
       300-MASK-ARCHIVE-EXIT.
           EXIT.

       310-MASK-ROW.

           READ DANARC RECORD AT END MOVE 'Y' TO DANARC-ENDFILE.
           IF DANARC-STATUS IS NOT = '00' AND
              DANARC-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANARC Code=' DANARC-STATUS
               MOVE 'Y' TO DANARC-ENDFILE
           END-IF

           IF NOT DANARC-EOF
               ADD 1 TO WS-ARC-READ
               MOVE SPACES TO WS-CHK-X
               IF AR-DATE IS NUMERIC
                   STRING '20', AR-DATE (5:2), AR-DATE (1:4)
                          DELIMITED BY SIZE INTO WS-CHK-X
               END-IF
               EVALUATE TRUE
                   WHEN AR-MASK-DATE NOT = SPACES
                       ADD 1 TO WS-ARC-PREV
                   WHEN WS-CHK-X = SPACES
                       ADD 1 TO WS-ARC-UNDATED
                   WHEN WS-CHK-X NOT < WS-CUTOFF
                       ADD 1 TO WS-ARC-KEEP
                   WHEN OTHER
                       PERFORM 320-AGE-ROW THRU 320-AGE-ROW-EXIT
               END-EVALUATE

               MOVE DANARC-REC TO DANARCN-REC
               WRITE DANARCN-REC
               IF DANARCN-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                           'WRITE DANARCN. CODE=' DANARCN-STATUS
                   MOVE DANARCN-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       310-MASK-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    320-AGE-ROW DECIDES A ROW PAST RETENTION: HELD FOR AN OPEN
      *    REJECT OF ITS SITTING, HELD FOR AN UNACKNOWLEDGED
      *    TRANSMISSION, OR LOGGED AND MASKED.  THE CANDIDATE ID, TEST
      *    AND SCORE STAY ON THE ROW FOR THE REPORTS.
      ******************************************************************
       320-AGE-ROW.

           MOVE AR-EXTR-REC TO WS-PP-REC
           MOVE PP-CAND-SSN TO WS-CHK-SSN
           MOVE PP-TEST-CODE TO WS-CHK-CODE
           MOVE PP-TEST-DATE TO WS-CHK-TDATE
           PERFORM 350-MONTH-SUB THRU 350-MONTH-SUB-EXIT
           PERFORM 285-FIND-OPEN-REJECT THRU 285-FIND-OPEN-REJECT-EXIT
           PERFORM 330-FIND-UNACKED-STAMP THRU 330-FIND-STAMP-EXIT

           EVALUATE TRUE
               WHEN WS-RJK-FOUND
                   ADD 1 TO WS-ARC-HREJ
                   IF WS-MON-SUB > 0
                       ADD 1 TO WS-MON-ARC-HREJ (WS-MON-SUB)
                   END-IF
               WHEN WS-UNA-FOUND
                   ADD 1 TO WS-ARC-HACK
                   IF WS-MON-SUB > 0
                       ADD 1 TO WS-MON-ARC-HACK (WS-MON-SUB)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO DANPRG-REC
                   MOVE 'DANARC' TO PG-FILE
                   MOVE 'M' TO PG-ACTION
                   MOVE AR-DATE TO PG-BUS-DATE
                   MOVE PP-CAND-ID TO PG-CAND-ID
                   MOVE PP-TEST-CODE TO PG-TEST-CODE
                   MOVE PP-TEST-DATE TO PG-TEST-DATE
                   STRING AR-DATE, AR-SUFFIX, '.txt'
                          DELIMITED BY SIZE INTO PG-DSNAME
                   PERFORM 480-WRITE-DANPRG THRU 480-WRITE-EXIT

                   MOVE ALL '*' TO PP-CAND-SSN
                   MOVE '*MASKED*' TO PP-LAST-NAME
                   MOVE SPACES TO PP-FIRST-NAME
                   MOVE WS-PP-REC TO AR-EXTR-REC
                   MOVE WS-RUN-DATE TO AR-MASK-DATE
                   ADD 1 TO WS-ARC-MASK
                   IF WS-MON-SUB > 0
                       ADD 1 TO WS-MON-ARC-MASK (WS-MON-SUB)
                   END-IF
           END-EVALUATE

           .
       320-AGE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    330-FIND-UNACKED-STAMP SETS WS-UNA-FOUND WHEN THE ARCHIVE
      *    ROW'S RUN STAMP (AR-AUDIT-DATE/TIME) IS AN UNACKNOWLEDGED
      *    TRANSMISSION; 335-FIND-UNACKED-RUN WHEN ANY TRANSMISSION
      *    BUILT ON THE RUN DATE IN WS-CHK-RUN-DATE (MM/DD/YY) IS.
      ******************************************************************
       330-FIND-UNACKED-STAMP.

           MOVE 'N' TO WS-UNA-FOUND-SW
           MOVE 1 TO WS-UNA-SUB
           PERFORM 332-SCAN-STAMP THRU 332-SCAN-STAMP-EXIT
               UNTIL WS-UNA-FOUND OR WS-UNA-SUB > WS-UNA-CT

           .
       330-FIND-STAMP-EXIT.
           EXIT.

       332-SCAN-STAMP.

           IF WS-UNA-ADATE (WS-UNA-SUB) = AR-AUDIT-DATE AND
              WS-UNA-ATIME (WS-UNA-SUB) = AR-AUDIT-TIME
               MOVE 'Y' TO WS-UNA-FOUND-SW
           ELSE
               ADD 1 TO WS-UNA-SUB
           END-IF

           .
       332-SCAN-STAMP-EXIT.
           EXIT.

       335-FIND-UNACKED-RUN.

           MOVE 'N' TO WS-UNA-FOUND-SW
           MOVE 1 TO WS-UNA-SUB
           PERFORM 337-SCAN-RUN THRU 337-SCAN-RUN-EXIT
               UNTIL WS-UNA-FOUND OR WS-UNA-SUB > WS-UNA-CT

           .
       335-FIND-RUN-EXIT.
           EXIT.

       337-SCAN-RUN.

           IF WS-UNA-ADATE (WS-UNA-SUB) = WS-CHK-RUN-DATE
               MOVE 'Y' TO WS-UNA-FOUND-SW
           ELSE
               ADD 1 TO WS-UNA-SUB
           END-IF

           .
       337-SCAN-RUN-EXIT.
           EXIT.

      ******************************************************************
      *    350-MONTH-SUB POINTS WS-MON-SUB AT THE CERTIFICATE MONTH OF
      *    THE CCYYMMDD DATE IN WS-CHK-X (ZERO WHEN IT IS OFF THE
      *    TABLE).
      ******************************************************************
       350-MONTH-SUB.

           COMPUTE WS-MON-KEY = WS-CHK-CCYY * 12 + WS-CHK-MM
           IF WS-MON-KEY < WS-MON-BASE OR WS-MON-KEY > WS-MON-LAST
               MOVE 0 TO WS-MON-SUB
           ELSE
               COMPUTE WS-MON-SUB = WS-MON-KEY - WS-MON-BASE + 1
           END-IF

           .
       350-MONTH-SUB-EXIT.
           EXIT.

      ******************************************************************
      *    400-PURGE-REJKEY WRITES REJKEYN.  A KEY IS DROPPED ONCE ITS
      *    REJECT WAS ANSWERED BY A RESUBMISSION SENT BEFORE THE CUTOFF
      *    AND ACKNOWLEDGED (IT IS AGED BY THAT RESUBMISSION'S DATE).
      *    A KEY REJECTED BEFORE THE CUTOFF AND STILL OPEN, OR ANSWERED
      *    ONLY BY AN UNACKNOWLEDGED RESUBMISSION, IS HELD.  A KEY THAT
      *    NEVER MATCHED A SENT ROW HAS NO DATE TO AGE BY AND IS KEPT.
      ******************************************************************
       400-PURGE-REJKEY.

           MOVE 1 TO WS-RJK-SUB
           PERFORM 410-AGE-REJKEY THRU 410-AGE-REJKEY-EXIT
               UNTIL WS-RJK-SUB > WS-RJK-CT

           DISPLAY 'REJKEY KEYS READ=' WS-RJK-READ
                   ' DROPPED=' WS-RJK-DROP ' HELD=' WS-RJK-HOLD

           .
       400-PURGE-REJKEY-EXIT.
           EXIT.

       410-AGE-REJKEY.

           MOVE 'N' TO WS-COR-FOUND-SW
           IF WS-RJK-CORR (WS-RJK-SUB) NOT = SPACES
               MOVE WS-RJK-SSN (WS-RJK-SUB) TO WS-CHK-SSN
               MOVE WS-RJK-CODE (WS-RJK-SUB) TO WS-CHK-CODE
               MOVE WS-RJK-TDATE (WS-RJK-SUB) TO WS-CHK-TDATE
               PERFORM 270-FIND-COR THRU 270-FIND-COR-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RJK-ORIG (WS-RJK-SUB) = SPACES
                   ADD 1 TO WS-RJK-UNDATED
                   PERFORM 420-KEEP-REJKEY THRU 420-KEEP-REJKEY-EXIT
               WHEN WS-RJK-ORIG (WS-RJK-SUB) NOT < WS-CUTOFF
                   ADD 1 TO WS-RJK-KEEP
                   PERFORM 420-KEEP-REJKEY THRU 420-KEEP-REJKEY-EXIT
               WHEN WS-RJK-CORR (WS-RJK-SUB) = SPACES
                   MOVE WS-RJK-ORIG (WS-RJK-SUB) TO WS-CHK-X
                   PERFORM 430-HOLD-REJKEY THRU 430-HOLD-REJKEY-EXIT
               WHEN WS-RJK-CORR (WS-RJK-SUB) NOT < WS-CUTOFF
                   ADD 1 TO WS-RJK-KEEP
                   PERFORM 420-KEEP-REJKEY THRU 420-KEEP-REJKEY-EXIT
               WHEN WS-COR-UNACK (WS-COR-SUB) = 'Y'
                   MOVE WS-RJK-CORR (WS-RJK-SUB) TO WS-CHK-X
                   PERFORM 430-HOLD-REJKEY THRU 430-HOLD-REJKEY-EXIT
               WHEN OTHER
                   MOVE SPACES TO DANPRG-REC
                   MOVE 'REJKEY' TO PG-FILE
                   MOVE 'D' TO PG-ACTION
                   MOVE WS-COR-BUS (WS-COR-SUB) TO PG-BUS-DATE
                   MOVE WS-RJK-CAND (WS-RJK-SUB) TO PG-CAND-ID
                   MOVE WS-RJK-CODE (WS-RJK-SUB) TO PG-TEST-CODE
                   MOVE WS-RJK-TDATE (WS-RJK-SUB) TO PG-TEST-DATE
                   STRING WS-RJK-ORIG-MDY (WS-RJK-SUB), 'R.rej'
                          DELIMITED BY SIZE INTO PG-DSNAME
                   PERFORM 480-WRITE-DANPRG THRU 480-WRITE-EXIT
                   ADD 1 TO WS-RJK-DROP
                   MOVE WS-RJK-CORR (WS-RJK-SUB) TO WS-CHK-X
                   PERFORM 350-MONTH-SUB THRU 350-MONTH-SUB-EXIT
                   IF WS-MON-SUB > 0
                       ADD 1 TO WS-MON-RJK-DROP (WS-MON-SUB)
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-RJK-SUB

           .
       410-AGE-REJKEY-EXIT.
           EXIT.

       420-KEEP-REJKEY.

           MOVE WS-RJK-IMAGE (WS-RJK-SUB) TO REJKEYN-REC
           WRITE REJKEYN-REC
           IF REJKEYN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE REJKEYN. CODE=' REJKEYN-STATUS
               MOVE REJKEYN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       420-KEEP-REJKEY-EXIT.
           EXIT.

       430-HOLD-REJKEY.

           ADD 1 TO WS-RJK-HOLD
           PERFORM 350-MONTH-SUB THRU 350-MONTH-SUB-EXIT
           IF WS-MON-SUB > 0
               ADD 1 TO WS-MON-RJK-HOLD (WS-MON-SUB)
           END-IF
           PERFORM 420-KEEP-REJKEY THRU 420-KEEP-REJKEY-EXIT

           .
       430-HOLD-REJKEY-EXIT.
           EXIT.

      ******************************************************************
      *    480-WRITE-DANPRG APPENDS THE PURGE LOG ENTRY BUILT IN
      *    DANPRG-REC, STAMPED WITH TODAY'S RUN DATE.
      ******************************************************************
       480-WRITE-DANPRG.

           MOVE WS-RUN-DATE TO PG-RUN-DATE
           WRITE DANPRG-REC
           IF DANPRG-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE DANPRG. CODE=' DANPRG-STATUS
               MOVE DANPRG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       480-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    500-PURGE-CORRFIX WRITES CORRFIXN.  A FIX IS DROPPED ONCE
      *    THE RESUBMISSION THAT CARRIED IT WENT OUT BEFORE THE CUTOFF,
      *    WAS ACKNOWLEDGED AND DREW NO FURTHER OPEN REJECT.  A FIX NO
      *    RESUBMISSION HAS CARRIED YET IS STILL WORK IN HAND AND IS
      *    KEPT WHATEVER ITS AGE.
      ******************************************************************
       500-PURGE-CORRFIX.

           IF CORRFIX-STATUS IS NOT = '35'
               PERFORM 510-AGE-CORRFIX THRU 510-AGE-CORRFIX-EXIT
                   UNTIL CORRFIX-EOF
           END-IF

           DISPLAY 'CORRFIX FIXES READ=' WS-CFX-READ
                   ' DROPPED=' WS-CFX-DROP ' HELD=' WS-CFX-HOLD

           .
       500-PURGE-CORRFIX-EXIT.
           EXIT.

       510-AGE-CORRFIX.

           READ CORRFIX RECORD AT END MOVE 'Y' TO CORRFIX-ENDFILE.
           IF CORRFIX-STATUS IS NOT = '00' AND
              CORRFIX-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'CORRFIX Code=' CORRFIX-STATUS
               MOVE 'Y' TO CORRFIX-ENDFILE
           END-IF

           IF NOT CORRFIX-EOF
               ADD 1 TO WS-CFX-READ
               MOVE CF-SSN TO WS-CHK-SSN
               MOVE CF-TEST-CODE TO WS-CHK-CODE
               MOVE CF-TEST-DATE TO WS-CHK-TDATE
               PERFORM 270-FIND-COR THRU 270-FIND-COR-EXIT
               MOVE 'N' TO WS-RJK-FOUND-SW
               IF WS-COR-FOUND
                   MOVE WS-COR-DATE (WS-COR-SUB) TO WS-CHK-X
                   PERFORM 350-MONTH-SUB THRU 350-MONTH-SUB-EXIT
                   PERFORM 285-FIND-OPEN-REJECT
                       THRU 285-FIND-OPEN-REJECT-EXIT
               END-IF

               EVALUATE TRUE
                   WHEN NOT WS-COR-FOUND
                       ADD 1 TO WS-CFX-UNAPPL
                       PERFORM 520-KEEP-CORRFIX THRU 520-KEEP-EXIT
                   WHEN WS-COR-DATE (WS-COR-SUB) NOT < WS-CUTOFF
                       ADD 1 TO WS-CFX-KEEP
                       PERFORM 520-KEEP-CORRFIX THRU 520-KEEP-EXIT
                   WHEN WS-RJK-FOUND OR
                        WS-COR-UNACK (WS-COR-SUB) = 'Y'
                       ADD 1 TO WS-CFX-HOLD
                       IF WS-MON-SUB > 0
                           ADD 1 TO WS-MON-CFX-HOLD (WS-MON-SUB)
                       END-IF
                       PERFORM 520-KEEP-CORRFIX THRU 520-KEEP-EXIT
                   WHEN OTHER
                       MOVE SPACES TO DANPRG-REC
                       MOVE 'CORRFIX' TO PG-FILE
                       MOVE 'D' TO PG-ACTION
                       MOVE WS-COR-BUS (WS-COR-SUB) TO PG-BUS-DATE
                       MOVE WS-COR-CAND (WS-COR-SUB) TO PG-CAND-ID
                       MOVE CF-TEST-CODE TO PG-TEST-CODE
                       MOVE CF-TEST-DATE TO PG-TEST-DATE
                       STRING WS-COR-BUS (WS-COR-SUB),
                              WS-COR-SUFFIX (WS-COR-SUB), '.txt'
                              DELIMITED BY SIZE INTO PG-DSNAME
                       PERFORM 480-WRITE-DANPRG THRU 480-WRITE-EXIT
                       ADD 1 TO WS-CFX-DROP
                       IF WS-MON-SUB > 0
                           ADD 1 TO WS-MON-CFX-DROP (WS-MON-SUB)
                       END-IF
               END-EVALUATE
           END-IF

           .
       510-AGE-CORRFIX-EXIT.
           EXIT.

       520-KEEP-CORRFIX.

           MOVE CORRFIX-REC TO CORRFIXN-REC
           WRITE CORRFIXN-REC
           IF CORRFIXN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE CORRFIXN. CODE=' CORRFIXN-STATUS
               MOVE CORRFIXN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       520-KEEP-EXIT.
           EXIT.

      ******************************************************************
      *    600-PURGE-PPREJ WALKS EVERY DATE FROM THE OLDEST ARCHIVED
      *    BUSINESS DATE UP TO THE CUTOFF AND CHECKS THAT DAY'S
      *    MMDDYYR.rej REJECT FILE (NAMED FOR THE RUN DATE THAT WROTE
      *    IT).  A FILE IS HELD WHOLE WHEN ANY RECORD IN IT IS A
      *    SITTING AN OPEN REJECT STILL NEEDS, OR WHEN A TRANSMISSION
      *    BUILT THAT DAY IS UNACKNOWLEDGED; OTHERWISE EACH RECORD IS
      *    LOGGED AND THE FILE IS EMPTIED.  THE EMPTY FILE IS LEFT FOR
      *    THE JCL'S HOUSEKEEPING STEP TO DELETE.
      ******************************************************************
       600-PURGE-PPREJ.

           MOVE WS-MIN-DATE TO WS-STEP-X
           PERFORM 610-CHECK-REJ-DAY THRU 610-CHECK-REJ-DAY-EXIT
               UNTIL WS-STEP-X NOT < WS-CUTOFF

           DISPLAY 'PPREJ DATES CHECKED=' WS-REJ-DAYS
                   ' FILES PURGED=' WS-REJ-FILES
                   ' FILES HELD=' WS-REJ-HOLD

           .
       600-PURGE-PPREJ-EXIT.
           EXIT.

       610-CHECK-REJ-DAY.

           ADD 1 TO WS-REJ-DAYS
           MOVE WS-STEP-X TO WS-CHK-X
           MOVE SPACES TO WS-CHK-MMDDYY WS-CHK-RUN-DATE WS-REJ-DSNAME
           STRING WS-STEP-X (5:2), WS-STEP-X (7:2), WS-STEP-X (3:2)
                  DELIMITED BY SIZE INTO WS-CHK-MMDDYY
           STRING WS-STEP-X (5:2), '/', WS-STEP-X (7:2), '/',
                  WS-STEP-X (3:2) DELIMITED BY SIZE
                  INTO WS-CHK-RUN-DATE
           STRING WS-CHK-MMDDYY, 'R.rej'
                  DELIMITED BY SIZE INTO WS-REJ-DSNAME

           MOVE 0 TO WS-FILE-RECS
           MOVE 'N' TO WS-FILE-HELD-SW
           MOVE 'N' TO PPREJ-ENDFILE
           OPEN INPUT PPREJ
           EVALUATE PPREJ-STATUS
               WHEN '00'
                   PERFORM 620-COUNT-REJ THRU 620-COUNT-REJ-EXIT
                       UNTIL PPREJ-EOF
                   CLOSE PPREJ
               WHEN '35'
                   MOVE 'N' TO PPREJ-ENDFILE
               WHEN OTHER
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                           'OPEN PPREJ ' WS-REJ-DSNAME
                           '. CODE=' PPREJ-STATUS
                   MOVE PPREJ-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-EVALUATE

           IF WS-FILE-RECS > 0
               PERFORM 350-MONTH-SUB THRU 350-MONTH-SUB-EXIT
               PERFORM 335-FIND-UNACKED-RUN THRU 335-FIND-RUN-EXIT
               IF WS-FILE-HELD OR WS-UNA-FOUND
                   ADD 1 TO WS-REJ-HOLD
                   ADD WS-FILE-RECS TO WS-REJ-HOLD-RECS
                   IF WS-MON-SUB > 0
                       ADD 1 TO WS-MON-REJ-HOLD (WS-MON-SUB)
                   END-IF
               ELSE
                   PERFORM 640-EMPTY-REJ THRU 640-EMPTY-REJ-EXIT
               END-IF
           END-IF

           PERFORM 215-NEXT-DAY THRU 215-NEXT-DAY-EXIT

           .
       610-CHECK-REJ-DAY-EXIT.
           EXIT.

       620-COUNT-REJ.

           READ PPREJ RECORD AT END MOVE 'Y' TO PPREJ-ENDFILE.
           IF PPREJ-STATUS IS NOT = '00' AND
              PPREJ-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'PPREJ Code=' PPREJ-STATUS
               MOVE 'Y' TO PPREJ-ENDFILE
           END-IF

           IF NOT PPREJ-EOF
               ADD 1 TO WS-FILE-RECS
               MOVE PPREJ-REC TO WS-PP-REC
               MOVE PP-CAND-SSN TO WS-CHK-SSN
               MOVE PP-TEST-CODE TO WS-CHK-CODE
               MOVE PP-TEST-DATE TO WS-CHK-TDATE
               PERFORM 285-FIND-OPEN-REJECT
                   THRU 285-FIND-OPEN-REJECT-EXIT
               IF WS-RJK-FOUND
                   MOVE 'Y' TO WS-FILE-HELD-SW
               END-IF
           END-IF

           .
       620-COUNT-REJ-EXIT.
           EXIT.

      ******************************************************************
      *    640-EMPTY-REJ LOGS EVERY RECORD OF THE DAY'S REJECT FILE,
      *    THEN REOPENS IT OUTPUT AND CLOSES IT, LEAVING IT EMPTY.
      ******************************************************************
       640-EMPTY-REJ.

           MOVE 'N' TO PPREJ-ENDFILE
           OPEN INPUT PPREJ
           IF PPREJ-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'OPEN PPREJ ' WS-REJ-DSNAME
                       '. CODE=' PPREJ-STATUS
               MOVE PPREJ-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           PERFORM 650-LOG-REJ THRU 650-LOG-REJ-EXIT
               UNTIL PPREJ-EOF
           CLOSE PPREJ

           OPEN OUTPUT PPREJ
           IF PPREJ-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'OPEN PPREJ ' WS-REJ-DSNAME
                       '. CODE=' PPREJ-STATUS
               MOVE PPREJ-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           CLOSE PPREJ

           ADD 1 TO WS-REJ-FILES
           ADD WS-FILE-RECS TO WS-REJ-RECS
           IF WS-MON-SUB > 0
               ADD 1 TO WS-MON-REJ-FILE (WS-MON-SUB)
               ADD WS-FILE-RECS TO WS-MON-REJ-RECS (WS-MON-SUB)
           END-IF

           .
       640-EMPTY-REJ-EXIT.
           EXIT.

       650-LOG-REJ.

           READ PPREJ RECORD AT END MOVE 'Y' TO PPREJ-ENDFILE.
           IF PPREJ-STATUS IS NOT = '00' AND
              PPREJ-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'PPREJ Code=' PPREJ-STATUS
               MOVE 'Y' TO PPREJ-ENDFILE
           END-IF

           IF NOT PPREJ-EOF
               MOVE PPREJ-REC TO WS-PP-REC
               MOVE SPACES TO DANPRG-REC
               MOVE 'PPREJ' TO PG-FILE
               MOVE 'P' TO PG-ACTION
               MOVE WS-CHK-MMDDYY TO PG-BUS-DATE
               MOVE PP-CAND-ID TO PG-CAND-ID
               MOVE PP-TEST-CODE TO PG-TEST-CODE
               MOVE PP-TEST-DATE TO PG-TEST-DATE
               MOVE WS-REJ-DSNAME TO PG-DSNAME
               PERFORM 480-WRITE-DANPRG THRU 480-WRITE-EXIT
           END-IF

           .
       650-LOG-REJ-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-CERTIFICATE PRINTS THE PURGE CERTIFICATE: THE
      *    RETENTION PERIOD AND CUTOFF, WHAT WAS DONE IN EACH BUSINESS
      *    MONTH PAST RETENTION, THE TOTALS BY FILE, AND THE LINES FOR
      *    THE PRIVACY OFFICER'S SIGNATURE.
      ******************************************************************
       700-PRINT-CERTIFICATE.

           MOVE PC-HDR1 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           STRING WS-RUN-DATE (5:2), '/', WS-RUN-DATE (7:2), '/',
                  WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  INTO PC-HDR2-RUN
           MOVE WS-RET-DAYS TO PC-HDR2-DAYS
           STRING WS-ASOF-DATE (1:2), '/', WS-ASOF-DATE (3:2), '/',
                  WS-ASOF-DATE (5:2) DELIMITED BY SIZE
                  INTO PC-HDR2-ASOF
           MOVE PC-HDR2 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           STRING WS-CUTOFF (5:2), '/', WS-CUTOFF (7:2), '/',
                  WS-CUTOFF (1:4) DELIMITED BY SIZE
                  INTO PC-HDR3-CUT
           MOVE PC-HDR3 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           MOVE PC-BLANK TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-SEC-MON TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-MON-HDR1 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-MON-HDR2 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           MOVE 0 TO WS-MON-ACTIVE-CT
           MOVE 1 TO WS-MON-SUB
           PERFORM 710-PRINT-MONTH THRU 710-PRINT-MONTH-EXIT
               UNTIL WS-MON-SUB > WS-MON-CT
           IF WS-MON-ACTIVE-CT = 0
               MOVE PC-NONE-LINE TO PRGCRT-REC
               PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           END-IF

           MOVE SPACES TO PC-MON-LINE
           MOVE 'TOTALS' TO PC-MON-LABEL
           MOVE WS-ARC-MASK TO PC-MON-CT (1)
           MOVE WS-ARC-HREJ TO PC-MON-CT (2)
           MOVE WS-ARC-HACK TO PC-MON-CT (3)
           MOVE WS-RJK-DROP TO PC-MON-CT (4)
           MOVE WS-RJK-HOLD TO PC-MON-CT (5)
           MOVE WS-CFX-DROP TO PC-MON-CT (6)
           MOVE WS-CFX-HOLD TO PC-MON-CT (7)
           MOVE WS-REJ-FILES TO PC-MON-CT (8)
           MOVE WS-REJ-RECS TO PC-MON-CT (9)
           MOVE WS-REJ-HOLD TO PC-MON-CT (10)
           MOVE PC-MON-LINE TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           PERFORM 720-PRINT-FILE-TOTALS THRU 720-PRINT-FILE-EXIT

           MOVE PC-BLANK TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE SPACES TO PC-FILE-NAME
           MOVE 'DANARCN, REJKEYN AND CORRFIXN REPLACE THE ORIGINALS.'
               TO PC-FILE-TEXT
           MOVE PC-FILE-NAME TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE 'EVERY ITEM MASKED, DROPPED OR PURGED IS LOGGED ON DANPR
      -        'G.' TO PC-FILE-TEXT
           MOVE PC-FILE-NAME TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-BLANK TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-SIGN1 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-BLANK TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-SIGN2 TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           .
       700-PRINT-EXIT.
           EXIT.

      ******************************************************************
      *    710-PRINT-MONTH PRINTS ONE MONTH'S LINE WHEN ANYTHING WAS
      *    MASKED, DROPPED, PURGED OR HELD IN IT.
      ******************************************************************
       710-PRINT-MONTH.

           IF WS-MON-ARC-MASK (WS-MON-SUB) > 0 OR
              WS-MON-ARC-HREJ (WS-MON-SUB) > 0 OR
              WS-MON-ARC-HACK (WS-MON-SUB) > 0 OR
              WS-MON-RJK-DROP (WS-MON-SUB) > 0 OR
              WS-MON-RJK-HOLD (WS-MON-SUB) > 0 OR
              WS-MON-CFX-DROP (WS-MON-SUB) > 0 OR
              WS-MON-CFX-HOLD (WS-MON-SUB) > 0 OR
              WS-MON-REJ-FILE (WS-MON-SUB) > 0 OR
              WS-MON-REJ-HOLD (WS-MON-SUB) > 0
               ADD 1 TO WS-MON-ACTIVE-CT
               MOVE SPACES TO PC-MON-LINE
               STRING WS-MON-MM (WS-MON-SUB), '/',
                      WS-MON-CCYY (WS-MON-SUB) DELIMITED BY SIZE
                      INTO PC-MON-LABEL
               MOVE WS-MON-ARC-MASK (WS-MON-SUB) TO PC-MON-CT (1)
               MOVE WS-MON-ARC-HREJ (WS-MON-SUB) TO PC-MON-CT (2)
               MOVE WS-MON-ARC-HACK (WS-MON-SUB) TO PC-MON-CT (3)
               MOVE WS-MON-RJK-DROP (WS-MON-SUB) TO PC-MON-CT (4)
               MOVE WS-MON-RJK-HOLD (WS-MON-SUB) TO PC-MON-CT (5)
               MOVE WS-MON-CFX-DROP (WS-MON-SUB) TO PC-MON-CT (6)
               MOVE WS-MON-CFX-HOLD (WS-MON-SUB) TO PC-MON-CT (7)
               MOVE WS-MON-REJ-FILE (WS-MON-SUB) TO PC-MON-CT (8)
               MOVE WS-MON-REJ-RECS (WS-MON-SUB) TO PC-MON-CT (9)
               MOVE WS-MON-REJ-HOLD (WS-MON-SUB) TO PC-MON-CT (10)
               MOVE PC-MON-LINE TO PRGCRT-REC
               PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           END-IF
           ADD 1 TO WS-MON-SUB

           .
       710-PRINT-MONTH-EXIT.
           EXIT.

      ******************************************************************
      *    720-PRINT-FILE-TOTALS PRINTS WHAT BECAME OF EVERY ITEM READ
      *    FROM EACH FILE.
      ******************************************************************
       720-PRINT-FILE-TOTALS.

           MOVE PC-BLANK TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT
           MOVE PC-SEC-FILE TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           MOVE 'DANARC ROWS READ' TO PC-FILE-LABEL
           MOVE WS-ARC-READ TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  SSN AND NAME MASKED THIS RUN' TO PC-FILE-LABEL
           MOVE WS-ARC-MASK TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  MASKED BY AN EARLIER RUN' TO PC-FILE-LABEL
           MOVE WS-ARC-PREV TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  HELD - SITTING HAS AN OPEN REJECT' TO PC-FILE-LABEL
           MOVE WS-ARC-HREJ TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  HELD - TRANSMISSION NOT ACKNOWLEDGED'
               TO PC-FILE-LABEL
           MOVE WS-ARC-HACK TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  WITHIN RETENTION' TO PC-FILE-LABEL
           MOVE WS-ARC-KEEP TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  NO VALID BUSINESS DATE - KEPT' TO PC-FILE-LABEL
           MOVE WS-ARC-UNDATED TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT

           MOVE 'REJKEY KEYS READ' TO PC-FILE-LABEL
           MOVE WS-RJK-READ TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  RESOLVED KEYS DROPPED' TO PC-FILE-LABEL
           MOVE WS-RJK-DROP TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  HELD - OPEN OR NOT ACKNOWLEDGED' TO PC-FILE-LABEL
           MOVE WS-RJK-HOLD TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  WITHIN RETENTION' TO PC-FILE-LABEL
           MOVE WS-RJK-KEEP TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  NEVER MATCHED A SENT ROW - KEPT' TO PC-FILE-LABEL
           MOVE WS-RJK-UNDATED TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT

           MOVE 'CORRFIX FIXES READ' TO PC-FILE-LABEL
           MOVE WS-CFX-READ TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  APPLIED FIXES DROPPED' TO PC-FILE-LABEL
           MOVE WS-CFX-DROP TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  HELD - OPEN OR NOT ACKNOWLEDGED' TO PC-FILE-LABEL
           MOVE WS-CFX-HOLD TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  WITHIN RETENTION' TO PC-FILE-LABEL
           MOVE WS-CFX-KEEP TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  NOT YET RESUBMITTED - KEPT' TO PC-FILE-LABEL
           MOVE WS-CFX-UNAPPL TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT

           MOVE 'PPREJ DATES CHECKED' TO PC-FILE-LABEL
           MOVE WS-REJ-DAYS TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  REJECT FILES PURGED' TO PC-FILE-LABEL
           MOVE WS-REJ-FILES TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  REJECT RECORDS PURGED' TO PC-FILE-LABEL
           MOVE WS-REJ-RECS TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  REJECT FILES HELD' TO PC-FILE-LABEL
           MOVE WS-REJ-HOLD TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT
           MOVE '  REJECT RECORDS IN HELD FILES' TO PC-FILE-LABEL
           MOVE WS-REJ-HOLD-RECS TO PC-FILE-CT
           PERFORM 730-PRINT-FILE-LINE THRU 730-PRINT-FILE-LINE-EXIT

           .
       720-PRINT-FILE-EXIT.
           EXIT.

       730-PRINT-FILE-LINE.

           MOVE PC-FILE-LINE TO PRGCRT-REC
           PERFORM 790-WRITE-PRGCRT THRU 790-WRITE-EXIT

           .
       730-PRINT-FILE-LINE-EXIT.
           EXIT.

       790-WRITE-PRGCRT.

           WRITE PRGCRT-REC
           IF PRGCRT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE PRGCRT. CODE=' PRGCRT-STATUS
               MOVE PRGCRT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       790-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=0 WHEN SOMETHING WAS MASKED, DROPPED
      *    OR PURGED AND NOTHING PAST RETENTION HAD TO BE HELD; RC=4
      *    WHEN NOTHING WAS PAST RETENTION; RC=8 WHEN ANYTHING PAST
      *    RETENTION WAS HELD FOR AN OPEN REJECT OR AN UNACKNOWLEDGED
      *    TRANSMISSION.
      ******************************************************************
       900-SET-RETCODE.

           COMPUTE WS-HELD-CT = WS-ARC-HREJ + WS-ARC-HACK +
                   WS-RJK-HOLD + WS-CFX-HOLD + WS-REJ-HOLD
           COMPUTE WS-DONE-CT = WS-ARC-MASK + WS-RJK-DROP +
                   WS-CFX-DROP + WS-REJ-FILES

           EVALUATE TRUE
               WHEN WS-HELD-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-DONE-CT > 0
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

           DISPLAY 'DANRET PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANRET DANARC ROWS MASKED.... ' WS-ARC-MASK
           DISPLAY '  REJKEY KEYS DROPPED........ ' WS-RJK-DROP
           DISPLAY '  CORRFIX FIXES DROPPED...... ' WS-CFX-DROP
           DISPLAY '  PPREJ FILES PURGED......... ' WS-REJ-FILES
           DISPLAY '  ITEMS HELD PAST RETENTION.. ' WS-HELD-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANARC REJKEY CORRFIX DANAUD DANALR
                 DANARCN REJKEYN CORRFIXN DANPRG PRGCRT
           .
       999-CLOSE-EXIT.
           EXIT.
