       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANAGE.
      ******************************************************************
      *10-15-26 - NEW PROGRAM.  ROLLING OPEN-ITEMS LEDGER AND AGING
      *           REPORT.  DANSTAT ANSWERS "WHERE ARE WE TODAY", BUT A
      *           TRANSMISSION DANTES HAS STILL NOT ACKNOWLEDGED THREE
      *           DAYS LATER DROPS OFF EVERYONE'S RADAR ONCE ITS
      *           BUSINESS DATE HAS PASSED -- DANACK CARRIES NO
      *           BUSINESS DATE -- AND A REJKEY REJECT NOBODY EVER
      *           CORRECTED IS NEVER LOOKED AT AGAIN EITHER.  THIS
      *           PROGRAM KEEPS THE DANOPN LEDGER (DANOPNRC): ONE
      *           ENTRY FOR EVERY DANAUD TRANSMISSION AND EVERY REJKEY
      *           REJECT IT HAS SEEN, OPEN UNTIL --
      *             - A TRANSMISSION: DANACK'S COUNT FOR ITS BRANCH
      *               RECONCILES WITH THE LATEST RUN THAT BUILT THAT
      *               BRANCH (COMPARED AS TESTRPT'S CONFIRM STEP DOES),
      *               OR A CONFIRM-MODE RUN ENDED ALLCLEAR ON ITS RUN
      *               DATE (THE DANALR RECORD OF A DAY DANACK HAS
      *               SINCE MOVED PAST);
      *             - A REJECT: THE CORRECTED SITTING SHOWS UP ON
      *               DANSENT UNDER A BUSINESS DATE LATER THAN THE ONE
      *               IT WAS REJECTED FROM, IN A FILE DANCOR STAGED
      *               (ITS TRANSMISSION CARRIED CONTROL SOURCE C).
      *           GIVEN AN AS-OF DATE (PARM MMDDYY, DEFAULT TODAY) EACH
      *           RUN POSTS WHAT IS NEW, CLOSES WHAT HAS BEEN ANSWERED,
      *           AGES WHAT IS STILL OPEN AND PRINTS THE OPNRPT AGING
      *           REPORT -- 0-2, 3-7, 8-30 AND 31+ DAY BUCKETS BY
      *           CONDITION AND BRANCH, THE ITEMS PAST THEIR LIMIT AND
      *           THE ITEMS CLOSED.  EACH CONDITION/BRANCH WITH ANYTHING
      *           PAST ITS LIMIT GETS ONE AGEDOPEN RECORD ON THE DANALR
      *           FEED (AL-MODE 'A', DATED THE AS-OF DATE) SO DANDSP
      *           PAGES ON IT, AND THE RUN ENDS RC=8.  DANOPN IS
      *           READ-ONLY HERE: THE UPDATED LEDGER GOES TO DANOPNN,
      *           WHICH THE JCL SWAPS IN OVER DANOPN AFTER THE RUN, AS
      *           DANRET DOES FOR DANARC.  RUN IT AFTER THE DAY'S
      *           CONFIRM STEP AND DANREJ, AND BEFORE DANDSP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT OPTIONAL DANOPN  ASSIGN TO DANOPN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANOPN-STATUS.
           SELECT DANAUD  ASSIGN TO DANAUD
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANAUD-STATUS.
           SELECT OPTIONAL DANALR  ASSIGN TO DANALR
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANALR-STATUS.
           SELECT OPTIONAL DANACK  ASSIGN TO DANACK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANACK-STATUS.
           SELECT OPTIONAL REJKEY  ASSIGN TO REJKEY
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REJKEY-STATUS.
           SELECT OPTIONAL DANSENT  ASSIGN TO DANSENT
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SN-KEY
                        FILE STATUS IS DANSENT-STATUS.
           SELECT DANOPNN  ASSIGN TO DANOPNN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANOPNN-STATUS.
           SELECT OPNRPT  ASSIGN TO OPNRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS OPNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      **   DANOPN - THE OPEN-ITEMS LEDGER AS THE LAST RUN LEFT IT,
      **   READ-ONLY INPUT.  OPTIONAL -- THE FIRST RUN STARTS EMPTY
      **   AND POSTS EVERYTHING ON DANAUD AND REJKEY.
      ******************************************************************
       FD  DANOPN.
       01  DANOPN-REC PIC X(100).
      ******************************************************************
      **   DANAUD - THE ACTIVE TRANSMISSION AUDIT TRAIL.  EVERY RECORD
      **   IS A TRANSMISSION THE LEDGER MUST HOLD.
      ******************************************************************
       FD  DANAUD.
       01  DANAUD-REC.
           COPY DANAUDRC.
      ******************************************************************
      **   DANALR - THE OPERATOR ALERT FEED.  READ FIRST FOR THE RUN
      **   DATES A CONFIRM-MODE TESTRPT RUN ENDED ALLCLEAR, THEN
      **   REOPENED EXTEND FOR THIS RUN'S AGEDOPEN ALERTS.
      ******************************************************************
       FD  DANALR.
       01  DANALR-REC.
           COPY DANALRRC.
      ******************************************************************
      **   DANACK - DANTES'S LATEST RECEIVED COUNT PER BRANCH.  AS IN
      **   TESTRPT, ANYTHING THAT IS NOT ON-BASE (F) OR ON-CAMPUS (C)
      **   FALLS IN THE FULLY-FUNDED BUCKET.  OPTIONAL.
      ******************************************************************
       FD  DANACK.
       01  DANACK-REC.
           05 DA-BRANCH      PIC X(01).
           05 FILLER         PIC X(01).
           05 DA-ACK-COUNT   PIC 9(09).
           05 FILLER         PIC X(69).
      ******************************************************************
      **   REJKEY - THE REJECT KEYS DANREJ WRITES.  OPTIONAL -- NONE
      **   POSTED MEANS NO NEW REJECT TO LEDGER.  THE SSN IS NOT
      **   CARRIED ONTO THE LEDGER.
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
      **   DANSENT - THE CUMULATIVE SENT-CANDIDATE MASTER TESTRPT
      **   KEEPS, BROWSED BY CANDIDATE ID + TEST CODE FOR THE FILE A
      **   REJECTED SITTING WENT OUT IN AND FOR A LATER DANCOR
      **   RESUBMISSION OF IT.  OPTIONAL -- WITHOUT IT NO REJECT CAN
      **   CLOSE.
      ******************************************************************
       FD  DANSENT.
       01  DANSENT-REC.
           05 SN-KEY.
              10 SN-CAND-ID     PIC X(10).
              10 FILLER         PIC X(01).
              10 SN-TEST-CODE   PIC X(05).
              10 FILLER         PIC X(01).
              10 SN-DATE        PIC X(06).
           05 FILLER         PIC X(01).
           05 SN-FILE        PIC X(11).
           05 FILLER         PIC X(05).
      ******************************************************************
      **   DANOPNN - THE UPDATED LEDGER: EVERY OPEN ENTRY, AND EVERY
      **   CLOSED ONE WHOSE DANAUD RECORD OR REJKEY KEY IS STILL ON
      **   FILE.  TRANSMISSIONS FIRST, THEN REJECTS.
      ******************************************************************
       FD  DANOPNN.
       01  DANOPNN-REC PIC X(100).
      ******************************************************************
      **   OPNRPT - THE PRINTED AGING REPORT.
      ******************************************************************
       FD  OPNRPT.
       01  OPNRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01 DANOPN-ENDFILE PIC X VALUE 'N'.
          88 DANOPN-EOF VALUE 'Y'.
       01 DANAUD-ENDFILE PIC X VALUE 'N'.
          88 DANAUD-EOF VALUE 'Y'.
       01 DANALR-ENDFILE PIC X VALUE 'N'.
          88 DANALR-EOF VALUE 'Y'.
       01 DANACK-ENDFILE PIC X VALUE 'N'.
          88 DANACK-EOF VALUE 'Y'.
       01 REJKEY-ENDFILE PIC X VALUE 'N'.
          88 REJKEY-EOF VALUE 'Y'.
       01 DANSENT-ENDFILE PIC X VALUE 'N'.
          88 DANSENT-EOF VALUE 'Y'.
       01 DANOPN-STATUS PIC XX VALUE '00'.
       01 DANAUD-STATUS PIC XX VALUE '00'.
       01 DANALR-STATUS PIC XX VALUE '00'.
       01 DANACK-STATUS PIC XX VALUE '00'.
       01 REJKEY-STATUS PIC XX VALUE '00'.
       01 DANSENT-STATUS PIC XX VALUE '00'.
       01 DANOPNN-STATUS PIC XX VALUE '00'.
       01 OPNRPT-STATUS PIC XX VALUE '00'.
       01 PROCESS-FLAG PIC X VALUE 'N'.
          88 PROCESS-OK             VALUE 'Y'.
          88 PROCESS-NOT-ATTEMPTED  VALUE 'N'.
          88 PROCESS-WARNING        VALUE 'W'.

       01 WS-SYSDATE.
          03 WS-SYSDATE-YY PIC X(2).
          03 WS-SYSDATE-MM PIC X(2).
          03 WS-SYSDATE-DD PIC X(2).

      *    THE AS-OF DATE AS MMDDYY, AS MM/DD/YY (AL-DATE FORM) AND AS
      *    CCYYMMDD, AND ITS DAY NUMBER FOR THE AGING.
       01 WS-ASOF-DATE PIC X(06) VALUE SPACES.
       01 WS-ASOF-SLASH PIC X(08) VALUE SPACES.
       01 WS-ASOF-CCYYMMDD PIC X(08) VALUE SPACES.
       01 WS-ASOF-DAYNO PIC 9(07) VALUE 0.

      *    AGING LIMITS IN DAYS -- AN OPEN ITEM THIS OLD OR OLDER IS
      *    PAST ITS LIMIT AND ESCALATED.  DANTES NORMALLY POSTS DANACK
      *    THE SAME DAY, SO A TRANSMISSION STILL OPEN ON THE THIRD DAY
      *    IS LOST; A REJECT IS GIVEN A WEEK FOR THE TCO OFFICE TO
      *    KEY ITS CORRFIX AND DANCOR TO SEND IT.
       01 WS-XMT-LIMIT PIC 9(03) VALUE 3.
       01 WS-REJ-LIMIT PIC 9(03) VALUE 8.

      *    545-DAY-NUMBER (TESTRPT'S 343-DAY-NUMBER) TURNS WS-DN-DATE
      *    (MMDDCCYY) INTO A DAY COUNT IN WS-DN-DAYNO SO TWO DATES CAN
      *    BE SUBTRACTED.
       01 WS-DN-DATE.
          05 WS-DN-MM PIC 9(02).
          05 WS-DN-DD PIC 9(02).
          05 WS-DN-CCYY PIC 9(04).
       01 WS-DN-YEAR PIC 9(04) VALUE 0.
       01 WS-DN-MONTH PIC 9(02) VALUE 0.
       01 WS-DN-QUOT PIC 9(07) VALUE 0.
       01 WS-DN-DAYNO PIC 9(07) VALUE 0.
       01 WS-AGE-WORK PIC S9(07) VALUE 0.
       01 WS-AGE-DAYS PIC 9(05) VALUE 0.
       01 WS-AGE-LIMIT PIC 9(03) VALUE 0.

      *    WS-CHK-DATE IS A CCYYMMDD DATE BEING CONVERTED OR COMPARED;
      *    WS-CHK-MMDDYY / WS-CHK-SLASH THE SAME DATE AS MMDDYY AND
      *    MM/DD/YY.
       01 WS-CHK-DATE.
          05 WS-CHK-CCYY PIC X(04).
          05 WS-CHK-MM PIC X(02).
          05 WS-CHK-DD PIC X(02).
       01 WS-CHK-X REDEFINES WS-CHK-DATE PIC X(08).
       01 WS-CHK-SLASH PIC X(08) VALUE SPACES.
       01 WS-CHK-ORIG PIC X(08) VALUE SPACES.
       01 WS-CHK-SENT PIC X(08) VALUE SPACES.

      *    ONE LEDGER RECORD, AS READ FROM DANOPN OR BUILT FOR DANOPNN.
       01 WS-OPN-REC.
           COPY DANOPNRC.

      *    THE TRANSMISSION ENTRIES.  SEEN IS 'Y' WHEN THE ENTRY'S
      *    DANAUD RECORD WAS READ THIS RUN; NOW IS 'N' FOR AN ENTRY
      *    POSTED THIS RUN AND 'C' FOR ONE CLOSED THIS RUN.
       01 WS-XMT-MAX PIC 9(05) VALUE 5000.
       01 WS-XMT-CT PIC 9(05) VALUE 0.
       01 WS-XMT-SUB PIC 9(05) VALUE 0.
       01 WS-XMT-FOUND-SW PIC X VALUE 'N'.
          88 WS-XMT-FOUND VALUE 'Y'.
       01 WS-XMT-TABLE.
          05 WS-XMT-ROW OCCURS 5000 TIMES.
             10 WS-XMT-STATE    PIC X(01).
             10 WS-XMT-BRANCH   PIC X(01).
             10 WS-XMT-OPEN     PIC X(08).
             10 WS-XMT-CLOSE    PIC X(08).
             10 WS-XMT-HOW      PIC X(01).
             10 WS-XMT-FILE     PIC X(11).
             10 WS-XMT-RDATE    PIC X(08).
             10 WS-XMT-RTIME    PIC X(08).
             10 WS-XMT-COUNT    PIC 9(09).
             10 WS-XMT-SOURCE   PIC X(01).
             10 WS-XMT-SEEN     PIC X(01).
             10 WS-XMT-NOW      PIC X(01).
             10 WS-XMT-AGE      PIC 9(05).

      *    THE REJECT ENTRIES, FLAGGED THE SAME WAY AGAINST REJKEY.
       01 WS-RJK-MAX PIC 9(05) VALUE 20000.
       01 WS-RJK-CT PIC 9(05) VALUE 0.
       01 WS-RJK-SUB PIC 9(05) VALUE 0.
       01 WS-RJK-FOUND-SW PIC X VALUE 'N'.
          88 WS-RJK-FOUND VALUE 'Y'.
       01 WS-RJK-TABLE.
          05 WS-RJK-ROW OCCURS 20000 TIMES.
             10 WS-RJK-STATE    PIC X(01).
             10 WS-RJK-BRANCH   PIC X(01).
             10 WS-RJK-OPEN     PIC X(08).
             10 WS-RJK-CLOSE    PIC X(08).
             10 WS-RJK-HOW      PIC X(01).
             10 WS-RJK-FILE     PIC X(11).
             10 WS-RJK-CAND     PIC X(10).
             10 WS-RJK-CODE     PIC X(05).
             10 WS-RJK-TDATE    PIC X(08).
             10 WS-RJK-ORIG     PIC X(06).
             10 WS-RJK-REASON   PIC X(03).
             10 WS-RJK-CORR     PIC X(06).
             10 WS-RJK-CFILE    PIC X(11).
             10 WS-RJK-SEEN     PIC X(01).
             10 WS-RJK-NOW      PIC X(01).
             10 WS-RJK-AGE      PIC 9(05).

      *    RUN DATES (MM/DD/YY) ON WHICH A CONFIRM RUN ENDED ALLCLEAR.
       01 WS-ACK-MAX PIC 9(05) VALUE 5000.
       01 WS-ACK-CT PIC 9(05) VALUE 0.
       01 WS-ACK-SUB PIC 9(05) VALUE 0.
       01 WS-ACK-KEY PIC X(08) VALUE SPACES.
       01 WS-ACK-FOUND-SW PIC X VALUE 'N'.
          88 WS-ACK-FOUND VALUE 'Y'.
       01 WS-ACK-TABLE.
          05 WS-ACK-DATE OCCURS 5000 TIMES PIC X(08).

      *    THE THREE DANACK BRANCH BUCKETS (1 = F ON-BASE, 2 = C
      *    ON-CAMPUS, 3 = EVERYTHING ELSE): THE LATEST RUN DATE ON
      *    DANAUD THAT BUILT THE BUCKET (CCYYMMDD AND MM/DD/YY), ITS
      *    LOCAL RECORD COUNT ON THAT DATE, AND WHETHER DANACK'S COUNT
      *    RECONCILED WITH IT.
       01 WS-CAT-SUB PIC 9(01) VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ROW OCCURS 3 TIMES.
             10 WS-CAT-LATEST   PIC X(08).
             10 WS-CAT-RDATE    PIC X(08).
             10 WS-CAT-LOCAL    PIC 9(09).
             10 WS-CAT-RECON    PIC X(01).

      *    THE FILE A DANSENT KEY NAMES, LOOKED UP AMONG THE
      *    TRANSMISSION ENTRIES: ITS BRANCH AND WHETHER DANCOR STAGED
      *    IT.
       01 WS-FIND-FILE PIC X(11) VALUE SPACES.
       01 WS-FILE-BRANCH PIC X(01) VALUE SPACE.
       01 WS-FILE-FOUND-SW PIC X VALUE 'N'.
          88 WS-FILE-FOUND VALUE 'Y'.
       01 WS-FILE-COR-SW PIC X VALUE 'N'.
          88 WS-FILE-FROM-DANCOR VALUE 'Y'.

      *    THE AGING SUMMARY -- ONE ROW PER CONDITION (T/R) AND
      *    BRANCH, WITH THE OPEN ITEMS IN EACH AGE BUCKET (1 = 0-2,
      *    2 = 3-7, 3 = 8-30, 4 = 31+ DAYS) AND HOW MANY ARE PAST THE
      *    CONDITION'S LIMIT.
       01 WS-AGB-MAX PIC 9(03) VALUE 100.
       01 WS-AGB-CT PIC 9(03) VALUE 0.
       01 WS-AGB-SUB PIC 9(03) VALUE 0.
       01 WS-AGB-TYPE PIC X(01) VALUE SPACE.
       01 WS-AGB-BRANCH PIC X(01) VALUE SPACE.
       01 WS-AGB-FOUND-SW PIC X VALUE 'N'.
          88 WS-AGB-FOUND VALUE 'Y'.
       01 WS-BKT-SUB PIC 9(01) VALUE 0.
       01 WS-AGB-TABLE.
          05 WS-AGB-ROW OCCURS 100 TIMES.
             10 WS-AGB-ROW-TYPE  PIC X(01).
             10 WS-AGB-ROW-BR    PIC X(01).
             10 WS-AGB-BKT       PIC 9(07) COMP OCCURS 4 TIMES.
             10 WS-AGB-TOTAL     PIC 9(07) COMP.
             10 WS-AGB-AGED      PIC 9(07) COMP.

      *    RUN TOTALS.
       01 WS-IN-OPEN PIC 9(07) VALUE 0.
       01 WS-IN-CLOSED PIC 9(07) VALUE 0.
       01 WS-NEW-XMT PIC 9(07) VALUE 0.
       01 WS-NEW-RJK PIC 9(07) VALUE 0.
       01 WS-CLS-DANACK PIC 9(07) VALUE 0.
       01 WS-CLS-ALLCLR PIC 9(07) VALUE 0.
       01 WS-CLS-DANCOR PIC 9(07) VALUE 0.
       01 WS-OPEN-XMT PIC 9(07) VALUE 0.
       01 WS-OPEN-RJK PIC 9(07) VALUE 0.
       01 WS-AGED-XMT PIC 9(07) VALUE 0.
       01 WS-AGED-RJK PIC 9(07) VALUE 0.
       01 WS-DROP-CT PIC 9(07) VALUE 0.
       01 WS-OUT-CT PIC 9(07) VALUE 0.
       01 WS-ALERT-CT PIC 9(07) VALUE 0.
       01 WS-LINE-CT PIC 9(07) VALUE 0.

       01 WB-FIELDS.
         05 WB-FLUSH-ARG           VALUE +0   PIC S9(4) COMP.

      ******************************************************************
      *    OPNRPT REPORT LINES
      ******************************************************************
       01 OA-HDR1.
          05 FILLER PIC X(43) VALUE
             'DANTES OPEN-ITEMS AGING REPORT - AS OF     '.
          05 OA-HDR1-DATE PIC X(08) VALUE SPACES.
       01 OA-HDR2.
          05 FILLER PIC X(33) VALUE
             ' PAST LIMIT: UNACKNOWLEDGED AT   '.
          05 OA-HDR2-XMT PIC ZZ9.
          05 FILLER PIC X(30) VALUE
             ' DAYS, UNCORRECTED REJECTS AT '.
          05 OA-HDR2-RJK PIC ZZ9.
          05 FILLER PIC X(05) VALUE ' DAYS'.
       01 OA-SEC-AGE PIC X(60) VALUE
          ' OPEN ITEMS BY CONDITION AND BRANCH (AGE IN DAYS)'.
       01 OA-AGE-HDR.
          05 FILLER PIC X(30) VALUE ' CONDITION'.
          05 FILLER PIC X(04) VALUE 'BR  '.
          05 FILLER PIC X(10) VALUE '       0-2'.
          05 FILLER PIC X(10) VALUE '       3-7'.
          05 FILLER PIC X(10) VALUE '      8-30'.
          05 FILLER PIC X(10) VALUE '       31+'.
          05 FILLER PIC X(10) VALUE '     TOTAL'.
          05 FILLER PIC X(12) VALUE '  PAST LIMIT'.
       01 OA-AGE-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-AGE-COND PIC X(29) VALUE SPACES.
          05 OA-AGE-BR PIC X(01) VALUE SPACE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 OA-AGE-CTR OCCURS 5 TIMES.
             10 FILLER PIC X(02).
             10 OA-AGE-CT PIC ZZZ,ZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 OA-AGE-AGED PIC ZZZ,ZZZ,ZZ9.
       01 OA-SEC-AGED PIC X(60) VALUE
          ' OPEN ITEMS PAST THEIR AGING LIMIT'.
       01 OA-SEC-CLOSED PIC X(60) VALUE
          ' ITEMS CLOSED THIS RUN'.
       01 OA-ITEM-HDR.
          05 FILLER PIC X(13) VALUE ' CONDITION'.
          05 FILLER PIC X(04) VALUE 'BR  '.
          05 FILLER PIC X(12) VALUE 'FILE'.
          05 FILLER PIC X(45) VALUE 'ITEM'.
          05 FILLER PIC X(09) VALUE 'OPENED'.
          05 FILLER PIC X(06) VALUE '   AGE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(20) VALUE 'CLOSED BY'.
       01 OA-ITEM-LINE.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-ITEM-COND PIC X(11) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-ITEM-BR PIC X(01) VALUE SPACE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 OA-ITEM-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-ITEM-TEXT PIC X(44) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-ITEM-OPEN PIC X(08) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 OA-ITEM-AGE PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 OA-ITEM-HOW PIC X(30) VALUE SPACES.
       01 OA-COUNT-EDIT PIC Z(08)9.
       01 OA-SEC-TOT PIC X(60) VALUE
          ' LEDGER TOTALS'.
       01 OA-TOT-LINE.
          05 FILLER PIC X(03) VALUE SPACES.
          05 OA-TOT-LABEL PIC X(50) VALUE SPACES.
          05 OA-TOT-CT PIC ZZZ,ZZZ,ZZ9.
       01 OA-NONE-LINE PIC X(44) VALUE
          '   (NONE)                                   '.
       01 OA-BLANK PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05 LS-PARM-LEN       PIC S9(4) COMP.
           05 LS-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

           PERFORM 200-INIT-PROCESS THRU 200-INIT-EXIT
           PERFORM 100-OPEN-FILES THRU 100-OPEN-EXIT
           PERFORM 220-LOAD-LEDGER THRU 220-LOAD-LEDGER-EXIT
           PERFORM 300-POST-DANAUD THRU 300-POST-DANAUD-EXIT
           PERFORM 320-LOAD-ALLCLEAR THRU 320-LOAD-ALLCLEAR-EXIT
           PERFORM 350-CLOSE-XMITS THRU 350-CLOSE-XMITS-EXIT
           PERFORM 400-POST-REJKEY THRU 400-POST-REJKEY-EXIT
           PERFORM 450-CLOSE-REJECTS THRU 450-CLOSE-REJECTS-EXIT
           PERFORM 500-AGE-ITEMS THRU 500-AGE-ITEMS-EXIT
           PERFORM 600-PRINT-REPORT THRU 600-PRINT-EXIT
           PERFORM 700-WRITE-ALERTS THRU 700-WRITE-ALERTS-EXIT
           PERFORM 800-WRITE-LEDGER THRU 800-WRITE-LEDGER-EXIT
           PERFORM 900-SET-RETCODE THRU 900-SET-RETCODE-EXIT
           PERFORM 999-CLOSE-FILES THRU 999-CLOSE-EXIT
           STOP RUN
           .

      ******************************************************************
      *    200-INIT-PROCESS RESOLVES THE AS-OF DATE -- PARM POSITIONS
      *    1-6 (MMDDYY) WHEN SUPPLIED, OTHERWISE TODAY -- IN THE THREE
      *    FORMS THE FILES USE, AND ITS DAY NUMBER.
      ******************************************************************
       200-INIT-PROCESS.

           ACCEPT WS-SYSDATE FROM DATE

           IF LS-PARM-LEN > 5 AND LS-PARM-TEXT (1:6) IS NUMERIC
               MOVE LS-PARM-TEXT (1:6) TO WS-ASOF-DATE
           ELSE
               STRING WS-SYSDATE-MM, WS-SYSDATE-DD, WS-SYSDATE-YY
                      DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE (1:2) < '01' OR WS-ASOF-DATE (1:2) > '12' OR
              WS-ASOF-DATE (3:2) < '01' OR WS-ASOF-DATE (3:2) > '31'
               DISPLAY 'PROGRAM TERMINATED. AS-OF DATE NOT VALID - GOT='
                       WS-ASOF-DATE
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           STRING WS-ASOF-DATE (1:2), '/', WS-ASOF-DATE (3:2), '/',
                  WS-ASOF-DATE (5:2) DELIMITED BY SIZE
                  INTO WS-ASOF-SLASH
           STRING '20', WS-ASOF-DATE (5:2), WS-ASOF-DATE (1:4)
                  DELIMITED BY SIZE INTO WS-ASOF-CCYYMMDD
           MOVE WS-ASOF-CCYYMMDD TO WS-CHK-X
           PERFORM 540-DAY-NUMBER-OF THRU 540-DAY-NUMBER-OF-EXIT
           MOVE WS-DN-DAYNO TO WS-ASOF-DAYNO

           INITIALIZE WS-CAT-TABLE
           INITIALIZE WS-AGB-TABLE

           DISPLAY 'DANAGE AS-OF DATE=' WS-ASOF-DATE

           .
       200-INIT-EXIT.
           EXIT.

       100-OPEN-FILES.

           OPEN INPUT DANOPN.
      *
      *    THE LEDGER AND THE SIDE FILES ARE OPTIONAL -- STATUS 35
      *    JUST MEANS NOTHING OF THAT KIND IS ON FILE YET.
           IF DANOPN-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANOPN. CODE=' DANOPN-STATUS
               MOVE DANOPN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANAUD.
           IF DANAUD-STATUS IS NOT = '00'
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

           OPEN INPUT DANACK.
           IF DANACK-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANACK. CODE=' DANACK-STATUS
               MOVE DANACK-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT REJKEY.
           IF REJKEY-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'REJKEY. CODE=' REJKEY-STATUS
               MOVE REJKEY-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN INPUT DANSENT.
           IF DANSENT-STATUS IS NOT = '00' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANSENT. CODE=' DANSENT-STATUS
               MOVE DANSENT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT DANOPNN.
           IF DANOPNN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANOPNN. CODE=' DANOPNN-STATUS
               MOVE DANOPNN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           OPEN OUTPUT OPNRPT.
           IF OPNRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'OPNRPT. CODE=' OPNRPT-STATUS
               MOVE OPNRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       100-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    220-LOAD-LEDGER LOADS THE LEDGER AS THE LAST RUN LEFT IT,
      *    TRANSMISSIONS AND REJECTS INTO THEIR OWN TABLES.  NOTHING
      *    IS MARKED SEEN UNTIL ITS SOURCE RECORD IS READ.
      ******************************************************************
       220-LOAD-LEDGER.

           IF DANOPN-STATUS = '35'
               DISPLAY 'NO DANOPN LEDGER - STARTING AN EMPTY ONE'
           ELSE
               PERFORM 225-READ-LEDGER THRU 225-READ-LEDGER-EXIT
                   UNTIL DANOPN-EOF
           END-IF

           DISPLAY 'LEDGER ENTRIES CARRIED IN - OPEN=' WS-IN-OPEN
                   ' CLOSED=' WS-IN-CLOSED

           .
       220-LOAD-LEDGER-EXIT.
           EXIT.

       225-READ-LEDGER.

           READ DANOPN INTO WS-OPN-REC
               AT END MOVE 'Y' TO DANOPN-ENDFILE.
           IF DANOPN-STATUS IS NOT = '00' AND
              DANOPN-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANOPN Code=' DANOPN-STATUS
               MOVE 'Y' TO DANOPN-ENDFILE
           END-IF

           IF NOT DANOPN-EOF
               IF OP-OPEN
                   ADD 1 TO WS-IN-OPEN
               ELSE
                   ADD 1 TO WS-IN-CLOSED
               END-IF
               EVALUATE TRUE
                   WHEN OP-TYPE-XMIT
                       PERFORM 230-LOAD-XMIT THRU 230-LOAD-XMIT-EXIT
                   WHEN OP-TYPE-REJECT
                       PERFORM 235-LOAD-REJECT
                           THRU 235-LOAD-REJECT-EXIT
                   WHEN OTHER
                       DISPLAY 'PROGRAM TERMINATED. UNKNOWN DANOPN ENTR'
                               'Y TYPE=' OP-TYPE
                       MOVE 97 TO WB-FLUSH-ARG
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-EVALUATE
           END-IF

           .
       225-READ-LEDGER-EXIT.
           EXIT.

       230-LOAD-XMIT.

           PERFORM 240-ADD-XMIT THRU 240-ADD-XMIT-EXIT
           MOVE OP-STATE TO WS-XMT-STATE (WS-XMT-SUB)
           MOVE OP-BRANCH TO WS-XMT-BRANCH (WS-XMT-SUB)
           MOVE OP-OPEN-DATE TO WS-XMT-OPEN (WS-XMT-SUB)
           MOVE OP-CLOSE-DATE TO WS-XMT-CLOSE (WS-XMT-SUB)
           MOVE OP-CLOSE-HOW TO WS-XMT-HOW (WS-XMT-SUB)
           MOVE OP-FILE TO WS-XMT-FILE (WS-XMT-SUB)
           MOVE OP-RUN-DATE TO WS-XMT-RDATE (WS-XMT-SUB)
           MOVE OP-RUN-TIME TO WS-XMT-RTIME (WS-XMT-SUB)
           MOVE OP-COUNT TO WS-XMT-COUNT (WS-XMT-SUB)
           MOVE OP-SOURCE TO WS-XMT-SOURCE (WS-XMT-SUB)

           .
       230-LOAD-XMIT-EXIT.
           EXIT.

       235-LOAD-REJECT.

           PERFORM 245-ADD-REJECT THRU 245-ADD-REJECT-EXIT
           MOVE OP-STATE TO WS-RJK-STATE (WS-RJK-SUB)
           MOVE OP-BRANCH TO WS-RJK-BRANCH (WS-RJK-SUB)
           MOVE OP-OPEN-DATE TO WS-RJK-OPEN (WS-RJK-SUB)
           MOVE OP-CLOSE-DATE TO WS-RJK-CLOSE (WS-RJK-SUB)
           MOVE OP-CLOSE-HOW TO WS-RJK-HOW (WS-RJK-SUB)
           MOVE OP-FILE TO WS-RJK-FILE (WS-RJK-SUB)
           MOVE OP-CAND-ID TO WS-RJK-CAND (WS-RJK-SUB)
           MOVE OP-TEST-CODE TO WS-RJK-CODE (WS-RJK-SUB)
           MOVE OP-TEST-DATE TO WS-RJK-TDATE (WS-RJK-SUB)
           MOVE OP-ORIG-DATE TO WS-RJK-ORIG (WS-RJK-SUB)
           MOVE OP-REASON-CODE TO WS-RJK-REASON (WS-RJK-SUB)
           MOVE OP-CORR-DATE TO WS-RJK-CORR (WS-RJK-SUB)
           MOVE OP-CORR-FILE TO WS-RJK-CFILE (WS-RJK-SUB)

           .
       235-LOAD-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    240-ADD-XMIT / 245-ADD-REJECT TAKE THE NEXT FREE ROW OF
      *    THEIR TABLE (SUBSCRIPT LEFT IN WS-XMT-SUB / WS-RJK-SUB),
      *    CLEARED, NOT YET SEEN AND NOT NEW.
      ******************************************************************
       240-ADD-XMIT.

           IF WS-XMT-CT NOT < WS-XMT-MAX
               DISPLAY 'PROGRAM TERMINATED. MORE THAN ' WS-XMT-MAX
                       ' TRANSMISSIONS ON THE LEDGER'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           ADD 1 TO WS-XMT-CT
           MOVE WS-XMT-CT TO WS-XMT-SUB
           MOVE SPACES TO WS-XMT-ROW (WS-XMT-SUB)
           MOVE 0 TO WS-XMT-COUNT (WS-XMT-SUB)
           MOVE 0 TO WS-XMT-AGE (WS-XMT-SUB)
           MOVE 'N' TO WS-XMT-SEEN (WS-XMT-SUB)

           .
       240-ADD-XMIT-EXIT.
           EXIT.

       245-ADD-REJECT.

           IF WS-RJK-CT NOT < WS-RJK-MAX
               DISPLAY 'PROGRAM TERMINATED. MORE THAN ' WS-RJK-MAX
                       ' REJECTS ON THE LEDGER'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           ADD 1 TO WS-RJK-CT
           MOVE WS-RJK-CT TO WS-RJK-SUB
           MOVE SPACES TO WS-RJK-ROW (WS-RJK-SUB)
           MOVE 0 TO WS-RJK-AGE (WS-RJK-SUB)
           MOVE 'N' TO WS-RJK-SEEN (WS-RJK-SUB)

           .
       245-ADD-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    300-POST-DANAUD MARKS EVERY TRANSMISSION ALREADY ON THE
      *    LEDGER AS SEEN AND POSTS EACH NEW ONE OPEN, AGED FROM ITS
      *    RUN DATE.
      ******************************************************************
       300-POST-DANAUD.

           PERFORM 305-READ-DANAUD THRU 305-READ-DANAUD-EXIT
               UNTIL DANAUD-EOF

           DISPLAY 'TRANSMISSIONS POSTED=' WS-NEW-XMT

           .
       300-POST-DANAUD-EXIT.
           EXIT.

       305-READ-DANAUD.

           READ DANAUD RECORD AT END MOVE 'Y' TO DANAUD-ENDFILE.
           IF DANAUD-STATUS IS NOT = '00' AND
              DANAUD-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANAUD Code=' DANAUD-STATUS
               MOVE 'Y' TO DANAUD-ENDFILE
           END-IF

           IF NOT DANAUD-EOF
               PERFORM 310-FIND-XMIT THRU 310-FIND-XMIT-EXIT
               IF NOT WS-XMT-FOUND
                   PERFORM 240-ADD-XMIT THRU 240-ADD-XMIT-EXIT
                   ADD 1 TO WS-NEW-XMT
                   MOVE 'O' TO WS-XMT-STATE (WS-XMT-SUB)
                   MOVE 'N' TO WS-XMT-NOW (WS-XMT-SUB)
                   MOVE AU-BRANCH TO WS-XMT-BRANCH (WS-XMT-SUB)
                   MOVE AU-FILE TO WS-XMT-FILE (WS-XMT-SUB)
                   MOVE AU-DATE TO WS-XMT-RDATE (WS-XMT-SUB)
                   MOVE AU-TIME TO WS-XMT-RTIME (WS-XMT-SUB)
                   MOVE AU-CTL-SOURCE TO WS-XMT-SOURCE (WS-XMT-SUB)
                   IF AU-COUNT IS NUMERIC
                       MOVE AU-COUNT TO WS-XMT-COUNT (WS-XMT-SUB)
                   END-IF
                   STRING '20', AU-DATE (7:2), AU-DATE (1:2),
                          AU-DATE (4:2) DELIMITED BY SIZE
                          INTO WS-XMT-OPEN (WS-XMT-SUB)
               END-IF
               MOVE 'Y' TO WS-XMT-SEEN (WS-XMT-SUB)
           END-IF

           .
       305-READ-DANAUD-EXIT.
           EXIT.

      ******************************************************************
      *    310-FIND-XMIT LOOKS THE DANAUD RECORD IN HAND UP ON THE
      *    LEDGER BY RUN DATE, RUN TIME AND FILE.
      ******************************************************************
       310-FIND-XMIT.

           MOVE 'N' TO WS-XMT-FOUND-SW
           MOVE 1 TO WS-XMT-SUB
           PERFORM 315-SCAN-XMIT THRU 315-SCAN-XMIT-EXIT
               UNTIL WS-XMT-FOUND OR WS-XMT-SUB > WS-XMT-CT

           .
       310-FIND-XMIT-EXIT.
           EXIT.

       315-SCAN-XMIT.

           IF WS-XMT-RDATE (WS-XMT-SUB) = AU-DATE AND
              WS-XMT-RTIME (WS-XMT-SUB) = AU-TIME AND
              WS-XMT-FILE (WS-XMT-SUB) = AU-FILE
               MOVE 'Y' TO WS-XMT-FOUND-SW
           ELSE
               ADD 1 TO WS-XMT-SUB
           END-IF

           .
       315-SCAN-XMIT-EXIT.
           EXIT.

      ******************************************************************
      *    320-LOAD-ALLCLEAR COLLECTS THE RUN DATES ON WHICH A
      *    CONFIRM-MODE TESTRPT RUN ENDED ALLCLEAR -- EVERY
      *    TRANSMISSION BUILT THAT DAY WAS CONFIRMED AND DANTES'S
      *    COUNT AGREED.  THE FEED IS CLOSED AGAIN AFTERWARDS AND
      *    REOPENED EXTEND BY 700-WRITE-ALERTS.
      ******************************************************************
       320-LOAD-ALLCLEAR.

           IF DANALR-STATUS = '35'
               DISPLAY 'NO DANALR ALERT FEED - NO CONFIRMED RUN DATES'
           ELSE
               PERFORM 325-READ-DANALR THRU 325-READ-DANALR-EXIT
                   UNTIL DANALR-EOF
               CLOSE DANALR
           END-IF

           DISPLAY 'CONFIRMED RUN DATES=' WS-ACK-CT

           .
       320-LOAD-ALLCLEAR-EXIT.
           EXIT.

       325-READ-DANALR.

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
               PERFORM 327-FIND-ACK THRU 327-FIND-ACK-EXIT
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
       325-READ-DANALR-EXIT.
           EXIT.

      ******************************************************************
      *    327-FIND-ACK LOOKS THE RUN DATE IN WS-ACK-KEY UP AMONG THE
      *    CONFIRMED RUN DATES.
      ******************************************************************
       327-FIND-ACK.

           MOVE 'N' TO WS-ACK-FOUND-SW
           MOVE 1 TO WS-ACK-SUB
           PERFORM 328-SCAN-ACK THRU 328-SCAN-ACK-EXIT
               UNTIL WS-ACK-FOUND OR WS-ACK-SUB > WS-ACK-CT

           .
       327-FIND-ACK-EXIT.
           EXIT.

       328-SCAN-ACK.

           IF WS-ACK-DATE (WS-ACK-SUB) = WS-ACK-KEY
               MOVE 'Y' TO WS-ACK-FOUND-SW
           ELSE
               ADD 1 TO WS-ACK-SUB
           END-IF

           .
       328-SCAN-ACK-EXIT.
           EXIT.

      ******************************************************************
      *    350-CLOSE-XMITS FINDS, FOR EACH DANACK BRANCH BUCKET, THE
      *    LATEST RUN DATE ON DANAUD THAT BUILT IT AND THAT RUN'S
      *    LOCAL COUNT, CHECKS EACH DANACK RECORD AGAINST IT AS
      *    TESTRPT'S 380-READ-DANACK DOES, THEN CLOSES EVERY OPEN
      *    TRANSMISSION THAT A RECONCILED BUCKET OR A CONFIRMED RUN
      *    DATE ANSWERS.  DANACK ONLY EVER SPEAKS FOR THE LATEST RUN;
      *    AN OLDER RUN DATE CLOSES THROUGH ITS ALLCLEAR RECORD.
      ******************************************************************
       350-CLOSE-XMITS.

           MOVE 1 TO WS-XMT-SUB
           PERFORM 355-SET-LATEST THRU 355-SET-LATEST-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT

           IF DANACK-STATUS = '35'
               DISPLAY 'NO DANTES ACKNOWLEDGMENT AVAILABLE - TRANSMISSI'
                       'ONS CLOSE ON CONFIRMED RUN DATES ONLY'
           ELSE
               PERFORM 360-READ-DANACK THRU 360-READ-DANACK-EXIT
                   UNTIL DANACK-EOF
           END-IF

           MOVE 1 TO WS-XMT-SUB
           PERFORM 370-CLOSE-XMIT-ROW THRU 370-CLOSE-XMIT-ROW-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT

           DISPLAY 'TRANSMISSIONS CLOSED - DANACK=' WS-CLS-DANACK
                   ' ALLCLEAR=' WS-CLS-ALLCLR

           .
       350-CLOSE-XMITS-EXIT.
           EXIT.

       355-SET-LATEST.

           IF WS-XMT-SEEN (WS-XMT-SUB) = 'Y'
               MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO WS-AGB-BRANCH
               PERFORM 365-SET-CATEGORY THRU 365-SET-CATEGORY-EXIT
               MOVE WS-XMT-OPEN (WS-XMT-SUB) TO WS-CHK-X
               EVALUATE TRUE
                   WHEN WS-CHK-X > WS-CAT-LATEST (WS-CAT-SUB)
                       MOVE WS-CHK-X TO WS-CAT-LATEST (WS-CAT-SUB)
                       MOVE WS-XMT-RDATE (WS-XMT-SUB)
                           TO WS-CAT-RDATE (WS-CAT-SUB)
                       MOVE WS-XMT-COUNT (WS-XMT-SUB)
                           TO WS-CAT-LOCAL (WS-CAT-SUB)
                   WHEN WS-CHK-X = WS-CAT-LATEST (WS-CAT-SUB)
                       ADD WS-XMT-COUNT (WS-XMT-SUB)
                           TO WS-CAT-LOCAL (WS-CAT-SUB)
               END-EVALUATE
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       355-SET-LATEST-EXIT.
           EXIT.

       360-READ-DANACK.

           READ DANACK RECORD AT END MOVE 'Y' TO DANACK-ENDFILE.
           IF DANACK-STATUS IS NOT = '00' AND
              DANACK-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANACK Code=' DANACK-STATUS
               MOVE 'Y' TO DANACK-ENDFILE
           END-IF

           IF NOT DANACK-EOF
               MOVE DA-BRANCH TO WS-AGB-BRANCH
               PERFORM 365-SET-CATEGORY THRU 365-SET-CATEGORY-EXIT
               EVALUATE TRUE
                   WHEN WS-CAT-RDATE (WS-CAT-SUB) = SPACES
                       DISPLAY 'DANACK ACKNOWLEDGMENT FOR BRANCH '
                               DA-BRANCH ' MATCHES NO RUN ON DANAUD'
                   WHEN DA-ACK-COUNT = WS-CAT-LOCAL (WS-CAT-SUB)
                       MOVE 'Y' TO WS-CAT-RECON (WS-CAT-SUB)
                   WHEN OTHER
                       DISPLAY 'DANACK DOES NOT RECONCILE FOR BRANCH '
                               DA-BRANCH ' RUN '
                               WS-CAT-RDATE (WS-CAT-SUB)
                               ' LOCAL COUNT='
                               WS-CAT-LOCAL (WS-CAT-SUB)
                               ' DANTES ACK COUNT=' DA-ACK-COUNT
               END-EVALUATE
           END-IF

           .
       360-READ-DANACK-EXIT.
           EXIT.

      ******************************************************************
      *    365-SET-CATEGORY SETS WS-CAT-SUB TO THE DANACK BUCKET OF
      *    THE BRANCH IN WS-AGB-BRANCH.
      ******************************************************************
       365-SET-CATEGORY.

           EVALUATE TRUE
               WHEN WS-AGB-BRANCH = 'F'
                   MOVE 1 TO WS-CAT-SUB
               WHEN WS-AGB-BRANCH = 'C'
                   MOVE 2 TO WS-CAT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CAT-SUB
           END-EVALUATE

           .
       365-SET-CATEGORY-EXIT.
           EXIT.

       370-CLOSE-XMIT-ROW.

           IF WS-XMT-STATE (WS-XMT-SUB) = 'O'
               MOVE WS-XMT-RDATE (WS-XMT-SUB) TO WS-ACK-KEY
               PERFORM 327-FIND-ACK THRU 327-FIND-ACK-EXIT
               MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO WS-AGB-BRANCH
               PERFORM 365-SET-CATEGORY THRU 365-SET-CATEGORY-EXIT
               EVALUATE TRUE
                   WHEN WS-ACK-FOUND
                       MOVE 'L' TO WS-XMT-HOW (WS-XMT-SUB)
                       ADD 1 TO WS-CLS-ALLCLR
                   WHEN WS-CAT-RECON (WS-CAT-SUB) = 'Y' AND
                        WS-CAT-RDATE (WS-CAT-SUB) =
                        WS-XMT-RDATE (WS-XMT-SUB)
                       MOVE 'A' TO WS-XMT-HOW (WS-XMT-SUB)
                       ADD 1 TO WS-CLS-DANACK
                   WHEN OTHER
                       MOVE SPACE TO WS-XMT-HOW (WS-XMT-SUB)
               END-EVALUATE
               IF WS-XMT-HOW (WS-XMT-SUB) NOT = SPACE
                   MOVE 'C' TO WS-XMT-STATE (WS-XMT-SUB)
                   MOVE 'C' TO WS-XMT-NOW (WS-XMT-SUB)
                   MOVE WS-ASOF-CCYYMMDD TO WS-XMT-CLOSE (WS-XMT-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       370-CLOSE-XMIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    400-POST-REJKEY MARKS EVERY REJECT ALREADY ON THE LEDGER AS
      *    SEEN AND POSTS EACH NEW ONE OPEN, AGED FROM THE AS-OF DATE
      *    -- REJKEY CARRIES NO DATE OF ITS OWN FOR WHEN DANTES
      *    BOUNCED IT.  A REJECT IS KNOWN BY ITS KEY LESS THE SSN.
      ******************************************************************
       400-POST-REJKEY.

           IF REJKEY-STATUS IS NOT = '35'
               PERFORM 405-READ-REJKEY THRU 405-READ-REJKEY-EXIT
                   UNTIL REJKEY-EOF
           END-IF

           DISPLAY 'REJECTS POSTED=' WS-NEW-RJK

           .
       400-POST-REJKEY-EXIT.
           EXIT.

       405-READ-REJKEY.

           READ REJKEY RECORD AT END MOVE 'Y' TO REJKEY-ENDFILE.
           IF REJKEY-STATUS IS NOT = '00' AND
              REJKEY-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'REJKEY Code=' REJKEY-STATUS
               MOVE 'Y' TO REJKEY-ENDFILE
           END-IF

           IF NOT REJKEY-EOF
               PERFORM 410-FIND-REJECT THRU 410-FIND-REJECT-EXIT
               IF NOT WS-RJK-FOUND
                   PERFORM 245-ADD-REJECT THRU 245-ADD-REJECT-EXIT
                   ADD 1 TO WS-NEW-RJK
                   MOVE 'O' TO WS-RJK-STATE (WS-RJK-SUB)
                   MOVE 'N' TO WS-RJK-NOW (WS-RJK-SUB)
                   MOVE WS-ASOF-CCYYMMDD TO WS-RJK-OPEN (WS-RJK-SUB)
                   MOVE RK-CAND-ID TO WS-RJK-CAND (WS-RJK-SUB)
                   MOVE RK-TEST-CODE TO WS-RJK-CODE (WS-RJK-SUB)
                   MOVE RK-TEST-DATE TO WS-RJK-TDATE (WS-RJK-SUB)
                   MOVE RK-ORIG-DATE TO WS-RJK-ORIG (WS-RJK-SUB)
                   MOVE RK-REASON-CODE TO WS-RJK-REASON (WS-RJK-SUB)
               END-IF
               MOVE 'Y' TO WS-RJK-SEEN (WS-RJK-SUB)
           END-IF

           .
       405-READ-REJKEY-EXIT.
           EXIT.

       410-FIND-REJECT.

           MOVE 'N' TO WS-RJK-FOUND-SW
           MOVE 1 TO WS-RJK-SUB
           PERFORM 415-SCAN-REJECT THRU 415-SCAN-REJECT-EXIT
               UNTIL WS-RJK-FOUND OR WS-RJK-SUB > WS-RJK-CT

           .
       410-FIND-REJECT-EXIT.
           EXIT.

       415-SCAN-REJECT.

           IF WS-RJK-CAND (WS-RJK-SUB) = RK-CAND-ID AND
              WS-RJK-CODE (WS-RJK-SUB) = RK-TEST-CODE AND
              WS-RJK-TDATE (WS-RJK-SUB) = RK-TEST-DATE AND
              WS-RJK-ORIG (WS-RJK-SUB) = RK-ORIG-DATE AND
              WS-RJK-REASON (WS-RJK-SUB) = RK-REASON-CODE
               MOVE 'Y' TO WS-RJK-FOUND-SW
           ELSE
               ADD 1 TO WS-RJK-SUB
           END-IF

           .
       415-SCAN-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    450-CLOSE-REJECTS BROWSES DANSENT FOR EVERY OPEN REJECT
      *    DANREJ MATCHED TO A SENT ROW.  A REJECT DANREJ NEVER
      *    MATCHED HAS NO TRUSTWORTHY CANDIDATE ID OR BUSINESS DATE TO
      *    LOOK FOR, SO IT STAYS OPEN UNTIL SOMEBODY CLEARS IT FROM
      *    REJKEY BY HAND.
      ******************************************************************
       450-CLOSE-REJECTS.

           IF DANSENT-STATUS = '35'
               DISPLAY 'NO DANSENT MASTER - NO REJECT CAN CLOSE THIS RU'
                       'N'
           ELSE
               MOVE 1 TO WS-RJK-SUB
               PERFORM 455-CHECK-REJECT THRU 455-CHECK-REJECT-EXIT
                   UNTIL WS-RJK-SUB > WS-RJK-CT
           END-IF

           DISPLAY 'REJECTS CLOSED - DANCOR=' WS-CLS-DANCOR

           .
       450-CLOSE-REJECTS-EXIT.
           EXIT.

       455-CHECK-REJECT.

           IF WS-RJK-STATE (WS-RJK-SUB) = 'O' AND
              WS-RJK-CAND (WS-RJK-SUB) NOT = SPACES AND
              WS-RJK-ORIG (WS-RJK-SUB) IS NUMERIC
               STRING '20', WS-RJK-ORIG (WS-RJK-SUB) (5:2),
                      WS-RJK-ORIG (WS-RJK-SUB) (1:4)
                      DELIMITED BY SIZE INTO WS-CHK-ORIG
               PERFORM 460-BROWSE-SENT THRU 460-BROWSE-SENT-EXIT
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       455-CHECK-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    460-BROWSE-SENT POSITIONS DANSENT AT THE FIRST KEY OF THE
      *    REJECT'S CANDIDATE ID AND TEST CODE (THE SEPARATOR BYTES IN
      *    THE KEY ARE SPACES, AS TESTRPT WRITES THEM) AND READS ON
      *    WHILE THE KEY STILL NAMES THAT SITTING.
      ******************************************************************
       460-BROWSE-SENT.

           MOVE SPACES TO DANSENT-REC
           MOVE WS-RJK-CAND (WS-RJK-SUB) TO SN-CAND-ID
           MOVE WS-RJK-CODE (WS-RJK-SUB) TO SN-TEST-CODE
           MOVE LOW-VALUES TO SN-DATE
           START DANSENT KEY IS NOT LESS THAN SN-KEY
           IF DANSENT-STATUS = '00'
               MOVE 'N' TO DANSENT-ENDFILE
               PERFORM 465-READ-SENT THRU 465-READ-SENT-EXIT
                   UNTIL DANSENT-EOF
           ELSE
               IF DANSENT-STATUS IS NOT = '23'
                   DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR
      -            ' START DANSENT Code=' DANSENT-STATUS
                   MOVE DANSENT-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       460-BROWSE-SENT-EXIT.
           EXIT.

      ******************************************************************
      *    465-READ-SENT LOOKS AT ONE DANSENT KEY OF THE SITTING.  THE
      *    KEY UNDER THE ORIGINAL BUSINESS DATE NAMES THE FILE THE
      *    REJECTED ROW WENT OUT IN (AND SO ITS BRANCH); A KEY UNDER A
      *    LATER BUSINESS DATE WHOSE FILE DANCOR STAGED IS THE
      *    CORRECTED SITTING, AND CLOSES THE REJECT.
      ******************************************************************
       465-READ-SENT.

           READ DANSENT NEXT RECORD AT END MOVE 'Y' TO DANSENT-ENDFILE.
           IF DANSENT-STATUS IS NOT = '00' AND
              DANSENT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANSENT Code=' DANSENT-STATUS
               MOVE 'Y' TO DANSENT-ENDFILE
           END-IF

           IF NOT DANSENT-EOF
               IF SN-CAND-ID NOT = WS-RJK-CAND (WS-RJK-SUB) OR
                  SN-TEST-CODE NOT = WS-RJK-CODE (WS-RJK-SUB)
                   MOVE 'Y' TO DANSENT-ENDFILE
               END-IF
           END-IF

           IF NOT DANSENT-EOF AND SN-DATE IS NUMERIC
               MOVE SN-FILE TO WS-FIND-FILE
               PERFORM 480-FIND-FILE THRU 480-FIND-FILE-EXIT
               STRING '20', SN-DATE (5:2), SN-DATE (1:4)
                      DELIMITED BY SIZE INTO WS-CHK-SENT
               IF SN-DATE = WS-RJK-ORIG (WS-RJK-SUB)
                   MOVE SN-FILE TO WS-RJK-FILE (WS-RJK-SUB)
                   IF WS-FILE-FOUND
                       MOVE WS-FILE-BRANCH TO WS-RJK-BRANCH (WS-RJK-SUB)
                   END-IF
               END-IF
               IF WS-CHK-SENT > WS-CHK-ORIG AND WS-FILE-FROM-DANCOR AND
                  WS-RJK-STATE (WS-RJK-SUB) = 'O'
                   MOVE 'C' TO WS-RJK-STATE (WS-RJK-SUB)
                   MOVE 'C' TO WS-RJK-NOW (WS-RJK-SUB)
                   MOVE 'S' TO WS-RJK-HOW (WS-RJK-SUB)
                   MOVE WS-ASOF-CCYYMMDD TO WS-RJK-CLOSE (WS-RJK-SUB)
                   MOVE SN-DATE TO WS-RJK-CORR (WS-RJK-SUB)
                   MOVE SN-FILE TO WS-RJK-CFILE (WS-RJK-SUB)
                   ADD 1 TO WS-CLS-DANCOR
               END-IF
           END-IF

           .
       465-READ-SENT-EXIT.
           EXIT.

      ******************************************************************
      *    480-FIND-FILE LOOKS THE FILE IN WS-FIND-FILE UP AMONG THE
      *    TRANSMISSION ENTRIES, TAKING THE BRANCH OF THE FIRST AND
      *    NOTING WHETHER ANY TRANSMISSION OF IT WAS A DANCOR FILE.
      ******************************************************************
       480-FIND-FILE.

           MOVE 'N' TO WS-FILE-FOUND-SW
           MOVE 'N' TO WS-FILE-COR-SW
           MOVE SPACE TO WS-FILE-BRANCH
           MOVE 1 TO WS-XMT-SUB
           PERFORM 485-SCAN-FILE THRU 485-SCAN-FILE-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT

           .
       480-FIND-FILE-EXIT.
           EXIT.

       485-SCAN-FILE.

           IF WS-XMT-FILE (WS-XMT-SUB) = WS-FIND-FILE
               IF NOT WS-FILE-FOUND
                   MOVE 'Y' TO WS-FILE-FOUND-SW
                   MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO WS-FILE-BRANCH
               END-IF
               IF WS-XMT-SOURCE (WS-XMT-SUB) = 'C'
                   MOVE 'Y' TO WS-FILE-COR-SW
               END-IF
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       485-SCAN-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    500-AGE-ITEMS WORKS OUT THE AGE IN DAYS OF EVERY OPEN ITEM
      *    AND EVERY ITEM CLOSED THIS RUN, AND TALLIES THE OPEN ONES
      *    INTO THE AGING SUMMARY BY CONDITION AND BRANCH.
      ******************************************************************
       500-AGE-ITEMS.

           MOVE WS-XMT-LIMIT TO WS-AGE-LIMIT
           MOVE 'T' TO WS-AGB-TYPE
           MOVE 1 TO WS-XMT-SUB
           PERFORM 510-AGE-XMIT THRU 510-AGE-XMIT-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT

           MOVE WS-REJ-LIMIT TO WS-AGE-LIMIT
           MOVE 'R' TO WS-AGB-TYPE
           MOVE 1 TO WS-RJK-SUB
           PERFORM 520-AGE-REJECT THRU 520-AGE-REJECT-EXIT
               UNTIL WS-RJK-SUB > WS-RJK-CT

           DISPLAY 'OPEN TRANSMISSIONS=' WS-OPEN-XMT
                   ' PAST LIMIT=' WS-AGED-XMT
           DISPLAY 'OPEN REJECTS=' WS-OPEN-RJK
                   ' PAST LIMIT=' WS-AGED-RJK

           .
       500-AGE-ITEMS-EXIT.
           EXIT.

       510-AGE-XMIT.

           IF WS-XMT-STATE (WS-XMT-SUB) = 'O' OR
              WS-XMT-NOW (WS-XMT-SUB) = 'C'
               MOVE WS-XMT-OPEN (WS-XMT-SUB) TO WS-CHK-X
               PERFORM 530-AGE-OF THRU 530-AGE-OF-EXIT
               MOVE WS-AGE-DAYS TO WS-XMT-AGE (WS-XMT-SUB)
           END-IF
           IF WS-XMT-STATE (WS-XMT-SUB) = 'O'
               ADD 1 TO WS-OPEN-XMT
               MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO WS-AGB-BRANCH
               PERFORM 550-TALLY-AGE THRU 550-TALLY-AGE-EXIT
               IF WS-AGE-DAYS NOT < WS-AGE-LIMIT
                   ADD 1 TO WS-AGED-XMT
               END-IF
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       510-AGE-XMIT-EXIT.
           EXIT.

       520-AGE-REJECT.

           IF WS-RJK-STATE (WS-RJK-SUB) = 'O' OR
              WS-RJK-NOW (WS-RJK-SUB) = 'C'
               MOVE WS-RJK-OPEN (WS-RJK-SUB) TO WS-CHK-X
               PERFORM 530-AGE-OF THRU 530-AGE-OF-EXIT
               MOVE WS-AGE-DAYS TO WS-RJK-AGE (WS-RJK-SUB)
           END-IF
           IF WS-RJK-STATE (WS-RJK-SUB) = 'O'
               ADD 1 TO WS-OPEN-RJK
               MOVE WS-RJK-BRANCH (WS-RJK-SUB) TO WS-AGB-BRANCH
               PERFORM 550-TALLY-AGE THRU 550-TALLY-AGE-EXIT
               IF WS-AGE-DAYS NOT < WS-AGE-LIMIT
                   ADD 1 TO WS-AGED-RJK
               END-IF
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       520-AGE-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    530-AGE-OF SETS WS-AGE-DAYS TO THE DAYS FROM THE CCYYMMDD
      *    DATE IN WS-CHK-X TO THE AS-OF DATE.  A DATE AFTER THE
      *    AS-OF DATE (A BACK-DATED RUN) OR ONE THAT IS NOT A DATE
      *    AGES ZERO.
      ******************************************************************
       530-AGE-OF.

           MOVE 0 TO WS-AGE-DAYS
           IF WS-CHK-X IS NUMERIC
               PERFORM 540-DAY-NUMBER-OF THRU 540-DAY-NUMBER-OF-EXIT
               COMPUTE WS-AGE-WORK = WS-ASOF-DAYNO - WS-DN-DAYNO
               IF WS-AGE-WORK > 0
                   MOVE WS-AGE-WORK TO WS-AGE-DAYS
               END-IF
           END-IF

           .
       530-AGE-OF-EXIT.
           EXIT.

       540-DAY-NUMBER-OF.

           MOVE WS-CHK-MM TO WS-DN-MM
           MOVE WS-CHK-DD TO WS-DN-DD
           MOVE WS-CHK-CCYY TO WS-DN-CCYY
           PERFORM 545-DAY-NUMBER THRU 545-DAY-NUMBER-EXIT

           .
       540-DAY-NUMBER-OF-EXIT.
           EXIT.

      ******************************************************************
      *    545-DAY-NUMBER COUNTS DAYS FROM A FIXED ORIGIN TO THE
      *    MMDDCCYY DATE IN WS-DN-DATE, TREATING JANUARY AND FEBRUARY
      *    AS MONTHS 13 AND 14 OF THE YEAR BEFORE SO THE LEAP DAY
      *    FALLS AT THE END OF THE COUNTING YEAR (THE SAME ROUTINE AS
      *    TESTRPT'S).  ONLY THE DIFFERENCE BETWEEN TWO RESULTS MEANS
      *    ANYTHING.
      ******************************************************************
       545-DAY-NUMBER.

           MOVE WS-DN-CCYY TO WS-DN-YEAR
           MOVE WS-DN-MM TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF

           COMPUTE WS-DN-DAYNO = WS-DN-YEAR * 365 + WS-DN-DD
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-DAYNO
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAYNO
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-DAYNO
           COMPUTE WS-DN-QUOT = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-DAYNO

           .
       545-DAY-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      *    550-TALLY-AGE ADDS ONE OPEN ITEM OF CONDITION WS-AGB-TYPE,
      *    BRANCH WS-AGB-BRANCH AND AGE WS-AGE-DAYS TO THE SUMMARY.
      ******************************************************************
       550-TALLY-AGE.

           MOVE 'N' TO WS-AGB-FOUND-SW
           MOVE 1 TO WS-AGB-SUB
           PERFORM 555-SCAN-AGB THRU 555-SCAN-AGB-EXIT
               UNTIL WS-AGB-FOUND OR WS-AGB-SUB > WS-AGB-CT
           IF NOT WS-AGB-FOUND
               IF WS-AGB-CT NOT < WS-AGB-MAX
                   DISPLAY 'PROGRAM TERMINATED. MORE THAN ' WS-AGB-MAX
                           ' CONDITION/BRANCH SUMMARY LINES'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-AGB-CT
               MOVE WS-AGB-CT TO WS-AGB-SUB
               MOVE WS-AGB-TYPE TO WS-AGB-ROW-TYPE (WS-AGB-SUB)
               MOVE WS-AGB-BRANCH TO WS-AGB-ROW-BR (WS-AGB-SUB)
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-AGE-DAYS < 8
                   MOVE 2 TO WS-BKT-SUB
               WHEN WS-AGE-DAYS < 31
                   MOVE 3 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BKT-SUB
           END-EVALUATE
           ADD 1 TO WS-AGB-BKT (WS-AGB-SUB, WS-BKT-SUB)
           ADD 1 TO WS-AGB-TOTAL (WS-AGB-SUB)
           IF WS-AGE-DAYS NOT < WS-AGE-LIMIT
               ADD 1 TO WS-AGB-AGED (WS-AGB-SUB)
           END-IF

           .
       550-TALLY-AGE-EXIT.
           EXIT.

       555-SCAN-AGB.

           IF WS-AGB-ROW-TYPE (WS-AGB-SUB) = WS-AGB-TYPE AND
              WS-AGB-ROW-BR (WS-AGB-SUB) = WS-AGB-BRANCH
               MOVE 'Y' TO WS-AGB-FOUND-SW
           ELSE
               ADD 1 TO WS-AGB-SUB
           END-IF

           .
       555-SCAN-AGB-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-REPORT PRINTS THE AGING SUMMARY, THE OPEN ITEMS
      *    PAST THEIR LIMIT, THE ITEMS CLOSED THIS RUN AND THE LEDGER
      *    TOTALS.  A REJECT WHOSE BRANCH IS NOT KNOWN PRINTS UNDER A
      *    BLANK BRANCH.
      ******************************************************************
       600-PRINT-REPORT.

           MOVE WS-ASOF-SLASH TO OA-HDR1-DATE
           MOVE OA-HDR1 TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE WS-XMT-LIMIT TO OA-HDR2-XMT
           MOVE WS-REJ-LIMIT TO OA-HDR2-RJK
           MOVE OA-HDR2 TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT

           MOVE OA-BLANK TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-SEC-AGE TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-AGE-HDR TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           IF WS-AGB-CT = 0
               MOVE OA-NONE-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           ELSE
               MOVE 'T' TO WS-AGB-TYPE
               MOVE 1 TO WS-AGB-SUB
               PERFORM 610-PRINT-AGE-LINE THRU 610-PRINT-AGE-LINE-EXIT
                   UNTIL WS-AGB-SUB > WS-AGB-CT
               MOVE 'R' TO WS-AGB-TYPE
               MOVE 1 TO WS-AGB-SUB
               PERFORM 610-PRINT-AGE-LINE THRU 610-PRINT-AGE-LINE-EXIT
                   UNTIL WS-AGB-SUB > WS-AGB-CT
           END-IF

           MOVE OA-BLANK TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-SEC-AGED TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-ITEM-HDR TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE 0 TO WS-LINE-CT
           MOVE 1 TO WS-XMT-SUB
           PERFORM 620-PRINT-AGED-XMIT THRU 620-PRINT-AGED-XMIT-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT
           MOVE 1 TO WS-RJK-SUB
           PERFORM 625-PRINT-AGED-REJECT
               THRU 625-PRINT-AGED-REJECT-EXIT
               UNTIL WS-RJK-SUB > WS-RJK-CT
           IF WS-LINE-CT = 0
               MOVE OA-NONE-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           END-IF

           MOVE OA-BLANK TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-SEC-CLOSED TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-ITEM-HDR TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE 0 TO WS-LINE-CT
           MOVE 1 TO WS-XMT-SUB
           PERFORM 630-PRINT-CLOSED-XMIT THRU 630-PRINT-CLOSED-XMIT-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT
           MOVE 1 TO WS-RJK-SUB
           PERFORM 635-PRINT-CLOSED-REJECT
               THRU 635-PRINT-CLOSED-REJECT-EXIT
               UNTIL WS-RJK-SUB > WS-RJK-CT
           IF WS-LINE-CT = 0
               MOVE OA-NONE-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           END-IF

           .
       600-PRINT-EXIT.
           EXIT.

      ******************************************************************
      *    610-PRINT-AGE-LINE PRINTS ONE SUMMARY ROW OF CONDITION
      *    WS-AGB-TYPE.
      ******************************************************************
       610-PRINT-AGE-LINE.

           IF WS-AGB-ROW-TYPE (WS-AGB-SUB) = WS-AGB-TYPE
               MOVE SPACES TO OA-AGE-LINE
               IF WS-AGB-TYPE = 'T'
                   MOVE 'UNACKNOWLEDGED TRANSMISSION' TO OA-AGE-COND
               ELSE
                   MOVE 'UNCORRECTED REJECT' TO OA-AGE-COND
               END-IF
               MOVE WS-AGB-ROW-BR (WS-AGB-SUB) TO OA-AGE-BR
               MOVE WS-AGB-BKT (WS-AGB-SUB, 1) TO OA-AGE-CT (1)
               MOVE WS-AGB-BKT (WS-AGB-SUB, 2) TO OA-AGE-CT (2)
               MOVE WS-AGB-BKT (WS-AGB-SUB, 3) TO OA-AGE-CT (3)
               MOVE WS-AGB-BKT (WS-AGB-SUB, 4) TO OA-AGE-CT (4)
               MOVE WS-AGB-TOTAL (WS-AGB-SUB) TO OA-AGE-CT (5)
               MOVE WS-AGB-AGED (WS-AGB-SUB) TO OA-AGE-AGED
               MOVE OA-AGE-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           END-IF
           ADD 1 TO WS-AGB-SUB

           .
       610-PRINT-AGE-LINE-EXIT.
           EXIT.

       620-PRINT-AGED-XMIT.

           IF WS-XMT-STATE (WS-XMT-SUB) = 'O' AND
              WS-XMT-AGE (WS-XMT-SUB) NOT < WS-XMT-LIMIT
               PERFORM 640-FORMAT-XMIT THRU 640-FORMAT-XMIT-EXIT
               MOVE OA-ITEM-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
               ADD 1 TO WS-LINE-CT
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       620-PRINT-AGED-XMIT-EXIT.
           EXIT.

       625-PRINT-AGED-REJECT.

           IF WS-RJK-STATE (WS-RJK-SUB) = 'O' AND
              WS-RJK-AGE (WS-RJK-SUB) NOT < WS-REJ-LIMIT
               PERFORM 645-FORMAT-REJECT THRU 645-FORMAT-REJECT-EXIT
               MOVE OA-ITEM-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
               ADD 1 TO WS-LINE-CT
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       625-PRINT-AGED-REJECT-EXIT.
           EXIT.

       630-PRINT-CLOSED-XMIT.

           IF WS-XMT-NOW (WS-XMT-SUB) = 'C'
               PERFORM 640-FORMAT-XMIT THRU 640-FORMAT-XMIT-EXIT
               IF WS-XMT-HOW (WS-XMT-SUB) = 'A'
                   MOVE 'DANACK RECONCILED' TO OA-ITEM-HOW
               ELSE
                   MOVE 'CONFIRM RUN ALLCLEAR' TO OA-ITEM-HOW
               END-IF
               MOVE OA-ITEM-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
               ADD 1 TO WS-LINE-CT
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       630-PRINT-CLOSED-XMIT-EXIT.
           EXIT.

       635-PRINT-CLOSED-REJECT.

           IF WS-RJK-NOW (WS-RJK-SUB) = 'C'
               PERFORM 645-FORMAT-REJECT THRU 645-FORMAT-REJECT-EXIT
               STRING 'DANCOR ', WS-RJK-CFILE (WS-RJK-SUB)
                      DELIMITED BY SIZE INTO OA-ITEM-HOW
               MOVE OA-ITEM-LINE TO OPNRPT-REC
               PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
               ADD 1 TO WS-LINE-CT
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       635-PRINT-CLOSED-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    640-FORMAT-XMIT / 645-FORMAT-REJECT BUILD THE ITEM LINE FOR
      *    ONE TRANSMISSION OR REJECT ENTRY.
      ******************************************************************
       640-FORMAT-XMIT.

           MOVE SPACES TO OA-ITEM-LINE
           MOVE 'UNACKED' TO OA-ITEM-COND
           MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO OA-ITEM-BR
           MOVE WS-XMT-FILE (WS-XMT-SUB) TO OA-ITEM-FILE
           MOVE WS-XMT-COUNT (WS-XMT-SUB) TO OA-COUNT-EDIT
           STRING 'RUN ', WS-XMT-RDATE (WS-XMT-SUB), ' ',
                  WS-XMT-RTIME (WS-XMT-SUB), ' RECORDS ',
                  OA-COUNT-EDIT DELIMITED BY SIZE INTO OA-ITEM-TEXT
           MOVE WS-XMT-OPEN (WS-XMT-SUB) TO OA-ITEM-OPEN
           MOVE WS-XMT-AGE (WS-XMT-SUB) TO OA-ITEM-AGE

           .
       640-FORMAT-XMIT-EXIT.
           EXIT.

       645-FORMAT-REJECT.

           MOVE SPACES TO OA-ITEM-LINE
           MOVE 'UNCORRECTED' TO OA-ITEM-COND
           MOVE WS-RJK-BRANCH (WS-RJK-SUB) TO OA-ITEM-BR
           MOVE WS-RJK-FILE (WS-RJK-SUB) TO OA-ITEM-FILE
           STRING 'CAND ', WS-RJK-CAND (WS-RJK-SUB), ' TEST ',
                  WS-RJK-CODE (WS-RJK-SUB), ' ',
                  WS-RJK-TDATE (WS-RJK-SUB), ' RSN ',
                  WS-RJK-REASON (WS-RJK-SUB)
                  DELIMITED BY SIZE INTO OA-ITEM-TEXT
           MOVE WS-RJK-OPEN (WS-RJK-SUB) TO OA-ITEM-OPEN
           MOVE WS-RJK-AGE (WS-RJK-SUB) TO OA-ITEM-AGE
           IF WS-RJK-ORIG (WS-RJK-SUB) = SPACES
               MOVE 'NEVER MATCHED A SENT ROW' TO OA-ITEM-HOW
           END-IF

           .
       645-FORMAT-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    650-PRINT-TOTALS PRINTS WHAT BECAME OF THE LEDGER THIS RUN.
      *    PERFORMED BY 800-WRITE-LEDGER ONCE THE DROPS ARE COUNTED.
      ******************************************************************
       650-PRINT-TOTALS.

           MOVE OA-BLANK TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT
           MOVE OA-SEC-TOT TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT

           MOVE 'ENTRIES CARRIED IN OPEN' TO OA-TOT-LABEL
           MOVE WS-IN-OPEN TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'ENTRIES CARRIED IN CLOSED' TO OA-TOT-LABEL
           MOVE WS-IN-CLOSED TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'TRANSMISSIONS POSTED FROM DANAUD' TO OA-TOT-LABEL
           MOVE WS-NEW-XMT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'REJECTS POSTED FROM REJKEY' TO OA-TOT-LABEL
           MOVE WS-NEW-RJK TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'CLOSED - DANACK COUNT RECONCILED' TO OA-TOT-LABEL
           MOVE WS-CLS-DANACK TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'CLOSED - CONFIRM RUN ENDED ALLCLEAR' TO OA-TOT-LABEL
           MOVE WS-CLS-ALLCLR TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'CLOSED - DANCOR CORRECTION ON DANSENT' TO OA-TOT-LABEL
           MOVE WS-CLS-DANCOR TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'CLOSED ENTRIES DROPPED - SOURCE RECORD GONE'
               TO OA-TOT-LABEL
           MOVE WS-DROP-CT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'OPEN TRANSMISSIONS' TO OA-TOT-LABEL
           MOVE WS-OPEN-XMT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE '  PAST LIMIT' TO OA-TOT-LABEL
           MOVE WS-AGED-XMT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'OPEN REJECTS' TO OA-TOT-LABEL
           MOVE WS-OPEN-RJK TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE '  PAST LIMIT' TO OA-TOT-LABEL
           MOVE WS-AGED-RJK TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'AGEDOPEN ALERTS WRITTEN TO DANALR' TO OA-TOT-LABEL
           MOVE WS-ALERT-CT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT
           MOVE 'ENTRIES WRITTEN TO DANOPNN' TO OA-TOT-LABEL
           MOVE WS-OUT-CT TO OA-TOT-CT
           PERFORM 660-PRINT-TOT-LINE THRU 660-PRINT-TOT-LINE-EXIT

           .
       650-PRINT-TOTALS-EXIT.
           EXIT.

       660-PRINT-TOT-LINE.

           MOVE OA-TOT-LINE TO OPNRPT-REC
           PERFORM 690-WRITE-OPNRPT THRU 690-WRITE-EXIT

           .
       660-PRINT-TOT-LINE-EXIT.
           EXIT.

       690-WRITE-OPNRPT.

           WRITE OPNRPT-REC
           IF OPNRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE OPNRPT. CODE=' OPNRPT-STATUS
               MOVE OPNRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       690-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    700-WRITE-ALERTS APPENDS ONE AGEDOPEN RECORD TO THE DANALR
      *    FEED FOR EACH CONDITION/BRANCH WITH ANYTHING PAST ITS
      *    LIMIT, DATED THE AS-OF DATE SO THAT DAY'S DANDSP RUN PAGES
      *    ON IT.  AL-FILE SAYS WHICH CONDITION (UNACKED OR
      *    UNCORRECTED) AND AL-LOCAL-CT HOW MANY ITEMS ARE PAST THE
      *    LIMIT -- ONE RECORD PER BRANCH, NOT PER ITEM, SO A BACKLOG
      *    OF OLD REJECTS CANNOT SWAMP THE DISPATCHER.
      ******************************************************************
       700-WRITE-ALERTS.

           IF WS-AGED-XMT > 0 OR WS-AGED-RJK > 0
               OPEN EXTEND DANALR
               IF DANALR-STATUS IS NOT = '00' AND '05'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'OPEN EXTEND DANALR. CODE=' DANALR-STATUS
                   MOVE DANALR-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               MOVE 1 TO WS-AGB-SUB
               PERFORM 710-ALERT-ROW THRU 710-ALERT-ROW-EXIT
                   UNTIL WS-AGB-SUB > WS-AGB-CT
               CLOSE DANALR
           END-IF

           DISPLAY 'AGEDOPEN ALERTS WRITTEN=' WS-ALERT-CT

           .
       700-WRITE-ALERTS-EXIT.
           EXIT.

       710-ALERT-ROW.

           IF WS-AGB-AGED (WS-AGB-SUB) > 0
               MOVE SPACES TO DANALR-REC
               MOVE WS-ASOF-SLASH TO AL-DATE
               MOVE 'A' TO AL-MODE
               MOVE WS-AGB-ROW-BR (WS-AGB-SUB) TO AL-BRANCH
               MOVE 'AGEDOPEN' TO AL-COND
               MOVE WS-AGB-AGED (WS-AGB-SUB) TO AL-LOCAL-CT
               MOVE 0 TO AL-ACK-CT
               IF WS-AGB-ROW-TYPE (WS-AGB-SUB) = 'T'
                   MOVE 'UNACKED' TO AL-FILE
               ELSE
                   MOVE 'UNCORRECTED' TO AL-FILE
               END-IF
               WRITE DANALR-REC
               IF DANALR-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'WRITE DANALR. CODE=' DANALR-STATUS
                   MOVE DANALR-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               ADD 1 TO WS-ALERT-CT
           END-IF
           ADD 1 TO WS-AGB-SUB

           .
       710-ALERT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    800-WRITE-LEDGER WRITES DANOPNN -- EVERY OPEN ENTRY, AND
      *    EVERY CLOSED ONE WHOSE SOURCE RECORD WAS READ THIS RUN (SO
      *    IT IS NOT POSTED AGAIN TOMORROW) -- THEN PRINTS THE TOTALS.
      ******************************************************************
       800-WRITE-LEDGER.

           MOVE 1 TO WS-XMT-SUB
           PERFORM 810-WRITE-XMIT THRU 810-WRITE-XMIT-EXIT
               UNTIL WS-XMT-SUB > WS-XMT-CT
           MOVE 1 TO WS-RJK-SUB
           PERFORM 820-WRITE-REJECT THRU 820-WRITE-REJECT-EXIT
               UNTIL WS-RJK-SUB > WS-RJK-CT

           PERFORM 650-PRINT-TOTALS THRU 650-PRINT-TOTALS-EXIT

           .
       800-WRITE-LEDGER-EXIT.
           EXIT.

       810-WRITE-XMIT.

           IF WS-XMT-STATE (WS-XMT-SUB) = 'O' OR
              WS-XMT-SEEN (WS-XMT-SUB) = 'Y'
               MOVE SPACES TO WS-OPN-REC
               MOVE 'T' TO OP-TYPE
               MOVE WS-XMT-STATE (WS-XMT-SUB) TO OP-STATE
               MOVE WS-XMT-BRANCH (WS-XMT-SUB) TO OP-BRANCH
               MOVE WS-XMT-OPEN (WS-XMT-SUB) TO OP-OPEN-DATE
               MOVE WS-XMT-CLOSE (WS-XMT-SUB) TO OP-CLOSE-DATE
               MOVE WS-XMT-HOW (WS-XMT-SUB) TO OP-CLOSE-HOW
               MOVE WS-XMT-FILE (WS-XMT-SUB) TO OP-FILE
               MOVE WS-XMT-RDATE (WS-XMT-SUB) TO OP-RUN-DATE
               MOVE WS-XMT-RTIME (WS-XMT-SUB) TO OP-RUN-TIME
               MOVE WS-XMT-COUNT (WS-XMT-SUB) TO OP-COUNT
               MOVE WS-XMT-SOURCE (WS-XMT-SUB) TO OP-SOURCE
               PERFORM 890-WRITE-DANOPNN THRU 890-WRITE-EXIT
           ELSE
               ADD 1 TO WS-DROP-CT
           END-IF
           ADD 1 TO WS-XMT-SUB

           .
       810-WRITE-XMIT-EXIT.
           EXIT.

       820-WRITE-REJECT.

           IF WS-RJK-STATE (WS-RJK-SUB) = 'O' OR
              WS-RJK-SEEN (WS-RJK-SUB) = 'Y'
               MOVE SPACES TO WS-OPN-REC
               MOVE 'R' TO OP-TYPE
               MOVE WS-RJK-STATE (WS-RJK-SUB) TO OP-STATE
               MOVE WS-RJK-BRANCH (WS-RJK-SUB) TO OP-BRANCH
               MOVE WS-RJK-OPEN (WS-RJK-SUB) TO OP-OPEN-DATE
               MOVE WS-RJK-CLOSE (WS-RJK-SUB) TO OP-CLOSE-DATE
               MOVE WS-RJK-HOW (WS-RJK-SUB) TO OP-CLOSE-HOW
               MOVE WS-RJK-FILE (WS-RJK-SUB) TO OP-FILE
               MOVE WS-RJK-CAND (WS-RJK-SUB) TO OP-CAND-ID
               MOVE WS-RJK-CODE (WS-RJK-SUB) TO OP-TEST-CODE
               MOVE WS-RJK-TDATE (WS-RJK-SUB) TO OP-TEST-DATE
               MOVE WS-RJK-ORIG (WS-RJK-SUB) TO OP-ORIG-DATE
               MOVE WS-RJK-REASON (WS-RJK-SUB) TO OP-REASON-CODE
               MOVE WS-RJK-CORR (WS-RJK-SUB) TO OP-CORR-DATE
               MOVE WS-RJK-CFILE (WS-RJK-SUB) TO OP-CORR-FILE
               PERFORM 890-WRITE-DANOPNN THRU 890-WRITE-EXIT
           ELSE
               ADD 1 TO WS-DROP-CT
           END-IF
           ADD 1 TO WS-RJK-SUB

           .
       820-WRITE-REJECT-EXIT.
           EXIT.

       890-WRITE-DANOPNN.

           WRITE DANOPNN-REC FROM WS-OPN-REC
           IF DANOPNN-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on '
                       'WRITE DANOPNN. CODE=' DANOPNN-STATUS
               MOVE DANOPNN-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF
           ADD 1 TO WS-OUT-CT

           .
       890-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    900-SET-RETCODE -- RC=8 WHEN ANY OPEN ITEM IS PAST ITS
      *    LIMIT (AGEDOPEN WAS RAISED); RC=4 WHEN THE LEDGER IS EMPTY
      *    -- NOTHING CARRIED IN AND NOTHING TO POST; RC=0 OTHERWISE.
      ******************************************************************
       900-SET-RETCODE.

           EVALUATE TRUE
               WHEN WS-AGED-XMT > 0 OR WS-AGED-RJK > 0
                   MOVE 'W' TO PROCESS-FLAG
               WHEN WS-XMT-CT > 0 OR WS-RJK-CT > 0
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

           DISPLAY 'DANAGE PROCESS-FLAG=' PROCESS-FLAG
                   ' RETURN-CODE=' RETURN-CODE
           .
       900-SET-RETCODE-EXIT.
           EXIT.

       999-CLOSE-FILES.

           DISPLAY '----------------------------------------------'
           DISPLAY 'DANAGE TRANSMISSIONS POSTED.. ' WS-NEW-XMT
           DISPLAY '  REJECTS POSTED............. ' WS-NEW-RJK
           DISPLAY '  ENTRIES CLOSED............. '
                   WS-CLS-DANACK ' + ' WS-CLS-ALLCLR ' + '
                   WS-CLS-DANCOR
           DISPLAY '  OPEN PAST LIMIT............ '
                   WS-AGED-XMT ' + ' WS-AGED-RJK
           DISPLAY '  LEDGER ENTRIES WRITTEN..... ' WS-OUT-CT
           DISPLAY '----------------------------------------------'

           CLOSE DANOPN DANAUD DANACK REJKEY DANSENT DANOPNN OPNRPT
           .
       999-CLOSE-EXIT.
           EXIT.
