      *           CANDIDATE'S RESULT WENT OUT ON A GIVEN DAY, THE
      *           ANSWER IS NOW A PAGE IN THE DAY'S REGISTER, NOT A
      *           MANUAL BROWSE OF A DATASET THAT MAY ALREADY BE GONE.
      *10-15-26 - THE DAIMS EDITS NOW VALIDATE THE TEST PROGRAM, TEST
      *           CODE, FORM AND SCORE AGAINST THE DANCAT TEST CATALOG
      *           (LOADED AT INIT IN THE BUILDING MODES BY 212-LOAD-
      *           CATALOG) INSTEAD OF THE PP-TEST-PGM-VALID 88-LEVEL
      *           AND THE BLANKET SCORE-OVER-800 RULE.  A CODE DANTES
      *           HAS RETIRED (OR NOT YET PUT IN FORCE) ON THE TEST
      *           DATE, A FORM THAT DOES NOT BELONG TO THE TEST AND A
      *           SCORE OFF THE TEST'S OWN SCALE ARE NOW HELD HERE AS
      *           EDIT FAILURES INSTEAD OF COMING BACK AS DANREJ
      *           REJECTS, AND A NEW EXAM OR SCALE IS A DANCAT UPDATE,
      *           NOT A RECOMPILE.
      *10-15-26 - THE BUILD NOW CHECKS PP-TCO-ID/PP-SITE-ID AGAINST THE
      *           DANSITE TCO/SITE MASTER (LOADED AT INIT IN THE
      *           BUILDING MODES BY 214-LOAD-SITES).  A RECORD FROM A
      *           SITE NOT ON THE MASTER, FROM A SITE NOT ACTIVE ON THE
      *           TEST DATE, OR FROM A SITE WHOSE EXPECTED BRANCH IS NOT
      *           THE BRANCH OF THE TARGET IT ARRIVED IN IS HELD AND
      *           REPORTED EXACTLY LIKE ANY OTHER EDIT FAILURE.
      *10-15-26 - THE COUNT PASS NOW RECOGNIZES THE Pro-Proctor HEADER
      *           AND TRAILER CONTROL RECORDS (PPCTLREC), KEEPS THEM
      *           OUT OF THE COUNT, THE EDITS AND THE ARCHIVE, AND
      *           PROVES THE BODY AGAINST THE TRAILER'S RECORD COUNT
      *           AND SSN/SCORE HASH TOTAL (321-CHECK-CONTROL).  A FILE
      *           WITH A HEADER BUT NO TRAILER, A COUNT OR HASH THAT
      *           DOES NOT AGREE, OR A HEADER FOR ANOTHER DATE IS NOT
      *           SCHEDULED AND RAISES A CTLTOTAL ALERT -- BEFORE, A
      *           FILE CUT SHORT IN TRANSIT WENT OUT AS LONG AS ITS
      *           VOLUME LOOKED NORMAL.  A FILE WITH NO CONTROL RECORDS
      *           AT ALL IS STILL ACCEPTED AS BEFORE.  THE VERIFIED
      *           TOTALS AND THE HEADER'S SOURCE ARE CARRIED ONTO THE
      *           DANAUD RECORD AND EVERY DANARC ROW OF THE
      *           TRANSMISSION.
      *10-15-26 - SITTING-HISTORY CHECK.  THE DANSENT KEY CARRIES THE
      *           BUSINESS DATE, SO A SITTING Pro-Proctor RE-EXTRACTED
      *           WITH A DIFFERENT SCORE WENT OUT AGAIN AS IF IT WERE
      *           NEW, AND A RETAKE INSIDE THE DANTES RETEST WAITING
      *           PERIOD WENT OUT LIKE ANY OTHER RECORD.  THE BUILDING
      *           MODES NOW OPEN THE NEW KEYED DANHIS SITTING HISTORY
      *           (SSN/TEST CODE/TEST DATE, POSTED BY 326-READ-STAGE AS
      *           EACH RECORD IS ARCHIVED AND REBUILT FROM DANARC BY
      *           DANXRF) AND 341-HISTORY-CHECK LOOKS UP THE CANDIDATE'S
      *           SITTINGS OF THE CODE TO CLASSIFY EACH CLEAN RECORD AS
      *           A SCORE AMENDMENT (SAME SSN/TEST CODE/TEST DATE
      *           ALREADY SENT UNDER ANOTHER BUSINESS DATE WITH ANOTHER
      *           SCORE) OR A RETEST VIOLATION (AN EARLIER SITTING OF
      *           THE SAME CODE FEWER THAN CT-RETEST-DAYS BEFORE).
      *           EITHER IS PRINTED ON THE NEW HISREG REGISTER AND
      *           HOLDS THE TARGET (HISTHOLD ALERT) UNTIL THE TCO
      *           OFFICE POSTS AN APPROVAL TO DANAPR AND THE DATE IS
      *           REBUILT.  DANRSND RESENDS AND DANCOR CORRECTIONS
      *           (PC-SOURCE R/C) ARE NOT CHECKED -- THEY ARE ALREADY-
      *           CLEARED SITTINGS BY DEFINITION.
      *10-15-26 - CANDIDATE IDENTITY CHECK.  THE BUILDING MODES NOW
      *           OPEN THE KEYED DANXRF CANDIDATE IDENTITY CROSS-
      *           REFERENCE (BUILT FROM DANARC BY DANXRF) AND
      *           311-IDENTITY-CHECK FLAGS ANY CLEAN RECORD WHOSE
      *           CANDIDATE ID HAS GONE OUT BEFORE WITH ANOTHER SSN,
      *           WHOSE SSN HAS GONE OUT WITH ANOTHER CANDIDATE ID, OR
      *           WHOSE ID/SSN PAIR WENT OUT UNDER A MATERIALLY
      *           DIFFERENT NAME, ON THE NEW IDXRPT IDENTITY-EXCEPTION
      *           REPORT.  LIKE A DANSENT DUPLICATE THE RECORD IS
      *           FLAGGED, NOT HELD.  DANRSND RESENDS ARE NOT CHECKED.
      *           EVERY RECORD 326-READ-STAGE ARCHIVES IS POSTED TO
      *           DANXRF (347-POST-XREF) SO THE MASTER STAYS CURRENT.
      *10-15-26 - THE TRANSFER NOW PUTS A BODY-ONLY COPY OF THE EXTRACT
      *           (MMDDYYs.snd, WRITTEN BY THE 320 COUNT PASS) INSTEAD
      *           OF THE EXTRACT ITSELF.  SINCE THE CONTROL-TOTALS
      *           CHANGE THE EXTRACT CARRIES THE *HEADER**/*TRAILER*
      *           RECORDS, WHICH ARE NOT IN THE DANTES RESULTS LAYOUT;
      *           DANTES COUNTED THEM, SO DANACK CAME BACK AS THE BODY
      *           COUNT PLUS TWO AGAINST AU-COUNT AND EVERY CONTROLLED
      *           FILE RAISED A FALSE RECONDIF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PPEXTR  ASSIGN TO WS-PP-DSNAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PPEXTR-STATUS.
           SELECT PPSEND  ASSIGN TO WS-SND-DSNAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PPSEND-STATUS.
           SELECT PPREJ  ASSIGN TO WS-REJ-DSNAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PPREJ-STATUS.
           SELECT OPTIONAL DANALR  ASSIGN TO DANALR
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANALR-STATUS.
           SELECT DANCAT  ASSIGN TO DANCAT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANCAT-STATUS.
           SELECT DANSITE  ASSIGN TO DANSITE
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANSITE-STATUS.
           SELECT OPTIONAL DANAPR  ASSIGN TO DANAPR
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DANAPR-STATUS.
           SELECT HISREG  ASSIGN TO HISREG
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS HISREG-STATUS.
           SELECT OPTIONAL DANXRF  ASSIGN TO DANXRF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS XR-KEY
                        FILE STATUS IS DANXRF-STATUS.
           SELECT OPTIONAL DANHIS  ASSIGN TO DANHIS
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HS-KEY
                        FILE STATUS IS DANHIS-STATUS.
           SELECT IDXRPT  ASSIGN TO IDXRPT
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS IDXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPEXTR.
       01  PPEXTR-REC.
           COPY PPEXTREC.
       01  PPEXTR-CTL-REC.
           COPY PPCTLREC.
      ******************************************************************
      **   PPSEND - THE COPY OF THE EXTRACT THAT IS ACTUALLY PUT TO
      **   DANTES: THE BODY RECORDS ONLY, WITHOUT THE HEADER/TRAILER
      **   CONTROL RECORDS.  WRITTEN BY THE 320 COUNT PASS, ASSIGNED
      **   DYNAMICALLY TO MMDDYYs.snd (s = THE TARGET SUFFIX).
      ******************************************************************
       FD  PPSEND.
       01  PPSEND-REC PIC X(200).
      ******************************************************************
      **   PPREJ - DATED REJECT FILE.  EVERY EXTRACT RECORD THAT FAILS
      **   A DAIMS EDIT IS WRITTEN HERE AS-IS, SO THE TCO OFFICE CAN
       FD  DANALR.
       01  DANALR-REC.
           COPY DANALRRC.
      ******************************************************************
      **   DANCAT - TEST CATALOG THE DAIMS EDITS VALIDATE PROGRAM,
      **   CODE, FORM AND SCORE AGAINST.  READ ONCE AT INIT IN THE
      **   BUILDING MODES INTO THE WS-CAT TABLE, THEN CLOSED.
      ******************************************************************
       FD  DANCAT.
       01  DANCAT-REC.
           COPY DANCATRC.
      ******************************************************************
      **   DANSITE - TCO/SITE MASTER THE EXTRACT'S PP-TCO-ID/PP-SITE-ID
      **   ARE CHECKED AGAINST.  READ ONCE AT INIT IN THE BUILDING
      **   MODES INTO THE WS-SITE TABLE, THEN CLOSED.
      ******************************************************************
       FD  DANSITE.
       01  DANSITE-REC.
           COPY DANSITRC.
      ******************************************************************
      **   DANAPR - SITTING-HISTORY APPROVALS POSTED BY THE TCO OFFICE
      **   AGAINST HISREG.  READ ONCE AT INIT IN THE BUILDING MODES
      **   INTO THE WS-APR TABLE, THEN CLOSED.  OPTIONAL -- NO FILE
      **   MEANS NOTHING HAS BEEN APPROVED.
      ******************************************************************
       FD  DANAPR.
       01  DANAPR-REC.
           COPY DANAPRRC.
      ******************************************************************
      **   HISREG - PRINTED AMENDMENT/VIOLATION REGISTER, ONE LINE PER
      **   SITTING THE HISTORY CHECK CLASSIFIED, SHOWING THE SITTING
      **   ALREADY ON FILE IT WAS JUDGED AGAINST AND WHETHER IT IS
      **   HELD OR RELEASED BY A DANAPR APPROVAL.
      ******************************************************************
       FD  HISREG.
       01  HISREG-REC PIC X(132).
      ******************************************************************
      **   DANXRF - CANDIDATE IDENTITY CROSS-REFERENCE, KEYED, EACH
      **   IDENTITY HELD UNDER AN 'I' (CANDIDATE ID) AND AN 'S' (SSN)
      **   KEY.  BUILD MODE BROWSES IT BY KEY DURING THE EDIT PASS AND
      **   POSTS EVERY RECORD IT ARCHIVES.  A MISSING MASTER (STATUS
      **   05) IS CREATED EMPTY BY THE OPTIONAL OPEN, BUT SHOULD FIRST
      **   BE BUILT FROM THE ARCHIVE BY DANXRF.
      ******************************************************************
       FD  DANXRF.
       01  DANXRF-REC.
           COPY DANXRFRC.
      ******************************************************************
      **   DANHIS - SITTING HISTORY, KEYED ON SSN + TEST CODE + TEST
      **   DATE.  BUILD MODE BROWSES A CANDIDATE'S SITTINGS OF THE CODE
      **   DURING THE EDIT PASS (341-HISTORY-CHECK) AND POSTS EVERY
      **   RECORD IT ARCHIVES.  A MISSING FILE (STATUS 05) IS CREATED
      **   EMPTY BY THE OPTIONAL OPEN, BUT SHOULD FIRST BE BUILT FROM
      **   THE ARCHIVE BY DANXRF.
      ******************************************************************
       FD  DANHIS.
       01  DANHIS-REC.
           COPY DANHISRC.
      ******************************************************************
      **   IDXRPT - PRINTED CANDIDATE IDENTITY-EXCEPTION REPORT, ONE
      **   LINE PER CONFLICT 311-IDENTITY-CHECK FINDS, SHOWING THE
      **   IDENTITY ALREADY ON FILE BESIDE THE RECORD, FOR THE TCO
      **   OFFICE TO WORK.
      ******************************************************************
       FD  IDXRPT.
       01  IDXRPT-REC PIC X(132).



       01 INDIR-STATUS PIC XX VALUE '00'.
       01 FTP-STATUS PIC XX VALUE '00'.
       01 PPEXTR-STATUS PIC XX VALUE '00'.
       01 PPSEND-STATUS PIC XX VALUE '00'.
       01 PPREJ-STATUS PIC XX VALUE '00'.
       01 EDITRPT-STATUS PIC XX VALUE '00'.
       01 TRNREG-STATUS PIC XX VALUE '00'.
       01 DANARC-STATUS PIC XX VALUE '00'.
       01 WS-ARC-DATE PIC X(06) VALUE SPACES.
       01 DANALR-STATUS PIC XX VALUE '00'.
       01 DANCAT-STATUS PIC XX VALUE '00'.
       01 DANCAT-ENDFILE PIC X VALUE 'N'.
          88 DANCAT-EOF VALUE 'Y'.
       01 DANSITE-STATUS PIC XX VALUE '00'.
       01 DANAPR-STATUS PIC XX VALUE '00'.
       01 DANAPR-ENDFILE PIC X VALUE 'N'.
          88 DANAPR-EOF VALUE 'Y'.
       01 HISREG-STATUS PIC XX VALUE '00'.
       01 DANXRF-STATUS PIC XX VALUE '00'.
       01 DANXRF-ENDFILE PIC X VALUE 'N'.
          88 DANXRF-EOF VALUE 'Y'.
       01 DANHIS-STATUS PIC XX VALUE '00'.
       01 DANHIS-ENDFILE PIC X VALUE 'N'.
          88 DANHIS-EOF VALUE 'Y'.
       01 IDXRPT-STATUS PIC XX VALUE '00'.
       01 DANARC-ENDFILE PIC X VALUE 'N'.
          88 DANARC-EOF VALUE 'Y'.
       01 DANSITE-ENDFILE PIC X VALUE 'N'.
          88 DANSITE-EOF VALUE 'Y'.
      *    STAGING FIELDS FOR 910-ALERT-WRITE -- CALLERS SET THE
      *    CONDITION, BRANCH, COUNTS AND FILENAME, AND THE PARAGRAPH
      *    STAMPS THE BUSINESS DATE AND RUN MODE ITSELF.
       01 WS-AL-ACK-CT PIC 9(09) VALUE 0.
       01 WS-AL-FILE PIC X(11) VALUE SPACES.
      *    WS-PGM TABLE -- PER-TARGET RECORD COUNTS BY TEST PROGRAM
      *    FOR THE TRANSMISSION REGISTER SUBTOTALS.  THE PROGRAMS A
      *    CLEAN EXTRACT CAN CARRY ARE WHATEVER THE DANCAT CATALOG
      *    LISTS, SO THE TABLE IS NOT SIZED TO THEM; ANY PROGRAM BEYOND
      *    THE TENTH SLOT LUMPS INTO AN '*OTH' BUCKET IN THAT SLOT
      *    RATHER THAN BEING DROPPED.
       01 WS-PGM-MAX PIC 9(2) COMP VALUE 10.
       01 WS-PGM-CT PIC 9(2) COMP VALUE 0.
       01 WS-PGM-SUB PIC 9(2) COMP VALUE 0.
          88 DANHOST-FOUND VALUE 'Y'.
       01 WS-BRANCH-REQ PIC X(01) VALUE SPACE.
       01 WS-PP-DSNAME PIC X(11) VALUE SPACES.
       01 WS-SND-DSNAME PIC X(11) VALUE SPACES.
       01 W-PP-COUNT PIC 9(9) VALUE 0.
      *    W-PP-REJ-CT IS THE NUMBER OF RECORDS IN THE CURRENT TARGET'S
      *    EXTRACT THAT FAILED A DAIMS EDIT.  A TARGET WITH A NON-ZERO
       01 W-PP-RECNO PIC 9(7) VALUE 0.
       01 W-REJ-TOTAL PIC 9(7) VALUE 0.
       01 WS-TARGET-EDIT-CT PIC 9(4) VALUE 0.
      *    CONTROL-TOTAL CHECK OF THE CURRENT TARGET'S EXTRACT.  THE
      *    COUNT PASS NOTES THE HEADER AND TRAILER AS IT MEETS THEM AND
      *    BUILDS WS-CTL-HASH OVER THE BODY; 321-CHECK-CONTROL THEN
      *    SETS WS-CTL-STAT -- L NO CONTROL RECORDS (ACCEPTED, NOTHING
      *    TO PROVE), M BODY MATCHES ITS TRAILER, X IT DOES NOT, WITH
      *    THE REASON IN WS-CTL-REASON.  WS-TARGET-CTL-CT IS THE
      *    RUN-WIDE COUNT OF TARGETS HELD FOR IT.
       01 WS-CTL-HDR-SW PIC X VALUE 'N'.
          88 WS-CTL-HDR-SEEN VALUE 'Y'.
       01 WS-CTL-TRL-SW PIC X VALUE 'N'.
          88 WS-CTL-TRL-SEEN VALUE 'Y'.
       01 WS-CTL-SEQ-SW PIC X VALUE 'N'.
          88 WS-CTL-OUT-OF-SEQ VALUE 'Y'.
       01 WS-CTL-BAD-SW PIC X VALUE 'N'.
          88 WS-CTL-TRL-BAD VALUE 'Y'.
       01 WS-CTL-DATE PIC X(08) VALUE SPACES.
       01 WS-CTL-DATE-R REDEFINES WS-CTL-DATE.
          05 WS-CTL-MM PIC X(02).
          05 WS-CTL-DD PIC X(02).
          05 WS-CTL-CC PIC X(02).
          05 WS-CTL-YY PIC X(02).
       01 WS-CTL-SOURCE PIC X(01) VALUE SPACE.
       01 WS-CTL-TRL-COUNT PIC 9(9) VALUE 0.
       01 WS-CTL-TRL-HASH PIC 9(18) VALUE 0.
       01 WS-CTL-HASH PIC 9(18) VALUE 0.
       01 WS-CTL-STAT PIC X VALUE 'L'.
          88 WS-CTL-LEGACY VALUE 'L'.
          88 WS-CTL-MATCHED VALUE 'M'.
          88 WS-CTL-MISMATCH VALUE 'X'.
       01 WS-CTL-REASON PIC X(30) VALUE SPACES.
       01 WS-TARGET-CTL-CT PIC 9(4) VALUE 0.
       01 WS-REC-REJ-SW PIC X VALUE 'N'.
          88 WS-REC-REJECTED VALUE 'Y'.
       01 WS-EDIT-FIELD PIC X(13) VALUE SPACES.
       01 WS-EDIT-REASON PIC X(30) VALUE SPACES.
       01 WS-REJ-DSNAME PIC X(11) VALUE SPACES.
      *    WS-CAT TABLE -- THE DANCAT TEST CATALOG, LOADED AT INIT IN
      *    THE BUILDING MODES.  ONE ROW PER PROGRAM/CODE PER PERIOD IN
      *    FORCE.  MORE ENTRIES THAN THE TABLE HOLDS TERMINATES THE
      *    RUN -- A CATALOG CUT SHORT WOULD HOLD GOOD RESULTS AS EDIT
      *    FAILURES.  331-LOOKUP-CATALOG SETS THE SWITCHES BELOW FOR
      *    THE RECORD BEING EDITED AND LEAVES WS-CAT-HIT ON THE ROW IN
      *    FORCE ON THE TEST DATE (OR THE FIRST ROW FOR THE CODE WHEN
      *    NONE IS, SO THE FORM AND SCORE EDITS STILL HAVE A SCALE).
       01 WS-CAT-MAX PIC 9(4) COMP VALUE 500.
       01 WS-CAT-CT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-SUB PIC 9(4) COMP VALUE 0.
       01 WS-CAT-HIT PIC 9(4) COMP VALUE 0.
       01 WS-CAT-FORM-SUB PIC 9(2) COMP VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 500 TIMES.
             10 WS-CAT-PGM PIC X(04).
             10 WS-CAT-CODE PIC X(05).
             10 WS-CAT-FORM-LIST.
                15 WS-CAT-FORM PIC X(03) OCCURS 8 TIMES.
             10 WS-CAT-MIN PIC 9(03).
             10 WS-CAT-MAX-SCORE PIC 9(03).
             10 WS-CAT-EFF PIC X(08).
             10 WS-CAT-RET PIC X(08).
             10 WS-CAT-WAIT PIC 9(03).
       01 WS-CAT-TEST-DATE PIC X(08) VALUE SPACES.
       01 WS-CAT-PGM-SW PIC X VALUE 'N'.
          88 WS-CAT-PGM-FOUND VALUE 'Y'.
       01 WS-CAT-CODE-SW PIC X VALUE 'N'.
          88 WS-CAT-CODE-FOUND VALUE 'Y'.
       01 WS-CAT-EFFECT-SW PIC X VALUE 'N'.
          88 WS-CAT-IN-EFFECT VALUE 'Y'.
       01 WS-CAT-FORM-SW PIC X VALUE 'N'.
          88 WS-CAT-FORM-OK VALUE 'Y'.
      *    WS-SITE TABLE -- THE DANSITE TCO/SITE MASTER, LOADED AT INIT
      *    IN THE BUILDING MODES.  MORE SITES THAN THE TABLE HOLDS
      *    TERMINATES THE RUN, FOR THE SAME REASON AS WS-CAT.
      *    337-LOOKUP-SITE SETS THE SWITCHES BELOW FOR THE RECORD
      *    BEING EDITED AND LEAVES WS-SITE-HIT ON ITS SITE.
       01 WS-SITE-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-SITE-CT PIC 9(4) COMP VALUE 0.
       01 WS-SITE-SUB PIC 9(4) COMP VALUE 0.
       01 WS-SITE-HIT PIC 9(4) COMP VALUE 0.
       01 WS-SITE-TABLE.
          05 WS-SITE-ENTRY OCCURS 2000 TIMES.
             10 WS-SITE-TCO PIC X(06).
             10 WS-SITE-ID PIC X(08).
             10 WS-SITE-ACTIVE PIC X(08).
             10 WS-SITE-INACTIVE PIC X(08).
             10 WS-SITE-BRANCH PIC X(01).
       01 WS-SITE-FOUND-SW PIC X VALUE 'N'.
          88 WS-SITE-FOUND VALUE 'Y'.
       01 WS-SITE-ACTIVE-SW PIC X VALUE 'N'.
          88 WS-SITE-IS-ACTIVE VALUE 'Y'.
      *    SITTING-HISTORY CHECK WORK AREAS.  341-HISTORY-CHECK
      *    BROWSES THE DANHIS RECORDS OF THE RECORD'S SSN AND TEST
      *    CODE AND LEAVES HERE THE TRANSMISSION OF THE SAME SITTING
      *    IT IS JUDGED AGAINST (WS-HIS-SIT-SW 'Y') AND THE LATEST
      *    EARLIER SITTING INSIDE THE WAITING PERIOD (WS-HIS-PRI-SW
      *    'Y'): TEST DATE, ITS DAY NUMBER (343-DAY-NUMBER), THE SCORE
      *    SENT AND THE BUSINESS DATE IT WENT OUT UNDER.  WS-HIS-
      *    SENT/SCORE HOLD THE TRANSMISSION OF THE DANHIS RECORD IN
      *    HAND THAT COUNTS -- ITS LATEST, OR THE ONE BEFORE WHEN THE
      *    LATEST IS THE DATE BEING BUILT.
       01 WS-HIS-SIT-SW PIC X VALUE 'N'.
          88 WS-HIS-SIT-FOUND VALUE 'Y'.
       01 WS-HIS-SIT-SCORE PIC X(03) VALUE SPACES.
       01 WS-HIS-SIT-SENT PIC X(06) VALUE SPACES.
       01 WS-HIS-PRI-SW PIC X VALUE 'N'.
          88 WS-HIS-PRI-FOUND VALUE 'Y'.
       01 WS-HIS-PRI-TDATE PIC X(08) VALUE SPACES.
       01 WS-HIS-PRI-DAYNO PIC 9(07) VALUE 0.
       01 WS-HIS-PRI-SCORE PIC X(03) VALUE SPACES.
       01 WS-HIS-PRI-SENT PIC X(06) VALUE SPACES.
       01 WS-HIS-SENT PIC X(06) VALUE SPACES.
       01 WS-HIS-SCORE PIC X(03) VALUE SPACES.
       01 WS-HIS-BUS-DATE PIC X(06) VALUE SPACES.
       01 WS-HIS-CUR-DAYNO PIC 9(07) VALUE 0.
       01 WS-HIS-WAIT PIC 9(03) VALUE 0.
       01 WS-HIS-GAP PIC 9(07) VALUE 0.
       01 WS-HIS-TYPE PIC X(01) VALUE SPACE.
          88 WS-HIS-AMENDMENT VALUE 'A'.
          88 WS-HIS-VIOLATION VALUE 'V'.
      *    343-DAY-NUMBER TURNS WS-DN-DATE (MMDDCCYY) INTO A DAY
      *    COUNT IN WS-DN-DAYNO SO TWO TEST DATES CAN BE SUBTRACTED.
       01 WS-DN-DATE.
          05 WS-DN-MM PIC 9(02).
          05 WS-DN-DD PIC 9(02).
          05 WS-DN-CCYY PIC 9(04).
       01 WS-DN-YEAR PIC 9(04) VALUE 0.
       01 WS-DN-MONTH PIC 9(02) VALUE 0.
       01 WS-DN-QUOT PIC 9(07) VALUE 0.
       01 WS-DN-DAYNO PIC 9(07) VALUE 0.
      *    WS-APR TABLE -- THE DANAPR APPROVALS, LOADED AT INIT IN THE
      *    BUILDING MODES.  MORE THAN THE TABLE HOLDS TERMINATES THE
      *    RUN RATHER THAN HOLD A SITTING SOMEONE ALREADY CLEARED.
       01 WS-APR-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-APR-CT PIC 9(4) COMP VALUE 0.
       01 WS-APR-SUB PIC 9(4) COMP VALUE 0.
       01 WS-APR-TABLE.
          05 WS-APR-ENTRY OCCURS 1000 TIMES.
             10 WS-APR-SSN PIC X(09).
             10 WS-APR-CODE PIC X(05).
             10 WS-APR-TDATE PIC X(08).
             10 WS-APR-TYPE PIC X(01).
             10 WS-APR-SCORE PIC X(03).
       01 WS-APR-FOUND-SW PIC X VALUE 'N'.
          88 WS-APR-FOUND VALUE 'Y'.
      *    PER-TARGET AND RUN COUNTS OF CLASSIFIED SITTINGS -- HELD
      *    (NO APPROVAL YET) AND RELEASED BY AN APPROVAL -- AND THE
      *    NUMBER OF TARGETS HELD FOR THEM.
       01 W-PP-HOLD-CT PIC 9(5) VALUE 0.
       01 W-PP-APR-CT PIC 9(5) VALUE 0.
       01 W-HOLD-TOTAL PIC 9(7) VALUE 0.
       01 W-APR-TOTAL PIC 9(7) VALUE 0.
       01 WS-TARGET-HIST-CT PIC 9(4) VALUE 0.
      *    WS-CHK-KEY -- THE CANDIDATE/TEST/BUSINESS-DATE KEY THE
      *    CALLER WANTS CHECKED AGAINST THE DANSENT MASTER.
      *    336-SEARCH-SENT READS THE KEYED MASTER DIRECTLY, SO A
          88 WS-SENT-FOUND VALUE 'Y'.
       01 W-PP-DUP-CT PIC 9(5) VALUE 0.
       01 W-DUP-TOTAL PIC 9(7) VALUE 0.
      *    CANDIDATE IDENTITY CHECK WORK AREA.  TWO NAMES ARE
      *    MATERIALLY DIFFERENT WHEN THEIR LAST NAMES DIFFER ONCE
      *    CASE, SPACES AND PUNCTUATION ARE IGNORED, OR WHEN BOTH CARRY
      *    A FIRST INITIAL AND THE INITIALS DIFFER -- THE SAME RULE
      *    DANXRF APPLIES WHEN IT REBUILDS THE MASTER.  WS-XR-BODY
      *    HOLDS A NEW IDENTITY'S BODY WHILE IT IS WRITTEN UNDER ITS
      *    SECOND KEY.  W-PP-IDX-CT/W-IDX-TOTAL COUNT EXCEPTION LINES.
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
       01 WS-XR-BODY PIC X(87) VALUE SPACES.
       01 W-PP-IDX-CT PIC 9(5) VALUE 0.
       01 W-IDX-TOTAL PIC 9(7) VALUE 0.
      *    WS-PND TABLE -- THE DANPND PENDING-TARGETS QUEUE LOADED AT
      *    INIT IN THE BUILDING MODES.  BUILD MODE USES IT TO AVOID
      *    QUEUEING THE SAME MISS TWICE ACROSS RERUNS; RETRY MODE
          88 WS-PND-FOUND VALUE 'Y'.
       01 WS-RETRY-MAX PIC 9(3) VALUE 5.
       01 WS-RETRY-HIT-CT PIC 9(4) VALUE 0.
       01 WS-RETRY-HELD-CT PIC 9(4) VALUE 0.
       01 WS-RETRY-AGED-CT PIC 9(4) VALUE 0.
       01 WS-RETRY-WAIT-CT PIC 9(4) VALUE 0.
      *    VOLUME REASONABLENESS GATE -- EACH BRANCH CATEGORY'S LAST
          05 FILLER PIC X(04) VALUE ' OF '.
          05 ED-TOT-READ PIC ZZZZZZZZ9.

      ******************************************************************
      *    IDXRPT IDENTITY-EXCEPTION REPORT LINES
      ******************************************************************
       01 IX-HDR1.
          05 FILLER PIC X(38) VALUE
             'CANDIDATE IDENTITY EXCEPTION REPORT - '.
          05 IX-HDR1-DATE PIC X(08) VALUE SPACES.
       01 IX-HDR2.
          05 FILLER PIC X(13) VALUE ' TARGET FILE '.
          05 FILLER PIC X(09) VALUE ' RECORD  '.
          05 FILLER PIC X(11) VALUE 'CANDIDATE  '.
          05 FILLER PIC X(10) VALUE 'SSN       '.
          05 FILLER PIC X(26) VALUE 'NAME'.
          05 FILLER PIC X(30) VALUE 'EXCEPTION'.
          05 FILLER PIC X(33) VALUE 'ON FILE AS'.
       01 IX-DETAIL.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-RECNO PIC ZZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 IX-CAND-ID PIC X(10) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-LAST-NAME PIC X(15) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-FIRST-NAME PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 IX-REASON PIC X(28) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 IX-OLD-CAND-ID PIC X(10) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-OLD-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-OLD-LAST-NAME PIC X(12) VALUE SPACES.
       01 IX-TARGET-TOT.
          05 FILLER PIC X(01) VALUE SPACE.
          05 IX-TOT-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(24) VALUE ' IDENTITY EXCEPTIONS =  '.
          05 IX-TOT-CT PIC ZZZZ9.

      ******************************************************************
      *    HISREG AMENDMENT/VIOLATION REGISTER LINES
      ******************************************************************
       01 HR-HDR1.
          05 FILLER PIC X(47) VALUE
             'SITTING HISTORY AMENDMENT/VIOLATION REGISTER - '.
          05 HR-HDR1-DATE PIC X(08) VALUE SPACES.
       01 HR-HDR2.
          05 FILLER PIC X(13) VALUE ' TARGET FILE '.
          05 FILLER PIC X(09) VALUE ' RECORD  '.
          05 FILLER PIC X(11) VALUE 'SSN        '.
          05 FILLER PIC X(12) VALUE 'CANDIDATE   '.
          05 FILLER PIC X(07) VALUE 'CODE   '.
          05 FILLER PIC X(10) VALUE 'TEST DATE '.
          05 FILLER PIC X(11) VALUE 'TYPE       '.
          05 FILLER PIC X(05) VALUE 'SCORE'.
          05 FILLER PIC X(11) VALUE ' PRIOR DATE'.
          05 FILLER PIC X(05) VALUE ' SCR '.
          05 FILLER PIC X(08) VALUE ' SENT   '.
          05 FILLER PIC X(06) VALUE ' DAYS '.
          05 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01 HR-DETAIL.
          05 FILLER PIC X(01) VALUE SPACE.
          05 HR-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 HR-RECNO PIC ZZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-SSN PIC X(09) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-CAND-ID PIC X(10) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-TEST-CODE PIC X(05) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-TEST-DATE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-TYPE PIC X(09) VALUE SPACES.
          05 FILLER PIC X(03) VALUE SPACES.
          05 HR-SCORE PIC X(03) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-PRI-DATE PIC X(08) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-PRI-SCORE PIC X(03) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 HR-PRI-SENT PIC X(06) VALUE SPACES.
          05 FILLER PIC X(01) VALUE SPACE.
          05 HR-DAYS PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER PIC X(01) VALUE SPACE.
          05 HR-DISP PIC X(20) VALUE SPACES.
       01 HR-TARGET-TOT.
          05 FILLER PIC X(01) VALUE SPACE.
          05 HR-TOT-FILE PIC X(11) VALUE SPACES.
          05 FILLER PIC X(18) VALUE ' SITTINGS HELD =  '.
          05 HR-TOT-HELD PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE '   RELEASED = '.
          05 HR-TOT-APR PIC ZZZZ9.

      ******************************************************************
      *    TRNREG TRANSMISSION REGISTER LINES
      ******************************************************************
               END-IF
           END-IF

      *
      *    THE DANXRF IDENTITY CROSS-REFERENCE IS OPENED THE SAME WAY
      *    -- BROWSED BY 311-IDENTITY-CHECK, POSTED BY 347-POST-XREF.
           IF RUN-MODE-BUILDING
               OPEN I-O DANXRF
               IF DANXRF-STATUS IS NOT = '00' AND '05'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'OPEN DANXRF. CODE=' DANXRF-STATUS
                   MOVE DANXRF-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               IF DANXRF-STATUS = '05'
                   DISPLAY 'DANXRF NOT FOUND - CREATED EMPTY, RUN DANXR
      -            'F TO LOAD THE IDENTITY HISTORY'
               END-IF
           END-IF

      *
      *    AND THE DANHIS SITTING HISTORY -- BROWSED BY 341-HISTORY-
      *    CHECK, POSTED BY 396-POST-HISTORY.
           IF RUN-MODE-BUILDING
               OPEN I-O DANHIS
               IF DANHIS-STATUS IS NOT = '00' AND '05'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'OPEN DANHIS. CODE=' DANHIS-STATUS
                   MOVE DANHIS-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
               IF DANHIS-STATUS = '05'
                   DISPLAY 'DANHIS NOT FOUND - CREATED EMPTY, RUN DANXR
      -            'F TO LOAD THE SITTING HISTORY'
               END-IF
           END-IF

      *
      *    BOTH BUILDING MODES LOAD THE DANPND PENDING-TARGETS QUEUE --
      *    BUILD MODE SO A RERUN DOES NOT QUEUE THE SAME MISS TWICE,
               PERFORM 220-OPEN-EDIT-FILES THRU 220-OPEN-EDIT-EXIT
           END-IF

           IF RUN-MODE-BUILDING
               PERFORM 212-LOAD-CATALOG THRU 212-LOAD-CATALOG-EXIT
               PERFORM 214-LOAD-SITES THRU 214-LOAD-SITES-EXIT
               PERFORM 218-LOAD-APPROVALS THRU 218-LOAD-APPROVALS-EXIT
           END-IF

           IF RUN-MODE-RESTART
               PERFORM 205-LOAD-DONE THRU 205-LOAD-EXIT
           END-IF
       211-CLEAR-VOL-EXIT.
           EXIT.

      ******************************************************************
      *    212-LOAD-CATALOG LOADS THE DANCAT TEST CATALOG INTO THE
      *    WS-CAT TABLE FOR THE DAIMS EDITS IN 332-EDIT-RECORD.  THE
      *    FILE IS ONLY NEEDED HERE, SO IT IS OPENED, READ AND CLOSED
      *    IN THIS PARAGRAPH.  RUN IN THE BUILDING MODES.
      ******************************************************************
       212-LOAD-CATALOG.

           OPEN INPUT DANCAT
           IF DANCAT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANCAT. CODE=' DANCAT-STATUS
               MOVE DANCAT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           PERFORM 213-READ-CATALOG THRU 213-READ-CATALOG-EXIT
               UNTIL DANCAT-EOF
           CLOSE DANCAT

           IF WS-CAT-CT = 0
               DISPLAY 'PROGRAM TERMINATED. DANCAT TEST CATALOG IS EMP
      -            'TY - EVERY RECORD WOULD FAIL THE DAIMS EDITS'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           DISPLAY 'DANCAT TEST CATALOG ENTRIES LOADED=' WS-CAT-CT

           .
       212-LOAD-CATALOG-EXIT.
           EXIT.

       213-READ-CATALOG.

           READ DANCAT RECORD AT END MOVE 'Y' TO DANCAT-ENDFILE.
           IF DANCAT-STATUS IS NOT = '00' AND
              DANCAT-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANCAT Code=' DANCAT-STATUS
               MOVE 'Y' TO DANCAT-ENDFILE
           END-IF

           IF NOT DANCAT-EOF
               IF WS-CAT-CT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-CT
                   MOVE CT-TEST-PGM TO WS-CAT-PGM (WS-CAT-CT)
                   MOVE CT-TEST-CODE TO WS-CAT-CODE (WS-CAT-CT)
                   MOVE CT-FORM-LIST TO WS-CAT-FORM-LIST (WS-CAT-CT)
                   MOVE CT-MIN-SCORE TO WS-CAT-MIN (WS-CAT-CT)
                   MOVE CT-MAX-SCORE TO WS-CAT-MAX-SCORE (WS-CAT-CT)
                   MOVE CT-EFF-DATE TO WS-CAT-EFF (WS-CAT-CT)
                   MOVE CT-RETIRE-DATE TO WS-CAT-RET (WS-CAT-CT)
                   IF CT-RETEST-DAYS IS NUMERIC
                       MOVE CT-RETEST-DAYS TO WS-CAT-WAIT (WS-CAT-CT)
                   ELSE
                       MOVE 0 TO WS-CAT-WAIT (WS-CAT-CT)
                   END-IF
               ELSE
                   DISPLAY 'PROGRAM TERMINATED. DANCAT EXCEEDS WS-CAT T
      -            'ABLE - CATALOG WOULD BE INCOMPLETE'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       213-READ-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      *    214-LOAD-SITES LOADS THE DANSITE TCO/SITE MASTER INTO THE
      *    WS-SITE TABLE FOR THE SITE EDITS IN 332-EDIT-RECORD.  LIKE
      *    THE CATALOG, THE FILE IS OPENED, READ AND CLOSED HERE.
      ******************************************************************
       214-LOAD-SITES.

           OPEN INPUT DANSITE
           IF DANSITE-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANSITE. CODE=' DANSITE-STATUS
               MOVE DANSITE-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           PERFORM 215-READ-SITE THRU 215-READ-SITE-EXIT
               UNTIL DANSITE-EOF
           CLOSE DANSITE

           IF WS-SITE-CT = 0
               DISPLAY 'PROGRAM TERMINATED. DANSITE TCO/SITE MASTER IS
      -            ' EMPTY - EVERY RECORD WOULD FAIL THE SITE EDITS'
               MOVE 97 TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           DISPLAY 'DANSITE TCO/SITE MASTER ENTRIES LOADED=' WS-SITE-CT

           .
       214-LOAD-SITES-EXIT.
           EXIT.

       215-READ-SITE.

           READ DANSITE RECORD AT END MOVE 'Y' TO DANSITE-ENDFILE.
           IF DANSITE-STATUS IS NOT = '00' AND
              DANSITE-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANSITE Code=' DANSITE-STATUS
               MOVE 'Y' TO DANSITE-ENDFILE
           END-IF

           IF NOT DANSITE-EOF
               IF WS-SITE-CT < WS-SITE-MAX
                   ADD 1 TO WS-SITE-CT
                   MOVE ST-TCO-ID TO WS-SITE-TCO (WS-SITE-CT)
                   MOVE ST-SITE-ID TO WS-SITE-ID (WS-SITE-CT)
                   MOVE ST-ACTIVE-DATE TO WS-SITE-ACTIVE (WS-SITE-CT)
                   MOVE ST-INACTIVE-DATE
                       TO WS-SITE-INACTIVE (WS-SITE-CT)
                   MOVE ST-TGT-BRANCH TO WS-SITE-BRANCH (WS-SITE-CT)
               ELSE
                   DISPLAY 'PROGRAM TERMINATED. DANSITE EXCEEDS WS-SITE
      -            ' TABLE - SITE MASTER WOULD BE INCOMPLETE'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       215-READ-SITE-EXIT.
           EXIT.

      ******************************************************************
      *    218-LOAD-APPROVALS LOADS THE DANAPR APPROVALS INTO THE
      *    WS-APR TABLE.  OPENED, READ AND CLOSED HERE LIKE DANCAT.
      ******************************************************************
       218-LOAD-APPROVALS.

           OPEN INPUT DANAPR
           IF DANAPR-STATUS IS NOT = '00' AND '05' AND '35'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'DANAPR. CODE=' DANAPR-STATUS
               MOVE DANAPR-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           IF DANAPR-STATUS = '00'
               PERFORM 219-READ-APPROVAL THRU 219-READ-APPROVAL-EXIT
                   UNTIL DANAPR-EOF
           END-IF
           IF DANAPR-STATUS IS NOT = '35'
               CLOSE DANAPR
           END-IF

           DISPLAY 'DANAPR SITTING APPROVALS LOADED=' WS-APR-CT

           .
       218-LOAD-APPROVALS-EXIT.
           EXIT.

       219-READ-APPROVAL.

           READ DANAPR RECORD AT END MOVE 'Y' TO DANAPR-ENDFILE.
           IF DANAPR-STATUS IS NOT = '00' AND
              DANAPR-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANAPR Code=' DANAPR-STATUS
               MOVE 'Y' TO DANAPR-ENDFILE
           END-IF

           IF NOT DANAPR-EOF
               IF WS-APR-CT < WS-APR-MAX
                   ADD 1 TO WS-APR-CT
                   MOVE AP-CAND-SSN TO WS-APR-SSN (WS-APR-CT)
                   MOVE AP-TEST-CODE TO WS-APR-CODE (WS-APR-CT)
                   MOVE AP-TEST-DATE TO WS-APR-TDATE (WS-APR-CT)
                   MOVE AP-TYPE TO WS-APR-TYPE (WS-APR-CT)
                   MOVE AP-SCORE TO WS-APR-SCORE (WS-APR-CT)
               ELSE
                   DISPLAY 'PROGRAM TERMINATED. DANAPR EXCEEDS WS-APR T
      -            'ABLE - APPROVALS WOULD BE INCOMPLETE'
                   MOVE 97 TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       219-READ-APPROVAL-EXIT.
           EXIT.

      ******************************************************************
      *    206-READ-DONE LOADS ONE DANAUD CHECKPOINT NAME INTO THE
      *    WS-DONE TABLE.  MORE COMPLETED TARGETS THAN THE TABLE
           WRITE TRNREG-REC
           PERFORM 397-TRNREG-WRITE-CHK THRU 397-TRNREG-WRITE-EXIT

           OPEN OUTPUT IDXRPT
           IF IDXRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'IDXRPT. CODE=' IDXRPT-STATUS
               MOVE IDXRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE WS-AUDIT-DATE TO IX-HDR1-DATE
           MOVE IX-HDR1 TO IDXRPT-REC
           PERFORM 393-IDXRPT-WRITE THRU 393-IDXRPT-WRITE-EXIT
           MOVE IX-HDR2 TO IDXRPT-REC
           PERFORM 393-IDXRPT-WRITE THRU 393-IDXRPT-WRITE-EXIT

           OPEN OUTPUT HISREG
           IF HISREG-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on OPEN
      -            'HISREG. CODE=' HISREG-STATUS
               MOVE HISREG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           MOVE WS-AUDIT-DATE TO HR-HDR1-DATE
           MOVE HR-HDR1 TO HISREG-REC
           PERFORM 349-HISREG-WRITE THRU 349-HISREG-WRITE-EXIT
           MOVE HR-HDR2 TO HISREG-REC
           PERFORM 349-HISREG-WRITE THRU 349-HISREG-WRITE-EXIT

           .
       220-OPEN-EDIT-EXIT.
           EXIT.
           PERFORM 280-REWRITE-PENDING THRU 280-REWRITE-EXIT

           DISPLAY 'RETRY SUMMARY - PICKED UP=' WS-RETRY-HIT-CT
                   ' HELD=' WS-RETRY-HELD-CT
                   ' STILL WAITING=' WS-RETRY-WAIT-CT
                   ' AGED OUT=' WS-RETRY-AGED-CT

                   ADD 1 TO WS-RETRY-WAIT-CT
               END-IF
           ELSE
      *
      *    AN EXTRACT THAT APPEARED BUT WAS HELD FOR ITS CONTROL TOTALS
      *    OR FOR SITTING-HISTORY APPROVAL WAS NOT TRANSMITTED EITHER.
      *    IT LEAVES THE QUEUE -- ITS OWN CTLTOTAL/HISTHOLD ALERT NOW
      *    CARRIES IT -- BUT IS NOT COUNTED AS PICKED UP.
               IF WS-CTL-MISMATCH OR W-PP-HOLD-CT > 0
                   MOVE 'D' TO WS-PND-DISP (WS-PND-SUB)
                   ADD 1 TO WS-RETRY-HELD-CT
                   DISPLAY 'PENDING TARGET HELD (CONTROL/HISTORY) - '
                           WS-LAT-FILE
               ELSE
                   MOVE 'D' TO WS-PND-DISP (WS-PND-SUB)
                   ADD 1 TO WS-RETRY-HIT-CT
                   DISPLAY 'PENDING TARGET PICKED UP - ' WS-LAT-FILE
               END-IF
           END-IF

           ADD 1 TO WS-PND-SUB
      *    A CONFIRMED-SMALL DAY.
           MOVE 'N' TO WS-VOL-ANOM-SW
           IF RUN-MODE-DAYBUILD AND NOT WS-VOL-OVERRIDE AND
              PPEXTR-STATUS NOT = '35' AND W-PP-REJ-CT = 0 AND
              NOT WS-CTL-MISMATCH AND W-PP-HOLD-CT = 0
               PERFORM 322-VOLUME-GATE THRU 322-VOL-GATE-EXIT
           END-IF

               MOVE WS-BRANCH-REQ TO WS-AL-BRANCH
               MOVE WS-LAT-FILE TO WS-AL-FILE
               PERFORM 910-ALERT-WRITE THRU 910-ALERT-WRITE-EXIT
             WHEN WS-CTL-MISMATCH
               DISPLAY 'EXTRACT FAILED CONTROL TOTALS - NOT SCHEDULED: '
                       WS-LAT-FILE ' ' WS-CTL-REASON
               DISPLAY '  BODY COUNT=' W-PP-COUNT
                       ' TRAILER COUNT=' WS-CTL-TRL-COUNT
               DISPLAY '  BODY HASH=' WS-CTL-HASH
                       ' TRAILER HASH=' WS-CTL-TRL-HASH
               ADD 1 TO WS-TARGET-CTL-CT
               MOVE 'CTLTOTAL' TO WS-AL-COND
               MOVE WS-BRANCH-REQ TO WS-AL-BRANCH
               MOVE W-PP-COUNT TO WS-AL-LOCAL-CT
               MOVE WS-CTL-TRL-COUNT TO WS-AL-ACK-CT
               MOVE WS-LAT-FILE TO WS-AL-FILE
               PERFORM 910-ALERT-WRITE THRU 910-ALERT-WRITE-EXIT
             WHEN W-PP-REJ-CT > 0
               DISPLAY 'EXTRACT FAILED DAIMS EDIT - NOT SCHEDULED: '
                       WS-LAT-FILE ' REJECTS=' W-PP-REJ-CT
               MOVE W-PP-REJ-CT TO WS-AL-LOCAL-CT
               MOVE WS-LAT-FILE TO WS-AL-FILE
               PERFORM 910-ALERT-WRITE THRU 910-ALERT-WRITE-EXIT
             WHEN W-PP-HOLD-CT > 0
               DISPLAY 'SITTINGS HELD FOR APPROVAL - NOT SCHEDULED: '
                       WS-LAT-FILE ' HELD=' W-PP-HOLD-CT
               ADD 1 TO WS-TARGET-HIST-CT
               MOVE 'HISTHOLD' TO WS-AL-COND
               MOVE WS-BRANCH-REQ TO WS-AL-BRANCH
               MOVE W-PP-HOLD-CT TO WS-AL-LOCAL-CT
               MOVE WS-LAT-FILE TO WS-AL-FILE
               PERFORM 910-ALERT-WRITE THRU 910-ALERT-WRITE-EXIT
             WHEN WS-VOL-ANOM
               DISPLAY 'EXTRACT VOLUME OUTSIDE TOLERANCE - TARGET HELD
      -            ': ' WS-LAT-FILE ' COUNT=' W-PP-COUNT
           WRITE FTP-REC
           PERFORM 395-FTP-WRITE-CHK THRU 395-FTP-WRITE-CHK-EXIT

      *
      *    THE FILE PUT IS THE BODY-ONLY PPSEND COPY, NOT THE EXTRACT
      *    ITSELF -- THE *HEADER**/*TRAILER* CONTROL RECORDS ARE FOR
      *    THIS SHOP'S OWN CHECK, ARE NOT IN THE DANTES RESULTS LAYOUT,
      *    AND WOULD MAKE THE DANACK COUNT DISAGREE WITH AU-COUNT.
           INITIALIZE FTP-REC
           STRING W-GET WS-SND-DSNAME WS-FILLER W-PUT
                 DELIMITED BY SIZE INTO FTP-REC
           WRITE FTP-REC
           PERFORM 395-FTP-WRITE-CHK THRU 395-FTP-WRITE-CHK-EXIT
           WRITE FTP-REC
           PERFORM 395-FTP-WRITE-CHK THRU 395-FTP-WRITE-CHK-EXIT

      *
      *    THE FILE PUT IS THE BODY-ONLY PPSEND COPY, NOT THE EXTRACT
      *    ITSELF -- THE *HEADER**/*TRAILER* CONTROL RECORDS ARE FOR
      *    THIS SHOP'S OWN CHECK, ARE NOT IN THE DANTES RESULTS LAYOUT,
      *    AND WOULD MAKE THE DANACK COUNT DISAGREE WITH AU-COUNT.
           INITIALIZE FTP-REC
           STRING W-GET WS-SND-DSNAME WS-FILLER W-PUT
                 DELIMITED BY SIZE INTO FTP-REC
           WRITE FTP-REC
           PERFORM 395-FTP-WRITE-CHK THRU 395-FTP-WRITE-CHK-EXIT
           MOVE W-PUT TO AU-PUT-TEXT
           MOVE DH-BRANCH TO AU-BRANCH
           MOVE W-PP-COUNT TO AU-COUNT
           IF WS-CTL-MATCHED
               MOVE 'V' TO AU-CTL-SW
           ELSE
               MOVE 'N' TO AU-CTL-SW
           END-IF
           MOVE WS-CTL-SOURCE TO AU-CTL-SOURCE
           MOVE WS-CTL-HASH TO AU-HASH-TOTAL
           WRITE DANAUD-REC
           IF DANAUD-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      *    THE EDITRPT EXCEPTION REPORT, AND W-PP-REJ-CT TELLS
      *    300-FTPCARD-BUILD WHETHER THE FILE IS CLEAN ENOUGH TO GO
      *    OUT.  A MISSING EXTRACT (STATUS 35) IS NOT FATAL -- IT JUST
      *    COUNTS AS ZERO.  THE HEADER AND TRAILER CONTROL RECORDS ARE
      *    NOT COUNTED OR EDITED; 321-CHECK-CONTROL PROVES THE BODY
      *    AGAINST THEM ONCE THE FILE HAS BEEN READ.  THE SAME PASS
      *    COPIES THE BODY RECORDS TO PPSEND, THE FILE THE CARD DECK
      *    PUTS.
      ******************************************************************
       320-COUNT-EXTRACT.

           MOVE 0 TO W-PP-COUNT
           MOVE 0 TO W-PP-REJ-CT
           MOVE 0 TO W-PP-DUP-CT
           MOVE 0 TO W-PP-HOLD-CT
           MOVE 0 TO W-PP-APR-CT
           MOVE 0 TO W-PP-IDX-CT
           MOVE 0 TO W-PP-RECNO
           MOVE 'N' TO PPEXTR-ENDFILE
           MOVE 'N' TO WS-CTL-HDR-SW
           MOVE 'N' TO WS-CTL-TRL-SW
           MOVE 'N' TO WS-CTL-SEQ-SW
           MOVE 'N' TO WS-CTL-BAD-SW
           MOVE SPACES TO WS-CTL-DATE
           MOVE SPACE TO WS-CTL-SOURCE
           MOVE 0 TO WS-CTL-TRL-COUNT
           MOVE 0 TO WS-CTL-TRL-HASH
           MOVE 0 TO WS-CTL-HASH
           MOVE 'L' TO WS-CTL-STAT
           MOVE SPACES TO WS-CTL-REASON

           OPEN INPUT PPEXTR.
           IF PPEXTR-STATUS = '35'
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF

               MOVE SPACES TO WS-SND-DSNAME
               STRING WS-LAT-FILE (1:7), ".snd" DELIMITED BY SIZE
                      INTO WS-SND-DSNAME
               OPEN OUTPUT PPSEND
               IF PPSEND-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on O
      -            'PEN PPSEND. CODE=' PPSEND-STATUS
                   MOVE PPSEND-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF

               PERFORM 330-READ-PPEXTR THRU 330-READ-PPEXTR-EXIT
                   UNTIL PPEXTR-EOF

               CLOSE PPEXTR
               CLOSE PPSEND

               PERFORM 321-CHECK-CONTROL THRU 321-CHECK-CONTROL-EXIT

               IF W-PP-REJ-CT > 0
                   MOVE WS-LAT-FILE TO ED-TOT-FILE
                   DISPLAY 'RECORDS ALREADY TRANSMITTED FLAGGED FOR '
                           WS-LAT-FILE ' COUNT=' W-PP-DUP-CT
               END-IF

               IF W-PP-HOLD-CT > 0 OR W-PP-APR-CT > 0
                   MOVE WS-LAT-FILE TO HR-TOT-FILE
                   MOVE W-PP-HOLD-CT TO HR-TOT-HELD
                   MOVE W-PP-APR-CT TO HR-TOT-APR
                   MOVE HR-TARGET-TOT TO HISREG-REC
                   PERFORM 349-HISREG-WRITE THRU 349-HISREG-WRITE-EXIT
                   ADD W-PP-HOLD-CT TO W-HOLD-TOTAL
                   ADD W-PP-APR-CT TO W-APR-TOTAL
               END-IF

               IF W-PP-IDX-CT > 0
                   DISPLAY 'CANDIDATE IDENTITY EXCEPTIONS FLAGGED FOR '
                           WS-LAT-FILE ' COUNT=' W-PP-IDX-CT
                   MOVE WS-LAT-FILE TO IX-TOT-FILE
                   MOVE W-PP-IDX-CT TO IX-TOT-CT
                   MOVE IX-TARGET-TOT TO IDXRPT-REC
                   PERFORM 393-IDXRPT-WRITE THRU 393-IDXRPT-WRITE-EXIT
                   ADD W-PP-IDX-CT TO W-IDX-TOTAL
               END-IF
           END-IF

           .
       320-COUNT-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      *    321-CHECK-CONTROL JUDGES THE EXTRACT JUST COUNTED AGAINST
      *    ITS OWN CONTROL RECORDS.  NEITHER A HEADER NOR A TRAILER
      *    MEANS A FILE FROM BEFORE Pro-Proctor WROTE THEM -- ACCEPTED
      *    ON ITS COUNT ALONE, AS ALWAYS.  OTHERWISE BOTH MUST BE
      *    THERE, THE HEADER FIRST AND THE TRAILER LAST, THE TRAILER'S
      *    COUNT AND HASH MUST EQUAL WHAT THE BODY ADDS UP TO, AND THE
      *    HEADER MUST BE FOR THE BUSINESS DATE BEING BUILT.  THE
      *    FIRST FAILURE FOUND IS THE REASON REPORTED.
      ******************************************************************
       321-CHECK-CONTROL.

           EVALUATE TRUE
               WHEN NOT WS-CTL-HDR-SEEN AND NOT WS-CTL-TRL-SEEN
                   MOVE 'L' TO WS-CTL-STAT
                   DISPLAY 'NO Pro-Proctor CONTROL RECORDS ON '
                           WS-LAT-FILE ' - BODY COUNT ONLY'
               WHEN NOT WS-CTL-HDR-SEEN
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'HEADER RECORD MISSING' TO WS-CTL-REASON
               WHEN NOT WS-CTL-TRL-SEEN
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'TRAILER RECORD MISSING' TO WS-CTL-REASON
               WHEN WS-CTL-OUT-OF-SEQ
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'CONTROL RECORD OUT OF SEQUENCE'
                       TO WS-CTL-REASON
               WHEN WS-CTL-TRL-BAD
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-REASON
               WHEN WS-CTL-TRL-COUNT NOT = W-PP-COUNT
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'RECORD COUNT DISAGREES' TO WS-CTL-REASON
               WHEN WS-CTL-TRL-HASH NOT = WS-CTL-HASH
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'HASH TOTAL DISAGREES' TO WS-CTL-REASON
               WHEN WS-CTL-MM NOT = WS-SYSDATE-MM OR
                    WS-CTL-DD NOT = WS-SYSDATE-DD OR
                    WS-CTL-YY NOT = WS-SYSDATE-YY
                   MOVE 'X' TO WS-CTL-STAT
                   MOVE 'HEADER NOT FOR BUSINESS DATE' TO WS-CTL-REASON
               WHEN OTHER
                   MOVE 'M' TO WS-CTL-STAT
                   DISPLAY 'CONTROL TOTALS AGREE FOR ' WS-LAT-FILE
                           ' COUNT=' W-PP-COUNT ' SOURCE=' WS-CTL-SOURCE
           END-EVALUATE

           .
       321-CHECK-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    323-NOTE-CONTROL RECORDS A HEADER OR TRAILER MET BY THE
      *    COUNT PASS.  A HEADER ANYWHERE BUT THE FIRST RECORD, A
      *    SECOND TRAILER, OR ANY RECORD AT ALL AFTER THE TRAILER (SEE
      *    330-READ-PPEXTR) MEANS THE FILE HAS BEEN SPLICED OR
      *    CONCATENATED AND IS MARKED OUT OF SEQUENCE.
      ******************************************************************
       323-NOTE-CONTROL.

           IF WS-CTL-TRL-SEEN
               MOVE 'Y' TO WS-CTL-SEQ-SW
           END-IF

           IF PC-HEADER
               IF WS-CTL-HDR-SEEN OR W-PP-RECNO NOT = 1
                   MOVE 'Y' TO WS-CTL-SEQ-SW
               END-IF
               MOVE 'Y' TO WS-CTL-HDR-SW
               MOVE PC-EXTR-DATE TO WS-CTL-DATE
               MOVE PC-SOURCE TO WS-CTL-SOURCE
           ELSE
               MOVE 'Y' TO WS-CTL-TRL-SW
               IF PC-REC-COUNT IS NUMERIC AND PC-HASH-TOTAL IS NUMERIC
                   MOVE PC-REC-COUNT TO WS-CTL-TRL-COUNT
                   MOVE PC-HASH-TOTAL TO WS-CTL-TRL-HASH
               ELSE
                   MOVE 'Y' TO WS-CTL-BAD-SW
               END-IF
           END-IF

           .
       323-NOTE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    322-VOLUME-GATE COMPARES THE CURRENT TARGET'S W-PP-COUNT
      *    AGAINST ITS BRANCH'S TRAILING AVERAGE FROM THE HISTORY
       326-READ-STAGE.

           READ PPEXTR RECORD AT END MOVE 'Y' TO PPEXTR-ENDFILE.
           IF NOT PPEXTR-EOF AND NOT PC-HEADER AND NOT PC-TRAILER
      *
      *    EVERY BODY RECORD SCHEDULED GOES TO THE ARCHIVE AS
      *    TRANSMITTED, FLAGGED DUPLICATES INCLUDED -- A RESEND MUST
      *    REPRODUCE THE FILE DANTES ORIGINALLY RECEIVED, BYTE FOR
      *    BYTE.  THE HEADER/TRAILER ARE NOT ARCHIVED AS ROWS; THEIR
      *    TOTALS RIDE ON EACH ROW AND DANRSND REBUILDS THEM.
               MOVE SPACES TO DANARC-REC
               MOVE WS-ARC-DATE TO AR-DATE
               MOVE WS-SUFFIX-CHAR TO AR-SUFFIX
               MOVE WS-AUDIT-DATE TO AR-AUDIT-DATE
               MOVE WS-TIME-OF-DAY TO AR-AUDIT-TIME
               MOVE PPEXTR-REC TO AR-EXTR-REC
               MOVE WS-CTL-SOURCE TO AR-CTL-SOURCE
               MOVE WS-CTL-DATE TO AR-CTL-DATE
               MOVE W-PP-COUNT TO AR-CTL-COUNT
               MOVE WS-CTL-HASH TO AR-CTL-HASH
               WRITE DANARC-REC
               IF DANARC-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
                   END-IF
               END-IF
               IF PP-CAND-SSN IS NUMERIC AND PP-CAND-ID NOT = SPACES
                   PERFORM 347-POST-XREF THRU 347-POST-XREF-EXIT
               END-IF
               IF PP-CAND-SSN IS NUMERIC AND PP-TEST-DATE IS NUMERIC
                   PERFORM 396-POST-HISTORY THRU 396-POST-HISTORY-EXIT
               END-IF
           END-IF

           .

      ******************************************************************
      *    328-TALLY-PGM COUNTS THE RECORD JUST STAGED UNDER ITS TEST
      *    PROGRAM IN THE WS-PGM TABLE FOR THE REGISTER SUBTOTALS.  THE
      *    DANCAT CATALOG DRIVES WHICH PROGRAMS CAN APPEAR, SO A TARGET
      *    CAN CARRY MORE THAN THE TABLE HOLDS; A PROGRAM BEYOND IT
      *    MERGES INTO AN '*OTH' BUCKET IN THE LAST SLOT RATHER THAN
      *    BEING DROPPED.
      ******************************************************************
       328-TALLY-PGM.


           READ PPEXTR RECORD AT END MOVE 'Y' TO PPEXTR-ENDFILE.
           IF NOT PPEXTR-EOF
               ADD 1 TO W-PP-RECNO
               IF PC-HEADER OR PC-TRAILER
                   PERFORM 323-NOTE-CONTROL THRU 323-NOTE-CONTROL-EXIT
               ELSE
                   IF WS-CTL-TRL-SEEN
                       MOVE 'Y' TO WS-CTL-SEQ-SW
                   END-IF
                   ADD 1 TO W-PP-COUNT
                   MOVE PPEXTR-REC TO PPSEND-REC
                   WRITE PPSEND-REC
                   IF PPSEND-STATUS IS NOT = '00'
                       DISPLAY 'PROGRAM TERMINATED. Invalid Status Code
      -            ' on WRITE PPSEND. CODE=' PPSEND-STATUS
                       MOVE PPSEND-STATUS TO WB-FLUSH-ARG
                       CALL 'ILBOABN0' USING WB-FLUSH-ARG
                   END-IF
                   IF PP-CAND-SSN IS NUMERIC
                       ADD PP-CAND-SSN-N TO WS-CTL-HASH
                   END-IF
                   IF PP-TEST-SCORE IS NUMERIC
                       ADD PP-TEST-SCORE-N TO WS-CTL-HASH
                   END-IF
                   PERFORM 332-EDIT-RECORD THRU 332-EDIT-EXIT
               END-IF
           END-IF

           .
      *    EXTRACT RECORD JUST READ.  EVERY FAILING FIELD GETS ITS OWN
      *    EXCEPTION REPORT LINE, BUT THE RECORD ITSELF IS WRITTEN TO
      *    THE REJECT FILE (AND COUNTED IN W-PP-REJ-CT) ONLY ONCE, ON
      *    ITS FIRST FAILURE -- SEE 334-WRITE-REJECT.  THE TEST
      *    PROGRAM, CODE, FORM AND SCORE ARE EDITED AGAINST THE DANCAT
      *    TEST CATALOG (SEE 331-LOOKUP-CATALOG); A CODE NOT IN THE
      *    CATALOG IS NOT ALSO FAILED ON FORM OR SCORE, SINCE THERE IS
      *    NO SCALE TO HOLD IT TO.
      ******************************************************************
       332-EDIT-RECORD.

               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           END-IF

           PERFORM 331-LOOKUP-CATALOG THRU 331-LOOKUP-EXIT

           IF NOT WS-CAT-PGM-FOUND
               MOVE 'PP-TEST-PGM' TO WS-EDIT-FIELD
               MOVE 'TEST PROGRAM NOT IN CATALOG' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           END-IF

               MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
               MOVE 'TEST CODE IS BLANK' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           ELSE
               IF WS-CAT-PGM-FOUND AND NOT WS-CAT-CODE-FOUND
                   MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
                   MOVE 'TEST CODE NOT IN CATALOG' TO WS-EDIT-REASON
                   PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
               END-IF
           END-IF

           IF PP-TEST-DATE IS NOT NUMERIC OR
               MOVE 'PP-TEST-DATE' TO WS-EDIT-FIELD
               MOVE 'TEST DATE NOT A VALID DATE' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           ELSE
               IF WS-CAT-CODE-FOUND AND NOT WS-CAT-IN-EFFECT
                   MOVE 'PP-TEST-CODE' TO WS-EDIT-FIELD
                   MOVE 'CODE RETIRED OR NOT YET ACTIVE'
                       TO WS-EDIT-REASON
                   PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
               END-IF
           END-IF

           IF WS-CAT-CODE-FOUND AND NOT WS-CAT-FORM-OK
               MOVE 'PP-TEST-FORM' TO WS-EDIT-FIELD
               MOVE 'FORM NOT VALID FOR TEST CODE' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           END-IF

           IF PP-TEST-SCORE IS NOT NUMERIC
               MOVE 'SCORE NOT NUMERIC' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           ELSE
               IF WS-CAT-CODE-FOUND
                   IF PP-TEST-SCORE-N < WS-CAT-MIN (WS-CAT-HIT) OR
                      PP-TEST-SCORE-N > WS-CAT-MAX-SCORE (WS-CAT-HIT)
                       MOVE 'PP-TEST-SCORE' TO WS-EDIT-FIELD
                       MOVE 'SCORE OUTSIDE CATALOG SCALE'
                           TO WS-EDIT-REASON
                       PERFORM 334-WRITE-REJECT
                           THRU 334-WRITE-REJECT-EXIT
                   END-IF
               END-IF
           END-IF

               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           END-IF

      *
      *    THE TEST SITE MUST BE ON THE DANSITE MASTER, ACTIVE ON THE
      *    TEST DATE (NOT JUDGED WHEN THE DATE ITSELF FAILED ABOVE), AND
      *    CONTRACTED TO THE BRANCH OF THE TARGET NOW BEING BUILT.
           PERFORM 337-LOOKUP-SITE THRU 337-LOOKUP-SITE-EXIT

           IF NOT WS-SITE-FOUND
               MOVE 'PP-SITE-ID' TO WS-EDIT-FIELD
               MOVE 'SITE NOT ON TCO/SITE MASTER' TO WS-EDIT-REASON
               PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
           ELSE
               IF NOT WS-SITE-IS-ACTIVE
                   MOVE 'PP-SITE-ID' TO WS-EDIT-FIELD
                   MOVE 'SITE NOT ACTIVE ON TEST DATE'
                       TO WS-EDIT-REASON
                   PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
               END-IF
               IF WS-SITE-BRANCH (WS-SITE-HIT) NOT = DH-BRANCH
                   MOVE 'PP-SITE-ID' TO WS-EDIT-FIELD
                   MOVE 'SITE ROUTED TO WRONG BRANCH' TO WS-EDIT-REASON
                   PERFORM 334-WRITE-REJECT THRU 334-WRITE-REJECT-EXIT
               END-IF
           END-IF

      *
      *    LASTLY, CHECK THE RECORD AGAINST THE DANSENT SENT-CANDIDATE
      *    MASTER -- A RECORD AN EARLIER RUN ALREADY TRANSMITTED FOR
               PERFORM 338-FLAG-DUP THRU 338-FLAG-DUP-EXIT
           END-IF

      *
      *    A RECORD THAT PASSED EVERY EDIT IS THEN JUDGED AGAINST THE
      *    CANDIDATE'S TRANSMISSION HISTORY -- UNLESS THE FILE IS A
      *    DANRSND RESEND OR A DANCOR CORRECTIONS RESUBMISSION.
           IF NOT WS-REC-REJECTED AND
              WS-CTL-SOURCE NOT = 'R' AND WS-CTL-SOURCE NOT = 'C'
               PERFORM 341-HISTORY-CHECK THRU 341-HISTORY-CHECK-EXIT
           END-IF

      *
      *    AND AGAINST THE IDENTITIES ALREADY TRANSMITTED -- AGAIN NOT
      *    FOR A RESEND, WHOSE IDENTITY IS ON THE MASTER BY DEFINITION.
           IF NOT WS-REC-REJECTED AND WS-CTL-SOURCE NOT = 'R' AND
              PP-CAND-SSN IS NUMERIC AND PP-CAND-ID NOT = SPACES
               PERFORM 311-IDENTITY-CHECK THRU 311-IDENTITY-CHECK-EXIT
           END-IF

           .
       332-EDIT-EXIT.
           EXIT.

      ******************************************************************
      *    331-LOOKUP-CATALOG FINDS THE RECORD'S TEST PROGRAM AND TEST
      *    CODE IN THE WS-CAT TABLE.  EVERY ROW IS SCANNED, SINCE ONE
      *    CODE CAN HAVE SEVERAL ROWS (ONE PER SCALE PERIOD) AND THE
      *    ROW WANTED IS THE ONE IN FORCE ON THE TEST DATE -- EFFECTIVE
      *    ON OR BEFORE IT, AND NOT RETIRED ON OR BEFORE IT.  WHEN THE
      *    TEST DATE ITSELF IS BAD, THE DATE EDIT ALREADY FAILS THE
      *    RECORD, SO THE CODE IS TAKEN AS IN EFFECT AND THE FIRST ROW
      *    FOR IT SUPPLIES THE FORMS AND SCALE.
      ******************************************************************
       331-LOOKUP-CATALOG.

           MOVE 'N' TO WS-CAT-PGM-SW
           MOVE 'N' TO WS-CAT-CODE-SW
           MOVE 'N' TO WS-CAT-EFFECT-SW
           MOVE 'N' TO WS-CAT-FORM-SW
           MOVE 0 TO WS-CAT-HIT
           MOVE SPACES TO WS-CAT-TEST-DATE
           IF PP-TEST-DATE IS NUMERIC
               STRING PP-TEST-CCYY, PP-TEST-MM, PP-TEST-DD
                      DELIMITED BY SIZE INTO WS-CAT-TEST-DATE
           ELSE
               MOVE 'Y' TO WS-CAT-EFFECT-SW
           END-IF

           MOVE 1 TO WS-CAT-SUB
           PERFORM 333-SCAN-CATALOG THRU 333-SCAN-CATALOG-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-CT

           IF WS-CAT-CODE-FOUND
               IF WS-CAT-FORM-LIST (WS-CAT-HIT) = SPACES
                   MOVE 'Y' TO WS-CAT-FORM-SW
               ELSE
                   MOVE 1 TO WS-CAT-FORM-SUB
                   PERFORM 335-SCAN-FORM THRU 335-SCAN-FORM-EXIT
                       UNTIL WS-CAT-FORM-OK OR WS-CAT-FORM-SUB > 8
               END-IF
           END-IF

           .
       331-LOOKUP-EXIT.
           EXIT.

       333-SCAN-CATALOG.

           IF WS-CAT-PGM (WS-CAT-SUB) = PP-TEST-PGM
               MOVE 'Y' TO WS-CAT-PGM-SW
               IF WS-CAT-CODE (WS-CAT-SUB) = PP-TEST-CODE
                   IF NOT WS-CAT-CODE-FOUND
                       MOVE 'Y' TO WS-CAT-CODE-SW
                       MOVE WS-CAT-SUB TO WS-CAT-HIT
                   END-IF
                   IF WS-CAT-TEST-DATE NOT = SPACES AND
                      NOT WS-CAT-IN-EFFECT AND
                      WS-CAT-EFF (WS-CAT-SUB) NOT > WS-CAT-TEST-DATE
                       IF WS-CAT-RET (WS-CAT-SUB) = SPACES OR
                          WS-CAT-RET (WS-CAT-SUB) > WS-CAT-TEST-DATE
                           MOVE 'Y' TO WS-CAT-EFFECT-SW
                           MOVE WS-CAT-SUB TO WS-CAT-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CAT-SUB

           .
       333-SCAN-CATALOG-EXIT.
           EXIT.

       335-SCAN-FORM.

           IF WS-CAT-FORM (WS-CAT-HIT WS-CAT-FORM-SUB) NOT = SPACES AND
              WS-CAT-FORM (WS-CAT-HIT WS-CAT-FORM-SUB) = PP-TEST-FORM
               MOVE 'Y' TO WS-CAT-FORM-SW
           ELSE
               ADD 1 TO WS-CAT-FORM-SUB
           END-IF

           .
       335-SCAN-FORM-EXIT.
           EXIT.

      ******************************************************************
      *    337-LOOKUP-SITE FINDS THE RECORD'S TCO/SITE IN THE WS-SITE
      *    TABLE AND JUDGES WHETHER IT IS ACTIVE ON THE TEST DATE --
      *    ACTIVE ON OR BEFORE IT, AND NOT INACTIVE ON OR BEFORE IT.
      *    IT USES THE CCYYMMDD TEST DATE 331-LOOKUP-CATALOG HAS ALREADY
      *    BUILT IN WS-CAT-TEST-DATE; WHEN THAT IS BLANK THE DATE EDIT
      *    HAS ALREADY FAILED THE RECORD AND THE SITE IS TAKEN AS
      *    ACTIVE.
      ******************************************************************
       337-LOOKUP-SITE.

           MOVE 'N' TO WS-SITE-FOUND-SW
           MOVE 'N' TO WS-SITE-ACTIVE-SW
           MOVE 0 TO WS-SITE-HIT
           MOVE 1 TO WS-SITE-SUB
           PERFORM 339-SCAN-SITE THRU 339-SCAN-SITE-EXIT
               UNTIL WS-SITE-FOUND OR WS-SITE-SUB > WS-SITE-CT

           IF WS-SITE-FOUND
               IF WS-CAT-TEST-DATE = SPACES
                   MOVE 'Y' TO WS-SITE-ACTIVE-SW
               ELSE
                   IF WS-SITE-ACTIVE (WS-SITE-HIT)
                          NOT > WS-CAT-TEST-DATE AND
                      (WS-SITE-INACTIVE (WS-SITE-HIT) = SPACES OR
                       WS-SITE-INACTIVE (WS-SITE-HIT)
                          > WS-CAT-TEST-DATE)
                       MOVE 'Y' TO WS-SITE-ACTIVE-SW
                   END-IF
               END-IF
           END-IF

           .
       337-LOOKUP-SITE-EXIT.
           EXIT.

       339-SCAN-SITE.

           IF WS-SITE-TCO (WS-SITE-SUB) = PP-TCO-ID AND
              WS-SITE-ID (WS-SITE-SUB) = PP-SITE-ID
               MOVE 'Y' TO WS-SITE-FOUND-SW
               MOVE WS-SITE-SUB TO WS-SITE-HIT
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF

           .
       339-SCAN-SITE-EXIT.
           EXIT.

      ******************************************************************
      *    334-WRITE-REJECT WRITES ONE EXCEPTION REPORT LINE FOR THE
      *    EDIT FAILURE IN WS-EDIT-FIELD/WS-EDIT-REASON, AND ON THE
       338-FLAG-DUP-EXIT.
           EXIT.

      ******************************************************************
      *    341-HISTORY-CHECK JUDGES THE CLEAN RECORD JUST EDITED
      *    AGAINST THE DANHIS SITTING HISTORY.  A TRANSMISSION UNDER
      *    THE BUSINESS DATE NOW BEING BUILT IS IGNORED -- THAT IS THIS
      *    SAME FILE GOING OUT AGAIN, WHICH THE DANSENT CHECK ALREADY
      *    FLAGS -- AND THE ONE BEFORE IT ON THE DANHIS RECORD IS USED
      *    INSTEAD.  THE RECORD IS A SCORE AMENDMENT WHEN THE LATEST
      *    EARLIER TRANSMISSION OF THE SAME SSN/TEST CODE/TEST DATE
      *    CARRIED ANOTHER SCORE, AND A RETEST VIOLATION WHEN THE SAME
      *    SSN SAT THE SAME CODE FEWER THAN THE CATALOG'S
      *    CT-RETEST-DAYS BEFORE THIS TEST DATE.  A RECORD CAN BE BOTH,
      *    AND IS REGISTERED ONCE FOR EACH.
      ******************************************************************
       341-HISTORY-CHECK.

           STRING WS-SYSDATE-MM, WS-SYSDATE-DD, WS-SYSDATE-YY
                  DELIMITED BY SIZE INTO WS-HIS-BUS-DATE
           MOVE PP-TEST-DATE TO WS-DN-DATE
           PERFORM 343-DAY-NUMBER THRU 343-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYNO TO WS-HIS-CUR-DAYNO
           MOVE 0 TO WS-HIS-WAIT
           IF WS-CAT-HIT > 0
               MOVE WS-CAT-WAIT (WS-CAT-HIT) TO WS-HIS-WAIT
           END-IF

           MOVE 'N' TO WS-HIS-SIT-SW
           MOVE 'N' TO WS-HIS-PRI-SW
           MOVE SPACES TO DANHIS-REC
           MOVE PP-CAND-SSN TO HS-SSN
           MOVE PP-TEST-CODE TO HS-TEST-CODE
           MOVE LOW-VALUES TO HS-TEST-DATE
           START DANHIS KEY IS NOT LESS THAN HS-KEY
           IF DANHIS-STATUS = '00'
               MOVE 'N' TO DANHIS-ENDFILE
               PERFORM 342-NEXT-HISTORY THRU 342-NEXT-HISTORY-EXIT
                   UNTIL DANHIS-EOF
           ELSE
               IF DANHIS-STATUS IS NOT = '23'
                   DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR
      -            ' START DANHIS Code=' DANHIS-STATUS
                   MOVE DANHIS-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           IF WS-HIS-SIT-FOUND
               IF WS-HIS-SIT-SCORE NOT = PP-TEST-SCORE
                   MOVE 'A' TO WS-HIS-TYPE
                   PERFORM 344-REGISTER-SITTING
                       THRU 344-REGISTER-SITTING-EXIT
               END-IF
           END-IF

           IF WS-HIS-PRI-FOUND
               MOVE 'V' TO WS-HIS-TYPE
               PERFORM 344-REGISTER-SITTING
                   THRU 344-REGISTER-SITTING-EXIT
           END-IF

           .
       341-HISTORY-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *    342-NEXT-HISTORY READS THE NEXT DANHIS SITTING OF THE SSN
      *    AND TEST CODE AND KEEPS IT WHEN IT IS THE SAME SITTING, OR
      *    THE LATEST EARLIER ONE SO FAR INSIDE THE WAITING PERIOD.
      ******************************************************************
       342-NEXT-HISTORY.

           PERFORM 398-HIST-READ-NEXT THRU 398-HIST-READ-NEXT-EXIT
           IF NOT DANHIS-EOF
               IF HS-SSN NOT = PP-CAND-SSN OR
                  HS-TEST-CODE NOT = PP-TEST-CODE
                   MOVE 'Y' TO DANHIS-ENDFILE
               ELSE
                   MOVE HS-LAST-SENT TO WS-HIS-SENT
                   MOVE HS-LAST-SCORE TO WS-HIS-SCORE
                   IF HS-LAST-SENT = WS-HIS-BUS-DATE
                       MOVE HS-PRIOR-SENT TO WS-HIS-SENT
                       MOVE HS-PRIOR-SCORE TO WS-HIS-SCORE
                   END-IF
               END-IF
           END-IF

           IF NOT DANHIS-EOF AND WS-HIS-SENT NOT = SPACES
               IF HS-TEST-DATE = PP-TEST-DATE
                   MOVE 'Y' TO WS-HIS-SIT-SW
                   MOVE WS-HIS-SCORE TO WS-HIS-SIT-SCORE
                   MOVE WS-HIS-SENT TO WS-HIS-SIT-SENT
               ELSE
                   IF WS-HIS-WAIT > 0
                       MOVE HS-TEST-DATE TO WS-DN-DATE
                       PERFORM 343-DAY-NUMBER THRU 343-DAY-NUMBER-EXIT
                       IF WS-DN-DAYNO < WS-HIS-CUR-DAYNO
                           COMPUTE WS-HIS-GAP = WS-HIS-CUR-DAYNO -
                                                WS-DN-DAYNO
                           IF WS-HIS-GAP < WS-HIS-WAIT AND
                              (NOT WS-HIS-PRI-FOUND OR
                               WS-DN-DAYNO NOT < WS-HIS-PRI-DAYNO)
                               MOVE 'Y' TO WS-HIS-PRI-SW
                               MOVE HS-TEST-DATE TO WS-HIS-PRI-TDATE
                               MOVE WS-DN-DAYNO TO WS-HIS-PRI-DAYNO
                               MOVE WS-HIS-SCORE TO WS-HIS-PRI-SCORE
                               MOVE WS-HIS-SENT TO WS-HIS-PRI-SENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           .
       342-NEXT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    343-DAY-NUMBER COUNTS DAYS FROM A FIXED ORIGIN TO THE
      *    MMDDCCYY DATE IN WS-DN-DATE, TREATING JANUARY AND FEBRUARY
      *    AS MONTHS 13 AND 14 OF THE YEAR BEFORE SO THE LEAP DAY
      *    FALLS AT THE END OF THE COUNTING YEAR.  ONLY THE DIFFERENCE
      *    BETWEEN TWO RESULTS MEANS ANYTHING.  THE CALLER HAS ALREADY
      *    ESTABLISHED THE DATE IS NUMERIC.
      ******************************************************************
       343-DAY-NUMBER.

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
       343-DAY-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      *    344-REGISTER-SITTING PRINTS THE SITTING WS-HIS-TYPE HAS
      *    CLASSIFIED ON HISREG WITH THE SITTING ON FILE IT WAS JUDGED
      *    AGAINST, AND HOLDS IT (W-PP-HOLD-CT) UNLESS DANAPR CARRIES
      *    A MATCHING APPROVAL (W-PP-APR-CT).
      ******************************************************************
       344-REGISTER-SITTING.

           MOVE 'N' TO WS-APR-FOUND-SW
           MOVE 1 TO WS-APR-SUB
           PERFORM 348-SCAN-APPROVAL THRU 348-SCAN-APPROVAL-EXIT
               UNTIL WS-APR-FOUND OR WS-APR-SUB > WS-APR-CT

           MOVE WS-LAT-FILE TO HR-FILE
           MOVE W-PP-RECNO TO HR-RECNO
           MOVE PP-CAND-SSN TO HR-SSN
           MOVE PP-CAND-ID TO HR-CAND-ID
           MOVE PP-TEST-CODE TO HR-TEST-CODE
           MOVE PP-TEST-DATE TO HR-TEST-DATE
           MOVE PP-TEST-SCORE TO HR-SCORE
           IF WS-HIS-AMENDMENT
               MOVE 'AMENDMENT' TO HR-TYPE
               MOVE 0 TO HR-DAYS
               MOVE PP-TEST-DATE TO HR-PRI-DATE
               MOVE WS-HIS-SIT-SCORE TO HR-PRI-SCORE
               MOVE WS-HIS-SIT-SENT TO HR-PRI-SENT
           ELSE
               MOVE 'VIOLATION' TO HR-TYPE
               COMPUTE HR-DAYS = WS-HIS-CUR-DAYNO - WS-HIS-PRI-DAYNO
               MOVE WS-HIS-PRI-TDATE TO HR-PRI-DATE
               MOVE WS-HIS-PRI-SCORE TO HR-PRI-SCORE
               MOVE WS-HIS-PRI-SENT TO HR-PRI-SENT
           END-IF

           IF WS-APR-FOUND
               MOVE 'APPROVED - RELEASED' TO HR-DISP
               ADD 1 TO W-PP-APR-CT
           ELSE
               MOVE 'HELD FOR APPROVAL' TO HR-DISP
               ADD 1 TO W-PP-HOLD-CT
           END-IF

           MOVE HR-DETAIL TO HISREG-REC
           PERFORM 349-HISREG-WRITE THRU 349-HISREG-WRITE-EXIT

           .
       344-REGISTER-SITTING-EXIT.
           EXIT.

      ******************************************************************
      *    348-SCAN-APPROVAL LOOKS FOR A DANAPR APPROVAL OF THIS
      *    SITTING FOR THIS KIND OF HOLD, AT THIS SCORE OR AT ANY.
      ******************************************************************
       348-SCAN-APPROVAL.

           IF WS-APR-SSN (WS-APR-SUB) = PP-CAND-SSN AND
              WS-APR-CODE (WS-APR-SUB) = PP-TEST-CODE AND
              WS-APR-TDATE (WS-APR-SUB) = PP-TEST-DATE AND
              WS-APR-TYPE (WS-APR-SUB) = WS-HIS-TYPE
               IF WS-APR-SCORE (WS-APR-SUB) = SPACES OR
                  WS-APR-SCORE (WS-APR-SUB) = PP-TEST-SCORE
                   MOVE 'Y' TO WS-APR-FOUND-SW
               END-IF
           END-IF
           ADD 1 TO WS-APR-SUB

           .
       348-SCAN-APPROVAL-EXIT.
           EXIT.

       349-HISREG-WRITE.

           WRITE HISREG-REC
           IF HISREG-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E HISREG. CODE=' HISREG-STATUS
               MOVE HISREG-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       349-HISREG-WRITE-EXIT.
           EXIT.

      ******************************************************************
      *    311-IDENTITY-CHECK JUDGES THE CLEAN RECORD JUST EDITED
      *    AGAINST THE DANXRF IDENTITY CROSS-REFERENCE.  WHEN ITS
      *    CANDIDATE ID AND SSN HAVE GONE OUT TOGETHER BEFORE, ONLY
      *    THE NAME IS COMPARED.  OTHERWISE EVERY OTHER SSN ON FILE
      *    FOR THE CANDIDATE ID, AND EVERY OTHER CANDIDATE ID ON FILE
      *    FOR THE SSN, IS AN EXCEPTION.  A CANDIDATE NEVER SEEN AT
      *    ALL IS SIMPLY NEW.  EXCEPTIONS ARE FLAGGED ON IDXRPT; THE
      *    RECORD STILL GOES OUT.
      ******************************************************************
       311-IDENTITY-CHECK.

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
               PERFORM 316-COMPARE-NAME THRU 316-COMPARE-NAME-EXIT
               IF WS-NAME-DIFFERS
                   MOVE 'NAME DIFFERS FROM FILE' TO WS-XC-REASON
                   PERFORM 319-FLAG-IDENTITY
                       THRU 319-FLAG-IDENTITY-EXIT
               END-IF
           ELSE
               PERFORM 312-CHECK-ID THRU 312-CHECK-ID-EXIT
               PERFORM 314-CHECK-SSN THRU 314-CHECK-SSN-EXIT
           END-IF

           .
       311-IDENTITY-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *    312-CHECK-ID BROWSES THE 'I' RECORDS OF THE CANDIDATE ID.
      *    THE PAIR ITSELF IS NOT ON FILE, SO EVERY ONE FOUND IS THE
      *    SAME CANDIDATE ID ALREADY SENT WITH ANOTHER SSN.
      ******************************************************************
       312-CHECK-ID.

           MOVE SPACES TO DANXRF-REC
           MOVE 'I' TO XR-KEY-TYPE
           MOVE PP-CAND-ID TO XR-KEY-FIRST
           MOVE LOW-VALUES TO XR-KEY-SECOND
           START DANXRF KEY IS NOT LESS THAN XR-KEY
           IF DANXRF-STATUS = '00'
               MOVE 'N' TO DANXRF-ENDFILE
               PERFORM 313-NEXT-ID THRU 313-NEXT-ID-EXIT
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
       312-CHECK-ID-EXIT.
           EXIT.

       313-NEXT-ID.

           PERFORM 391-XREF-READ-NEXT THRU 391-XREF-READ-NEXT-EXIT
           IF NOT DANXRF-EOF
               IF XR-KEY-TYPE NOT = 'I' OR
                  XR-KEY-FIRST NOT = PP-CAND-ID
                   MOVE 'Y' TO DANXRF-ENDFILE
               ELSE
                   MOVE 'ID ON FILE WITH OTHER SSN' TO WS-XC-REASON
                   PERFORM 319-FLAG-IDENTITY
                       THRU 319-FLAG-IDENTITY-EXIT
               END-IF
           END-IF

           .
       313-NEXT-ID-EXIT.
           EXIT.

      ******************************************************************
      *    314-CHECK-SSN BROWSES THE 'S' RECORDS OF THE SSN -- EVERY
      *    ONE FOUND IS THE SAME SSN ALREADY SENT UNDER ANOTHER
      *    CANDIDATE ID.
      ******************************************************************
       314-CHECK-SSN.

           MOVE SPACES TO DANXRF-REC
           MOVE 'S' TO XR-KEY-TYPE
           MOVE PP-CAND-SSN TO XR-KEY-FIRST
           MOVE LOW-VALUES TO XR-KEY-SECOND
           START DANXRF KEY IS NOT LESS THAN XR-KEY
           IF DANXRF-STATUS = '00'
               MOVE 'N' TO DANXRF-ENDFILE
               PERFORM 315-NEXT-SSN THRU 315-NEXT-SSN-EXIT
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
       314-CHECK-SSN-EXIT.
           EXIT.

       315-NEXT-SSN.

           PERFORM 391-XREF-READ-NEXT THRU 391-XREF-READ-NEXT-EXIT
           IF NOT DANXRF-EOF
               IF XR-KEY-TYPE NOT = 'S' OR
                  XR-KEY-FIRST (1:9) NOT = PP-CAND-SSN OR
                  XR-KEY-FIRST (10:1) NOT = SPACE
                   MOVE 'Y' TO DANXRF-ENDFILE
               ELSE
                   MOVE 'SSN ON FILE WITH OTHER ID' TO WS-XC-REASON
                   PERFORM 319-FLAG-IDENTITY
                       THRU 319-FLAG-IDENTITY-EXIT
               END-IF
           END-IF

           .
       315-NEXT-SSN-EXIT.
           EXIT.

      ******************************************************************
      *    316-COMPARE-NAME SETS WS-NAME-DIFFERS WHEN THE NEW AND OLD
      *    NAMES ARE MATERIALLY DIFFERENT (SEE WS-NM- ABOVE).
      ******************************************************************
       316-COMPARE-NAME.

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
           PERFORM 317-SQUEEZE-NAME THRU 317-SQUEEZE-NAME-EXIT
           MOVE WS-NM-OUT TO WS-NM-NEW-SQZ
           MOVE WS-NM-OLD-LAST TO WS-NM-IN
           PERFORM 317-SQUEEZE-NAME THRU 317-SQUEEZE-NAME-EXIT

           IF WS-NM-OUT NOT = WS-NM-NEW-SQZ
               MOVE 'Y' TO WS-NAME-DIFF-SW
           END-IF
           IF WS-NM-NEW-FIRST (1:1) NOT = SPACE AND
              WS-NM-OLD-FIRST (1:1) NOT = SPACE AND
              WS-NM-NEW-FIRST (1:1) NOT = WS-NM-OLD-FIRST (1:1)
               MOVE 'Y' TO WS-NAME-DIFF-SW
           END-IF

           .
       316-COMPARE-NAME-EXIT.
           EXIT.

      ******************************************************************
      *    317-SQUEEZE-NAME COPIES ONLY THE LETTERS OF WS-NM-IN, LEFT
      *    JUSTIFIED, INTO WS-NM-OUT.
      ******************************************************************
       317-SQUEEZE-NAME.

           MOVE SPACES TO WS-NM-OUT
           MOVE 0 TO WS-NM-LEN
           PERFORM 318-SQUEEZE-CHAR THRU 318-SQUEEZE-CHAR-EXIT
               VARYING WS-NM-SUB FROM 1 BY 1 UNTIL WS-NM-SUB > 20

           .
       317-SQUEEZE-NAME-EXIT.
           EXIT.

       318-SQUEEZE-CHAR.

           IF WS-NM-IN (WS-NM-SUB:1) IS ALPHABETIC-UPPER AND
              WS-NM-IN (WS-NM-SUB:1) NOT = SPACE
               ADD 1 TO WS-NM-LEN
               MOVE WS-NM-IN (WS-NM-SUB:1) TO WS-NM-OUT (WS-NM-LEN:1)
           END-IF

           .
       318-SQUEEZE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      *    319-FLAG-IDENTITY COUNTS AN IDENTITY EXCEPTION AND LISTS THE
      *    RECORD ON IDXRPT BESIDE THE DANXRF IDENTITY IT CONFLICTS
      *    WITH (THE RECORD NOW IN DANXRF-REC).
      ******************************************************************
       319-FLAG-IDENTITY.

           ADD 1 TO W-PP-IDX-CT

           MOVE WS-LAT-FILE TO IX-FILE
           MOVE W-PP-RECNO TO IX-RECNO
           MOVE PP-CAND-ID TO IX-CAND-ID
           MOVE PP-CAND-SSN TO IX-SSN
           MOVE PP-LAST-NAME TO IX-LAST-NAME
           MOVE PP-FIRST-NAME TO IX-FIRST-NAME
           MOVE WS-XC-REASON TO IX-REASON
           MOVE XR-CAND-ID TO IX-OLD-CAND-ID
           MOVE XR-CAND-SSN TO IX-OLD-SSN
           MOVE XR-LAST-NAME TO IX-OLD-LAST-NAME
           MOVE IX-DETAIL TO IDXRPT-REC
           PERFORM 393-IDXRPT-WRITE THRU 393-IDXRPT-WRITE-EXIT

           .
       319-FLAG-IDENTITY-EXIT.
           EXIT.

      ******************************************************************
      *    347-POST-XREF POSTS A RECORD JUST ARCHIVED TO DANXRF.  AN
      *    IDENTITY ALREADY ON FILE HAS ITS COUNT AND LATEST BUSINESS
      *    DATE UPDATED UNDER BOTH KEYS; A NEW ONE IS WRITTEN UNDER
      *    BOTH, CARRYING THE NAME IT FIRST WENT OUT UNDER.  THE
      *    BUSINESS DATE IS THE ONE 326-READ-STAGE LEFT IN WS-CHK-DATE.
      ******************************************************************
       347-POST-XREF.

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
               PERFORM 394-XREF-COUNT THRU 394-XREF-COUNT-EXIT
               MOVE SPACES TO DANXRF-REC
               MOVE 'S' TO XR-KEY-TYPE
               MOVE PP-CAND-SSN TO XR-KEY-FIRST
               MOVE PP-CAND-ID TO XR-KEY-SECOND
               READ DANXRF RECORD
               IF DANXRF-STATUS = '00'
                   PERFORM 394-XREF-COUNT THRU 394-XREF-COUNT-EXIT
               ELSE
                   DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR
      -            ' READ DANXRF Code=' DANXRF-STATUS
                   MOVE DANXRF-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           ELSE
               MOVE SPACES TO DANXRF-REC
               MOVE PP-CAND-ID TO XR-CAND-ID
               MOVE PP-CAND-SSN TO XR-CAND-SSN
               MOVE PP-CAND-NAME TO XR-CAND-NAME
               MOVE WS-CHK-DATE TO XR-FIRST-SENT
               MOVE WS-CHK-DATE TO XR-LAST-SENT
               MOVE 1 TO XR-SENT-CT
               MOVE 'B' TO XR-ORIGIN
               MOVE DANXRF-REC (24:87) TO WS-XR-BODY
               MOVE 'I' TO XR-KEY-TYPE
               MOVE PP-CAND-ID TO XR-KEY-FIRST
               MOVE PP-CAND-SSN TO XR-KEY-SECOND
               PERFORM 392-XREF-WRITE THRU 392-XREF-WRITE-EXIT
               MOVE SPACES TO DANXRF-REC
               MOVE WS-XR-BODY TO DANXRF-REC (24:87)
               MOVE 'S' TO XR-KEY-TYPE
               MOVE PP-CAND-SSN TO XR-KEY-FIRST
               MOVE PP-CAND-ID TO XR-KEY-SECOND
               PERFORM 392-XREF-WRITE THRU 392-XREF-WRITE-EXIT
           END-IF

           .
       347-POST-XREF-EXIT.
           EXIT.

       391-XREF-READ-NEXT.

           READ DANXRF NEXT RECORD AT END MOVE 'Y' TO DANXRF-ENDFILE.
           IF DANXRF-STATUS IS NOT = '00' AND
              DANXRF-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANXRF Code=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       391-XREF-READ-NEXT-EXIT.
           EXIT.

      *
      *    STATUS 22 IS TOLERATED AS FOR DANSENT -- THE IDENTITY IS
      *    ALREADY RECORDED, WHICH IS ALL THIS WRITE EXISTS TO SAY.
       392-XREF-WRITE.

           WRITE DANXRF-REC
           IF DANXRF-STATUS IS NOT = '00' AND '22'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       392-XREF-WRITE-EXIT.
           EXIT.

       393-IDXRPT-WRITE.

           WRITE IDXRPT-REC
           IF IDXRPT-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on WRIT
      -            'E IDXRPT. CODE=' IDXRPT-STATUS
               MOVE IDXRPT-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       393-IDXRPT-WRITE-EXIT.
           EXIT.

       394-XREF-COUNT.

           ADD 1 TO XR-SENT-CT
           MOVE WS-CHK-DATE TO XR-LAST-SENT
           MOVE 'B' TO XR-ORIGIN
           REWRITE DANXRF-REC
           IF DANXRF-STATUS IS NOT = '00'
               DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on REWR
      -            'ITE DANXRF. CODE=' DANXRF-STATUS
               MOVE DANXRF-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       394-XREF-COUNT-EXIT.
           EXIT.

      ******************************************************************
      *    396-POST-HISTORY POSTS A RECORD JUST ARCHIVED TO DANHIS.  A
      *    SITTING ALREADY ON FILE UNDER ANOTHER BUSINESS DATE HAS THAT
      *    TRANSMISSION MOVED DOWN TO PRIOR BEFORE THIS ONE BECOMES THE
      *    LATEST; UNDER THIS SAME DATE ONLY ITS SCORE IS REPLACED.  A
      *    NEW SITTING IS WRITTEN WITH NO PRIOR.  THE BUSINESS DATE IS
      *    THE ONE 326-READ-STAGE LEFT IN WS-CHK-DATE.
      ******************************************************************
       396-POST-HISTORY.

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
               IF HS-LAST-SENT NOT = WS-CHK-DATE
                   MOVE HS-LAST-SENT TO HS-PRIOR-SENT
                   MOVE HS-LAST-SCORE TO HS-PRIOR-SCORE
                   MOVE WS-CHK-DATE TO HS-LAST-SENT
               END-IF
               MOVE PP-TEST-SCORE TO HS-LAST-SCORE
               ADD 1 TO HS-SENT-CT
               MOVE 'B' TO HS-ORIGIN
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
               MOVE WS-CHK-DATE TO HS-LAST-SENT
               MOVE PP-TEST-SCORE TO HS-LAST-SCORE
               MOVE 1 TO HS-SENT-CT
               MOVE 'B' TO HS-ORIGIN
               WRITE DANHIS-REC
               IF DANHIS-STATUS IS NOT = '00'
                   DISPLAY 'PROGRAM TERMINATED. Invalid Status Code on
      -            'WRITE DANHIS. CODE=' DANHIS-STATUS
                   MOVE DANHIS-STATUS TO WB-FLUSH-ARG
                   CALL 'ILBOABN0' USING WB-FLUSH-ARG
               END-IF
           END-IF

           .
       396-POST-HISTORY-EXIT.
           EXIT.

       398-HIST-READ-NEXT.

           READ DANHIS NEXT RECORD AT END MOVE 'Y' TO DANHIS-ENDFILE.
           IF DANHIS-STATUS IS NOT = '00' AND
              DANHIS-STATUS IS NOT = '10'
               DISPLAY 'PROGRAM TERMINATED. STATUS CODE NOT 00 FOR READ
      -            'DANHIS Code=' DANHIS-STATUS
               MOVE DANHIS-STATUS TO WB-FLUSH-ARG
               CALL 'ILBOABN0' USING WB-FLUSH-ARG
           END-IF

           .
       398-HIST-READ-NEXT-EXIT.
           EXIT.

      ******************************************************************
      *    350-CONFIRM-TRANSFER READS BACK THE FTP LOG (INDIR) LEFT BY
      *    THE REAL FTP STEP THAT RAN THE CARD DECK A PRIOR BUILD-MODE
      *    TARGET THIS RUN, SO DOWNSTREAM FTP-DEPENDENT STEPS CAN BE
      *    SKIPPED.  RC=8 MEANS SOME (BUT NOT ALL) TARGETS MISSED THEIR
      *    EXTRACT IN BUILD MODE, A TARGET'S EXTRACT FAILED THE DAIMS
      *    EDIT (WS-TARGET-EDIT-CT), FAILED ITS CONTROL TOTALS
      *    (WS-TARGET-CTL-CT), HAD SITTINGS HELD FOR APPROVAL
      *    (WS-TARGET-HIST-CT) OR WAS HELD BY THE VOLUME GATE
      *    (WS-TARGET-VOL-CT), OR CONFIRM MODE COULD NOT
      *    CONFIRM THE TRANSFER, FOUND A RECONCILIATION DISCREPANCY, OR
      *    NOT RECONCILE AT ALL BECAUSE DANTES HAS NOT POSTED DANACK
      *    PENDING), BUT AN ENTRY AGING OUT MEANS A HUMAN HAS TO GO
      *    AFTER Pro-Proctor, SO ONLY THAT IS A WARNING.
           WHEN RUN-MODE-RETRY
               IF WS-RETRY-AGED-CT > 0 OR WS-TARGET-EDIT-CT > 0 OR
                  WS-TARGET-CTL-CT > 0 OR WS-TARGET-HIST-CT > 0
                   MOVE 'W' TO PROCESS-FLAG
               ELSE
                   IF WS-ATTEMPTED
               END-IF
           WHEN OTHER
               IF NOT WS-ATTEMPTED
                   IF WS-TARGET-EDIT-CT > 0 OR WS-TARGET-VOL-CT > 0 OR
                      WS-TARGET-CTL-CT > 0 OR WS-TARGET-HIST-CT > 0
                       MOVE 'W' TO PROCESS-FLAG
                   ELSE
                       MOVE 'N' TO PROCESS-FLAG
                   END-IF
               ELSE
                   IF WS-TARGET-MISS-CT > 0 OR
                      WS-TARGET-EDIT-CT > 0 OR WS-TARGET-VOL-CT > 0 OR
                      WS-TARGET-CTL-CT > 0 OR WS-TARGET-HIST-CT > 0
                       MOVE 'W' TO PROCESS-FLAG
                   ELSE
                       MOVE 'Y' TO PROCESS-FLAG
           IF RUN-MODE-BUILDING
               DISPLAY '  RECORDS REJECTED...... ' W-REJ-TOTAL
               DISPLAY '  TARGETS FAILING EDIT.. ' WS-TARGET-EDIT-CT
               DISPLAY '  TARGETS HELD (CONTROL) ' WS-TARGET-CTL-CT
               DISPLAY '  TARGETS HELD (HISTORY) ' WS-TARGET-HIST-CT
               DISPLAY '  SITTINGS HELD......... ' W-HOLD-TOTAL
               DISPLAY '  SITTINGS RELEASED..... ' W-APR-TOTAL
               DISPLAY '  DUPLICATES FLAGGED.... ' W-DUP-TOTAL
               DISPLAY '  IDENTITY EXCEPTIONS... ' W-IDX-TOTAL
               DISPLAY '  RECORDS REGISTERED.... ' W-TR-TOTAL
           END-IF
           IF RUN-MODE-DAYBUILD

           CLOSE INDIR DANHOST DANAUD DANACK DANTGT DANALR
           IF RUN-MODE-BUILDING
               CLOSE DANSENT DANARC DANXRF DANHIS
               CLOSE PPREJ EDITRPT TRNREG HISREG IDXRPT
               CLOSE FTP
           END-IF
           IF RUN-MODE-DAYBUILD
