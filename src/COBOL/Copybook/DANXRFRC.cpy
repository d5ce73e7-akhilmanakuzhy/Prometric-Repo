      ******************************************************************
      **   DANXRFRC - CANDIDATE IDENTITY CROSS-REFERENCE RECORD
      **   (DANXRF).  ONE IDENTITY IS A CANDIDATE ID AND SSN SEEN
      **   TOGETHER ON A TRANSMITTED EXTRACT RECORD, WITH THE NAME
      **   THEY FIRST WENT OUT UNDER, THE FIRST AND LATEST BUSINESS
      **   DATES (MMDDYY) THEY WENT OUT UNDER AND HOW MANY RECORDS
      **   CARRIED THEM.  EACH IDENTITY IS HELD TWICE IN THE KEYED
      **   FILE SO EITHER SIDE CAN BE BROWSED BY KEY WITHOUT AN
      **   ALTERNATE INDEX: XR-KEY-TYPE 'I' KEYS IT CANDIDATE ID THEN
      **   SSN, 'S' KEYS IT SSN THEN CANDIDATE ID.  A START ON THE
      **   TYPE AND FIRST HALF OF THE KEY AND A READ NEXT UNTIL IT
      **   CHANGES LISTS EVERY SSN A CANDIDATE ID HAS COME WITH, OR
      **   EVERY CANDIDATE ID AN SSN HAS.  THE BODY IS THE SAME ON
      **   BOTH.  XR-ORIGIN SAYS WHAT LAST WROTE THE PAIR: R = THE
      **   DANXRF REBUILD FROM THE DANARC ARCHIVE, B = A TESTRPT
      **   BUILD.  COPIED UNDER THE FD BY TESTRPT, DANXRF AND DANINQ.
      ******************************************************************
           05 XR-KEY.
              10 XR-KEY-TYPE      PIC X(01).
                 88 XR-KEY-BY-ID        VALUE 'I'.
                 88 XR-KEY-BY-SSN       VALUE 'S'.
              10 FILLER           PIC X(01).
              10 XR-KEY-FIRST     PIC X(10).
              10 FILLER           PIC X(01).
              10 XR-KEY-SECOND    PIC X(10).
           05 FILLER              PIC X(01).
           05 XR-CAND-ID          PIC X(10).
           05 FILLER              PIC X(01).
           05 XR-CAND-SSN         PIC X(09).
           05 FILLER              PIC X(01).
           05 XR-CAND-NAME.
              10 XR-LAST-NAME     PIC X(20).
              10 XR-FIRST-NAME    PIC X(15).
           05 FILLER              PIC X(01).
           05 XR-FIRST-SENT       PIC X(06).
           05 FILLER              PIC X(01).
           05 XR-LAST-SENT        PIC X(06).
           05 FILLER              PIC X(01).
           05 XR-SENT-CT          PIC 9(07).
           05 FILLER              PIC X(01).
           05 XR-ORIGIN           PIC X(01).
              88 XR-FROM-REBUILD        VALUE 'R'.
              88 XR-FROM-BUILD          VALUE 'B'.
           05 FILLER              PIC X(06).
