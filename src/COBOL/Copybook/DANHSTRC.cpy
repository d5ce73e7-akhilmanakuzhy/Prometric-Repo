      **   RUNS OVER -- DH-PROTOCOL 'F' (OR SPACE, THE HISTORICAL
      **   DEFAULT) IS CLASSIC FTP, 'S' IS SFTP, SO BRANCHES CAN BE
      **   CUT OVER ONE AT A TIME AS DANTES SUNSETS PLAIN FTP.
      **   MAINTAINED BY OPERATIONS THROUGH DANMNT TRANSACTIONS
      **   (LOGGED ON CTLLOG); COPIED UNDER AN 01 LEVEL BY TESTRPT
      **   (WHICH DRIVES THE TRANSFER DECK FROM IT), DANVAL (WHICH
      **   PRE-FLIGHTS IT), DANMNT AND DANSVC (WHICH LAYS ITS DANSVH
      **   SERVICE-OFFICE FILE OUT THE SAME WAY, DH-BRANCH CARRYING
      **   THE SERVICE-BRANCH CODE), SO ALL FOUR ALWAYS AGREE ON THE
      **   LAYOUT OPERATIONS IS CHANGING.
      ******************************************************************
           05 DH-BRANCH        PIC X(01).
           05 FILLER           PIC X(01).
