      *           AMONG THE DAYS WITH NO TRANSMISSION -- THE CONTRACT
      *           OFFICE WAS READING SATURDAYS AS MISSED DAYS.
      *           WITHOUT DANCAL THE REPORT COUNTS AS IT ALWAYS DID.
      *10-15-26 - AGEDOPEN ALERTS (DANAGE, ITEMS LEFT OPEN ON THE
      *           OPEN-ITEMS LEDGER FROM EARLIER DAYS) NO LONGER MARK
      *           THE DAY THEY ARE RAISED ON AS A FAILURE DAY -- THEY
      *           SAY NOTHING ABOUT HOW THAT DAY'S OWN RUN ENDED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  AL-DATE (4:2) IS NUMERIC
                   MOVE AL-DATE (4:2) TO WS-AU-DD
                   IF WS-AU-DD > 0 AND WS-AU-DD NOT > 31
                       EVALUATE TRUE
                           WHEN AL-COND = 'ALLCLEAR'
                               IF AL-MODE = 'C'
                                   MOVE 'Y' TO WS-DAY-CLEAN (WS-AU-DD)
                               END-IF
                           WHEN AL-COND = 'AGEDOPEN'
                               CONTINUE
                           WHEN OTHER
                               MOVE 'Y' TO WS-DAY-FAIL (WS-AU-DD)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
