      * for a file wins:
      *   <table-file> CLOSED asof=YYYYMMDD by=op time=ts
      *   <table-file> OPEN by=op time=ts
      * closectl RESTATE also leaves a RESTATED entry per
      * restatement; it is history only and changes nothing here.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
                   IF tok-1 = chk-fname THEN
                     IF tok-2 = 'CLOSED' THEN
                       MOVE 1 TO closed-flag
                     END-IF
                     IF tok-2 = 'OPEN' THEN
                       MOVE 0 TO closed-flag
                     END-IF
                   END-IF
