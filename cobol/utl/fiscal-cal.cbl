
       IDENTIFICATION DIVISION.
         PROGRAM-ID. fiscal-cal.

      * fiscal calendar lookup: finance closes on a 4-4-5 fiscal
      * calendar, not on calendar months, so the period and
      * quarter a dated key belongs to comes from the site fiscal
      * calendar file (fiscal.dat, or wherever the FISCALCAL
      * environment variable points), '*' comments:
      *   FY2026 P01 20251228 20260124    one period, start end
      *   FY2026 Q1 20251228 20260328     one quarter, start end
      *   FY2026 445 20251228             a whole 52-week year laid
      *                                   out 4-4-5 (or 454, 544)
      *                                   from its first day
      * Explicit P and Q lines cover the 53-week years and any
      * period that was moved. A year without Q lines gets its
      * quarters from its periods, three to a quarter. The file
      * is read once and kept for the process (this program is
      * deliberately not IS INITIAL), since a rollup asks once
      * per row.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT calfile ASSIGN TO cal-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD calfile.
           01 cal-record PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
         01 v-ws.
           05 fs PIC XX VALUE '00'.
           05 cal-fname PIC X(128) VALUE SPACES.
           05 cal-loaded PIC 9 VALUE 0.
           05 iseof PIC 9 VALUE 0.
           05 tok-1 PIC X(8) VALUE SPACES.
           05 tok-2 PIC X(8) VALUE SPACES.
           05 tok-3 PIC X(8) VALUE SPACES.
           05 tok-4 PIC X(8) VALUE SPACES.
           05 cc PIC 9(3) VALUE 0.
           05 pp PIC 9(2) VALUE 0.
           05 qq PIC 9 VALUE 0.
           05 per-num PIC 9(2) VALUE 0.
           05 per-qtr PIC 9 VALUE 0.
           05 want-qtr PIC 9 VALUE 0.
           05 per-ix PIC 9(3) VALUE 0.
           05 qtr-ix PIC 9(3) VALUE 0.
           05 pat-weeks PIC 9 OCCURS 3 TIMES VALUE 0.
           05 day-int PIC S9(9) VALUE 0.
           05 qtr-day-int PIC S9(9) VALUE 0.
         01 cal-table.
           05 cal-cnt PIC 9(3) VALUE 0.
           05 cal-entry OCCURS 400 TIMES.
             10 cal-year PIC X(6).
             10 cal-kind PIC X(3).
             10 cal-start PIC 9(8).
             10 cal-end PIC 9(8).

       LINKAGE SECTION.
         01 fiscal-data.
           COPY fiscaldata.

       PROCEDURE DIVISION USING fiscal-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'fiscal-cal'
           GOBACK
         .

      *  the fiscal period and quarter fis-date falls in; a date
      *  no period covers comes back with fis-found 0.
         ENTRY 'fiscal-period-of' USING fiscal-data.
           IF cal-loaded = 0 THEN
             PERFORM B-load-calendar
             MOVE 1 TO cal-loaded
           END-IF
           MOVE 0 TO fis-found
           MOVE SPACES TO fis-year
           MOVE SPACES TO fis-period
           MOVE SPACES TO fis-quarter
           MOVE 0 TO fis-per-start
           MOVE 0 TO fis-per-end
           MOVE 0 TO fis-qtr-start
           MOVE 0 TO fis-qtr-end
           MOVE SPACES TO fis-per-label
           MOVE SPACES TO fis-qtr-label
           MOVE 0 TO per-ix
           PERFORM VARYING cc FROM 1 BY 1 UNTIL cc > cal-cnt
             IF cal-kind(cc)(1:1) = 'P'
                 AND cal-start(cc) <= fis-date
                 AND cal-end(cc) >= fis-date THEN
               MOVE cc TO per-ix
             END-IF
           END-PERFORM
           IF per-ix = 0 THEN
             GOBACK
           END-IF
           MOVE 1 TO fis-found
           MOVE cal-year(per-ix) TO fis-year
           MOVE cal-kind(per-ix) TO fis-period
           MOVE cal-start(per-ix) TO fis-per-start
           MOVE cal-end(per-ix) TO fis-per-end
           MOVE 0 TO qtr-ix
           PERFORM VARYING cc FROM 1 BY 1 UNTIL cc > cal-cnt
             IF cal-kind(cc)(1:1) = 'Q'
                 AND cal-year(cc) = fis-year
                 AND cal-start(cc) <= fis-date
                 AND cal-end(cc) >= fis-date THEN
               MOVE cc TO qtr-ix
             END-IF
           END-PERFORM
           IF qtr-ix > 0 THEN
             MOVE cal-kind(qtr-ix)(1:2) TO fis-quarter
             MOVE cal-start(qtr-ix) TO fis-qtr-start
             MOVE cal-end(qtr-ix) TO fis-qtr-end
           ELSE
             PERFORM C-derive-quarter
           END-IF
           STRING FUNCTION TRIM(fis-year) FUNCTION TRIM(fis-period)
             DELIMITED BY SIZE INTO fis-per-label
           END-STRING
           STRING FUNCTION TRIM(fis-year) FUNCTION TRIM(fis-quarter)
             DELIMITED BY SIZE INTO fis-qtr-label
           END-STRING
           GOBACK
         .

       B-load-calendar SECTION.
         B-para-1.
           MOVE 0 TO cal-cnt
           DISPLAY "FISCALCAL" UPON ENVIRONMENT-NAME
           MOVE SPACES TO cal-fname
           ACCEPT cal-fname FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF cal-fname = SPACES THEN
             MOVE 'fiscal.dat' TO cal-fname
           END-IF
           OPEN INPUT calfile
           IF fs NOT = '00' THEN
             DISPLAY 'fiscal-cal: cannot open fiscal calendar ',
               FUNCTION TRIM(cal-fname), ', status ', fs
             GO TO B-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ calfile INTO cal-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF cal-record NOT = SPACES
                     AND cal-record(1:1) NOT = '*' THEN
                   PERFORM B-take-line
                 END-IF
             END-READ
           END-PERFORM
           CLOSE calfile
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

       B-take-line SECTION.
         B-para-3.
           MOVE SPACES TO tok-1
           MOVE SPACES TO tok-2
           MOVE SPACES TO tok-3
           MOVE SPACES TO tok-4
           UNSTRING cal-record DELIMITED BY ALL SPACE
             INTO tok-1, tok-2, tok-3, tok-4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(tok-1) TO tok-1
           MOVE FUNCTION UPPER-CASE(tok-2) TO tok-2
           IF tok-2 = '445' OR tok-2 = '454' OR tok-2 = '544' THEN
             IF FUNCTION TEST-NUMVAL(tok-3) = 0 THEN
               PERFORM C-expand-pattern
               GO TO B-para-4
             END-IF
           END-IF
           IF (tok-2(1:1) = 'P' OR tok-2(1:1) = 'Q')
               AND FUNCTION TEST-NUMVAL(tok-3) = 0
               AND FUNCTION TEST-NUMVAL(tok-4) = 0
               AND cal-cnt < 400 THEN
             ADD 1 TO cal-cnt
             MOVE tok-1 TO cal-year(cal-cnt)
             MOVE tok-2 TO cal-kind(cal-cnt)
             MOVE FUNCTION NUMVAL(tok-3) TO cal-start(cal-cnt)
             MOVE FUNCTION NUMVAL(tok-4) TO cal-end(cal-cnt)
           ELSE
             DISPLAY 'fiscal-cal: bad calendar line skipped: ',
               FUNCTION TRIM(cal-record)
           END-IF
           GO TO B-para-4
         .
         B-para-4.
           EXIT
         .

      *  twelve periods of 4, 4 and 5 weeks (in the order the
      *  pattern names them) from the year's first day, and the
      *  four quarters they make up.
       C-expand-pattern SECTION.
         C-para-1.
           MOVE tok-2(1:1) TO pat-weeks(1)
           MOVE tok-2(2:1) TO pat-weeks(2)
           MOVE tok-2(3:1) TO pat-weeks(3)
           COMPUTE day-int =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(tok-3))
           PERFORM VARYING qq FROM 1 BY 1 UNTIL qq > 4
             MOVE day-int TO qtr-day-int
             PERFORM VARYING pp FROM 1 BY 1 UNTIL pp > 3
               IF cal-cnt < 400 THEN
                 ADD 1 TO cal-cnt
                 MOVE tok-1 TO cal-year(cal-cnt)
                 COMPUTE per-num = (qq - 1) * 3 + pp
                 MOVE SPACES TO cal-kind(cal-cnt)
                 STRING 'P' per-num DELIMITED BY SIZE
                   INTO cal-kind(cal-cnt)
                 END-STRING
                 COMPUTE cal-start(cal-cnt) =
                   FUNCTION DATE-OF-INTEGER(day-int)
                 COMPUTE day-int = day-int + pat-weeks(pp) * 7
                 COMPUTE cal-end(cal-cnt) =
                   FUNCTION DATE-OF-INTEGER(day-int - 1)
               END-IF
             END-PERFORM
             IF cal-cnt < 400 THEN
               ADD 1 TO cal-cnt
               MOVE tok-1 TO cal-year(cal-cnt)
               MOVE SPACES TO cal-kind(cal-cnt)
               STRING 'Q' qq DELIMITED BY SIZE
                 INTO cal-kind(cal-cnt)
               END-STRING
               COMPUTE cal-start(cal-cnt) =
                 FUNCTION DATE-OF-INTEGER(qtr-day-int)
               COMPUTE cal-end(cal-cnt) =
                 FUNCTION DATE-OF-INTEGER(day-int - 1)
             END-IF
           END-PERFORM
         .

      *  no Q line for the year: periods 1-3 are Q1, 4-6 Q2 and so
      *  on (a thirteenth period stays in Q4), and the quarter runs
      *  from its first period's start to its last period's end.
       C-derive-quarter SECTION.
         C-para-2.
           MOVE 0 TO want-qtr
           IF FUNCTION TEST-NUMVAL(fis-period(2:2)) = 0 THEN
             MOVE FUNCTION NUMVAL(fis-period(2:2)) TO per-num
             COMPUTE want-qtr = (per-num - 1) / 3 + 1
             IF want-qtr > 4 THEN
               MOVE 4 TO want-qtr
             END-IF
           END-IF
           IF want-qtr = 0 THEN
             MOVE 1 TO want-qtr
           END-IF
           MOVE SPACES TO fis-quarter
           STRING 'Q' want-qtr DELIMITED BY SIZE INTO fis-quarter
           END-STRING
           PERFORM VARYING cc FROM 1 BY 1 UNTIL cc > cal-cnt
             IF cal-kind(cc)(1:1) = 'P'
                 AND cal-year(cc) = fis-year
                 AND FUNCTION TEST-NUMVAL(cal-kind(cc)(2:2)) = 0
                 THEN
               COMPUTE per-qtr =
                 (FUNCTION NUMVAL(cal-kind(cc)(2:2)) - 1) / 3 + 1
               IF per-qtr > 4 THEN
                 MOVE 4 TO per-qtr
               END-IF
               IF per-qtr = want-qtr THEN
                 IF fis-qtr-start = 0
                     OR cal-start(cc) < fis-qtr-start THEN
                   MOVE cal-start(cc) TO fis-qtr-start
                 END-IF
                 IF cal-end(cc) > fis-qtr-end THEN
                   MOVE cal-end(cc) TO fis-qtr-end
                 END-IF
               END-IF
             END-IF
           END-PERFORM
         .
