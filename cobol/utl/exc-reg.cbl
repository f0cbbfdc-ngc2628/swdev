       IDENTIFICATION DIVISION.
         PROGRAM-ID. exc-reg IS INITIAL.

      * data-exception register: the outliers table.cbl's OUTLIER=
      * report lists, variance.cbl's BREACH cells, scorecard's
      * outliers, duplicate keys and trailer mismatches and
      * reconcile's tolerance breaks come back run after run; each
      * is recorded here once under a stable id, its first and
      * last sighting dated, so what the analysts decided about it
      * (excreg.cbl EXPLAIN / ESCALATE / REOPEN) is still known at
      * the next month-end. An EXPLAINED exception drops out of the
      * reports' headline counts and into their footnote. These are
      * data exceptions - the failed steps and alerts are
      * incident.cbl's. The file (exceptions.dat, or wherever EXCREG
      * points) only ever grows, '*' comments:
      *   SEEN id date type table-file key col
      *   EXPLAIN id oper date until reason...
      *   ESCALATE id oper date note...
      *   REOPEN id oper date note...
      * key and col are '-' when there is none, until is '-' for an
      * explanation with no end; dates YYYYMMDD. A SEEN line goes
      * down at most once a day per exception; the latest decision
      * line per id wins.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT excfile ASSIGN TO exc-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD excfile.
           01 exc-record PIC X(400) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 exc-fname PIC X(128) VALUE SPACES.
           05 iseof PIC 9 VALUE 0.
           05 rec-ptr PIC 9(4) VALUE 1.
           05 tok-verb PIC X(8) VALUE SPACES.
           05 tok-id PIC X(8) VALUE SPACES.
           05 tok-date PIC X(8) VALUE SPACES.
           05 tok-type PIC X(8) VALUE SPACES.
           05 tok-file PIC X(128) VALUE SPACES.
           05 tok-key PIC X(32) VALUE SPACES.
           05 tok-col PIC X(6) VALUE SPACES.
           05 tok-oper PIC X(12) VALUE SPACES.
           05 tok-until PIC X(8) VALUE SPACES.
           05 id-num PIC 9(7) VALUE 0.
           05 base-in PIC X(128) VALUE SPACES.
           05 base-out PIC X(128) VALUE SPACES.
           05 want-base PIC X(128) VALUE SPACES.
           05 base-len PIC 9(4) VALUE 0.
           05 slash-at PIC 9(4) VALUE 0.
           05 ii PIC 9(4) VALUE 0.
           05 found-ix PIC 9(4) VALUE 0.
           05 want-key PIC X(32) VALUE SPACES.
           05 want-col PIC X(6) VALUE SPACES.
           05 full-warned PIC 9 VALUE 0.
           05 line-ptr PIC 9(4) VALUE 1.
           05 date-dsp PIC X(10) VALUE SPACES.
           05 date-in PIC 9(8) VALUE 0.

       LINKAGE SECTION.
         01 exc-data.
           COPY excdata.

       PROCEDURE DIVISION USING exc-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'exc-reg'
           GOBACK
         .

         ENTRY 'exc-load' USING exc-data.
           IF xc-asof = 0 THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO xc-asof
           END-IF
           MOVE xc-file TO base-in
           PERFORM C-base-name
           MOVE base-out TO want-base
           PERFORM E-file-name
           OPEN INPUT excfile
           IF fs NOT = '00' THEN
             GOBACK
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ excfile INTO exc-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF exc-record NOT = SPACES
                     AND exc-record(1:1) NOT = '*' THEN
                   PERFORM B-take-line
                 END-IF
             END-READ
           END-PERFORM
           CLOSE excfile
      *    an explanation runs out on its until date and the
      *    exception is back in the counts.
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > xc-cnt
             IF xc-e-state(ii) = 'EXPLAINED' AND xc-until(ii) > 0
                 AND xc-until(ii) < xc-asof THEN
               MOVE 'OPEN' TO xc-e-state(ii)
             END-IF
           END-PERFORM
           GOBACK
         .

      *  a sighting of xc-type on row xc-key, column xc-col of
      *  xc-file, on the register under its id.
         ENTRY 'exc-seen' USING exc-data.
           IF xc-asof = 0 THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO xc-asof
           END-IF
           MOVE xc-file TO base-in
           PERFORM C-base-name
           MOVE xc-key TO want-key
           IF want-key = SPACES THEN
             MOVE '-' TO want-key
           END-IF
           MOVE FUNCTION UPPER-CASE(xc-col) TO want-col
           IF want-col = SPACES THEN
             MOVE '-' TO want-col
           END-IF
           MOVE 0 TO found-ix
           PERFORM VARYING ii FROM 1 BY 1
               UNTIL ii > xc-cnt OR found-ix > 0
             IF xc-e-type(ii) = xc-type
                 AND xc-e-file(ii) = base-out
                 AND xc-e-key(ii) = want-key
                 AND xc-e-col(ii) = want-col THEN
               MOVE ii TO found-ix
             END-IF
           END-PERFORM
           IF found-ix = 0 THEN
             IF xc-cnt >= 1000 THEN
               IF full-warned = 0 THEN
                 DISPLAY 'exc-reg: more than 1000 exceptions for ',
                   FUNCTION TRIM(xc-file), ', the rest not recorded'
                 MOVE 1 TO full-warned
               END-IF
               MOVE 0 TO xc-ix
               GOBACK
             END-IF
             ADD 1 TO xc-max-id
             ADD 1 TO xc-cnt
             MOVE xc-cnt TO found-ix
             MOVE 'X' TO xc-id(found-ix)
             MOVE xc-max-id TO xc-id(found-ix)(2:7)
             MOVE xc-type TO xc-e-type(found-ix)
             MOVE base-out TO xc-e-file(found-ix)
             MOVE want-key TO xc-e-key(found-ix)
             MOVE want-col TO xc-e-col(found-ix)
             MOVE xc-asof TO xc-first(found-ix)
             MOVE 0 TO xc-last(found-ix)
             MOVE 'OPEN' TO xc-e-state(found-ix)
             MOVE 0 TO xc-until(found-ix)
             MOVE SPACES TO xc-oper(found-ix)
             MOVE 0 TO xc-act-date(found-ix)
             MOVE SPACES TO xc-reason(found-ix)
             MOVE 0 TO xc-e-hit(found-ix)
           END-IF
           MOVE found-ix TO xc-ix
           MOVE 1 TO xc-e-hit(found-ix)
           IF xc-last(found-ix) >= xc-asof THEN
             GOBACK
           END-IF
           MOVE xc-asof TO xc-last(found-ix)
           MOVE SPACES TO exc-record
           STRING 'SEEN ' xc-id(found-ix) ' ' xc-asof ' '
             FUNCTION TRIM(xc-type) ' '
             FUNCTION TRIM(xc-file) ' '
             FUNCTION TRIM(want-key) ' '
             FUNCTION TRIM(want-col)
             DELIMITED BY SIZE INTO exc-record
           END-STRING
           PERFORM E-file-name
           OPEN EXTEND excfile
           IF fs NOT = '00' THEN
             OPEN OUTPUT excfile
           END-IF
           IF fs NOT = '00' THEN
             DISPLAY 'exc-reg: cannot write ',
               FUNCTION TRIM(exc-fname), ', status ', fs
             GOBACK
           END-IF
           WRITE exc-record
           CLOSE excfile
           GOBACK
         .

      *  entry xc-ix as the reports and excreg LIST print it.
         ENTRY 'exc-line' USING exc-data.
           MOVE SPACES TO xc-line
           IF xc-ix = 0 OR xc-ix > xc-cnt THEN
             GOBACK
           END-IF
           MOVE xc-ix TO ii
           MOVE 1 TO line-ptr
           STRING '[' xc-id(ii) '] ' FUNCTION TRIM(xc-e-type(ii))
             ' ' FUNCTION TRIM(xc-e-file(ii))
             DELIMITED BY SIZE
             INTO xc-line WITH POINTER line-ptr
           END-STRING
           IF NOT xc-e-key(ii) = '-' THEN
             STRING ' ' FUNCTION TRIM(xc-e-key(ii))
               DELIMITED BY SIZE
               INTO xc-line WITH POINTER line-ptr
             END-STRING
           END-IF
           IF NOT xc-e-col(ii) = '-' THEN
             STRING ' ' FUNCTION TRIM(xc-e-col(ii))
               DELIMITED BY SIZE
               INTO xc-line WITH POINTER line-ptr
             END-STRING
           END-IF
           STRING ' ' FUNCTION TRIM(xc-e-state(ii))
             DELIMITED BY SIZE
             INTO xc-line WITH POINTER line-ptr
           END-STRING
           IF xc-e-state(ii) = 'OPEN' THEN
             GOBACK
           END-IF
           IF xc-e-state(ii) = 'EXPLAINED' AND xc-until(ii) > 0 THEN
             MOVE xc-until(ii) TO date-in
             PERFORM D-date-dsp
             STRING ' until ' date-dsp
               DELIMITED BY SIZE
               INTO xc-line WITH POINTER line-ptr
             END-STRING
           END-IF
           STRING ' by ' FUNCTION TRIM(xc-oper(ii)) ': '
             FUNCTION TRIM(xc-reason(ii))
             DELIMITED BY SIZE
             INTO xc-line WITH POINTER line-ptr
           END-STRING
           GOBACK
         .

       B-take-line SECTION.
         B-para-1.
           MOVE SPACES TO tok-verb tok-id tok-date tok-type tok-file
             tok-key tok-col tok-oper tok-until
           MOVE 1 TO rec-ptr
           UNSTRING exc-record DELIMITED BY ALL SPACE
             INTO tok-verb tok-id
             WITH POINTER rec-ptr
           END-UNSTRING
           MOVE 0 TO id-num
           IF tok-id(2:7) IS NUMERIC THEN
             MOVE tok-id(2:7) TO id-num
           END-IF
           IF id-num > xc-max-id THEN
             MOVE id-num TO xc-max-id
           END-IF
           MOVE 0 TO found-ix
           PERFORM VARYING ii FROM 1 BY 1
               UNTIL ii > xc-cnt OR found-ix > 0
             IF xc-id(ii) = tok-id THEN
               MOVE ii TO found-ix
             END-IF
           END-PERFORM
           IF tok-verb = 'SEEN' THEN
             UNSTRING exc-record DELIMITED BY ALL SPACE
               INTO tok-date tok-type tok-file tok-key tok-col
               WITH POINTER rec-ptr
             END-UNSTRING
             PERFORM B-take-seen
             GO TO B-para-2
           END-IF
           IF found-ix = 0 THEN
             GO TO B-para-2
           END-IF
           UNSTRING exc-record DELIMITED BY ALL SPACE
             INTO tok-oper tok-date
             WITH POINTER rec-ptr
           END-UNSTRING
           IF tok-verb = 'EXPLAIN' THEN
             UNSTRING exc-record DELIMITED BY ALL SPACE
               INTO tok-until
               WITH POINTER rec-ptr
             END-UNSTRING
           END-IF
           EVALUATE tok-verb
             WHEN 'EXPLAIN'
               MOVE 'EXPLAINED' TO xc-e-state(found-ix)
             WHEN 'ESCALATE'
               MOVE 'ESCALATED' TO xc-e-state(found-ix)
             WHEN 'REOPEN'
               MOVE 'OPEN' TO xc-e-state(found-ix)
             WHEN OTHER
               GO TO B-para-2
           END-EVALUATE
           MOVE tok-oper TO xc-oper(found-ix)
           MOVE 0 TO xc-act-date(found-ix)
           IF tok-date IS NUMERIC THEN
             MOVE tok-date TO xc-act-date(found-ix)
           END-IF
           MOVE 0 TO xc-until(found-ix)
           IF tok-until IS NUMERIC THEN
             MOVE tok-until TO xc-until(found-ix)
           END-IF
           MOVE SPACES TO xc-reason(found-ix)
           IF rec-ptr <= LENGTH OF exc-record THEN
             MOVE exc-record(rec-ptr:) TO xc-reason(found-ix)
           END-IF
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

      *  the first SEEN of an id (for a file being loaded) makes
      *  its entry; every later one moves its last-seen date on.
       B-take-seen SECTION.
         B-seen-1.
           IF found-ix > 0 THEN
             IF tok-date IS NUMERIC THEN
               MOVE tok-date TO xc-last(found-ix)
             END-IF
             GO TO B-seen-2
           END-IF
           MOVE tok-file TO base-in
           PERFORM C-base-name
           IF NOT (xc-file = '*' OR base-out = want-base) THEN
             GO TO B-seen-2
           END-IF
           IF xc-cnt >= 1000 THEN
             IF full-warned = 0 THEN
               DISPLAY 'exc-reg: more than 1000 exceptions for ',
                 FUNCTION TRIM(xc-file), ', the rest not shown'
               MOVE 1 TO full-warned
             END-IF
             GO TO B-seen-2
           END-IF
           ADD 1 TO xc-cnt
           MOVE xc-cnt TO found-ix
           MOVE tok-id TO xc-id(found-ix)
           MOVE tok-type TO xc-e-type(found-ix)
           MOVE base-out TO xc-e-file(found-ix)
           MOVE tok-key TO xc-e-key(found-ix)
           MOVE tok-col TO xc-e-col(found-ix)
           MOVE 0 TO xc-first(found-ix)
           IF tok-date IS NUMERIC THEN
             MOVE tok-date TO xc-first(found-ix)
           END-IF
           MOVE xc-first(found-ix) TO xc-last(found-ix)
           MOVE 'OPEN' TO xc-e-state(found-ix)
           MOVE 0 TO xc-until(found-ix)
           MOVE SPACES TO xc-oper(found-ix)
           MOVE 0 TO xc-act-date(found-ix)
           MOVE SPACES TO xc-reason(found-ix)
           MOVE 0 TO xc-e-hit(found-ix)
           GO TO B-seen-2
         .
         B-seen-2.
           EXIT
         .

      *  base-in less its directory, so a run on /data/in/north.tbl
      *  and one on north.tbl share their exceptions.
       C-base-name SECTION.
         C-para-1.
           MOVE SPACES TO base-out
           COMPUTE base-len = FUNCTION LENGTH(FUNCTION TRIM(
             base-in TRAILING))
           MOVE 0 TO slash-at
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > base-len
             IF base-in(ii:1) = '/' THEN
               MOVE ii TO slash-at
             END-IF
           END-PERFORM
           IF slash-at < base-len THEN
             MOVE base-in(slash-at + 1:base-len - slash-at)
               TO base-out
           END-IF
         .

       D-date-dsp SECTION.
         D-para-1.
           MOVE SPACES TO date-dsp
           STRING date-in(1:4) '-' date-in(5:2) '-' date-in(7:2)
             DELIMITED BY SIZE INTO date-dsp
           END-STRING
         .

       E-file-name SECTION.
         E-para-1.
           DISPLAY "EXCREG" UPON ENVIRONMENT-NAME
           MOVE SPACES TO exc-fname
           ACCEPT exc-fname FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF exc-fname = SPACES THEN
             MOVE 'exceptions.dat' TO exc-fname
           END-IF
         .
