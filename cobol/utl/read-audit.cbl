       IDENTIFICATION DIVISION.
         PROGRAM-ID. read-audit IS INITIAL.

      * appends one line per read-only inquiry to readaccess.log,
      * following the keyword=value conventions of row-audit.cbl -
      * the operator, the run, the tool, the file or table, the
      * query as given and the rows it returned, stamped via
      * now-str. inquire, idxlookup, raudinq and pqconn's SELECT
      * call this for every query they answer; readinq.cbl reads
      * it back by operator or by key. The lines carry the same
      * chain= link as audit.log, so logverify catches an edit.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT readauditfile ASSIGN TO logname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD readauditfile.
           01 readaudit-record PIC X(400) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 logname PIC X(160) VALUE SPACES.
           05 logdir PIC X(128) VALUE SPACES.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 env-stamp PIC X(16) VALUE SPACES.
           05 name-data.
             COPY datetimedata.
           05 datetime-data.
             COPY datetimedata.
           05 chain-prev PIC 9(9) VALUE 0.
           05 chain-next PIC 9(9) VALUE 0.
           05 chain-tok PIC X(10) VALUE SPACES.
           05 chain-pos PIC 9(4) VALUE 0.
           05 chain-len PIC 9(4) VALUE 0.
           05 chain-kk PIC 9(4) VALUE 0.
           05 scan-eof PIC 9 VALUE 0.
           05 scan-rec PIC X(400) VALUE SPACES.
           05 rec-ptr PIC 9(4) VALUE 0.
           05 chain-buf PIC X(1200) VALUE SPACES.
           05 save-rec PIC X(400) VALUE SPACES.
           05 rows-ed PIC Z(7)9.

       LINKAGE SECTION.
         01 readaudit-data.
           COPY readaudit.

       PROCEDURE DIVISION USING readaudit-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'row-audit'
           GOBACK
         .

         ENTRY 'read-audit-write' USING readaudit-data.
           IF rda-run-id = SPACES THEN
             CALL 'run-id-get' USING rda-run-id
           END-IF
           IF rda-oper = SPACES THEN
             CALL 'operator-get' USING rda-oper
           END-IF
           CALL 'now-str' USING datetime-data
           MOVE rda-rows TO rows-ed
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO readaudit-record
      *    the query goes last - a filter or WHERE clause holds
      *    blanks and '=' of its own, and a reader takes the rest
      *    of the line after query= up to the chain.
           STRING
             'tool=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-tool) DELIMITED BY SIZE
             ' oper=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-oper) DELIMITED BY SIZE
             ' run=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-run-id) DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             ' time=' DELIMITED BY SIZE
             datetime-str OF datetime-data DELIMITED BY SIZE
             ' file=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-file) DELIMITED BY SIZE
             ' rows=' DELIMITED BY SIZE
             FUNCTION TRIM(rows-ed) DELIMITED BY SIZE
             ' qtype=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-qtype) DELIMITED BY SIZE
             ' query=' DELIMITED BY SIZE
             FUNCTION TRIM(rda-query) DELIMITED BY SIZE
             INTO readaudit-record
           END-STRING
           PERFORM B-write-line
           GOBACK
         .

      *  appends the built record with its chain= link, the same
      *  tamper-evident chaining audit-log.cbl's D-append-chained
      *  runs - logverify walks these.
       B-write-line SECTION.
         B-para-1.
      *    the last-chain scan READs INTO through this same FD, so
      *    the line being appended is parked in save-rec first.
           MOVE readaudit-record TO save-rec
           PERFORM C-make-logname
           PERFORM E-last-chain
           MOVE SPACES TO chain-buf
           MOVE save-rec TO chain-buf
           CALL 'chain-hash' USING chain-prev, chain-buf,
             chain-next
           COMPUTE chain-len = FUNCTION LENGTH(FUNCTION TRIM(
             save-rec)) + 1
           STRING ' chain=' chain-next DELIMITED BY SIZE
             INTO save-rec(chain-len:)
           END-STRING
           OPEN EXTEND readauditfile
           IF fs NOT = '00' THEN
             OPEN OUTPUT readauditfile
           END-IF
           WRITE readaudit-record FROM save-rec
           CLOSE readauditfile
         .

      *  reads the file's last chain= value; a missing file or a
      *  history without chains seeds at zero.
       E-last-chain SECTION.
         E-para-1.
           MOVE 0 TO chain-prev
           OPEN INPUT readauditfile
           IF fs NOT = '00' THEN
             GO TO E-para-2
           END-IF
           MOVE 0 TO scan-eof
           PERFORM UNTIL scan-eof = 1
             READ readauditfile INTO scan-rec
               AT END
                 MOVE 1 TO scan-eof
               NOT AT END
                 PERFORM F-take-chain
             END-READ
           END-PERFORM
           CLOSE readauditfile
           GO TO E-para-2
         .
         E-para-2.
           EXIT
         .

       F-take-chain SECTION.
         F-para-1.
           MOVE 0 TO chain-pos
           COMPUTE rec-ptr = FUNCTION LENGTH(FUNCTION TRIM(
             scan-rec))
      *    the last occurrence wins - a logged statement text
      *    could itself carry the word.
           PERFORM VARYING chain-kk FROM 1 BY 1
               UNTIL chain-kk + 6 > rec-ptr
             IF scan-rec(chain-kk:7) = ' chain=' THEN
               COMPUTE chain-pos = chain-kk + 7
             END-IF
           END-PERFORM
           IF chain-pos > 0 THEN
             MOVE SPACES TO chain-tok
             UNSTRING scan-rec(chain-pos:10)
               DELIMITED BY ALL SPACE
               INTO chain-tok
             END-UNSTRING
             IF FUNCTION TEST-NUMVAL(chain-tok) = 0 THEN
               MOVE FUNCTION NUMVAL(chain-tok) TO chain-prev
             END-IF
           END-IF
         .

      *  the same LOGDIR placing as rowaudit.log: a daily
      *  $LOGDIR/readaccess.YYYYMMDD.log, or ./readaccess.log with
      *  LOGDIR unset.
      *  An environment profile's log-dir stands in for an unset
      *  LOGDIR, so each environment keeps its own logs.
       C-make-logname SECTION.
         C-para-1.
           DISPLAY "LOGDIR" UPON ENVIRONMENT-NAME
           MOVE SPACES TO logdir
           ACCEPT logdir FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF logdir = SPACES THEN
             CALL 'run-env-get' USING run-env, env-logdir
             MOVE env-logdir TO logdir
           END-IF
           IF logdir = SPACES THEN
             MOVE "readaccess.log" TO logname
           ELSE
             CALL 'now-str' USING name-data
             MOVE SPACES TO logname
             STRING
               FUNCTION TRIM(logdir) "/readaccess."
               m_year OF name-data m_month OF name-data
               m_day OF name-data ".log"
               DELIMITED BY SIZE INTO logname
             END-STRING
           END-IF
         .
