      * row mutation to rowaudit.log, following the keyword=value
      * conventions of audit-log.cbl - keyed by r-header, stamped
      * via now-str. maintain.cbl and applydelta.cbl call this for
      * every insert, update and delete they make, naming the
      * table file (file=) so a change can be tied to the file's
      * close and approval history.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
       DATA DIVISION.
         FILE SECTION.
         FD rowauditfile.
           01 rowaudit-record PIC X(400) VALUE SPACES.
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
           05 chain-len PIC 9(4) VALUE 0.
           05 chain-kk PIC 9(4) VALUE 0.
           05 scan-eof PIC 9 VALUE 0.
           05 scan-rec PIC X(400) VALUE SPACES.
           05 rec-ptr PIC 9(4) VALUE 0.
           05 chain-buf PIC X(1200) VALUE SPACES.
           05 save-rec PIC X(400) VALUE SPACES.

       LINKAGE SECTION.
         01 rowaudit-data.
             CALL 'operator-get' USING raud-oper
           END-IF
           CALL 'now-str' USING datetime-data
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO rowaudit-record
           STRING
             'job=' DELIMITED BY SIZE
             FUNCTION TRIM(raud-job) DELIMITED BY SIZE
             INTO rowaudit-record
           END-STRING
           IF NOT raud-file = SPACES THEN
             COMPUTE chain-len = FUNCTION LENGTH(FUNCTION TRIM(
               rowaudit-record)) + 1
             STRING ' file='
               FUNCTION TRIM(raud-file) DELIMITED BY SIZE
               INTO rowaudit-record(chain-len:)
             END-STRING
           END-IF
           COMPUTE chain-len = FUNCTION LENGTH(FUNCTION TRIM(
             rowaudit-record)) + 1
           STRING
             ' action=' DELIMITED BY SIZE
             raud-action DELIMITED BY SIZE
             ' key=' DELIMITED BY SIZE
             datetime-str OF datetime-data DELIMITED BY SIZE
             ' run=' DELIMITED BY SIZE
             FUNCTION TRIM(raud-run-id) DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             ' oper=' DELIMITED BY SIZE
             FUNCTION TRIM(raud-oper) DELIMITED BY SIZE
             INTO rowaudit-record(chain-len:)
           END-STRING
           IF NOT raud-approver = SPACES THEN
             COMPUTE chain-len = FUNCTION LENGTH(FUNCTION TRIM(
      *  forever in whatever directory the job happened to run
      *  from; with LOGDIR unset the old ./rowaudit.log behavior
      *  stands so nothing breaks.
      *  An environment profile's log-dir stands in for an unset
      *  LOGDIR, so each environment keeps its own logs.
       C-make-logname SECTION.
         C-para-1.
           DISPLAY "LOGDIR" UPON ENVIRONMENT-NAME
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF logdir = SPACES THEN
             CALL 'run-env-get' USING run-env, env-logdir
             MOVE env-logdir TO logdir
           END-IF
           IF logdir = SPACES THEN
             MOVE "rowaudit.log" TO logname
           ELSE
