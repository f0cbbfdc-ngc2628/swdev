           05 fs PIC XX VALUE '00'.
           05 logname PIC X(160) VALUE SPACES.
           05 logdir PIC X(128) VALUE SPACES.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 env-stamp PIC X(16) VALUE SPACES.
           05 name-data.
             COPY datetimedata.
           05 rows-read-str PIC Z(7)9.
           END-IF
           CALL 'now-str' USING datetime-data
           MOVE datetime-str OF datetime-data TO aud-start-str
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO audit-record
           STRING
             FUNCTION TRIM(aud-job) DELIMITED BY SIZE
             ' status=RUNNING' DELIMITED BY SIZE
             ' run=' DELIMITED BY SIZE
             FUNCTION TRIM(aud-run-id) DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             INTO audit-record
           END-STRING
           PERFORM D-append-chained
         B-para-1.
           MOVE aud-rows-read TO rows-read-str
           MOVE aud-rows-written TO rows-written-str
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO audit-record
           STRING
             FUNCTION TRIM(aud-job) DELIMITED BY SIZE
             FUNCTION TRIM(aud-status) DELIMITED BY SIZE
             ' run=' DELIMITED BY SIZE
             FUNCTION TRIM(aud-run-id) DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             INTO audit-record
           END-STRING
           PERFORM D-append-chained
      *  forever in whatever directory the job happened to run
      *  from; with LOGDIR unset the old ./audit.log behavior
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
             MOVE "audit.log" TO logname
           ELSE
