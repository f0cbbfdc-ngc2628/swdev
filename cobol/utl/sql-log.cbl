           05 fs PIC XX VALUE '00'.
           05 logname PIC X(160) VALUE SPACES.
           05 logdir PIC X(128) VALUE SPACES.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 env-stamp PIC X(16) VALUE SPACES.
           05 name-data.
             COPY datetimedata.
           05 status-str PIC -(9)9.
       B-write-line SECTION.
         B-para-1.
           MOVE sql-status TO status-str
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO sql-record
           STRING
             FUNCTION TRIM(sql-job) DELIMITED BY SIZE
             FUNCTION TRIM(status-str) DELIMITED BY SIZE
             ' run=' DELIMITED BY SIZE
             FUNCTION TRIM(sql-run-id) DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             ' sql=' DELIMITED BY SIZE
             FUNCTION TRIM(sql-text) DELIMITED BY SIZE
             INTO sql-record
      *  forever in whatever directory the job happened to run
      *  from; with LOGDIR unset the old ./sql.log behavior
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
             MOVE "sql.log" TO logname
           ELSE
