      * its own the first time a log writer asks. The id is cached
      * in working storage (this program is deliberately not
      * IS INITIAL) so every writer in one run gets the same one.
      * The run's environment (the suite.cfg profile - TEST, UAT,
      * PROD - it works in) is resolved and cached the same way for
      * the env= stamp and the profile's log directory.

       ENVIRONMENT DIVISION.

           05 cached-id PIC X(17) VALUE SPACES.
           05 env-id PIC X(64) VALUE SPACES.
           05 now-stamp PIC X(21) VALUE SPACES.
           05 env-done PIC 9 VALUE 0.
           05 cached-env PIC X(8) VALUE SPACES.
           05 cached-logdir PIC X(128) VALUE SPACES.
           05 runcfg-data.
             COPY runcfg.

       LINKAGE SECTION.
         01 run-id PIC X(17).
         01 run-env PIC X(8).
         01 run-env-logdir PIC X(128).

       PROCEDURE DIVISION USING run-id.

           MOVE cached-id TO run-id
           GOBACK
         .

      *  returns the run's environment name and that profile's log
      *  directory, both blank when suite.cfg defines no profiles
      *  or none is active; read once per process.
         ENTRY 'run-env-get' USING run-env, run-env-logdir.
           IF env-done = 0 THEN
             CALL 'run-config-load' USING runcfg-data
             MOVE cfg-env-name TO cached-env
             IF cfg-env-ix > 0 THEN
               MOVE cfg-env-logdir(cfg-env-ix) TO cached-logdir
             END-IF
             MOVE 1 TO env-done
           END-IF
           MOVE cached-env TO run-env
           MOVE cached-logdir TO run-env-logdir
           GOBACK
         .
