      *   sort-exe=/usr/local/suite/sort
      *   table-exe=...  reconcile-exe=...  pqconn-exe=...
      *   pqbridge-exe=...  bubble1-exe=...  bubble1x-exe=...
      *   autorev-exe=...  cdcmerge-exe=...  applydelta-exe=...
      *   part-degree=4  scorecard-exe=...
      *   lock-dirs=/data/in /data/out
      *   pqbulk-exe=...
      *   collation=NATURAL
      *   profile-margin=10
      *   batch-window=1900-0600
      *   reconstruct-exe=...  logverify-exe=...
      *   stepbal-exe=...  commitgrp-exe=...
      *   catalog=/data/catalog.dat  schema=/data/site.sch
      *
      * environment profiles follow the global settings, one
      * [NAME] section each; data-dirs, log-dir, db-host and
      * db-name are the profile's own, and any other setting in a
      * section applies only when that environment is the active
      * one (SUITEENV, else environment= above the sections):
      *   environment=TEST
      *   [PROD]
      *   data-dirs=/data/prod/in /data/prod/out
      *   log-dir=/data/prod/log
      *   db-host=dbprod01
      *   db-name=mk
      *   table-exe=/usr/local/suite/prod/table

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           05 iseof PIC 9 VALUE 0.
           05 cfg-key PIC X(32) VALUE SPACES.
           05 cfg-val PIC X(160) VALUE SPACES.
           05 cur-sect PIC X(8) VALUE SPACES.
           05 cur-ix PIC 9 VALUE 0.
           05 cur-skip PIC 9 VALUE 0.
           05 sect-buf PIC X(32) VALUE SPACES.
           05 env-buf PIC X(32) VALUE SPACES.
           05 kk PIC 9 VALUE 0.

       LINKAGE SECTION.
         01 runcfg-data.
           IF cfg-fname = SPACES THEN
             MOVE 'suite.cfg' TO cfg-fname
           END-IF
           MOVE 0 TO cfg-env-count
           MOVE 0 TO cfg-env-ix
           DISPLAY "SUITEENV" UPON ENVIRONMENT-NAME
           MOVE SPACES TO env-buf
           ACCEPT env-buf FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(env-buf) TO cfg-env-name
           OPEN INPUT cfgfile
           IF fs NOT = '00' THEN
             GOBACK
               NOT AT END
                 IF cfg-record NOT = SPACES
                     AND cfg-record(1:1) NOT = '*' THEN
                   IF cfg-record(1:1) = '[' THEN
                     PERFORM C-start-section
                   ELSE
                     PERFORM D-route-setting
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE cfgfile
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > cfg-env-count
             IF cfg-env-id(kk) = cfg-env-name
                 AND NOT cfg-env-name = SPACES THEN
               MOVE kk TO cfg-env-ix
             END-IF
           END-PERFORM
           IF cfg-env-ix = 0 AND NOT cfg-env-name = SPACES
               AND cfg-env-count > 0 THEN
             DISPLAY 'run-config: environment ',
               FUNCTION TRIM(cfg-env-name),
               ' has no profile in ', FUNCTION TRIM(cfg-fname)
           END-IF
           MOVE 1 TO cfg-loaded
           GOBACK
         .
               MOVE cfg-val TO cfg-preflight-exe
             WHEN 'manifest-exe'
               MOVE cfg-val TO cfg-manifest-exe
             WHEN 'autorev-exe'
               MOVE cfg-val TO cfg-autorev-exe
             WHEN 'cdcmerge-exe'
               MOVE cfg-val TO cfg-cdcmerge-exe
             WHEN 'applydelta-exe'
               MOVE cfg-val TO cfg-applydelta-exe
             WHEN 'stmt-timeout'
               IF FUNCTION TEST-NUMVAL(cfg-val) = 0
                 MOVE FUNCTION NUMVAL(cfg-val)
                 MOVE FUNCTION NUMVAL(cfg-val)
                   TO cfg-score-min
               END-IF
             WHEN 'part-degree'
               IF FUNCTION TEST-NUMVAL(cfg-val) = 0
                 MOVE FUNCTION NUMVAL(cfg-val)
                   TO cfg-part-degree
               END-IF
             WHEN 'scorecard-exe'
               MOVE cfg-val TO cfg-scorecard-exe
             WHEN 'lock-dirs'
               MOVE cfg-val TO cfg-lock-dirs
             WHEN 'pqbulk-exe'
               MOVE cfg-val TO cfg-pqbulk-exe
             WHEN 'collation'
               MOVE FUNCTION UPPER-CASE(cfg-val) TO cfg-collation
             WHEN 'batch-window'
               MOVE cfg-val TO cfg-batch-window
             WHEN 'reconstruct-exe'
               MOVE cfg-val TO cfg-reconstruct-exe
             WHEN 'logverify-exe'
               MOVE cfg-val TO cfg-logverify-exe
             WHEN 'stepbal-exe'
               MOVE cfg-val TO cfg-stepbal-exe
             WHEN 'commitgrp-exe'
               MOVE cfg-val TO cfg-commitgrp-exe
             WHEN 'catalog'
               MOVE cfg-val TO cfg-catalog
             WHEN 'schema'
               MOVE cfg-val TO cfg-schema
             WHEN 'profile-margin'
               IF FUNCTION TEST-NUMVAL(cfg-val) = 0
                 MOVE FUNCTION NUMVAL(cfg-val)
                   TO cfg-profile-margin
               END-IF
             WHEN 'environment'
               IF cfg-env-name = SPACES THEN
                 MOVE FUNCTION UPPER-CASE(cfg-val) TO cfg-env-name
               END-IF
             WHEN OTHER
               DISPLAY 'run-config: unrecognized setting ',
                 FUNCTION TRIM(cfg-key), ' ignored'
           END-EVALUATE
         .

      *  a [NAME] line opens an environment profile; the name is
      *  kept upper case, and a name seen twice carries on the
      *  profile it already has.
       C-start-section SECTION.
         C-para-1.
           MOVE SPACES TO sect-buf
           UNSTRING cfg-record(2:) DELIMITED BY ']'
             INTO sect-buf
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(sect-buf))
             TO cur-sect
           MOVE 0 TO cur-skip
           MOVE 0 TO cur-ix
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > cfg-env-count
             IF cfg-env-id(kk) = cur-sect THEN
               MOVE kk TO cur-ix
             END-IF
           END-PERFORM
           IF cur-ix > 0 THEN
             GO TO C-para-2
           END-IF
           IF cfg-env-count >= 6 THEN
             DISPLAY 'run-config: too many environment profiles, [',
               FUNCTION TRIM(cur-sect), '] ignored'
             MOVE 1 TO cur-skip
             GO TO C-para-2
           END-IF
           ADD 1 TO cfg-env-count
           MOVE cfg-env-count TO cur-ix
           MOVE cur-sect TO cfg-env-id(cur-ix)
           MOVE SPACES TO cfg-env-dirs(cur-ix)
           MOVE SPACES TO cfg-env-logdir(cur-ix)
           MOVE SPACES TO cfg-env-dbhost(cur-ix)
           MOVE SPACES TO cfg-env-dbname(cur-ix)
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

      *  before the first section every line is a global setting;
      *  inside one, the profile's own keys are recorded whichever
      *  environment is active, and anything else is applied only
      *  for the active environment's section.
       D-route-setting SECTION.
         D-para-1.
           IF cur-sect = SPACES THEN
             PERFORM B-apply-setting
             GO TO D-para-2
           END-IF
           IF cur-skip = 1 THEN
             GO TO D-para-2
           END-IF
           MOVE SPACES TO cfg-key
           MOVE SPACES TO cfg-val
           UNSTRING cfg-record DELIMITED BY '='
             INTO cfg-key, cfg-val
           END-UNSTRING
           EVALUATE FUNCTION LOWER-CASE(cfg-key)
             WHEN 'data-dirs'
               MOVE cfg-val TO cfg-env-dirs(cur-ix)
             WHEN 'log-dir'
               MOVE cfg-val TO cfg-env-logdir(cur-ix)
             WHEN 'db-host'
               MOVE cfg-val TO cfg-env-dbhost(cur-ix)
             WHEN 'db-name'
               MOVE cfg-val TO cfg-env-dbname(cur-ix)
             WHEN OTHER
               IF cur-sect = cfg-env-name THEN
                 PERFORM B-apply-setting
               END-IF
           END-EVALUATE
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .
