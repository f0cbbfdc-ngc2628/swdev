       IDENTIFICATION DIVISION.
         PROGRAM-ID. env-guard.

      * environment guard: with TEST, UAT and PROD profiles side by
      * side in suite.cfg, one mistyped path or a stray PQHOST is
      * all it takes for a test run to overwrite production
      * figures. Every table-file writer asks env-path-check before
      * it opens its output, and pqconn, pqload, pqapply and pqpurge
      * ask env-db-check before they write to a database; a path
      * under another profile's data-dirs, or the database another
      * profile names, is refused unless that profile is the
      * environment the run started in. A path or database no
      * profile claims is not this check's business and passes, as
      * everything passes when suite.cfg defines no profiles.
      * A relative path is taken from the current directory (PWD);
      * data-dirs are matched as whole directory prefixes, the
      * longest match owning the path. The settings are read once
      * per process (this program is deliberately not IS INITIAL).

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 v-ws.
           05 cfg-done PIC 9 VALUE 0.
           05 active-env PIC X(8) VALUE SPACES.
           05 active-logdir PIC X(128) VALUE SPACES.
           05 pwd-buf PIC X(255) VALUE SPACES.
           05 full-path PIC X(512) VALUE SPACES.
           05 dir-tok PIC X(160) VALUE SPACES.
           05 dir-full PIC X(512) VALUE SPACES.
           05 dir-ptr PIC 9(4) VALUE 0.
           05 dir-len PIC 9(4) VALUE 0.
           05 best-len PIC 9(4) VALUE 0.
           05 kk PIC 9 VALUE 0.
           05 conn-tok PIC X(64) VALUE SPACES.
           05 conn-ptr PIC 9(4) VALUE 0.
           05 conn-host PIC X(32) VALUE SPACES.
           05 conn-db PIC X(32) VALUE SPACES.
           05 what-buf PIC X(128) VALUE SPACES.
           05 runcfg-data.
             COPY runcfg.

       LINKAGE SECTION.
         01 env-guard-data.
           COPY envguard.
         01 eg-db-host PIC X(32).
         01 eg-db-name PIC X(32).

       PROCEDURE DIVISION USING env-guard-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'env-guard'
           GOBACK
         .

      *  eg-name is a table file about to be written.
         ENTRY 'env-path-check' USING env-guard-data.
           PERFORM B-setup
           MOVE SPACES TO full-path
           MOVE eg-name TO dir-tok
           PERFORM C-full-name
           MOVE dir-full TO full-path
           MOVE 0 TO best-len
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > cfg-env-count
             MOVE 1 TO dir-ptr
             PERFORM UNTIL dir-ptr > 160
               MOVE SPACES TO dir-tok
               UNSTRING cfg-env-dirs(kk) DELIMITED BY ALL SPACE
                 INTO dir-tok WITH POINTER dir-ptr
               END-UNSTRING
               IF NOT dir-tok = SPACES THEN
                 PERFORM D-match-dir
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO what-buf
           MOVE eg-name TO what-buf
           PERFORM F-decide
           GOBACK
         .

      *  eg-name is a connection string (host= ... dbname= ...);
      *  only its host and database are looked at.
         ENTRY 'env-db-check' USING env-guard-data.
           PERFORM B-setup
           MOVE SPACES TO conn-host
           MOVE SPACES TO conn-db
           MOVE 1 TO conn-ptr
           PERFORM UNTIL conn-ptr > 255
             MOVE SPACES TO conn-tok
             UNSTRING eg-name DELIMITED BY ALL SPACE
               INTO conn-tok WITH POINTER conn-ptr
             END-UNSTRING
             IF conn-tok(1:5) = 'host=' THEN
               MOVE conn-tok(6:) TO conn-host
             END-IF
             IF conn-tok(1:7) = 'dbname=' THEN
               MOVE conn-tok(8:) TO conn-db
             END-IF
           END-PERFORM
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > cfg-env-count
             IF NOT cfg-env-dbname(kk) = SPACES
                 AND cfg-env-dbname(kk) = conn-db
                 AND (cfg-env-dbhost(kk) = SPACES
                   OR cfg-env-dbhost(kk) = conn-host) THEN
               MOVE cfg-env-id(kk) TO eg-owner
             END-IF
           END-PERFORM
           MOVE SPACES TO what-buf
           STRING 'database ' FUNCTION TRIM(conn-db) ' on '
             FUNCTION TRIM(conn-host)
             DELIMITED BY SIZE INTO what-buf
           END-STRING
           PERFORM F-decide
           GOBACK
         .

      *  the active profile's database target, so the connection
      *  string builder aims at the run's own environment first;
      *  blank when no profile is active.
         ENTRY 'env-db-target' USING eg-db-host, eg-db-name.
           PERFORM B-load
           MOVE SPACES TO eg-db-host
           MOVE SPACES TO eg-db-name
           IF cfg-env-ix > 0 THEN
             MOVE cfg-env-dbhost(cfg-env-ix) TO eg-db-host
             MOVE cfg-env-dbname(cfg-env-ix) TO eg-db-name
           END-IF
           GOBACK
         .

      *  the settings and the run's environment, first call only.
       B-load SECTION.
         B-load-1.
           IF cfg-done = 0 THEN
             CALL 'run-config-load' USING runcfg-data
             CALL 'run-env-get' USING active-env, active-logdir
             MOVE 1 TO cfg-done
           END-IF
         .

      *  the answer fields start clear on every call.
       B-setup SECTION.
         B-para-1.
           PERFORM B-load
           MOVE 0 TO eg-refused
           MOVE SPACES TO eg-owner
           MOVE SPACES TO eg-msg
           MOVE active-env TO eg-active
         .

      *  dir-tok made absolute into dir-full: a leading ./ is
      *  dropped and a relative name goes under PWD.
       C-full-name SECTION.
         C-para-1.
           MOVE SPACES TO dir-full
           IF dir-tok(1:1) = '/' THEN
             MOVE dir-tok TO dir-full
             GO TO C-para-2
           END-IF
           IF dir-tok(1:2) = './' THEN
             MOVE dir-tok(3:) TO dir-tok
           END-IF
           DISPLAY "PWD" UPON ENVIRONMENT-NAME
           MOVE SPACES TO pwd-buf
           ACCEPT pwd-buf FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF pwd-buf = SPACES THEN
             MOVE dir-tok TO dir-full
             GO TO C-para-2
           END-IF
           STRING FUNCTION TRIM(pwd-buf) '/' FUNCTION TRIM(dir-tok)
             DELIMITED BY SIZE INTO dir-full
           END-STRING
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

      *  one data directory of profile kk against full-path: the
      *  path must lie under it, and a deeper directory of another
      *  profile beats a shallower one.
       D-match-dir SECTION.
         D-para-1.
           PERFORM C-full-name
           COMPUTE dir-len = FUNCTION LENGTH(FUNCTION TRIM(dir-full
             TRAILING))
           IF dir-len > 1 AND dir-full(dir-len:1) = '/' THEN
             SUBTRACT 1 FROM dir-len
           END-IF
           IF dir-len >= 500 OR dir-len <= best-len THEN
             GO TO D-para-2
           END-IF
           IF full-path(1:dir-len) = dir-full(1:dir-len)
               AND full-path(dir-len + 1:1) = '/' THEN
             MOVE cfg-env-id(kk) TO eg-owner
             MOVE dir-len TO best-len
           END-IF
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

      *  refused when a profile owns it and that profile is not
      *  the run's environment.
       F-decide SECTION.
         F-para-1.
           IF eg-owner = SPACES OR eg-owner = eg-active THEN
             GO TO F-para-2
           END-IF
           MOVE 1 TO eg-refused
           IF eg-active = SPACES THEN
             STRING FUNCTION TRIM(what-buf) ' belongs to the '
               FUNCTION TRIM(eg-owner) ' environment and this run '
               'has none - refused'
               DELIMITED BY SIZE INTO eg-msg
             END-STRING
           ELSE
             STRING FUNCTION TRIM(what-buf) ' belongs to the '
               FUNCTION TRIM(eg-owner) ' environment, this run is '
               FUNCTION TRIM(eg-active) ' - refused'
               DELIMITED BY SIZE INTO eg-msg
             END-STRING
           END-IF
           GO TO F-para-2
         .
         F-para-2.
           EXIT
         .
