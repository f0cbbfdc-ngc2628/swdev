       IDENTIFICATION DIVISION.
       PROGRAM-ID. pqundo.

      * post-commit undo of a database load: reverses everything a
      * named run of pqload, pqapply or pqconn's MAINT dialog
      * committed, from the undo file those programs write through
      * pq/undocap.cob - the database counterpart of maintain's
      * journal and uN)do, for the load that committed and then
      * turned out to be the wrong file or the wrong day.
      *
      *   pqundo run-id [FILE=undo-file] [CHECK]
      *
      * The run's undo file is found by its run id in the log
      * directory (LOGDIR, else the environment profile's log-dir,
      * else the current directory) - every undo.*.<run-id>.dat
      * there, when a run crossed midnight - or named with FILE=.
      * Only transactions with their C line are reversed, last
      * change first, all in ONE transaction:
      *   - an inserted row is deleted again
      *   - an updated row gets its before values back
      *   - a deleted row is inserted again (not when a row with
      *     its key has appeared since)
      * and each reversal must find exactly one row still as the
      * run left it - a row changed, removed or duplicated since
      * is a refusal. Any refusal or failed statement rolls the
      * whole undo back: a run is undone completely or not at all.
      * CHECK does the same work and rolls back at the end, to
      * show whether the undo would go through. A run undone is
      * marked in its undo file and cannot be undone twice.
      * A supervisor-level operator id is needed, as for pqapply.
      * Every statement goes to sql.log, the counts to audit.log;
      * a refusal returns 8, a run with nothing to undo 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT revfile ASSIGN TO rev-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rev-fs.
         SELECT undofile ASSIGN TO undo-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS undo-fs.

       DATA DIVISION.
       FILE SECTION.
       FD revfile.
       01 rev-record PIC X(1800) VALUE SPACES.
       FD undofile.
       01 undo-record PIC X(1800) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 pgconn USAGE IS POINTER VALUE NULL.
         01 pgres USAGE IS POINTER VALUE NULL.
         01 pgtxt USAGE IS POINTER VALUE NULL.
         01 pgstate PIC S9(32) VALUE 0.
         01 pgres-command-ok PIC S9(9) VALUE 1.
         01 pgconn-ok-status PIC S9(9) VALUE 0.
         01 connect-max-attempts PIC 9 VALUE 4.
         01 connect-retry-delay PIC 9(4) VALUE 2.

         01 v-ws.
           05 op-id PIC X(12) VALUE SPACES.
           05 op-level PIC 9 VALUE 1.
           05 run-arg PIC X(17) VALUE SPACES.
           05 own-run-id PIC X(17) VALUE SPACES.
           05 opt-tmp PIC X(255) VALUE SPACES.
           05 check-only PIC 9 VALUE 0.
           05 file-arg PIC X(160) VALUE SPACES.
           05 undo-name PIC X(160) VALUE SPACES.
           05 undo-fs PIC XX VALUE '00'.
           05 undo-glob PIC X(200) VALUE SPACES.
           05 rev-name PIC X(160) VALUE SPACES.
           05 rev-fs PIC XX VALUE '00'.
           05 rev-eof PIC 9 VALUE 0.
           05 cmd-buf PIC X(600) VALUE SPACES.
           05 logdir PIC X(128) VALUE SPACES.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 buf PIC X(1024) VALUE SPACES.
           05 stmt-buf PIC X(4096) VALUE SPACES.
           05 stmt-ptr PIC 9(4) VALUE 1.
           05 rec-ptr PIC 9(4) VALUE 1.
           05 ln-txn PIC X(16) VALUE SPACES.
           05 ln-job PIC X(16) VALUE SPACES.
           05 ln-table PIC X(32) VALUE SPACES.
           05 ln-op PIC X(1) VALUE SPACE.
           05 ln-key PIC X(64) VALUE SPACES.
           05 ln-rest PIC X(1800) VALUE SPACES.
           05 img-part PIC X(1024) VALUE SPACES.
           05 set-part PIC X(512) VALUE SPACES.
           05 pp-src PIC X(1024) VALUE SPACES.
           05 pp-ptr PIC 9(4) VALUE 1.
           05 pp-len PIC 9(4) VALUE 0.
           05 pp-vptr PIC 9(4) VALUE 1.
           05 pp-tok PIC X(330) VALUE SPACES.
           05 pp-cnt PIC 9(2) VALUE 0.
           05 pp-bad PIC 9 VALUE 0.
           05 pp-name PIC X(64) OCCURS 60 TIMES VALUE SPACES.
           05 pp-val PIC X(256) OCCURS 60 TIMES VALUE SPACES.
           05 pp-null PIC 9 OCCURS 60 TIMES VALUE 0.
           05 pr-cnt PIC 9(2) VALUE 0.
           05 pr-name PIC X(64) OCCURS 60 TIMES VALUE SPACES.
           05 pr-val PIC X(256) OCCURS 60 TIMES VALUE SPACES.
           05 pr-null PIC 9 OCCURS 60 TIMES VALUE 0.
           05 st-cnt PIC 9(2) VALUE 0.
           05 st-name PIC X(64) OCCURS 60 TIMES VALUE SPACES.
           05 st-val PIC X(256) OCCURS 60 TIMES VALUE SPACES.
           05 st-null PIC 9 OCCURS 60 TIMES VALUE 0.
           05 kk PIC 9(2) VALUE 0.
           05 mm PIC 9(2) VALUE 0.
           05 set-ix PIC 9(2) VALUE 0.
           05 key-ix PIC 9(2) VALUE 0.
           05 out-val PIC X(256) VALUE SPACES.
           05 out-null PIC 9 VALUE 0.
           05 esc-val PIC X(520) VALUE SPACES.
           05 esc-ii PIC 9(4) VALUE 0.
           05 esc-ptr PIC 9(4) VALUE 1.
           05 esc-len PIC 9(4) VALUE 0.
           05 ident-ok PIC 9 VALUE 0.
           05 ident-ii PIC 9(3) VALUE 0.
           05 ident-len PIC 9(3) VALUE 0.
           05 ident-ch PIC X VALUE SPACE.
           05 ident-name PIC X(64) VALUE SPACES.
      *    the C lines met so far, most recent first in the reversed
      *    file - a transaction's own lines follow its C line.
           05 cm-cnt PIC 9(4) VALUE 0.
           05 cm-next PIC 9(4) VALUE 0.
           05 cm-txn PIC X(16) OCCURS 500 TIMES VALUE SPACES.
           05 cm-ii PIC 9(4) VALUE 0.
           05 cm-found PIC 9 VALUE 0.
           05 run-bad PIC 9 VALUE 0.
           05 lines-read PIC 9(8) VALUE 0.
           05 lines-skipped PIC 9(8) VALUE 0.
           05 rows-undone PIC 9(8) VALUE 0.
           05 affected PIC 9(8) VALUE 0.
           05 mark-tok PIC X(16) VALUE SPACES.
           05 now-stamp PIC X(21) VALUE SPACES.
           05 mask-buf PIC X(1024) VALUE SPACES.
           05 env-guard-data.
             COPY envguard.
           05 runcfg-data.
             COPY runcfg.

       LOCAL-STORAGE SECTION.
         01 v-ls.
           05 connect-tries PIC 9 VALUE 0.
           05 connect-ok PIC 9 VALUE 0.
           05 audit-data.
             COPY auditlog.
         01 sql-log-data.
           COPY sqllog.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           ACCEPT run-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO run-arg
           END-ACCEPT
           PERFORM WITH TEST AFTER UNTIL opt-tmp = SPACES
             MOVE SPACES TO opt-tmp
             ACCEPT opt-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO opt-tmp
             END-ACCEPT
             EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(opt-tmp) = 'CHECK'
                 MOVE 1 TO check-only
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:5)) = 'FILE='
                 MOVE opt-tmp(6:160) TO file-arg
               WHEN NOT opt-tmp = SPACES
                 DISPLAY 'pqundo: unrecognized argument ',
                   FUNCTION TRIM(opt-tmp), ' ignored' UPON SYSOUT
             END-EVALUATE
           END-PERFORM
           IF run-arg = SPACES OR run-arg(1:1) = '-' THEN
             DISPLAY 'usage: pqundo run-id [FILE=undo-file] ',
               '[CHECK]' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
      *    reversing a committed load is a supervisor's call, as
      *    applying a transaction file is.
           CALL 'operator-get' USING op-id
           CALL 'operator-level' USING op-id, op-level
           IF op-level < 3 THEN
             DISPLAY 'pqundo: operator ', FUNCTION TRIM(op-id),
               ' is level ', op-level, ', a supervisor id is ',
               'needed to undo a run' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'run-config-load' USING runcfg-data
           IF cfg-connect-max > 0 THEN
             MOVE cfg-connect-max TO connect-max-attempts
           END-IF
           IF cfg-connect-delay > 0 THEN
             MOVE cfg-connect-delay TO connect-retry-delay
           END-IF
           PERFORM B-find-undo-file
           IF run-bad = 1 THEN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'pqundo' TO aud-job
           CALL 'audit-start' USING audit-data
      *    an undo is a write like any other: not against the
      *    database another environment's profile names.
           CALL 'connectionstring-masked' USING BY VALUE pgstate
             BY REFERENCE mask-buf
           MOVE mask-buf TO eg-name
           CALL 'env-db-check' USING env-guard-data
           IF eg-refused = 1 THEN
             DISPLAY 'pqundo: ', FUNCTION TRIM(eg-msg) UPON SYSOUT
             PERFORM Z-remove-work
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring' USING BY VALUE pgstate
             BY REFERENCE buf
           PERFORM E-connect-retry
           IF connect-ok NOT = 1 THEN
             DISPLAY 'pqundo: giving up after ', connect-tries,
               ' connect attempt(s)' UPON SYSOUT
             PERFORM Z-remove-work
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           PERFORM C-reverse-run
           IF run-bad = 0 AND rows-undone = 0 THEN
             DISPLAY 'pqundo: run ', FUNCTION TRIM(run-arg),
               ' committed nothing to undo' UPON SYSOUT
           END-IF
           INITIALIZE buf
           IF run-bad = 1 OR check-only = 1 OR rows-undone = 0 THEN
             MOVE 'ROLLBACK' TO buf
           ELSE
             MOVE 'COMMIT' TO buf
           END-IF
           PERFORM K-exec-quiet
           IF buf(1:6) = 'COMMIT'
               AND pgstate NOT = pgres-command-ok THEN
             DISPLAY 'pqundo: COMMIT failed, status ', pgstate
               UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           CALL 'PQfinish' USING BY VALUE pgconn
           PERFORM Z-remove-work
           MOVE lines-read TO aud-rows-read
           EVALUATE TRUE
             WHEN run-bad = 1
               DISPLAY 'pqundo: run ', FUNCTION TRIM(run-arg),
                 ' NOT undone - rolled back, nothing changed'
                 UPON SYSOUT
               MOVE 0 TO aud-rows-written
               MOVE 'FAIL' TO aud-status
               MOVE 8 TO RETURN-CODE
             WHEN rows-undone = 0
               MOVE 0 TO aud-rows-written
               MOVE 'OK' TO aud-status
               MOVE 4 TO RETURN-CODE
             WHEN check-only = 1
               DISPLAY 'pqundo: CHECK - run ',
                 FUNCTION TRIM(run-arg), ' can be undone, ',
                 rows-undone, ' row(s); rolled back' UPON SYSOUT
               MOVE 0 TO aud-rows-written
               MOVE 'OK' TO aud-status
             WHEN OTHER
               PERFORM G-mark-undone
               DISPLAY 'pqundo: run ', FUNCTION TRIM(run-arg),
                 ' undone, ', rows-undone, ' row(s) reversed'
                 UPON SYSOUT
               MOVE rows-undone TO aud-rows-written
               MOVE 'OK' TO aud-status
           END-EVALUATE
           IF lines-skipped > 0 THEN
             DISPLAY 'pqundo: ', lines-skipped, ' line(s) of ',
               'rolled-back transactions passed over' UPON SYSOUT
           END-IF
           CALL 'audit-end' USING audit-data
           GOBACK
         .

      *  the run's undo file(s), read back to front into a work
      *  file: the last change is reversed first. The newest file
      *  is the one the undone mark is written to.
       B-find-undo-file SECTION.
         B-para-1.
           IF NOT file-arg = SPACES THEN
             MOVE file-arg TO undo-name
             MOVE file-arg TO undo-glob
           ELSE
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
               MOVE '.' TO logdir
             END-IF
             MOVE SPACES TO undo-glob
             STRING
               FUNCTION TRIM(logdir) '/undo.*.'
               FUNCTION TRIM(run-arg) '.dat'
               DELIMITED BY SIZE INTO undo-glob
             END-STRING
           END-IF
           MOVE SPACES TO rev-name
           STRING 'pqundo.' FUNCTION TRIM(run-arg) '.rev'
             DELIMITED BY SIZE INTO rev-name
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING
             'ls ' FUNCTION TRIM(undo-glob) ' 2>/dev/null | '
             'tail -1 > ' FUNCTION TRIM(rev-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE SPACES TO undo-name
           OPEN INPUT revfile
           IF rev-fs = '00' THEN
             READ revfile
               AT END
                 CONTINUE
               NOT AT END
                 MOVE rev-record(1:160) TO undo-name
             END-READ
             CLOSE revfile
           END-IF
           IF undo-name = SPACES THEN
             DISPLAY 'pqundo: no undo file for run ',
               FUNCTION TRIM(run-arg), ' (',
               FUNCTION TRIM(undo-glob), ')' UPON SYSOUT
             PERFORM Z-remove-work
             MOVE 1 TO run-bad
             GO TO B-para-2
           END-IF
           MOVE SPACES TO cmd-buf
           STRING
             'cat ' FUNCTION TRIM(undo-glob) ' | tac > '
             FUNCTION TRIM(rev-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           DISPLAY 'pqundo: run ', FUNCTION TRIM(run-arg), ' from ',
             FUNCTION TRIM(undo-glob) UPON SYSOUT
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

       C-reverse-run SECTION.
         C-para-1.
           MOVE 0 TO rev-eof
           OPEN INPUT revfile
           IF rev-fs NOT = '00' THEN
             DISPLAY 'pqundo: cannot read back the undo file, ',
               'status ', rev-fs UPON SYSOUT
             MOVE 1 TO run-bad
             GO TO C-para-2
           END-IF
           PERFORM UNTIL rev-eof = 1 OR run-bad = 1
             READ revfile
               AT END
                 MOVE 1 TO rev-eof
               NOT AT END
                 IF NOT rev-record = SPACES THEN
                   PERFORM D-one-line
                 END-IF
             END-READ
           END-PERFORM
           CLOSE revfile
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

       D-one-line SECTION.
         D-para-1.
           MOVE SPACES TO ln-txn ln-job ln-table ln-op ln-key
           MOVE 1 TO rec-ptr
           UNSTRING rev-record DELIMITED BY SPACE
             INTO ln-txn ln-job ln-table ln-op ln-key
             WITH POINTER rec-ptr
           END-UNSTRING
           MOVE SPACES TO ln-rest
           IF rec-ptr <= 1800 THEN
             MOVE rev-record(rec-ptr:) TO ln-rest
           END-IF
           EVALUATE ln-op
             WHEN 'X'
               DISPLAY 'pqundo: run ', FUNCTION TRIM(run-arg),
                 ' was already undone: ', FUNCTION TRIM(rev-record)
                 UPON SYSOUT
               MOVE 1 TO run-bad
               GO TO D-para-2
             WHEN 'C'
               ADD 1 TO cm-next
               IF cm-next > 500 THEN
                 MOVE 1 TO cm-next
               END-IF
               MOVE ln-txn TO cm-txn(cm-next)
               IF cm-cnt < 500 THEN
                 ADD 1 TO cm-cnt
               END-IF
               GO TO D-para-2
           END-EVALUATE
           ADD 1 TO lines-read
           MOVE 0 TO cm-found
           PERFORM VARYING cm-ii FROM 1 BY 1
               UNTIL cm-ii > cm-cnt OR cm-found = 1
             IF cm-txn(cm-ii) = ln-txn THEN
               MOVE 1 TO cm-found
             END-IF
           END-PERFORM
           IF cm-found = 0 THEN
             ADD 1 TO lines-skipped
             GO TO D-para-2
           END-IF
           MOVE ln-table TO ident-name
           PERFORM H-check-identifier
           IF ident-ok = 0 THEN
             DISPLAY 'pqundo: table name rejected in: ',
               FUNCTION TRIM(rev-record) UPON SYSOUT
             MOVE 1 TO run-bad
             GO TO D-para-2
           END-IF
           MOVE SPACES TO img-part
           MOVE SPACES TO set-part
           UNSTRING ln-rest DELIMITED BY '||'
             INTO img-part set-part
           END-UNSTRING
           MOVE 0 TO st-cnt
           MOVE 0 TO pp-bad
           IF ln-op = 'U' THEN
             MOVE set-part TO pp-src
             PERFORM P-parse-pairs
             PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > pp-cnt
               MOVE pp-name(kk) TO st-name(kk)
               MOVE pp-val(kk) TO st-val(kk)
               MOVE pp-null(kk) TO st-null(kk)
             END-PERFORM
             MOVE pp-cnt TO st-cnt
             IF pp-bad = 1 OR st-cnt = 0 THEN
               MOVE 1 TO pp-bad
             END-IF
           END-IF
           IF pp-bad = 0 THEN
             MOVE img-part TO pp-src
             PERFORM P-parse-pairs
             PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > pp-cnt
               MOVE pp-name(kk) TO pr-name(kk)
               MOVE pp-val(kk) TO pr-val(kk)
               MOVE pp-null(kk) TO pr-null(kk)
             END-PERFORM
             MOVE pp-cnt TO pr-cnt
           END-IF
           IF pp-bad = 1 OR pr-cnt = 0 THEN
             DISPLAY 'pqundo: unreadable undo line: ',
               FUNCTION TRIM(rev-record) UPON SYSOUT
             MOVE 1 TO run-bad
             GO TO D-para-2
           END-IF
           MOVE SPACES TO stmt-buf
           MOVE 1 TO stmt-ptr
           EVALUATE ln-op
             WHEN 'I' PERFORM L-build-delete
             WHEN 'U' PERFORM M-build-update
             WHEN 'D' PERFORM N-build-insert
             WHEN OTHER
               DISPLAY 'pqundo: unknown action in: ',
                 FUNCTION TRIM(rev-record) UPON SYSOUT
               MOVE 1 TO run-bad
           END-EVALUATE
           IF run-bad = 1 THEN
             GO TO D-para-2
           END-IF
           PERFORM K-exec-undo
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

      *  the undone mark: one X line on the run's newest undo file,
      *  naming who undid it and under which run id.
       G-mark-undone SECTION.
         G-para-1.
           CALL 'run-id-get' USING own-run-id
           MOVE FUNCTION CURRENT-DATE TO now-stamp
           MOVE SPACES TO mark-tok
           STRING 'T' now-stamp(9:8) '-000001'
             DELIMITED BY SIZE INTO mark-tok
           END-STRING
           OPEN EXTEND undofile
           IF undo-fs NOT = '00' THEN
             DISPLAY 'pqundo: run undone but the mark could not ',
               'be written to ', FUNCTION TRIM(undo-name),
               ', status ', undo-fs UPON SYSOUT
             GO TO G-para-2
           END-IF
           MOVE SPACES TO undo-record
           STRING
             FUNCTION TRIM(mark-tok) ' pqundo - X - oper='
             FUNCTION TRIM(op-id) ' run=' FUNCTION TRIM(own-run-id)
             ' rows=' rows-undone
             DELIMITED BY SIZE INTO undo-record
           END-STRING
           WRITE undo-record
           CLOSE undofile
           GO TO G-para-2
         .
         G-para-2.
           EXIT
         .

      *  an inserted row goes again: it must still be exactly as
      *  inserted.
       L-build-delete SECTION.
         L-para-1.
           STRING
             'DELETE FROM ' FUNCTION TRIM(ln-table) ' WHERE '
             DELIMITED BY SIZE INTO stmt-buf WITH POINTER stmt-ptr
           END-STRING
           PERFORM R-append-cond
         .

      *  an updated row gets the before values of the columns the
      *  run set, found by the whole row as the run left it.
       M-build-update SECTION.
         M-para-1.
           STRING
             'UPDATE ' FUNCTION TRIM(ln-table) ' SET '
             DELIMITED BY SIZE INTO stmt-buf WITH POINTER stmt-ptr
           END-STRING
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > st-cnt
             MOVE 0 TO key-ix
             PERFORM VARYING kk FROM 1 BY 1
                 UNTIL kk > pr-cnt OR key-ix > 0
               IF pr-name(kk) = st-name(mm) THEN
                 MOVE kk TO key-ix
               END-IF
             END-PERFORM
             IF key-ix = 0 THEN
               DISPLAY 'pqundo: column ', FUNCTION TRIM(st-name(mm)),
                 ' set but not in the before-image: ',
                 FUNCTION TRIM(rev-record) UPON SYSOUT
               MOVE 1 TO run-bad
               GO TO M-para-2
             END-IF
             IF mm > 1 THEN
               STRING ', ' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             END-IF
             STRING FUNCTION TRIM(st-name(mm)) '='
               DELIMITED BY SIZE INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
             MOVE pr-val(key-ix) TO out-val
             MOVE pr-null(key-ix) TO out-null
             PERFORM Q-append-value
           END-PERFORM
           STRING ' WHERE ' DELIMITED BY SIZE
             INTO stmt-buf WITH POINTER stmt-ptr
           END-STRING
           PERFORM R-append-cond
           GO TO M-para-2
         .
         M-para-2.
           EXIT
         .

      *  a deleted row comes back; with a key column, only while
      *  no row under its key has appeared since.
       N-build-insert SECTION.
         N-para-1.
           STRING
             'INSERT INTO ' FUNCTION TRIM(ln-table) ' ('
             DELIMITED BY SIZE INTO stmt-buf WITH POINTER stmt-ptr
           END-STRING
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > pr-cnt
             IF kk > 1 THEN
               STRING ',' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             END-IF
             STRING FUNCTION TRIM(pr-name(kk)) DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           END-PERFORM
           MOVE 0 TO key-ix
           IF NOT ln-key = '-' THEN
             PERFORM VARYING kk FROM 1 BY 1
                 UNTIL kk > pr-cnt OR key-ix > 0
               IF pr-name(kk) = ln-key AND pr-null(kk) = 0 THEN
                 MOVE kk TO key-ix
               END-IF
             END-PERFORM
           END-IF
           IF key-ix = 0 THEN
             STRING ') VALUES (' DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           ELSE
             STRING ') SELECT ' DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           END-IF
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > pr-cnt
             IF kk > 1 THEN
               STRING ',' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             END-IF
             MOVE pr-val(kk) TO out-val
             MOVE pr-null(kk) TO out-null
             PERFORM Q-append-value
           END-PERFORM
           IF key-ix = 0 THEN
             STRING ')' DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           ELSE
             STRING
               ' WHERE NOT EXISTS (SELECT 1 FROM '
               FUNCTION TRIM(ln-table) ' WHERE '
               FUNCTION TRIM(ln-key) '='
               DELIMITED BY SIZE INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
             MOVE pr-val(key-ix) TO out-val
             MOVE 0 TO out-null
             PERFORM Q-append-value
             STRING ')' DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           END-IF
         .

      *  splits pp-src's col=value|col=value... into pp-name/
      *  pp-val/pp-null; a bare column name is a NULL.
       P-parse-pairs SECTION.
         P-para-1.
           MOVE 0 TO pp-cnt
           MOVE 0 TO pp-bad
           MOVE 1 TO pp-ptr
           COMPUTE pp-len = FUNCTION LENGTH(FUNCTION TRIM(pp-src
             TRAILING))
           IF pp-src = SPACES THEN
             GO TO P-para-2
           END-IF
           PERFORM UNTIL pp-ptr > pp-len OR pp-bad = 1
             MOVE SPACES TO pp-tok
             UNSTRING pp-src DELIMITED BY '|'
               INTO pp-tok
               WITH POINTER pp-ptr
             END-UNSTRING
             IF pp-cnt = 60 THEN
               MOVE 1 TO pp-bad
             ELSE
               ADD 1 TO pp-cnt
               MOVE SPACES TO pp-name(pp-cnt)
               MOVE SPACES TO pp-val(pp-cnt)
               MOVE 1 TO pp-null(pp-cnt)
               MOVE 1 TO pp-vptr
               UNSTRING pp-tok DELIMITED BY '='
                 INTO pp-name(pp-cnt)
                 WITH POINTER pp-vptr
               END-UNSTRING
               IF NOT pp-tok = pp-name(pp-cnt) THEN
                 MOVE 0 TO pp-null(pp-cnt)
                 IF pp-vptr <= 330 THEN
                   MOVE pp-tok(pp-vptr:) TO pp-val(pp-cnt)
                 END-IF
               END-IF
               MOVE pp-name(pp-cnt) TO ident-name
               PERFORM H-check-identifier
               IF ident-ok = 0 THEN
                 MOVE 1 TO pp-bad
               END-IF
             END-IF
           END-PERFORM
           GO TO P-para-2
         .
         P-para-2.
           EXIT
         .

      *  out-val as a literal: NULL, or the value quoted.
       Q-append-value SECTION.
         Q-para-1.
           IF out-null = 1 THEN
             STRING 'NULL' DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           ELSE
             PERFORM J-escape-value
             STRING FUNCTION TRIM(esc-val) DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
           END-IF
         .

      *  the whole image as a WHERE: every column as it was left,
      *  with the set columns of an update at their new values.
       R-append-cond SECTION.
         R-para-1.
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > pr-cnt
             IF kk > 1 THEN
               STRING ' AND ' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             END-IF
             MOVE pr-val(kk) TO out-val
             MOVE pr-null(kk) TO out-null
             PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > st-cnt
               IF st-name(mm) = pr-name(kk) THEN
                 MOVE st-val(mm) TO out-val
                 MOVE st-null(mm) TO out-null
               END-IF
             END-PERFORM
             STRING FUNCTION TRIM(pr-name(kk)) DELIMITED BY SIZE
               INTO stmt-buf WITH POINTER stmt-ptr
             END-STRING
             IF out-null = 1 THEN
               STRING ' IS NULL' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             ELSE
               STRING '=' DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
               PERFORM J-escape-value
               STRING FUNCTION TRIM(esc-val) DELIMITED BY SIZE
                 INTO stmt-buf WITH POINTER stmt-ptr
               END-STRING
             END-IF
           END-PERFORM
         .

      *  same quote-and-double escaping pqapply applies to the
      *  values it is handed.
       J-escape-value SECTION.
         J-para-1.
           MOVE SPACES TO esc-val
           MOVE 1 TO esc-ptr
           STRING "'" DELIMITED BY SIZE
             INTO esc-val WITH POINTER esc-ptr
           END-STRING
           COMPUTE esc-len = FUNCTION LENGTH(FUNCTION TRIM(
             out-val))
           IF out-val = SPACES THEN
             MOVE 0 TO esc-len
           END-IF
           PERFORM VARYING esc-ii FROM 1 BY 1
               UNTIL esc-ii > esc-len
             IF out-val(esc-ii:1) = "'" THEN
               STRING "''" DELIMITED BY SIZE
                 INTO esc-val WITH POINTER esc-ptr
               END-STRING
             ELSE
               STRING out-val(esc-ii:1) DELIMITED BY SIZE
                 INTO esc-val WITH POINTER esc-ptr
               END-STRING
             END-IF
           END-PERFORM
           STRING "'" DELIMITED BY SIZE
             INTO esc-val WITH POINTER esc-ptr
           END-STRING
         .

      *  letters, digits and _ - a schema-qualified table name may
      *  carry one '.' as well.
       H-check-identifier SECTION.
         H-para-1.
           MOVE 1 TO ident-ok
           COMPUTE ident-len = FUNCTION LENGTH(FUNCTION TRIM(
             ident-name))
           IF ident-name = SPACES THEN
             MOVE 0 TO ident-ok
             GO TO H-para-2
           END-IF
           PERFORM VARYING ident-ii FROM 1 BY 1
               UNTIL ident-ii > ident-len
             MOVE ident-name(ident-ii:1) TO ident-ch
             IF NOT ((ident-ch >= 'A' AND ident-ch <= 'Z')
                 OR (ident-ch >= 'a' AND ident-ch <= 'z')
                 OR (ident-ch >= '0' AND ident-ch <= '9')
                 OR ident-ch = '_' OR ident-ch = '.') THEN
               MOVE 0 TO ident-ok
             END-IF
           END-PERFORM
           GO TO H-para-2
         .
         H-para-2.
           EXIT
         .

      *  one reversal: it must go through and touch exactly one
      *  row, or the whole undo is refused.
       K-exec-undo SECTION.
         K-u-para-1.
           STRING X'00' DELIMITED BY SIZE
             INTO stmt-buf WITH POINTER stmt-ptr
           END-STRING
           MOVE 'pqundo' TO sql-job
           MOVE stmt-buf(1:1024) TO sql-text
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn,
             BY REFERENCE stmt-buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           MOVE 0 TO affected
           IF pgstate = pgres-command-ok THEN
             CALL 'PQcmdTuples' USING BY VALUE pgres
               RETURNING pgtxt
             INITIALIZE buf
             CALL 'collectword' USING BY CONTENT pgstate
               BY REFERENCE buf BY REFERENCE pgtxt
             IF FUNCTION TEST-NUMVAL(buf(1:12)) = 0 THEN
               MOVE FUNCTION NUMVAL(buf(1:12)) TO affected
             END-IF
           END-IF
           CALL 'PQclear' USING BY VALUE pgres
           EVALUATE TRUE
             WHEN pgstate NOT = pgres-command-ok
               DISPLAY 'pqundo: reversal failed, status ', pgstate,
                 ': ', FUNCTION TRIM(rev-record) UPON SYSOUT
               MOVE 1 TO run-bad
             WHEN affected = 0
               DISPLAY 'pqundo: row changed or gone since the run ',
                 '(or its key is back): ', FUNCTION TRIM(rev-record)
                 UPON SYSOUT
               MOVE 1 TO run-bad
             WHEN affected > 1
               DISPLAY 'pqundo: ', affected, ' rows match one row ',
                 'of the run, refused: ', FUNCTION TRIM(rev-record)
                 UPON SYSOUT
               MOVE 1 TO run-bad
             WHEN OTHER
               ADD 1 TO rows-undone
           END-EVALUATE
         .

      *  BEGIN/COMMIT/ROLLBACK bracket the undo.
       K-exec-quiet SECTION.
         K-q-para-1.
           MOVE 'pqundo' TO sql-job
           MOVE buf TO sql-text
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn, BY REFERENCE buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           CALL 'PQclear' USING BY VALUE pgres
         .

       Z-remove-work SECTION.
         Z-para-1.
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(rev-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
         .

      *  same retry loop pqconn's E-connect-retry runs.
       E-connect-retry SECTION.
         E-para-1.
           MOVE 0 TO connect-tries
           MOVE 0 TO connect-ok
           PERFORM UNTIL connect-ok = 1
               OR connect-tries NOT < connect-max-attempts
             ADD 1 TO connect-tries
             CALL 'PQconnectdb' USING BY REFERENCE buf
               RETURNING pgconn
             CALL 'PQstatus' USING BY VALUE pgconn
               RETURNING pgstate
             IF pgstate = pgconn-ok-status THEN
               MOVE 1 TO connect-ok
             ELSE
               DISPLAY 'pqundo: connect attempt ', connect-tries,
                 ' failed, status ', pgstate UPON SYSOUT
               CALL 'PQfinish' USING BY VALUE pgconn
               IF connect-tries < connect-max-attempts THEN
                 CALL 'C$SLEEP' USING connect-retry-delay
               END-IF
             END-IF
           END-PERFORM
         .
