       IDENTIFICATION DIVISION.
       PROGRAM-ID. pqpurge.

      * archive-and-purge of aged database rows: tel and the other
      * tables pqload and pqapply feed only ever grew, and nobody
      * would run a bare DELETE without a verified copy. The rows
      * whose date column is older than the retention age are
      * exported to a dated archive file in the suite's table
      * layout, control trailer included; the archive is read back
      * and its row count and total checked against its own
      * trailer and against a count and sum taken from the
      * database, and only when all agree are the rows deleted, in
      * committed batches, by key. Any disagreement is a hard
      * refusal - nothing is deleted.
      *
      *   pqpurge dbtable key-column column[,column...]
      *     date-column age-days [DRYRUN] [BATCH=n] [ARCHIVE=file]
      *
      * The first named column must be numeric - it carries the
      * control total; up to 9 columns are archived after the key.
      * The archive defaults to dbtable.archive.YYYYMMDD and is
      * never overwritten; once in place it goes on the lineage
      * log as fed by the database table. DRYRUN reports what
      * would go and stops.
      * A row is aged when date-column < current_date - age-days,
      * and the DELETE repeats that test, so a row touched since
      * the export stays. BATCH= (or the load-batch suite.cfg
      * setting, default 100, at most 500) keys per transaction.
      * NULL cells archive as NA, spaces in a cell as '_'. Counts
      * go to audit.log; a refusal or failure returns 8. A table
      * under legal hold (utl/legal-hold.cbl) is not touched at
      * all - the run names the hold, purges nothing and returns 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT archout ASSIGN TO arch-tmp-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS arch-fs.
         SELECT archinp ASSIGN TO arch-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS arch-fs.

       DATA DIVISION.
       FILE SECTION.
       FD archout.
       01 arch-out-record PIC X(512) VALUE SPACES.
       FD archinp.
       01 arch-in-record PIC X(512) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 pgconn USAGE IS POINTER VALUE NULL.
         01 pgres USAGE IS POINTER VALUE NULL.
         01 pgres-rows USAGE IS POINTER VALUE NULL.
         01 pgtxt USAGE IS POINTER VALUE NULL.
         01 pgstate PIC S9(32) VALUE 0.
         01 pgres-command-ok PIC S9(9) VALUE 1.
         01 pgres-tuples-ok PIC S9(9) VALUE 2.
         01 pgconn-ok-status PIC S9(9) VALUE 0.
         01 connect-max-attempts PIC 9 VALUE 4.
         01 connect-retry-delay PIC 9(4) VALUE 2.

         01 v-ws.
           05 dbtable PIC X(32) VALUE SPACES.
           05 key-col PIC X(64) VALUE SPACES.
           05 cols-arg PIC X(255) VALUE SPACES.
           05 cols-ptr PIC 9(4) VALUE 1.
           05 col-tok PIC X(64) VALUE SPACES.
           05 col-cnt PIC 9(2) VALUE 0.
           05 col-name PIC X(64) OCCURS 9 TIMES VALUE SPACES.
           05 date-col PIC X(64) VALUE SPACES.
           05 age-arg PIC X(8) VALUE SPACES.
           05 age-days PIC 9(5) VALUE 0.
           05 age-str PIC Z(4)9.
           05 opt-tmp PIC X(255) VALUE SPACES.
           05 dry-run PIC 9 VALUE 0.
           05 batch-size PIC 9(4) VALUE 100.
           05 arch-name PIC X(160) VALUE SPACES.
           05 arch-tmp-name PIC X(168) VALUE SPACES.
           05 arch-fs PIC XX VALUE '00'.
           05 aged-cond PIC X(200) VALUE SPACES.
           05 buf PIC X(1024) VALUE SPACES.
           05 buf-len PIC 9(4) VALUE 0.
           05 buf-ptr PIC 9(4) VALUE 1.
      *    sized for the batch cap: 500 escaped keys of up to 80
      *    characters plus the DELETE text around them.
           05 del-buf PIC X(42000) VALUE SPACES.
           05 del-ptr PIC 9(5) VALUE 1.
           05 cell-txt PIC X(64) VALUE SPACES.
           05 cell-ii PIC 9(3) VALUE 0.
           05 out-ptr PIC 9(4) VALUE 1.
           05 hdr-name PIC X(6) VALUE SPACES.
           05 db-key PIC X(64) VALUE SPACES.
           05 esc-key PIC X(80) VALUE SPACES.
           05 esc-ii PIC 9(3) VALUE 0.
           05 esc-ptr PIC 9(3) VALUE 1.
           05 esc-len PIC 9(3) VALUE 0.
           05 ident-ok PIC 9 VALUE 0.
           05 ident-ii PIC 9(3) VALUE 0.
           05 ident-len PIC 9(3) VALUE 0.
           05 ident-ch PIC X VALUE SPACE.
           05 ident-name PIC X(64) VALUE SPACES.
           05 null-state PIC S9(9) VALUE 0.
           05 col-no PIC 999 VALUE 0.
           05 kk PIC 9(2) VALUE 0.
           05 iseof PIC 9 VALUE 0.
           05 run-bad PIC 9 VALUE 0.
           05 aged-rows PIC 9(8) VALUE 0.
           05 arch-rows PIC 9(8) VALUE 0.
           05 arch-total PIC S9(16)V9(9) VALUE 0.
           05 back-rows PIC 9(8) VALUE 0.
           05 back-total PIC S9(16)V9(9) VALUE 0.
           05 trl-rows PIC 9(8) VALUE 0.
           05 trl-total PIC S9(16)V9(9) VALUE 0.
           05 trl-seen PIC 9 VALUE 0.
           05 db-rows PIC 9(8) VALUE 0.
           05 db-total PIC S9(16)V9(9) VALUE 0.
           05 diff-val PIC S9(16)V9(9) VALUE 0.
           05 deleted-rows PIC 9(8) VALUE 0.
           05 batch-rows PIC 9(8) VALUE 0.
           05 kept-rows PIC 9(8) VALUE 0.
           05 bt-cnt PIC 9(4) VALUE 0.
           05 batches-done PIC 9(6) VALUE 0.
           05 tok-1 PIC X(32) VALUE SPACES.
           05 tok-2 PIC X(32) VALUE SPACES.
           05 tok-3 PIC X(40) VALUE SPACES.
           05 now-data.
             COPY datetimedata.
           05 runcfg-data.
             COPY runcfg.
           05 number53.
             COPY num53.
           05 mask-buf PIC X(1024) VALUE SPACES.
           05 env-guard-data.
             COPY envguard.
           05 hold-data.
             COPY holddata.
           05 lineage-data.
             COPY lineagedata.

       LOCAL-STORAGE SECTION.
         01 v-ls.
           05 nrows PIC 9(8) VALUE 0.
           05 ii PIC 9(8) VALUE 0.
           05 connect-tries PIC 9 VALUE 0.
           05 connect-ok PIC 9 VALUE 0.
           05 audit-data.
             COPY auditlog.
         01 sql-log-data.
           COPY sqllog.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           ACCEPT dbtable FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO dbtable
           END-ACCEPT
           ACCEPT key-col FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO key-col
           END-ACCEPT
           ACCEPT cols-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO cols-arg
           END-ACCEPT
           ACCEPT date-col FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO date-col
           END-ACCEPT
           ACCEPT age-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO age-arg
           END-ACCEPT
           IF dbtable = SPACES OR key-col = SPACES
               OR cols-arg = SPACES OR date-col = SPACES
               OR age-arg = SPACES
               OR FUNCTION TEST-NUMVAL(age-arg) NOT = 0 THEN
             DISPLAY 'usage: pqpurge dbtable key-column ',
               'column[,column...] date-column age-days [DRYRUN] ',
               '[BATCH=n] [ARCHIVE=file]' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(age-arg) TO age-days
           CALL 'run-config-load' USING runcfg-data
           IF cfg-load-batch > 0 THEN
             MOVE cfg-load-batch TO batch-size
           END-IF
           PERFORM WITH TEST AFTER UNTIL opt-tmp = SPACES
             MOVE SPACES TO opt-tmp
             ACCEPT opt-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO opt-tmp
             END-ACCEPT
             EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(opt-tmp) = 'DRYRUN'
                 MOVE 1 TO dry-run
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:6)) = 'BATCH='
                   AND FUNCTION TEST-NUMVAL(opt-tmp(7:4)) = 0
                 MOVE FUNCTION NUMVAL(opt-tmp(7:4)) TO batch-size
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:8)) = 'ARCHIVE='
                 MOVE opt-tmp(9:160) TO arch-name
               WHEN NOT opt-tmp = SPACES
                 DISPLAY 'pqpurge: unrecognized argument ',
                   FUNCTION TRIM(opt-tmp), ' ignored' UPON SYSOUT
             END-EVALUATE
           END-PERFORM
           IF batch-size = 0 OR batch-size > 500 THEN
             MOVE 100 TO batch-size
           END-IF
           IF age-days = 0 THEN
             DISPLAY 'pqpurge: an age of 0 days would purge ',
               'everything up to today - refused' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE key-col TO ident-name
           PERFORM H-check-identifier
           IF ident-ok = 1 THEN
             MOVE date-col TO ident-name
             PERFORM H-check-identifier
           END-IF
           IF ident-ok = 1 THEN
             PERFORM F-split-columns
           ELSE
             DISPLAY 'pqpurge: column name rejected (letters, ',
               'digits and _ only)' UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           IF run-bad = 1 THEN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE dbtable TO ident-name
           PERFORM H-check-identifier
           IF ident-ok = 0 THEN
             DISPLAY 'pqpurge: table name rejected (letters, ',
               'digits and _ only)' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'DB' TO hd-kind
           MOVE dbtable TO hd-name
           CALL 'hold-check' USING hold-data
           IF hd-held = 1 THEN
             DISPLAY 'pqpurge: ', FUNCTION TRIM(dbtable),
               ' is under legal hold ', FUNCTION TRIM(hd-id),
               ' - nothing purged' UPON SYSOUT
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'now-str' USING now-data
           IF arch-name = SPACES THEN
             STRING
               FUNCTION TRIM(dbtable) '.archive.'
               m_year OF now-data m_month OF now-data
               m_day OF now-data
               DELIMITED BY SIZE INTO arch-name
             END-STRING
           END-IF
           STRING
             FUNCTION TRIM(arch-name) '.new'
             DELIMITED BY SIZE INTO arch-tmp-name
           END-STRING
           MOVE age-days TO age-str
           STRING
             FUNCTION TRIM(date-col) ' < current_date - '
             FUNCTION TRIM(age-str)
             DELIMITED BY SIZE INTO aged-cond
           END-STRING
           IF dry-run = 0 THEN
             OPEN INPUT archinp
             IF arch-fs = '00' THEN
               CLOSE archinp
               DISPLAY 'pqpurge: archive ', FUNCTION TRIM(arch-name),
                 ' already exists - name another with ARCHIVE='
                 UPON SYSOUT
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE arch-name TO eg-name
             CALL 'env-path-check' USING env-guard-data
             IF eg-refused = 1 THEN
               DISPLAY 'pqpurge: ', FUNCTION TRIM(eg-msg)
                 UPON SYSOUT
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE 'pqpurge' TO aud-job
           CALL 'audit-start' USING audit-data
      *    a write to the database another environment's profile
      *    names is refused before connecting.
           CALL 'connectionstring-masked' USING BY VALUE pgstate
             BY REFERENCE mask-buf
           MOVE mask-buf TO eg-name
           CALL 'env-db-check' USING env-guard-data
           IF eg-refused = 1 THEN
             DISPLAY 'pqpurge: ', FUNCTION TRIM(eg-msg) UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring' USING BY VALUE pgstate
             BY REFERENCE buf
           PERFORM M-terminate-buf
           PERFORM E-connect-retry
           IF connect-ok NOT = 1 THEN
             DISPLAY 'pqpurge: giving up after ', connect-tries,
               ' connect attempt(s)' UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM G-count-aged
           IF run-bad = 1 THEN
             PERFORM A-fail
             GOBACK
           END-IF
           MOVE db-total TO float53
           CALL 'trim-float53' USING number53
           DISPLAY 'pqpurge: ', FUNCTION TRIM(dbtable), ' - ',
             db-rows, ' row(s) with ', FUNCTION TRIM(date-col),
             ' older than ', FUNCTION TRIM(age-str), ' day(s), ',
             FUNCTION TRIM(col-name(1)), ' total ',
             FUNCTION TRIM(numstr53) UPON SYSOUT
           IF dry-run = 1 THEN
             DISPLAY 'pqpurge: DRYRUN - nothing archived or ',
               'deleted' UPON SYSOUT
             CALL 'PQfinish' USING BY VALUE pgconn
             MOVE db-rows TO aud-rows-read
             MOVE 0 TO aud-rows-written
             MOVE 'DRYRUN' TO aud-status
             CALL 'audit-end' USING audit-data
             GOBACK
           END-IF
           IF db-rows = 0 THEN
             DISPLAY 'pqpurge: nothing to purge' UPON SYSOUT
             CALL 'PQfinish' USING BY VALUE pgconn
             MOVE 'OK' TO aud-status
             CALL 'audit-end' USING audit-data
             GOBACK
           END-IF
           PERFORM B-export-aged
           IF run-bad = 1 THEN
             PERFORM A-fail
             GOBACK
           END-IF
           PERFORM C-verify-archive
           IF run-bad = 1 THEN
             DISPLAY 'pqpurge: archive verification failed - ',
               'purge refused, nothing deleted' UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres-rows
             CALL 'PQfinish' USING BY VALUE pgconn
             MOVE arch-rows TO aud-rows-read
             MOVE 0 TO aud-rows-written
             MOVE 'REFUSED' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM D-delete-batches
           CALL 'PQclear' USING BY VALUE pgres-rows
           CALL 'PQfinish' USING BY VALUE pgconn
           DISPLAY 'pqpurge: ', arch-rows, ' row(s) archived to ',
             FUNCTION TRIM(arch-name), ', ', deleted-rows,
             ' deleted in ', batches-done, ' batch(es)' UPON SYSOUT
           MOVE arch-rows TO aud-rows-read
           MOVE deleted-rows TO aud-rows-written
           IF run-bad = 1 THEN
             MOVE 'FAIL' TO aud-status
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 'OK' TO aud-status
           END-IF
           CALL 'audit-end' USING audit-data
           GOBACK
         .
         A-fail.
           CALL 'PQfinish' USING BY VALUE pgconn
           MOVE 'FAIL' TO aud-status
           CALL 'audit-end' USING audit-data
           MOVE 8 TO RETURN-CODE
         .

      *  the aged rows, in key order, written under a temporary
      *  name and renamed into place once complete; the result is
      *  kept for the DELETE batches.
       B-export-aged SECTION.
         B-para-1.
           INITIALIZE buf
           MOVE 1 TO buf-ptr
           STRING
             'select ' FUNCTION TRIM(key-col)
             DELIMITED BY SIZE INTO buf
             WITH POINTER buf-ptr
           END-STRING
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             STRING
               ',' FUNCTION TRIM(col-name(kk))
               DELIMITED BY SIZE INTO buf
               WITH POINTER buf-ptr
             END-STRING
           END-PERFORM
           STRING
             ' from ' FUNCTION TRIM(dbtable) ' where '
             FUNCTION TRIM(aged-cond) ' order by '
             FUNCTION TRIM(key-col)
             DELIMITED BY SIZE INTO buf
             WITH POINTER buf-ptr
           END-STRING
           PERFORM K-run-select
           IF run-bad = 1 THEN
             GO TO B-para-2
           END-IF
           MOVE pgres TO pgres-rows
           MOVE nrows TO aged-rows
           OPEN OUTPUT archout
           IF arch-fs NOT = '00' THEN
             DISPLAY 'pqpurge: cannot open ',
               FUNCTION TRIM(arch-tmp-name), ', status ', arch-fs
               UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres-rows
             MOVE 1 TO run-bad
             GO TO B-para-2
           END-IF
           MOVE SPACES TO arch-out-record
           MOVE 1 TO out-ptr
           STRING 'r-header' DELIMITED BY SIZE
             INTO arch-out-record WITH POINTER out-ptr
           END-STRING
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             MOVE col-name(kk) TO hdr-name
             STRING ' ' FUNCTION TRIM(hdr-name)
               DELIMITED BY SIZE
               INTO arch-out-record WITH POINTER out-ptr
             END-STRING
           END-PERFORM
           WRITE arch-out-record
           MOVE 0 TO ii
           PERFORM UNTIL ii = aged-rows
             PERFORM B-write-row
             ADD 1 TO ii
           END-PERFORM
           MOVE 2 TO dp53
           MOVE arch-total TO float53
           CALL 'trim-float53' USING number53
           MOVE 15 TO dp53
           MOVE SPACES TO arch-out-record
           STRING '#TRAILER ' arch-rows ' '
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO arch-out-record
           END-STRING
           WRITE arch-out-record
           CLOSE archout
           MOVE SPACES TO buf
           STRING
             'mv -f ' FUNCTION TRIM(arch-tmp-name) ' '
             FUNCTION TRIM(arch-name)
             DELIMITED BY SIZE INTO buf
           END-STRING
           CALL "SYSTEM" USING buf
           IF RETURN-CODE NOT = 0 THEN
             DISPLAY 'pqpurge: could not put ',
               FUNCTION TRIM(arch-name), ' in place' UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres-rows
             MOVE 1 TO run-bad
             GO TO B-para-2
           END-IF
           MOVE 'pqpurge' TO lin-program
           MOVE arch-name TO lin-out-file
           MOVE 1 TO lin-in-count
           MOVE dbtable TO lin-in-file(1)
           CALL 'lineage-record' USING lineage-data
           GO TO B-para-2
         .
         B-write-row.
           CALL 'PQgetvalue' USING BY VALUE pgres-rows BY VALUE ii
             BY VALUE 0 RETURNING pgtxt
           INITIALIZE buf
           CALL 'collectword' USING BY CONTENT pgstate
             BY REFERENCE buf BY REFERENCE pgtxt
           MOVE buf(1:64) TO cell-txt
           PERFORM B-clean-cell
           MOVE SPACES TO arch-out-record
           MOVE 1 TO out-ptr
           STRING FUNCTION TRIM(cell-txt) DELIMITED BY SIZE
             INTO arch-out-record WITH POINTER out-ptr
           END-STRING
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             MOVE kk TO col-no
             CALL 'PQgetisnull' USING BY VALUE pgres-rows
               BY VALUE ii BY VALUE col-no RETURNING null-state
             IF null-state = 1 THEN
               MOVE 'NA' TO cell-txt
             ELSE
               CALL 'PQgetvalue' USING BY VALUE pgres-rows
                 BY VALUE ii BY VALUE col-no RETURNING pgtxt
               INITIALIZE buf
               CALL 'collectword' USING BY CONTENT pgstate
                 BY REFERENCE buf BY REFERENCE pgtxt
               MOVE buf(1:64) TO cell-txt
               PERFORM B-clean-cell
               IF kk = 1
                   AND FUNCTION TEST-NUMVAL(cell-txt) = 0 THEN
                 COMPUTE arch-total = arch-total
                   + FUNCTION NUMVAL(cell-txt)
               END-IF
             END-IF
             STRING ' ' FUNCTION TRIM(cell-txt) DELIMITED BY SIZE
               INTO arch-out-record WITH POINTER out-ptr
             END-STRING
           END-PERFORM
           WRITE arch-out-record
           ADD 1 TO arch-rows
         .
         B-clean-cell.
           IF cell-txt = SPACES THEN
             MOVE 'NA' TO cell-txt
           END-IF
           COMPUTE esc-len = FUNCTION LENGTH(FUNCTION TRIM(
             cell-txt TRAILING))
           PERFORM VARYING cell-ii FROM 1 BY 1
               UNTIL cell-ii > esc-len
             IF cell-txt(cell-ii:1) = SPACE THEN
               MOVE '_' TO cell-txt(cell-ii:1)
             END-IF
           END-PERFORM
         .
         B-para-2.
           EXIT
         .

      *  the archive as it now sits on disk: its data rows and
      *  first-column total must match its own trailer and the
      *  database's count and sum of the same aged rows.
       C-verify-archive SECTION.
         C-para-1.
           OPEN INPUT archinp
           IF arch-fs NOT = '00' THEN
             DISPLAY 'pqpurge: cannot reopen ',
               FUNCTION TRIM(arch-name), ', status ', arch-fs
               UPON SYSOUT
             MOVE 1 TO run-bad
             GO TO C-para-2
           END-IF
           MOVE 0 TO iseof
           MOVE 0 TO back-rows
           MOVE 0 TO back-total
           PERFORM UNTIL iseof = 1
             READ archinp
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 PERFORM C-one-line THRU C-line-done
             END-READ
           END-PERFORM
           CLOSE archinp
           PERFORM G-count-aged
           IF run-bad = 1 THEN
             GO TO C-para-2
           END-IF
           IF trl-seen = 0 THEN
             DISPLAY 'pqpurge: archive has no trailer' UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           IF back-rows NOT = trl-rows
               OR back-rows NOT = arch-rows THEN
             DISPLAY 'pqpurge: archive holds ', back-rows,
               ' row(s), trailer says ', trl-rows, ', ',
               arch-rows, ' written' UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           IF back-rows NOT = db-rows THEN
             DISPLAY 'pqpurge: archive holds ', back-rows,
               ' row(s), database now has ', db-rows, ' aged'
               UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           COMPUTE diff-val = back-total - trl-total
           IF diff-val < 0 THEN
             COMPUTE diff-val = 0 - diff-val
           END-IF
           IF diff-val > 0.005 THEN
             DISPLAY 'pqpurge: archive total disagrees with its ',
               'trailer' UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           COMPUTE diff-val = back-total - db-total
           IF diff-val < 0 THEN
             COMPUTE diff-val = 0 - diff-val
           END-IF
           IF diff-val > 0.005 THEN
             MOVE back-total TO float53
             CALL 'trim-float53' USING number53
             DISPLAY 'pqpurge: archive total ',
               FUNCTION TRIM(numstr53) NO ADVANCING UPON SYSOUT
             MOVE db-total TO float53
             CALL 'trim-float53' USING number53
             DISPLAY ', database ', FUNCTION TRIM(numstr53)
               UPON SYSOUT
             MOVE 1 TO run-bad
           END-IF
           IF run-bad = 0 THEN
             DISPLAY 'pqpurge: archive verified - ', back-rows,
               ' row(s), total agrees with the database'
               UPON SYSOUT
           END-IF
           GO TO C-para-2
         .
         C-one-line.
           IF arch-in-record = SPACES THEN
             GO TO C-line-done
           END-IF
           MOVE SPACES TO tok-1
           MOVE SPACES TO tok-2
           MOVE SPACES TO tok-3
           UNSTRING arch-in-record DELIMITED BY ALL SPACE
             INTO tok-1, tok-2, tok-3
           END-UNSTRING
           IF tok-1 = '#TRAILER' THEN
             MOVE 1 TO trl-seen
             IF FUNCTION TEST-NUMVAL(tok-2) = 0 THEN
               MOVE FUNCTION NUMVAL(tok-2) TO trl-rows
             END-IF
             IF FUNCTION TEST-NUMVAL(tok-3) = 0 THEN
               COMPUTE trl-total = FUNCTION NUMVAL(tok-3)
             END-IF
             GO TO C-line-done
           END-IF
           IF tok-1 = 'r-header' OR tok-1(1:1) = '#' THEN
             GO TO C-line-done
           END-IF
           ADD 1 TO back-rows
           IF FUNCTION TEST-NUMVAL(tok-2) = 0 THEN
             COMPUTE back-total = back-total
               + FUNCTION NUMVAL(tok-2)
           END-IF
         .
         C-line-done.
           EXIT
         .
         C-para-2.
           EXIT
         .

      *  the archived keys, batch-size to a transaction; a failed
      *  batch rolls back and stops the purge, leaving every
      *  earlier batch committed and still covered by the archive.
       D-delete-batches SECTION.
         D-para-1.
           MOVE 0 TO ii
           MOVE 0 TO bt-cnt
           PERFORM UNTIL ii = aged-rows OR run-bad = 1
             IF bt-cnt = 0 THEN
               MOVE SPACES TO del-buf
               MOVE 1 TO del-ptr
               STRING
                 'DELETE FROM ' FUNCTION TRIM(dbtable) ' WHERE '
                 FUNCTION TRIM(aged-cond) ' AND '
                 FUNCTION TRIM(key-col) ' IN ('
                 DELIMITED BY SIZE INTO del-buf
                 WITH POINTER del-ptr
               END-STRING
             END-IF
             CALL 'PQgetvalue' USING BY VALUE pgres-rows
               BY VALUE ii BY VALUE 0 RETURNING pgtxt
             INITIALIZE buf
             CALL 'collectword' USING BY CONTENT pgstate
               BY REFERENCE buf BY REFERENCE pgtxt
             MOVE buf(1:64) TO db-key
             PERFORM J-escape-key
             IF bt-cnt > 0 THEN
               STRING ',' DELIMITED BY SIZE
                 INTO del-buf WITH POINTER del-ptr
               END-STRING
             END-IF
             STRING FUNCTION TRIM(esc-key) DELIMITED BY SIZE
               INTO del-buf WITH POINTER del-ptr
             END-STRING
             ADD 1 TO bt-cnt
             ADD 1 TO ii
             IF bt-cnt = batch-size OR ii = aged-rows THEN
               PERFORM D-run-batch
               MOVE 0 TO bt-cnt
             END-IF
           END-PERFORM
           GO TO D-para-2
         .
         D-run-batch.
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           STRING ')' DELIMITED BY SIZE
             INTO del-buf WITH POINTER del-ptr
           END-STRING
           MOVE 'pqpurge' TO sql-job
           MOVE del-buf(1:1024) TO sql-text
           STRING X'00' DELIMITED BY SIZE
             INTO del-buf WITH POINTER del-ptr
           END-STRING
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn,
             BY REFERENCE del-buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           IF pgstate = pgres-command-ok THEN
             CALL 'PQcmdTuples' USING BY VALUE pgres
               RETURNING pgtxt
             INITIALIZE buf
             CALL 'collectword' USING BY CONTENT pgstate
               BY REFERENCE buf BY REFERENCE pgtxt
             MOVE 0 TO batch-rows
             IF FUNCTION TEST-NUMVAL(buf(1:12)) = 0 THEN
               MOVE FUNCTION NUMVAL(buf(1:12)) TO batch-rows
             END-IF
             CALL 'PQclear' USING BY VALUE pgres
             INITIALIZE buf
             MOVE 'COMMIT' TO buf
             PERFORM K-exec-quiet
             ADD batch-rows TO deleted-rows
             ADD 1 TO batches-done
             IF batch-rows < bt-cnt THEN
               COMPUTE kept-rows = bt-cnt - batch-rows
               DISPLAY 'pqpurge: batch ', batches-done, ' - ',
                 kept-rows, ' key(s) no longer aged or ',
                 'already gone, kept' UPON SYSOUT
             END-IF
           ELSE
             DISPLAY 'pqpurge: delete batch failed, status ',
               pgstate, ' - rolled back, purge stopped' UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             INITIALIZE buf
             MOVE 'ROLLBACK' TO buf
             PERFORM K-exec-quiet
             MOVE 1 TO run-bad
           END-IF
         .
         D-para-2.
           EXIT
         .

      *  the value columns, checked the way the key column is; the
      *  archive header carries each cut to six characters.
       F-split-columns SECTION.
         F-para-1.
           MOVE 1 TO cols-ptr
           PERFORM UNTIL cols-ptr > 255 OR run-bad = 1
             MOVE SPACES TO col-tok
             UNSTRING cols-arg DELIMITED BY ','
               INTO col-tok
               WITH POINTER cols-ptr
             END-UNSTRING
             IF NOT col-tok = SPACES THEN
               MOVE col-tok TO ident-name
               PERFORM H-check-identifier
               EVALUATE TRUE
                 WHEN ident-ok = 0
                   DISPLAY 'pqpurge: column name ',
                     FUNCTION TRIM(col-tok), ' rejected (letters,',
                     ' digits and _ only)' UPON SYSOUT
                   MOVE 1 TO run-bad
                 WHEN col-cnt >= 9
                   DISPLAY 'pqpurge: more than 9 columns'
                     UPON SYSOUT
                   MOVE 1 TO run-bad
                 WHEN OTHER
                   ADD 1 TO col-cnt
                   MOVE col-tok TO col-name(col-cnt)
               END-EVALUATE
             END-IF
           END-PERFORM
         .

      *  the database's own count and first-column sum of the aged
      *  rows.
       G-count-aged SECTION.
         G-para-1.
           INITIALIZE buf
           STRING
             'select count(*), coalesce(sum('
             FUNCTION TRIM(col-name(1)) '),0) from '
             FUNCTION TRIM(dbtable) ' where '
             FUNCTION TRIM(aged-cond)
             DELIMITED BY SIZE INTO buf
           END-STRING
           PERFORM K-run-select
           IF run-bad = 1 THEN
             GO TO G-para-2
           END-IF
           CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE 0
             BY VALUE 0 RETURNING pgtxt
           INITIALIZE buf
           CALL 'collectword' USING BY CONTENT pgstate
             BY REFERENCE buf BY REFERENCE pgtxt
           MOVE 0 TO db-rows
           IF FUNCTION TEST-NUMVAL(buf(1:12)) = 0 THEN
             MOVE FUNCTION NUMVAL(buf(1:12)) TO db-rows
           END-IF
           CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE 0
             BY VALUE 1 RETURNING pgtxt
           INITIALIZE buf
           CALL 'collectword' USING BY CONTENT pgstate
             BY REFERENCE buf BY REFERENCE pgtxt
           MOVE 0 TO db-total
           IF FUNCTION TEST-NUMVAL(buf(1:40)) = 0 THEN
             COMPUTE db-total = FUNCTION NUMVAL(buf(1:40))
           END-IF
           CALL 'PQclear' USING BY VALUE pgres
           GO TO G-para-2
         .
         G-para-2.
           EXIT
         .

       H-check-identifier SECTION.
         H-para-1.
           MOVE 1 TO ident-ok
           COMPUTE ident-len = FUNCTION LENGTH(FUNCTION TRIM(
             ident-name))
           IF ident-len = 0 THEN
             MOVE 0 TO ident-ok
             GO TO H-para-2
           END-IF
           PERFORM VARYING ident-ii FROM 1 BY 1
               UNTIL ident-ii > ident-len
             MOVE ident-name(ident-ii:1) TO ident-ch
             IF NOT ((ident-ch >= 'A' AND ident-ch <= 'Z')
                 OR (ident-ch >= 'a' AND ident-ch <= 'z')
                 OR (ident-ch >= '0' AND ident-ch <= '9')
                 OR ident-ch = '_') THEN
               MOVE 0 TO ident-ok
             END-IF
           END-PERFORM
           GO TO H-para-2
         .
         H-para-2.
           EXIT
         .

      *  same quote-and-double escaping pqload applies to keys.
       J-escape-key SECTION.
         J-para-1.
           MOVE SPACES TO esc-key
           MOVE 1 TO esc-ptr
           STRING "'" DELIMITED BY SIZE
             INTO esc-key WITH POINTER esc-ptr
           END-STRING
           COMPUTE esc-len = FUNCTION LENGTH(FUNCTION TRIM(
             db-key))
           PERFORM VARYING esc-ii FROM 1 BY 1
               UNTIL esc-ii > esc-len
             IF db-key(esc-ii:1) = "'" THEN
               STRING "''" DELIMITED BY SIZE
                 INTO esc-key WITH POINTER esc-ptr
               END-STRING
             ELSE
               STRING db-key(esc-ii:1) DELIMITED BY SIZE
                 INTO esc-key WITH POINTER esc-ptr
               END-STRING
             END-IF
           END-PERFORM
           STRING "'" DELIMITED BY SIZE
             INTO esc-key WITH POINTER esc-ptr
           END-STRING
         .

      *  a SELECT in buf, logged; pgres and nrows are left for the
      *  caller, who clears the result.
       K-run-select SECTION.
         K-para-1.
           MOVE 'pqpurge' TO sql-job
           MOVE buf TO sql-text
           PERFORM M-terminate-buf
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn,
             BY REFERENCE buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           IF pgstate NOT = pgres-tuples-ok THEN
             DISPLAY 'pqpurge: query on ', FUNCTION TRIM(dbtable),
               ' failed, status ', pgstate UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             MOVE 1 TO run-bad
             GO TO K-para-2
           END-IF
           CALL 'PQntuples' USING BY VALUE pgres
             RETURNING nrows
           GO TO K-para-2
         .
         K-para-2.
           EXIT
         .

      *  BEGIN/COMMIT/ROLLBACK bracket a batch.
       K-exec-quiet SECTION.
         K-q-para-1.
           MOVE 'pqpurge' TO sql-job
           MOVE buf TO sql-text
           PERFORM M-terminate-buf
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn, BY REFERENCE buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           CALL 'PQclear' USING BY VALUE pgres
         .

      *  libpq reads a string up to its NUL, not to the end of the
      *  field, so the text in buf gets one after its last
      *  non-blank character.
       M-terminate-buf SECTION.
         M-para-1.
           COMPUTE buf-len = FUNCTION LENGTH(FUNCTION TRIM(buf
             TRAILING))
           IF buf-len < 1024 THEN
             MOVE X'00' TO buf(buf-len + 1:1)
           END-IF
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
               DISPLAY 'pqpurge: connect attempt ', connect-tries,
                 ' failed, status ', pgstate UPON SYSOUT
               CALL 'PQfinish' USING BY VALUE pgconn
               IF connect-tries < connect-max-attempts THEN
                 CALL 'C$SLEEP' USING connect-retry-delay
               END-IF
             END-IF
           END-PERFORM
         .
