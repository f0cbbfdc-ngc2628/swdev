      * escaped here; an NA cell loads as NULL.
      *
      *   pqload table-file dbtable key-column value-column
      *     INSERT|UPDATE [BATCH=n] [CSV]
      *
      * INSERT mode batches rows into multi-row INSERT statements
      * (BATCH= or the load-batch suite.cfg setting, default 100)
      * stops taking most of an hour; a failed batch rolls back
      * and replays its rows one at a time, so one bad row costs
      * one row. UPDATE stays row-at-a-time (each row is its own
      * statement anyway). The run reports rows per second. CSV
      * reads a quoted-CSV feed, so a key like "Smith, J." loads
      * as written.
      *
      * Every row loaded is recorded for undo (pq/undocap.cob): an
      * inserted row's key and value, an updated row's image from
      * before the UPDATE, which now runs in its own transaction
      * with the capture. pqundo reverses the whole run if the
      * load turns out to be the wrong file or the wrong day. A key
      * carrying a '|' cannot be recorded and is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             COPY elapseddata.
           05 runcfg-data.
             COPY runcfg.
           05 mask-buf PIC X(1024) VALUE SPACES.
           05 env-guard-data.
             COPY envguard.
           05 fname PIC X(128) VALUE SPACES.
           05 inp-fs PIC XX VALUE '00'.
           05 dbtable PIC X(32) VALUE SPACES.
           05 read-count PIC 9(6) VALUE 0.
           05 applied-count PIC 9(6) VALUE 0.
           05 rejected-count PIC 9(6) VALUE 0.
           05 csv-mode PIC 9 VALUE 0.
           05 csv-skip PIC 9 VALUE 0.
           05 split-delim PIC X(1) VALUE SPACE.
           05 csv-data.
             COPY csvdata.
           05 undocap-data.
             COPY undocap.
           05 bar-cnt PIC 9(4) VALUE 0.
           05 val-raw PIC X(34) VALUE SPACES.
           05 commit-rows PIC 9(4) VALUE 0.

         01 bt-table.
           05 bt-tuple PIC X(160) OCCURS 500 TIMES
             VALUE SPACES.
      *    the same row as key-col=key|val-col=value for the undo
      *    file, unescaped.
           05 bt-image PIC X(200) OCCURS 500 TIMES
             VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 v-ls.
             ON EXCEPTION
               MOVE SPACES TO batch-arg
           END-ACCEPT
           PERFORM UNTIL batch-arg = SPACES
             IF FUNCTION UPPER-CASE(batch-arg(1:6)) = 'BATCH='
                 AND FUNCTION TEST-NUMVAL(batch-arg(7:4)) = 0 THEN
               MOVE FUNCTION NUMVAL(batch-arg(7:4)) TO batch-size
             END-IF
      *      quoted CSV: each record goes through csv-to-table and
      *      is split on the ';' it is rewritten with.
             IF FUNCTION UPPER-CASE(batch-arg) = 'CSV' THEN
               MOVE 1 TO csv-mode
               MOVE ';' TO split-delim
             END-IF
             MOVE SPACES TO batch-arg
             ACCEPT batch-arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO batch-arg
             END-ACCEPT
           END-PERFORM
           IF batch-size = 0 OR batch-size > 500 THEN
             MOVE 100 TO batch-size
           END-IF
               OR NOT (mode-arg = 'INSERT'
                 OR mode-arg = 'UPDATE') THEN
             DISPLAY 'usage: pqload table-file dbtable ',
               'key-column value-column INSERT|UPDATE ',
               '[BATCH=n] [CSV]'
               UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           MOVE 'pqload' TO aud-job
           CALL 'audit-start' USING audit-data
           CALL 'now-str' USING start-data
      *    a write to the database another environment's profile
      *    names is refused before connecting.
           CALL 'connectionstring-masked' USING BY VALUE pgstate
             BY REFERENCE mask-buf
           MOVE mask-buf TO eg-name
           CALL 'env-db-check' USING env-guard-data
           IF eg-refused = 1 THEN
             DISPLAY 'pqload: ', FUNCTION TRIM(eg-msg) UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring' USING BY VALUE pgstate
             BY REFERENCE buf
           PERFORM E-connect-retry
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 MOVE 0 TO csv-skip
                 IF csv-mode = 1 AND table-record NOT = SPACES
                     AND table-record(1:1) NOT = '#' THEN
                   PERFORM C-csv-record
                 END-IF
                 IF table-record NOT = SPACES
                     AND table-record(1:1) NOT = '#' THEN
                   IF cntrec > 0 AND csv-skip = 0 THEN
                     PERFORM B-load-row
                   END-IF
                   ADD 1 TO cntrec
           END-IF
           CLOSE tableinp
           CALL 'PQfinish' USING BY VALUE pgconn
           CALL 'undo-close' USING pgconn, undocap-data
           CALL 'now-str' USING end-data
           CALL 'elapsed-now-str' USING start-data, end-data,
             elapsed-data
             DISPLAY 'pqload: ', fallback-cnt, ' batch(es) ',
               'fell back to row-at-a-time' UPON SYSOUT
           END-IF
           IF uc-lines > 0 THEN
             DISPLAY 'pqload: undo image in ',
               FUNCTION TRIM(uc-file) UPON SYSOUT
           END-IF
           MOVE read-count TO aud-rows-read
           MOVE applied-count TO aud-rows-written
           IF rejected-count > 0 THEN
           ADD 1 TO read-count
           MOVE SPACES TO r-header-in
           MOVE SPACES TO t-val-in
           UNSTRING table-record DELIMITED BY ALL split-delim
             INTO r-header-in, t-val-in
           END-UNSTRING
           MOVE 0 TO bar-cnt
           INSPECT r-header-in TALLYING bar-cnt FOR ALL '|'
           IF bar-cnt > 0 THEN
             COMPUTE linenum = cntrec + 1
             DISPLAY 'pqload: key at line ', linenum,
               ' carries a ''|'' and cannot be recorded for ',
               'undo, rejected: ', FUNCTION TRIM(table-record)
               UPON SYSOUT
             ADD 1 TO rejected-count
             GO TO B-para-2
           END-IF
           IF t-val-in = '-'
               OR FUNCTION UPPER-CASE(t-val-in) = 'NA' THEN
             MOVE 'NULL' TO val-text
             MOVE t-val-in TO val-text
           END-IF
           PERFORM J-escape-key
      *    the row as the undo file records it: a NULL value is
      *    the bare column name.
           MOVE SPACES TO val-raw
           IF val-text = 'NULL' THEN
             STRING FUNCTION TRIM(val-col) DELIMITED BY SIZE
               INTO val-raw
             END-STRING
           ELSE
             STRING FUNCTION TRIM(val-col) '='
               FUNCTION TRIM(val-text) DELIMITED BY SIZE
               INTO val-raw
             END-STRING
           END-IF
           IF mode-arg = 'INSERT' THEN
      *      the row joins the pending batch as one '(key,value)'
      *      tuple; the batch flushes at batch-size or at end of
               FUNCTION TRIM(val-text) ')'
               DELIMITED BY SIZE INTO bt-tuple(bt-cnt)
             END-STRING
             MOVE SPACES TO bt-image(bt-cnt)
             STRING
               FUNCTION TRIM(key-col) '='
               FUNCTION TRIM(r-header-in) '|'
               FUNCTION TRIM(val-raw)
               DELIMITED BY SIZE INTO bt-image(bt-cnt)
             END-STRING
             IF bt-cnt >= batch-size THEN
               PERFORM L-flush-batch
             END-IF
             GO TO B-para-2
           END-IF
      *    the UPDATE runs in its own transaction with the capture
      *    of the row it replaces.
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           MOVE 'pqload' TO uc-job
           MOVE dbtable TO uc-table
           MOVE key-col TO uc-key
           MOVE 'U' TO uc-op
           MOVE SPACES TO uc-where
           STRING
             FUNCTION TRIM(key-col) '=' FUNCTION TRIM(esc-key)
             DELIMITED BY SIZE INTO uc-where
           END-STRING
           MOVE val-raw TO uc-set
           CALL 'undo-rows' USING pgconn, undocap-data
           IF uc-fail = 1 THEN
             DISPLAY 'pqload: row for key ',
               FUNCTION TRIM(r-header-in), ' not recorded for ',
               'undo, rejected' UPON SYSOUT
             ADD 1 TO rejected-count
             PERFORM N-undo-rollback
             GO TO B-para-2
           END-IF
           INITIALIZE buf
           STRING
               'UPDATE ' DELIMITED BY SIZE
               INTO buf
           END-STRING
           PERFORM K-exec-statement
           IF pgstate = pgres-command-ok THEN
             MOVE 1 TO commit-rows
             PERFORM O-undo-commit
           ELSE
             PERFORM N-undo-rollback
           END-IF
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

      *  one quoted-CSV record rewritten for the ';' split; a data
      *  row whose quotes do not balance is rejected, reported
      *  with the quote that was left open.
       C-csv-record SECTION.
         C-para-1.
           MOVE table-record TO csv-line
           CALL 'csv-to-table' USING csv-data
           IF csv-bad = 1 THEN
             MOVE 1 TO csv-skip
             IF cntrec > 0 THEN
               ADD 1 TO read-count
               ADD 1 TO rejected-count
             END-IF
             COMPUTE linenum = cntrec + 1
             DISPLAY 'pqload: bad row at line ', linenum,
               ' rejected: ', FUNCTION TRIM(csv-msg)
               UPON SYSOUT
           ELSE
             MOVE csv-line TO table-record
           END-IF
         .

      *  one multi-row INSERT inside its own transaction: commit
      *  on success, roll back and replay the rows one at a time
      *  on failure, so one bad row costs one row, not the batch.
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           MOVE 'pqload' TO uc-job
           MOVE dbtable TO uc-table
           MOVE key-col TO uc-key
           MOVE 'I' TO uc-op
           MOVE 0 TO uc-fail
           PERFORM VARYING bt-ii FROM 1 BY 1
               UNTIL bt-ii > bt-cnt OR uc-fail = 1
             MOVE bt-image(bt-ii) TO uc-image
             CALL 'undo-line' USING pgconn, undocap-data
           END-PERFORM
           IF uc-fail = 1 THEN
             DISPLAY 'pqload: batch of ', bt-cnt, ' not recorded ',
               'for undo, rejected' UPON SYSOUT
             ADD bt-cnt TO rejected-count
             PERFORM N-undo-rollback
             MOVE 0 TO bt-cnt
             GO TO L-para-2
           END-IF
           MOVE 1 TO ins-ptr
           MOVE SPACES TO ins-buf
           STRING
           CALL 'PQclear' USING BY VALUE pgres
           IF pgstate = pgres-command-ok THEN
             ADD bt-cnt TO applied-count
             MOVE bt-cnt TO commit-rows
             PERFORM O-undo-commit
           ELSE
             ADD 1 TO fallback-cnt
             DISPLAY 'pqload: batch of ', bt-cnt, ' failed, ',
               'status ', pgstate, ' - replaying row by row'
               UPON SYSOUT
             PERFORM N-undo-rollback
             PERFORM VARYING bt-ii FROM 1 BY 1
                 UNTIL bt-ii > bt-cnt
               PERFORM M-single-insert
             END-PERFORM
           END-IF
           MOVE 0 TO bt-cnt
           GO TO L-para-2
         .
         L-para-2.
           EXIT
         .

      *  the replayed row gets a transaction of its own, so its
      *  undo line is only marked committed when it landed.
       M-single-insert SECTION.
         M-para-1.
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           MOVE bt-image(bt-ii) TO uc-image
           CALL 'undo-line' USING pgconn, undocap-data
           IF uc-fail = 1 THEN
             DISPLAY 'pqload: row not recorded for undo, ',
               'rejected: ', FUNCTION TRIM(bt-tuple(bt-ii))
               UPON SYSOUT
             ADD 1 TO rejected-count
             PERFORM N-undo-rollback
             GO TO M-para-2
           END-IF
           INITIALIZE buf
           STRING
             'INSERT INTO ' FUNCTION TRIM(dbtable)
             DELIMITED BY SIZE INTO buf
           END-STRING
           PERFORM K-exec-statement
           IF pgstate = pgres-command-ok THEN
             MOVE 1 TO commit-rows
             PERFORM O-undo-commit
           ELSE
             PERFORM N-undo-rollback
           END-IF
           GO TO M-para-2
         .
         M-para-2.
           EXIT
         .

      *  closes the transaction: the undo lines count once the
      *  COMMIT has gone through; a COMMIT the server refuses
      *  turns the applied rows back into rejected ones.
       O-undo-commit SECTION.
         O-para-1.
           INITIALIZE buf
           MOVE 'COMMIT' TO buf
           PERFORM K-exec-quiet
           IF pgstate = pgres-command-ok THEN
             CALL 'undo-commit' USING pgconn, undocap-data
           ELSE
             DISPLAY 'pqload: COMMIT failed, status ', pgstate
               UPON SYSOUT
             CALL 'undo-discard' USING pgconn, undocap-data
             SUBTRACT commit-rows FROM applied-count
             ADD commit-rows TO rejected-count
           END-IF
         .

       N-undo-rollback SECTION.
         N-para-1.
           INITIALIZE buf
           MOVE 'ROLLBACK' TO buf
           PERFORM K-exec-quiet
           CALL 'undo-discard' USING pgconn, undocap-data
         .

      *  BEGIN/COMMIT/ROLLBACK bracket the batch; they are not
