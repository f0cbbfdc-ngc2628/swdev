      *   U|keycol=value|col=value...  update, first pair is the key
      *   D|keycol=value               delete by key
      * '#' in column one is a comment line.
      *
      * Each record is applied in a transaction of its own together
      * with its undo capture (pq/undocap.cob): the columns an
      * insert wrote, the whole row an update or delete replaced,
      * read before the statement runs. pqundo reverses the run
      * when a committed file turns out to be the wrong one; a
      * record that cannot be captured is rejected, not applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 txn-fs PIC XX VALUE '00'.
           05 txn-eof PIC 9 VALUE 0.
           05 buf PIC X(1024) VALUE SPACES.
           05 stmt-buf PIC X(1024) VALUE SPACES.
           05 act-tok PIC X(2) VALUE SPACES.
           05 pair-tok PIC X(300) VALUE SPACES.
           05 pair-col PIC X(64) VALUE SPACES.
           05 ckpt-cmd PIC X(160) VALUE SPACES.
           05 runcfg-data.
             COPY runcfg.
           05 mask-buf PIC X(1024) VALUE SPACES.
           05 env-guard-data.
             COPY envguard.
           05 undocap-data.
             COPY undocap.
           05 img-list PIC X(1024) VALUE SPACES.
           05 img-ptr PIC 9(4) VALUE 1.

       LOCAL-STORAGE SECTION.
         01 v-ls.
           END-IF
           MOVE 'pqapply' TO aud-job
           CALL 'audit-start' USING audit-data
      *    a write to the database another environment's profile
      *    names is refused before connecting.
           CALL 'connectionstring-masked' USING BY VALUE pgstate
             BY REFERENCE mask-buf
           MOVE mask-buf TO eg-name
           CALL 'env-db-check' USING env-guard-data
           IF eg-refused = 1 THEN
             DISPLAY 'pqapply: ', FUNCTION TRIM(eg-msg) UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring' USING BY VALUE pgstate
             BY REFERENCE buf
           PERFORM E-connect-retry
           END-PERFORM
           CLOSE txnfile
           CALL 'PQfinish' USING BY VALUE pgconn
           CALL 'undo-close' USING pgconn, undocap-data
           PERFORM R-remove-checkpoint
           DISPLAY 'pqapply: ', read-count, ' record(s) read, ',
             applied-count, ' applied, ', skipped-count,
             ' skipped as already done, ', rejected-count,
             ' rejected' UPON SYSOUT
           IF uc-lines > 0 THEN
             DISPLAY 'pqapply: undo image in ',
               FUNCTION TRIM(uc-file) UPON SYSOUT
           END-IF
           MOVE read-count TO aud-rows-read
           MOVE applied-count TO aud-rows-written
           IF rejected-count > 0 THEN
             INTO act-tok
             WITH POINTER rec-ptr
           END-UNSTRING
           MOVE 'pqapply' TO uc-job
           MOVE tblname TO uc-table
           MOVE SPACES TO uc-key
           MOVE SPACES TO uc-where
           MOVE SPACES TO img-list
           MOVE 1 TO img-ptr
           EVALUATE FUNCTION UPPER-CASE(act-tok(1:1))
             WHEN 'I' PERFORM C-build-insert
             WHEN 'U' PERFORM D-build-update
               MOVE 1 TO rec-bad
           END-EVALUATE
           IF rec-bad = 0 THEN
             PERFORM S-apply-captured
           ELSE
             ADD 1 TO rejected-count
           END-IF
         .

      *  one record, one transaction: the capture first (the
      *  inserted columns, or the rows the WHERE is about to
      *  change), then the statement, then COMMIT - the undo
      *  lines only count once the COMMIT has gone through.
       S-apply-captured SECTION.
         S-para-1.
           MOVE buf TO stmt-buf
           INITIALIZE buf
           MOVE 'BEGIN' TO buf
           PERFORM K-exec-quiet
           IF uc-op = 'I' THEN
             MOVE img-list TO uc-image
             CALL 'undo-line' USING pgconn, undocap-data
           ELSE
             CALL 'undo-rows' USING pgconn, undocap-data
           END-IF
           IF uc-fail = 1 THEN
             DISPLAY 'pqapply: record not recorded for undo, ',
               'rejected: ', FUNCTION TRIM(txn-record) UPON SYSOUT
             ADD 1 TO rejected-count
             PERFORM U-undo-rollback
             GO TO S-para-2
           END-IF
           MOVE stmt-buf TO buf
           PERFORM K-exec-statement
           IF pgstate NOT = pgres-command-ok THEN
             PERFORM U-undo-rollback
             GO TO S-para-2
           END-IF
           INITIALIZE buf
           MOVE 'COMMIT' TO buf
           PERFORM K-exec-quiet
           IF pgstate = pgres-command-ok THEN
             CALL 'undo-commit' USING pgconn, undocap-data
           ELSE
             DISPLAY 'pqapply: COMMIT failed, status ', pgstate,
               ': ', FUNCTION TRIM(txn-record) UPON SYSOUT
             CALL 'undo-discard' USING pgconn, undocap-data
             SUBTRACT 1 FROM applied-count
             ADD 1 TO rejected-count
           END-IF
           GO TO S-para-2
         .
         S-para-2.
           EXIT
         .

       U-undo-rollback SECTION.
         U-para-1.
           INITIALIZE buf
           MOVE 'ROLLBACK' TO buf
           PERFORM K-exec-quiet
           CALL 'undo-discard' USING pgconn, undocap-data
         .

      *  BEGIN/COMMIT/ROLLBACK bracket each record; they are not
      *  counted as applied or rejected records.
       K-exec-quiet SECTION.
         K-q-para-1.
           MOVE 'pqapply' TO sql-job
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

       C-build-insert SECTION.
         C-para-1.
           MOVE SPACES TO col-list
                 END-STRING
               END-IF
               ADD 1 TO pair-count
               IF pair-count = 1 THEN
                 MOVE pair-col TO uc-key
               ELSE
                 STRING '|' DELIMITED BY SIZE
                   INTO img-list WITH POINTER img-ptr
                 END-STRING
               END-IF
               STRING FUNCTION TRIM(pair-col) '='
                 FUNCTION TRIM(pair-val) DELIMITED BY SIZE
                 INTO img-list WITH POINTER img-ptr
               END-STRING
               STRING FUNCTION TRIM(pair-col) DELIMITED BY SIZE
                 INTO col-list WITH POINTER col-ptr
               END-STRING
             MOVE 1 TO rec-bad
           END-IF
           IF rec-bad = 0 THEN
             MOVE 'I' TO uc-op
             INITIALIZE buf
             STRING
               'INSERT INTO ' DELIMITED BY SIZE
             FUNCTION TRIM(esc-val) DELIMITED BY SIZE
             INTO where-built
           END-STRING
           MOVE pair-col TO uc-key
           MOVE where-built TO uc-where
           MOVE 'U' TO uc-op
           MOVE SPACES TO set-list
           MOVE 1 TO set-ptr
           MOVE 0 TO pair-count
                   INTO set-list WITH POINTER set-ptr
                 END-STRING
               END-IF
               IF pair-count > 0 THEN
                 STRING '|' DELIMITED BY SIZE
                   INTO img-list WITH POINTER img-ptr
                 END-STRING
               END-IF
               ADD 1 TO pair-count
               STRING FUNCTION TRIM(pair-col) '='
                 FUNCTION TRIM(esc-val) DELIMITED BY SIZE
                 INTO set-list WITH POINTER set-ptr
               END-STRING
               STRING FUNCTION TRIM(pair-col) '='
                 FUNCTION TRIM(pair-val) DELIMITED BY SIZE
                 INTO img-list WITH POINTER img-ptr
               END-STRING
             END-IF
           END-PERFORM
           IF pair-count = 0 THEN
             MOVE 1 TO rec-bad
           END-IF
           MOVE img-list(1:512) TO uc-set
           IF rec-bad = 0 THEN
             INITIALIZE buf
             STRING
             MOVE 1 TO rec-bad
             GO TO F-para-2
           END-IF
           MOVE pair-col TO uc-key
           MOVE 'D' TO uc-op
           MOVE SPACES TO uc-where
           STRING
             FUNCTION TRIM(pair-col) '='
             FUNCTION TRIM(esc-val) DELIMITED BY SIZE
             INTO uc-where
           END-STRING
           INITIALIZE buf
           STRING
             'DELETE FROM ' DELIMITED BY SIZE
