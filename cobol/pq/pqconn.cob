           05 val-ptr PIC 9(4) VALUE 1.
           05 where-built PIC X(600) VALUE SPACES.
           05 where-ok PIC 9 VALUE 0.
           05 img-ptr PIC 9(4) VALUE 1.
           05 bar-cnt PIC 9(4) VALUE 0.
           05 ncols-in PIC 9(2) VALUE 0.
           05 script-fname PIC X(128) VALUE SPACES.
           05 script-fs PIC XX VALUE '00'.
           05 err-len PIC 9(4) VALUE 0.
           05 msgcat-data.
             COPY msgcat.
           05 env-guard-data.
             COPY envguard.
           05 runcfg-data.
             COPY runcfg.
           05 getopts-data.
           05 opt-want PIC X(16) VALUE SPACES.
           05 opt-out PIC X(128) VALUE SPACES.
           05 opt-found PIC 9 VALUE 0.
           05 undocap-data.
             COPY undocap.
           77 bufp PIC X(1024) BASED VALUE SPACES.

           
           05 connect-ok PIC 9 VALUE 0.
           05 audit-data.
             COPY auditlog.
           05 readaudit-data.
             COPY readaudit.
         01 sql-log-data.
           COPY sqllog.

           MOVE 'pqconn' TO aud-job
           CALL 'audit-start' USING audit-data
           IF NOT outfile-arg = SPACES THEN
      *      an outfile under another environment's data
      *      directories is refused before it is opened.
             MOVE outfile-arg TO eg-name
             CALL 'env-path-check' USING env-guard-data
             IF eg-refused = 1 THEN
               MOVE 'ENV001' TO msg-code
               MOVE eg-msg TO msg-detail
               CALL 'msg-display' USING msgcat-data
               MOVE 'FAIL' TO aud-status
               CALL 'audit-end' USING audit-data
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE 1 TO outfile-active
             OPEN OUTPUT resultfile
             IF outfile-fs NOT = '00' THEN
             BY REFERENCE mask-buf.
           DISPLAY FUNCTION TRIM(mask-buf) UPON SYSOUT.

      *    a SCRIPT or MAINT run writes to the database, and may
      *    not write to one another environment's profile names.
           IF mode-arg = 'SCRIPT' OR mode-arg = 'MAINT' THEN
             MOVE mask-buf TO eg-name
             CALL 'env-db-check' USING env-guard-data
             IF eg-refused = 1 THEN
               MOVE 'ENV001' TO msg-code
               MOVE eg-msg TO msg-detail
               CALL 'msg-display' USING msgcat-data
               MOVE 'FAIL' TO aud-status
               CALL 'audit-end' USING audit-data
               IF outfile-active = 1 THEN
                 CLOSE resultfile
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

      *     ALLOCATE 1024 CHARACTERS INITIALIZED RETURNING pgtxt.
      *     SET ADDRESS OF bufp TO pgtxt.

           IF mode-arg = 'MAINT' THEN
             PERFORM G-maintain-mode
             CALL 'PQfinish' USING BY VALUE pgconn
             CALL 'undo-close' USING pgconn, undocap-data
             IF uc-lines > 0 THEN
               DISPLAY 'pqconn maintain: undo image in ',
                 FUNCTION TRIM(uc-file) UPON SYSOUT
             END-IF
             IF outfile-active = 1 THEN
               CLOSE resultfile
             END-IF
             COMPUTE ii = ii + 1
           END-PERFORM.

      *    the SELECT as the operator shaped it, and the rows it
      *    brought back, go to readaccess.log - the WHERE clause is
      *    the query, a bare table is the whole table read.
           MOVE 'pqconn' TO rda-tool
           MOVE tblname TO rda-file
           IF where-clause = SPACES THEN
             MOVE 'OPEN' TO rda-qtype
           ELSE
             MOVE 'WHERE' TO rda-qtype
           END-IF
           STRING
             FUNCTION TRIM(where-clause) DELIMITED BY SIZE
             sspace DELIMITED BY SIZE
             FUNCTION TRIM(limit-clause) DELIMITED BY SIZE
             INTO rda-query
           END-STRING
           MOVE nrows TO rda-rows
           CALL 'read-audit-write' USING readaudit-data.

           IF outfile-active = 1 THEN
             CLOSE resultfile
           END-IF.
           END-IF
         .

      *  every insert, update and delete is recorded for undo
      *  (pq/undocap.cob) as it is made: the inserted columns, or
      *  the rows the WHERE is about to change, read inside the
      *  open transaction. The lines only count once C)ommit has
      *  gone through; A)bort and quit leave them uncounted, so
      *  pqundo reverses exactly what was committed.
       G-maintain-mode SECTION.
         G-para-1.
           MOVE SPACE TO maint-cmd.
           ELSE
             MOVE 'COMMIT' TO buf
             PERFORM K-exec-maint-stmt
             IF pgstate = pgres-command-ok THEN
               CALL 'undo-commit' USING pgconn, undocap-data
             ELSE
               CALL 'undo-discard' USING pgconn, undocap-data
             END-IF
             DISPLAY 'pqconn maintain: ', txn-count,
               ' statement(s) committed' UPON SYSOUT
             MOVE 0 TO txn-count
         N-para-1.
           MOVE 'ROLLBACK' TO buf
           PERFORM K-exec-maint-stmt
           CALL 'undo-discard' USING pgconn, undocap-data
           IF txn-count > 0 THEN
             DISPLAY 'pqconn maintain: ', txn-count,
               ' statement(s) rolled back' UPON SYSOUT
           MOVE 1 TO col-ptr.
           MOVE 1 TO val-ptr.
           MOVE 0 TO ncols-in.
           MOVE SPACES TO uc-image.
           MOVE 1 TO img-ptr.
           MOVE 'X' TO maint-col.
           PERFORM UNTIL maint-col = SPACES
             DISPLAY 'column name (blank to finish): '
                   END-STRING
                 END-IF
                 ADD 1 TO ncols-in
                 IF ncols-in > 1 THEN
                   STRING '|' DELIMITED BY SIZE
                     INTO uc-image WITH POINTER img-ptr
                   END-STRING
                 END-IF
                 STRING FUNCTION TRIM(maint-col) '='
                   FUNCTION TRIM(maint-val) DELIMITED BY SIZE
                   INTO uc-image WITH POINTER img-ptr
                 END-STRING
                 STRING FUNCTION TRIM(maint-col)
                   DELIMITED BY SIZE
                   INTO col-list WITH POINTER col-ptr
             ')' DELIMITED BY SIZE
             INTO buf
           END-STRING.
           MOVE 'I' TO uc-op.
           PERFORM X-undo-capture.
           IF uc-fail = 1 THEN
             GO TO H-para-2
           END-IF.
           PERFORM K-exec-maint-stmt
         .
         H-para-2.
             FUNCTION TRIM(where-built) DELIMITED BY SIZE
             INTO buf
           END-STRING.
           MOVE 'U' TO uc-op.
           MOVE SPACES TO uc-set.
           STRING FUNCTION TRIM(maint-col) '='
             FUNCTION TRIM(maint-val) DELIMITED BY SIZE
             INTO uc-set
           END-STRING.
           PERFORM X-undo-capture.
           IF uc-fail = 1 THEN
             GO TO I-para-2
           END-IF.
           PERFORM K-exec-maint-stmt
         .
         I-para-2.
             FUNCTION TRIM(where-built) DELIMITED BY SIZE
             INTO buf
           END-STRING.
           MOVE 'D' TO uc-op.
           PERFORM X-undo-capture.
           IF uc-fail = 1 THEN
             GO TO J-para-2
           END-IF.
           PERFORM K-exec-maint-stmt
         .
         J-para-2.
           EXIT
         .

      *  an insert's columns, or the rows an update or delete is
      *  about to change; a capture that fails leaves the
      *  transaction unusable (part of it may be on file), so the
      *  statement is not run and only A)bort is left.
       X-undo-capture SECTION.
         X-para-1.
           MOVE 'pqconn' TO uc-job
           MOVE tblname TO uc-table
           MOVE SPACES TO uc-key
      *    a typed value carrying a '|' would not read back as
      *    one column.
           MOVE 0 TO bar-cnt
           IF uc-op = 'I' THEN
             INSPECT uc-image TALLYING bar-cnt FOR ALL '|'
             COMPUTE bar-cnt = bar-cnt - ncols-in + 1
           END-IF
           IF uc-op = 'U' THEN
             INSPECT uc-set TALLYING bar-cnt FOR ALL '|'
           END-IF
           IF bar-cnt > 0 THEN
             MOVE 1 TO uc-fail
           ELSE
             IF uc-op = 'I' THEN
               CALL 'undo-line' USING pgconn, undocap-data
             ELSE
               MOVE where-built TO uc-where
               CALL 'undo-rows' USING pgconn, undocap-data
             END-IF
           END-IF
           IF uc-fail = 1 THEN
             DISPLAY 'pqconn maintain: the change could not be ',
               'recorded for undo and was not made - use A)bort'
               UPON SYSOUT
             MOVE 1 TO maint-failed
             MOVE 1 TO txn-broken
           END-IF
         .

       K-exec-maint-stmt SECTION.
         K-para-1.
           MOVE 'pqconn' TO sql-job
