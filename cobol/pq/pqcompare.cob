       IDENTIFICATION DIVISION.
       PROGRAM-ID. pqcompare.

      * database-to-database comparison across two connection
      * targets: the after-release question of whether the test
      * and production copies of a table agree, answered in one
      * run instead of two exports, two bridges and a reconcile
      * whose files go stale between steps. Each side's target is
      * read from its own file into a pgconnover block and handed
      * to strings.cob's override entries, so the two connections
      * never share a PQ* environment; only the masked rendering
      * of either target is ever shown or logged. The same SELECT
      * of the key column and the named value columns runs on both
      * sides through the same libpq machinery pqverify uses, and
      * the report gives the keys found on one side only and every
      * column value that differs beyond its tolerance.
      *
      *   pqcompare target-a target-b dbtable key-column
      *     column[,column...] [SCHEMA=schema-file] [TOL=n]
      *     [WHERE=condition]
      *
      * A target file holds the keyword=value settings of one
      * connection, '*' comments, any of them left out falling
      * through to the PQ* environment and the compiled-in
      * defaults as for every other connection:
      *   host=dbtest01  port=5432  user=verify
      *   password=...  dbname=mk  hostaddr=...
      * Up to 10 value columns. A column's TOL/TOLPCT line in the
      * schema file sets its tolerance (the percentage taken of
      * side A's value); TOL= covers the columns the schema does
      * not name. Two numbers compare as numbers, anything else as
      * text; a NULL only matches a NULL. Both statements go to
      * sql.log and the counts to audit.log, stamped with the run
      * id. Differences return 4, run errors 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT targetfile ASSIGN TO target-fname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS target-fs.

       DATA DIVISION.
       FILE SECTION.
       FD targetfile.
       01 target-record PIC X(255) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 pgconn USAGE IS POINTER VALUE NULL.
         01 pgconn-a USAGE IS POINTER VALUE NULL.
         01 pgconn-b USAGE IS POINTER VALUE NULL.
         01 pgres USAGE IS POINTER VALUE NULL.
         01 pgtxt USAGE IS POINTER VALUE NULL.
         01 pgstate PIC S9(32) VALUE 0.
         01 pgres-tuples-ok PIC S9(9) VALUE 2.
         01 pgconn-ok-status PIC S9(9) VALUE 0.
         01 connect-max-attempts PIC 9 VALUE 4.
         01 connect-retry-delay PIC 9(4) VALUE 2.
         01 pgconnover.
           COPY pgconnover.
         01 pgconnover-a.
           COPY pgconnover.
         01 pgconnover-b.
           COPY pgconnover.

         01 v-ws.
           05 target-a-fname PIC X(128) VALUE SPACES.
           05 target-b-fname PIC X(128) VALUE SPACES.
           05 target-fname PIC X(128) VALUE SPACES.
           05 target-fs PIC XX VALUE '00'.
           05 target-key PIC X(32) VALUE SPACES.
           05 target-val PIC X(64) VALUE SPACES.
           05 target-bad PIC 9 VALUE 0.
           05 masked-a PIC X(1024) VALUE SPACES.
           05 masked-b PIC X(1024) VALUE SPACES.
           05 side-label PIC X VALUE SPACE.
           05 dbtable PIC X(32) VALUE SPACES.
           05 key-col PIC X(64) VALUE SPACES.
           05 cols-arg PIC X(255) VALUE SPACES.
           05 cols-ptr PIC 9(4) VALUE 1.
           05 col-tok PIC X(64) VALUE SPACES.
           05 where-arg PIC X(200) VALUE SPACES.
           05 opt-tmp PIC X(255) VALUE SPACES.
           05 tol-abs PIC S9(9)V9(9) COMP-3 VALUE 0.
           05 buf PIC X(1024) VALUE SPACES.
           05 buf-len PIC 9(4) VALUE 0.
           05 query-text PIC X(1024) VALUE SPACES.
           05 query-ptr PIC 9(4) VALUE 1.
           05 iseof PIC 9 VALUE 0.
           05 linenum PIC 9(6) VALUE 0.
           05 ident-ok PIC 9 VALUE 0.
           05 ident-ii PIC 9(3) VALUE 0.
           05 ident-len PIC 9(3) VALUE 0.
           05 ident-ch PIC X VALUE SPACE.
           05 ident-name PIC X(64) VALUE SPACES.
           05 run-bad PIC 9 VALUE 0.
           05 db-key PIC X(32) VALUE SPACES.
           05 b-val PIC X(32) OCCURS 10 TIMES VALUE SPACES.
           05 b-null PIC 9 OCCURS 10 TIMES VALUE 0.
           05 null-state PIC S9(9) VALUE 0.
           05 fidx PIC 9(4) VALUE 0.
           05 kk PIC 9(2) VALUE 0.
           05 col-no PIC 999 VALUE 0.
           05 num-a PIC S9(16)V9(9) VALUE 0.
           05 num-b PIC S9(16)V9(9) VALUE 0.
           05 diff-val PIC S9(16)V9(9) VALUE 0.
           05 diff-pct PIC S9(7)V9(2) VALUE 0.
           05 cell-differs PIC 9 VALUE 0.
           05 row-differs PIC 9 VALUE 0.
           05 shown-a PIC X(32) VALUE SPACES.
           05 shown-b PIC X(32) VALUE SPACES.
           05 rows-a PIC 9(6) VALUE 0.
           05 rows-b PIC 9(6) VALUE 0.
           05 only-a PIC 9(6) VALUE 0.
           05 only-b PIC 9(6) VALUE 0.
           05 match-cnt PIC 9(6) VALUE 0.
           05 differ-rows PIC 9(6) VALUE 0.
           05 differ-cells PIC 9(6) VALUE 0.
           05 suppressed-cnt PIC 9(6) VALUE 0.
           05 schema-data.
             COPY schemadata.
      *  the value columns and the tolerance each compares under.
         01 col-table.
           05 col-cnt PIC 9(2) VALUE 0.
           05 col-entry OCCURS 10 TIMES.
             10 col-name PIC X(64).
             10 col-tol-name PIC X(6).
             10 col-tol-abs PIC S9(9)V9(9) COMP-3.
             10 col-tol-pct PIC 9(3)V9(2).
      *  side A's rows, held while side B's rows stream past.
         01 a-table.
           05 at-cnt PIC 9(4) VALUE 0.
           05 at-entry OCCURS 9999 TIMES.
             10 at-key PIC X(32).
             10 at-val PIC X(32) OCCURS 10 TIMES.
             10 at-null PIC 9 OCCURS 10 TIMES.
             10 at-seen PIC 9.

       LOCAL-STORAGE SECTION.
         01 v-ls.
           05 nrows PIC 9(6) VALUE 0.
           05 ii PIC 9(6) VALUE 0.
           05 connect-tries PIC 9 VALUE 0.
           05 connect-ok PIC 9 VALUE 0.
           05 audit-data.
             COPY auditlog.
         01 sql-log-data.
           COPY sqllog.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           ACCEPT target-a-fname FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO target-a-fname
           END-ACCEPT
           ACCEPT target-b-fname FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO target-b-fname
           END-ACCEPT
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
           IF target-a-fname = SPACES OR target-b-fname = SPACES
               OR dbtable = SPACES OR key-col = SPACES
               OR cols-arg = SPACES THEN
             DISPLAY 'usage: pqcompare target-a target-b dbtable ',
               'key-column column[,column...] [SCHEMA=file] ',
               '[TOL=n] [WHERE=condition]' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL opt-tmp = SPACES
             MOVE SPACES TO opt-tmp
             ACCEPT opt-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO opt-tmp
             END-ACCEPT
             EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:7)) = 'SCHEMA='
                 MOVE opt-tmp(8:128) TO sch-fname
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:4)) = 'TOL='
                 IF FUNCTION TEST-NUMVAL(opt-tmp(5:16)) = 0 THEN
                   MOVE FUNCTION NUMVAL(opt-tmp(5:16)) TO tol-abs
                 ELSE
                   DISPLAY 'pqcompare: TOL= wants a number, ',
                     'ignored' UPON SYSOUT
                 END-IF
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:6)) = 'WHERE='
                 MOVE opt-tmp(7:200) TO where-arg
               WHEN NOT opt-tmp = SPACES
                 DISPLAY 'pqcompare: unrecognized argument ',
                   FUNCTION TRIM(opt-tmp), ' ignored' UPON SYSOUT
             END-EVALUATE
           END-PERFORM
           MOVE key-col TO ident-name
           PERFORM H-check-identifier
           IF ident-ok = 0 THEN
             DISPLAY 'pqcompare: key column name rejected ',
               '(letters, digits and _ only)' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM F-split-columns
           IF run-bad = 1 THEN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF NOT sch-fname = SPACES THEN
             CALL 'schema-load' USING schema-data
             IF sch-loaded NOT = 1 THEN
               DISPLAY 'pqcompare: schema ',
                 FUNCTION TRIM(sch-fname), ' not loaded'
                 UPON SYSOUT
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             MOVE 0 TO col-tol-abs(kk)
             MOVE 0 TO col-tol-pct(kk)
             IF sch-loaded = 1 THEN
               CALL 'schema-col-tol' USING schema-data,
                 col-tol-name(kk), col-tol-abs(kk), col-tol-pct(kk)
             END-IF
             IF col-tol-abs(kk) = 0 AND col-tol-pct(kk) = 0 THEN
               MOVE tol-abs TO col-tol-abs(kk)
             END-IF
           END-PERFORM
           MOVE target-a-fname TO target-fname
           PERFORM G-read-target
           MOVE pgconnover TO pgconnover-a
           MOVE target-b-fname TO target-fname
           PERFORM G-read-target
           MOVE pgconnover TO pgconnover-b
           IF target-bad = 1 THEN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring-override-mask' USING
             BY VALUE pgstate BY REFERENCE masked-a
             BY REFERENCE pgconnover-a
           CALL 'connectionstring-override-mask' USING
             BY VALUE pgstate BY REFERENCE masked-b
             BY REFERENCE pgconnover-b
           DISPLAY 'pqcompare: A ', FUNCTION TRIM(target-a-fname),
             ' - ', FUNCTION TRIM(masked-a) UPON SYSOUT
           DISPLAY 'pqcompare: B ', FUNCTION TRIM(target-b-fname),
             ' - ', FUNCTION TRIM(masked-b) UPON SYSOUT
           MOVE 'pqcompare' TO aud-job
           CALL 'audit-start' USING audit-data
           MOVE aud-run-id TO sql-run-id
           CALL 'connectionstring-override' USING
             BY VALUE pgstate BY REFERENCE buf
             BY REFERENCE pgconnover-a
           PERFORM M-terminate-buf
           MOVE 'A' TO side-label
           PERFORM E-connect-retry
           MOVE pgconn TO pgconn-a
           IF connect-ok NOT = 1 THEN
             DISPLAY 'pqcompare: target A - giving up after ',
               connect-tries, ' connect attempt(s)' UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CALL 'connectionstring-override' USING
             BY VALUE pgstate BY REFERENCE buf
             BY REFERENCE pgconnover-b
           PERFORM M-terminate-buf
           MOVE 'B' TO side-label
           PERFORM E-connect-retry
           MOVE pgconn TO pgconn-b
           IF connect-ok NOT = 1 THEN
             DISPLAY 'pqcompare: target B - giving up after ',
               connect-tries, ' connect attempt(s)' UPON SYSOUT
             CALL 'PQfinish' USING BY VALUE pgconn-a
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM B-build-query
           PERFORM C-load-side-a
           CALL 'PQfinish' USING BY VALUE pgconn-a
           IF run-bad = 0 THEN
             PERFORM D-compare-side-b
           END-IF
           CALL 'PQfinish' USING BY VALUE pgconn-b
           IF run-bad = 1 THEN
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING linenum FROM 1 BY 1
               UNTIL linenum > at-cnt
             IF at-seen(linenum) = 0 THEN
               ADD 1 TO only-a
               DISPLAY 'pqcompare: only in A: ',
                 FUNCTION TRIM(at-key(linenum)) UPON SYSOUT
             END-IF
           END-PERFORM
           DISPLAY 'pqcompare: ', FUNCTION TRIM(dbtable), ' - ',
             rows-a, ' row(s) in A, ', rows-b, ' in B; ',
             match-cnt, ' agree, ', differ-rows, ' differ (',
             differ-cells, ' value(s)), ', only-a,
             ' only in A, ', only-b, ' only in B' UPON SYSOUT
           IF suppressed-cnt > 0 THEN
             DISPLAY 'pqcompare: ', suppressed-cnt, ' value ',
               'pair(s) within tolerance counted as equal'
               UPON SYSOUT
           END-IF
           MOVE rows-a TO aud-rows-read
           MOVE rows-b TO aud-rows-written
           IF differ-rows = 0 AND only-a = 0 AND only-b = 0 THEN
             MOVE 'OK' TO aud-status
           ELSE
             MOVE 'DIFF' TO aud-status
           END-IF
           CALL 'audit-end' USING audit-data
           IF differ-rows > 0 OR only-a > 0 OR only-b > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
         .

      *  one SELECT text for both sides: key first, then the value
      *  columns in the order given.
       B-build-query SECTION.
         B-para-1.
           MOVE SPACES TO query-text
           MOVE 1 TO query-ptr
           STRING
             'select ' FUNCTION TRIM(key-col)
             DELIMITED BY SIZE INTO query-text
             WITH POINTER query-ptr
           END-STRING
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             STRING
               ',' FUNCTION TRIM(col-name(kk))
               DELIMITED BY SIZE INTO query-text
               WITH POINTER query-ptr
             END-STRING
           END-PERFORM
           STRING
             ' from ' FUNCTION TRIM(dbtable)
             DELIMITED BY SIZE INTO query-text
             WITH POINTER query-ptr
           END-STRING
           IF NOT where-arg = SPACES THEN
             STRING
               ' where ' FUNCTION TRIM(where-arg)
               DELIMITED BY SIZE INTO query-text
               WITH POINTER query-ptr
             END-STRING
           END-IF
         .

      *  side A's rows into the holding table.
       C-load-side-a SECTION.
         C-para-1.
           MOVE pgconn-a TO pgconn
           MOVE 'A' TO side-label
           PERFORM K-run-query
           IF run-bad = 1 THEN
             GO TO C-para-2
           END-IF
           MOVE nrows TO rows-a
           MOVE 0 TO ii
           PERFORM UNTIL ii = nrows
             PERFORM L-fetch-row
             IF at-cnt >= 9999 THEN
               DISPLAY 'pqcompare: side A exceeds 9999 rows, ',
                 'narrow it with WHERE=' UPON SYSOUT
               MOVE 1 TO run-bad
               MOVE nrows TO ii
             ELSE
               ADD 1 TO at-cnt
               MOVE db-key TO at-key(at-cnt)
               PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
                 MOVE b-val(kk) TO at-val(at-cnt, kk)
                 MOVE b-null(kk) TO at-null(at-cnt, kk)
               END-PERFORM
               MOVE 0 TO at-seen(at-cnt)
               COMPUTE ii = ii + 1
             END-IF
           END-PERFORM
           CALL 'PQclear' USING BY VALUE pgres
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

      *  side B's rows, each matched against side A on the spot.
       D-compare-side-b SECTION.
         D-para-1.
           MOVE pgconn-b TO pgconn
           MOVE 'B' TO side-label
           PERFORM K-run-query
           IF run-bad = 1 THEN
             GO TO D-para-2
           END-IF
           MOVE nrows TO rows-b
           MOVE 0 TO ii
           PERFORM UNTIL ii = nrows
             PERFORM L-fetch-row
             PERFORM D-one-row THRU D-row-done
             COMPUTE ii = ii + 1
           END-PERFORM
           CALL 'PQclear' USING BY VALUE pgres
           GO TO D-para-2
         .
         D-one-row.
           MOVE 0 TO fidx
           PERFORM VARYING linenum FROM 1 BY 1
               UNTIL linenum > at-cnt OR fidx > 0
             IF at-key(linenum) = db-key THEN
               MOVE linenum TO fidx
             END-IF
           END-PERFORM
           IF fidx = 0 THEN
             ADD 1 TO only-b
             DISPLAY 'pqcompare: only in B: ',
               FUNCTION TRIM(db-key) UPON SYSOUT
             GO TO D-row-done
           END-IF
           MOVE 1 TO at-seen(fidx)
           MOVE 0 TO row-differs
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             PERFORM D-one-cell
           END-PERFORM
           IF row-differs = 1 THEN
             ADD 1 TO differ-rows
           ELSE
             ADD 1 TO match-cnt
           END-IF
           GO TO D-row-done
         .
         D-row-done.
           EXIT
         .
         D-one-cell.
           MOVE 0 TO cell-differs
           IF at-null(fidx, kk) = 1 OR b-null(kk) = 1 THEN
             IF at-null(fidx, kk) NOT = b-null(kk) THEN
               MOVE 1 TO cell-differs
             END-IF
           ELSE
             IF FUNCTION TEST-NUMVAL(at-val(fidx, kk)) = 0
                 AND FUNCTION TEST-NUMVAL(b-val(kk)) = 0 THEN
               COMPUTE num-a = FUNCTION NUMVAL(at-val(fidx, kk))
               COMPUTE num-b = FUNCTION NUMVAL(b-val(kk))
               IF num-a NOT = num-b THEN
                 MOVE 1 TO cell-differs
                 PERFORM J-apply-tolerance
               END-IF
             ELSE
               IF at-val(fidx, kk) NOT = b-val(kk) THEN
                 MOVE 1 TO cell-differs
               END-IF
             END-IF
           END-IF
           IF cell-differs = 1 THEN
             MOVE 1 TO row-differs
             ADD 1 TO differ-cells
             IF at-null(fidx, kk) = 1 THEN
               MOVE 'NULL' TO shown-a
             ELSE
               MOVE at-val(fidx, kk) TO shown-a
             END-IF
             IF b-null(kk) = 1 THEN
               MOVE 'NULL' TO shown-b
             ELSE
               MOVE b-val(kk) TO shown-b
             END-IF
             DISPLAY 'pqcompare: ', FUNCTION TRIM(db-key), '  ',
               FUNCTION TRIM(col-name(kk)), '  A ',
               FUNCTION TRIM(shown-a), '  B ',
               FUNCTION TRIM(shown-b) UPON SYSOUT
           END-IF
         .
         D-para-2.
           EXIT
         .

      *  the comma-separated value columns, each checked the way
      *  the key column is; the tolerance lookup uses the name cut
      *  to the schema's six characters.
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
               IF col-cnt >= 10 THEN
                 DISPLAY 'pqcompare: more than 10 value columns'
                   UPON SYSOUT
                 MOVE 1 TO run-bad
               ELSE
                 MOVE col-tok TO ident-name
                 PERFORM H-check-identifier
                 IF ident-ok = 0 THEN
                   DISPLAY 'pqcompare: column name ',
                     FUNCTION TRIM(col-tok), ' rejected (letters,',
                     ' digits and _ only)' UPON SYSOUT
                   MOVE 1 TO run-bad
                 ELSE
                   ADD 1 TO col-cnt
                   MOVE col-tok TO col-name(col-cnt)
                   MOVE col-tok(1:6) TO col-tol-name(col-cnt)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
         .

      *  one target file into pgconnover; an unknown keyword is a
      *  typo that would silently aim at the wrong database, so it
      *  stops the run.
       G-read-target SECTION.
         G-para-1.
           INITIALIZE pgconnover
           OPEN INPUT targetfile
           IF target-fs NOT = '00' THEN
             DISPLAY 'pqcompare: cannot open target ',
               FUNCTION TRIM(target-fname), ', status ', target-fs
               UPON SYSOUT
             MOVE 1 TO target-bad
             GO TO G-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ targetfile INTO target-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF target-record NOT = SPACES
                     AND target-record(1:1) NOT = '*' THEN
                   PERFORM G-one-setting
                 END-IF
             END-READ
           END-PERFORM
           CLOSE targetfile
           GO TO G-para-2
         .
         G-one-setting.
           MOVE SPACES TO target-key
           MOVE SPACES TO target-val
           UNSTRING target-record DELIMITED BY '='
             INTO target-key, target-val
           END-UNSTRING
           MOVE FUNCTION TRIM(target-key) TO target-key
           MOVE FUNCTION TRIM(target-val) TO target-val
           EVALUATE FUNCTION LOWER-CASE(target-key)
             WHEN 'host'
               MOVE target-val TO pghost OF pgconnover
             WHEN 'hostaddr'
               MOVE target-val TO pghostaddr OF pgconnover
             WHEN 'port'
               MOVE target-val TO pgport OF pgconnover
             WHEN 'user'
               MOVE target-val TO pguser OF pgconnover
             WHEN 'password'
               MOVE target-val TO pgpassword OF pgconnover
             WHEN 'dbname'
               MOVE target-val TO pgdatabase OF pgconnover
             WHEN OTHER
               DISPLAY 'pqcompare: ', FUNCTION TRIM(target-fname),
                 ': unknown setting ', FUNCTION TRIM(target-key)
                 UPON SYSOUT
               MOVE 1 TO target-bad
           END-EVALUATE
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

      *  a numeric pair closer than the column's tolerance counts as
      *  equal, as in reconcile: absolute first, then the percentage
      *  of side A's value.
       J-apply-tolerance SECTION.
         J-para-1.
           COMPUTE diff-val = num-b - num-a
           IF diff-val < 0 THEN
             COMPUTE diff-val = 0 - diff-val
           END-IF
           IF col-tol-abs(kk) > 0
               AND diff-val <= col-tol-abs(kk) THEN
             MOVE 0 TO cell-differs
             ADD 1 TO suppressed-cnt
             GO TO J-para-2
           END-IF
           IF col-tol-pct(kk) > 0 AND num-a NOT = 0 THEN
             COMPUTE diff-pct ROUNDED = diff-val * 100 / num-a
               ON SIZE ERROR
                 MOVE 99999.99 TO diff-pct
             END-COMPUTE
             IF diff-pct < 0 THEN
               COMPUTE diff-pct = 0 - diff-pct
             END-IF
             IF diff-pct <= col-tol-pct(kk) THEN
               MOVE 0 TO cell-differs
               ADD 1 TO suppressed-cnt
             END-IF
           END-IF
           GO TO J-para-2
         .
         J-para-2.
           EXIT
         .

      *  the shared SELECT on the side's connection, logged to
      *  sql.log under the side's masked target so the two
      *  statements can be told apart.
       K-run-query SECTION.
         K-para-1.
           MOVE query-text TO buf
           MOVE 'pqcompare' TO sql-job
           MOVE SPACES TO sql-text
           IF side-label = 'A' THEN
             STRING
               '[A ' FUNCTION TRIM(masked-a) '] '
               FUNCTION TRIM(query-text)
               DELIMITED BY SIZE INTO sql-text
             END-STRING
           ELSE
             STRING
               '[B ' FUNCTION TRIM(masked-b) '] '
               FUNCTION TRIM(query-text)
               DELIMITED BY SIZE INTO sql-text
             END-STRING
           END-IF
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
             DISPLAY 'pqcompare: query on ', side-label, ' ',
               FUNCTION TRIM(dbtable), ' failed, status ',
               pgstate UPON SYSOUT
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

      *  row ii of the current result into db-key and the b-val
      *  cells.
       L-fetch-row SECTION.
         L-para-1.
           CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE ii
             BY VALUE 0 RETURNING pgtxt
           INITIALIZE buf
           CALL 'collectword' USING BY CONTENT pgstate
             BY REFERENCE buf BY REFERENCE pgtxt
           MOVE buf(1:32) TO db-key
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > col-cnt
             MOVE kk TO col-no
             CALL 'PQgetisnull' USING BY VALUE pgres BY VALUE ii
               BY VALUE col-no RETURNING null-state
             MOVE SPACES TO b-val(kk)
             IF null-state = 1 THEN
               MOVE 1 TO b-null(kk)
             ELSE
               MOVE 0 TO b-null(kk)
               CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE ii
                 BY VALUE col-no RETURNING pgtxt
               INITIALIZE buf
               CALL 'collectword' USING BY CONTENT pgstate
                 BY REFERENCE buf BY REFERENCE pgtxt
               MOVE buf(1:32) TO b-val(kk)
             END-IF
           END-PERFORM
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
               DISPLAY 'pqcompare: target ', side-label,
                 ' connect attempt ', connect-tries,
                 ' failed, status ', pgstate UPON SYSOUT
               CALL 'PQfinish' USING BY VALUE pgconn
               IF connect-tries < connect-max-attempts THEN
                 CALL 'C$SLEEP' USING connect-retry-delay
               END-IF
             END-IF
           END-PERFORM
         .
