       IDENTIFICATION DIVISION.
       PROGRAM-ID. pqbulk.

      * bulk database extract: streams a table or query straight
      * into a table file over the server's COPY protocol, instead
      * of pqconn's row-by-row SELECT and result dump followed by
      * pqbridge re-parsing the dump - on the big tables that pair
      * was most of the chain's elapsed time. The output is the
      * file pqbridge would have written: coor1d (first column the
      * key, second the value) or, with ALL, coor3d with every
      * further column a value column; the header row carries the
      * query's real column names cut to six characters (what the
      * '#PQCOLS' marker gives pqbridge), a NULL cell lands as NA
      * and the '#TRAILER count hash' control line closes the file.
      *
      *   pqbulk dbtable|"SELECT ..." out-table-file [ALL]
      *     [WHERE=clause]
      *
      * The column names, a COUNT(*) of the same query and the COPY
      * itself run in one REPEATABLE READ READ ONLY transaction, so
      * all three see one snapshot: a row count that does not match
      * the rows streamed is a failed extract (rc 8) and the file
      * is not put in place. Every statement - the COPY timed to
      * its last row - goes to sql.log as pqconn's do. Bad rows
      * (a non-numeric value) are skipped and reported, rc 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tableout ASSIGN TO foutname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS out-fs.

       DATA DIVISION.
       FILE SECTION.
       FD tableout.
       01 table-out-record PIC X(255) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 pgconn USAGE IS POINTER VALUE NULL.
         01 pgres USAGE IS POINTER VALUE NULL.
         01 pgtxt USAGE IS POINTER VALUE NULL.
         01 copy-ptr USAGE IS POINTER VALUE NULL.
         01 pgstate PIC S9(32) VALUE 0.
         01 copy-len PIC S9(9) VALUE 0.
         01 pgres-tuples-ok PIC S9(9) VALUE 2.
         01 pgres-command-ok PIC S9(9) VALUE 1.
         01 pgres-copy-out PIC S9(9) VALUE 3.
         01 pgconn-ok-status PIC S9(9) VALUE 0.
         01 connect-max-attempts PIC 9 VALUE 4.
         01 connect-retry-delay PIC 9(4) VALUE 2.
         01 copy-line PIC X(8192) BASED.

         01 v-ws.
           05 src-arg PIC X(512) VALUE SPACES.
           05 opt-arg PIC X(256) VALUE SPACES.
           05 where-arg PIC X(240) VALUE SPACES.
           05 all-cols PIC 9 VALUE 0.
           05 dbtable PIC X(64) VALUE SPACES.
           05 query PIC X(800) VALUE SPACES.
           05 buf PIC X(1024) VALUE SPACES.
           05 foutname PIC X(128) VALUE SPACES.
           05 real-name PIC X(128) VALUE SPACES.
           05 swap-name PIC X(136) VALUE SPACES.
           05 swap-cmd PIC X(300) VALUE SPACES.
           05 out-fs PIC XX VALUE '00'.
           05 out-ptr PIC 9(4) VALUE 1.
           05 stmt-timeout-secs PIC 9(6) VALUE 0.
           05 ncols PIC 9(3) VALUE 0.
           05 val-cols PIC 9(2) VALUE 0.
           05 jj PIC 9(3) VALUE 0.
           05 kk PIC 9(2) VALUE 0.
           05 ll PIC 9(2) VALUE 0.
           05 col-name PIC X(64) OCCURS 11 TIMES VALUE SPACES.
           05 count-text PIC X(32) VALUE SPACES.
           05 db-count PIC 9(9) VALUE 0.
           05 copy-rows PIC 9(9) VALUE 0.
           05 written-rows PIC 9(9) VALUE 0.
           05 bad-rows PIC 9(9) VALUE 0.
           05 copy-failed PIC 9 VALUE 0.
           05 copy-rec PIC X(8192) VALUE SPACES.
           05 fld PIC X(32) OCCURS 11 TIMES VALUE SPACES.
           05 fld-bad PIC 9 VALUE 0.
           05 trl-count PIC 9(6) VALUE 0.
           05 trl-hash PIC S9(16)V9(2) COMP-3 VALUE 0.
           05 ident-ok PIC 9 VALUE 0.
           05 ident-ii PIC 9(3) VALUE 0.
           05 ident-len PIC 9(3) VALUE 0.
           05 ident-ch PIC X VALUE SPACE.
           05 ident-name PIC X(64) VALUE SPACES.
           05 key-ii PIC 9(2) VALUE 0.
           05 count-dsp PIC Z(8)9.
           05 rows-dsp PIC Z(8)9.
           05 elapsed-secs PIC 9(8) VALUE 0.
           05 rps PIC 9(8) VALUE 0.
           05 rps-dsp PIC Z(7)9.
           05 start-data.
             COPY datetimedata.
           05 end-data.
             COPY datetimedata.
           05 elapsed-data.
             COPY elapseddata.
           05 runcfg-data.
             COPY runcfg.
           05 env-guard-data.
             COPY envguard.
           05 number53.
             COPY num53.
           05 lineage-data.
             COPY lineagedata.

       LOCAL-STORAGE SECTION.
         01 v-ls.
           05 connect-tries PIC 9 VALUE 0.
           05 connect-ok PIC 9 VALUE 0.
           05 audit-data.
             COPY auditlog.
           05 readaudit-data.
             COPY readaudit.
         01 sql-log-data.
           COPY sqllog.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           ACCEPT src-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO src-arg
           END-ACCEPT
           ACCEPT foutname FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO foutname
           END-ACCEPT
           ACCEPT opt-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO opt-arg
           END-ACCEPT
           PERFORM UNTIL opt-arg = SPACES
             IF FUNCTION UPPER-CASE(opt-arg) = 'ALL' THEN
               MOVE 1 TO all-cols
             END-IF
             IF FUNCTION UPPER-CASE(opt-arg(1:6)) = 'WHERE=' THEN
               MOVE opt-arg(7:) TO where-arg
             END-IF
             MOVE SPACES TO opt-arg
             ACCEPT opt-arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO opt-arg
             END-ACCEPT
           END-PERFORM
           IF src-arg = SPACES OR foutname = SPACES THEN
             DISPLAY 'usage: pqbulk dbtable|"SELECT ..." ',
               'out-table-file [ALL] [WHERE=clause]' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM B-build-query
           IF ident-ok = 0 THEN
             GOBACK
           END-IF
      *    an output under another environment's data directories
      *    is refused before anything is fetched.
           MOVE foutname TO eg-name
           CALL 'env-path-check' USING env-guard-data
           IF eg-refused = 1 THEN
             DISPLAY 'pqbulk: ', FUNCTION TRIM(eg-msg) UPON SYSOUT
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
           IF cfg-stmt-timeout > 0 THEN
             MOVE cfg-stmt-timeout TO stmt-timeout-secs
           END-IF
           MOVE 'pqbulk' TO aud-job
           CALL 'audit-start' USING audit-data
           CALL 'now-str' USING start-data
           CALL 'connectionstring' USING BY VALUE pgstate
             BY REFERENCE buf
           PERFORM E-connect-retry
           IF connect-ok NOT = 1 THEN
             DISPLAY 'pqbulk: giving up after ', connect-tries,
               ' connect attempt(s)' UPON SYSOUT
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF stmt-timeout-secs > 0 THEN
             INITIALIZE buf
             STRING 'SET statement_timeout = ' stmt-timeout-secs
               '000' DELIMITED BY SIZE INTO buf
             END-STRING
             PERFORM K-exec-quiet
           END-IF
      *    one snapshot for the names, the count and the rows.
           INITIALIZE buf
           MOVE 'BEGIN ISOLATION LEVEL REPEATABLE READ READ ONLY'
             TO buf
           PERFORM K-exec-quiet
           IF pgstate NOT = pgres-command-ok THEN
             DISPLAY 'pqbulk: could not open the read ',
               'transaction, status ', pgstate UPON SYSOUT
             PERFORM Z-fail-finish
             GOBACK
           END-IF
           PERFORM F-column-names
           IF copy-failed = 1 THEN
             PERFORM Z-fail-finish
             GOBACK
           END-IF
           PERFORM G-count-rows
           IF copy-failed = 1 THEN
             PERFORM Z-fail-finish
             GOBACK
           END-IF
           MOVE foutname TO real-name
           MOVE SPACES TO swap-name
           STRING FUNCTION TRIM(real-name) '.new'
             DELIMITED BY SIZE INTO swap-name
           END-STRING
           MOVE swap-name TO foutname
           OPEN OUTPUT tableout
           IF out-fs NOT = '00' THEN
             DISPLAY 'pqbulk: cannot open ', FUNCTION TRIM(
               foutname), ', status ', out-fs UPON SYSOUT
             PERFORM Z-fail-finish
             GOBACK
           END-IF
           PERFORM C-write-header
           PERFORM H-copy-out
           PERFORM D-write-trailer
           CLOSE tableout
           INITIALIZE buf
           MOVE 'COMMIT' TO buf
           PERFORM K-exec-quiet
           CALL 'PQfinish' USING BY VALUE pgconn
           IF copy-failed = 0 AND NOT copy-rows = db-count THEN
             MOVE db-count TO count-dsp
             MOVE copy-rows TO rows-dsp
             DISPLAY 'pqbulk: COUNT(*) says ', FUNCTION TRIM(
               count-dsp), ' row(s), COPY delivered ',
               FUNCTION TRIM(rows-dsp), ' - extract rejected'
               UPON SYSOUT
             MOVE 1 TO copy-failed
           END-IF
           IF copy-failed = 1 THEN
             MOVE SPACES TO swap-cmd
             STRING 'rm -f ' FUNCTION TRIM(swap-name)
               DELIMITED BY SIZE INTO swap-cmd
             END-STRING
             CALL "SYSTEM" USING swap-cmd
             MOVE copy-rows TO aud-rows-read
             MOVE 'FAIL' TO aud-status
             CALL 'audit-end' USING audit-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO swap-cmd
           STRING 'mv -f ' FUNCTION TRIM(swap-name) ' '
             FUNCTION TRIM(real-name)
             DELIMITED BY SIZE INTO swap-cmd
           END-STRING
           CALL "SYSTEM" USING swap-cmd
           MOVE real-name TO foutname
           MOVE 'pqbulk' TO lin-program
           MOVE foutname TO lin-out-file
           MOVE 1 TO lin-in-count
           IF dbtable = SPACES THEN
             MOVE query TO lin-in-file(1)
           ELSE
             MOVE dbtable TO lin-in-file(1)
           END-IF
           CALL 'lineage-record' USING lineage-data
           MOVE 'pqbulk' TO rda-tool
           IF dbtable = SPACES THEN
             MOVE 'QUERY' TO rda-file
             MOVE 'QUERY' TO rda-qtype
           ELSE
             MOVE dbtable TO rda-file
             IF where-arg = SPACES THEN
               MOVE 'OPEN' TO rda-qtype
             ELSE
               MOVE 'WHERE' TO rda-qtype
             END-IF
           END-IF
           MOVE query TO rda-query
           MOVE copy-rows TO rda-rows
           CALL 'read-audit-write' USING readaudit-data
           CALL 'now-str' USING end-data
           CALL 'elapsed-now-str' USING start-data, end-data,
             elapsed-data
           COMPUTE elapsed-secs =
             e_hours * 3600 + e_minutes * 60 + e_seconds
           IF elapsed-secs = 0 THEN
             MOVE 1 TO elapsed-secs
           END-IF
           COMPUTE rps = copy-rows / elapsed-secs
           MOVE rps TO rps-dsp
           MOVE written-rows TO rows-dsp
           DISPLAY 'pqbulk: wrote ', FUNCTION TRIM(rows-dsp),
             ' row(s) to ', FUNCTION TRIM(foutname), ', ',
             FUNCTION TRIM(rps-dsp), ' row(s)/second' UPON SYSOUT
           MOVE copy-rows TO aud-rows-read
           MOVE written-rows TO aud-rows-written
           IF bad-rows > 0 THEN
             MOVE bad-rows TO rows-dsp
             DISPLAY 'pqbulk: ', FUNCTION TRIM(rows-dsp),
               ' bad row(s) skipped' UPON SYSOUT
             MOVE 'PARTIAL' TO aud-status
           ELSE
             MOVE 'OK' TO aud-status
           END-IF
           CALL 'audit-end' USING audit-data
           IF bad-rows > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
         .

      *  a bare name is a table (checked as an identifier, WHERE=
      *  narrowing it); anything starting SELECT is taken as the
      *  query itself.
       B-build-query SECTION.
         B-para-1.
           MOVE 1 TO ident-ok
           MOVE SPACES TO query
           IF FUNCTION UPPER-CASE(src-arg(1:7)) = 'SELECT ' THEN
             MOVE src-arg TO query
             GO TO B-para-2
           END-IF
           MOVE src-arg TO ident-name
           PERFORM J-check-identifier
           IF ident-ok = 0 THEN
             DISPLAY 'pqbulk: table name rejected ',
               '(letters, digits and _ only)' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GO TO B-para-2
           END-IF
           MOVE src-arg TO dbtable
           IF where-arg = SPACES THEN
             STRING 'SELECT * FROM ' FUNCTION TRIM(dbtable)
               DELIMITED BY SIZE INTO query
             END-STRING
           ELSE
             STRING 'SELECT * FROM ' FUNCTION TRIM(dbtable)
               ' WHERE ' FUNCTION TRIM(where-arg)
               DELIMITED BY SIZE INTO query
             END-STRING
           END-IF
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

      *  the query's column names, off a LIMIT 0 run of it: the
      *  first names the key, the rest (ten at most) the values.
       F-column-names SECTION.
         F-para-1.
           INITIALIZE buf
           STRING 'SELECT * FROM (' FUNCTION TRIM(query)
             ') bulk_q LIMIT 0' DELIMITED BY SIZE INTO buf
           END-STRING
           PERFORM K-exec-result
           IF pgstate NOT = pgres-tuples-ok THEN
             DISPLAY 'pqbulk: query failed, status ', pgstate,
               ': ', FUNCTION TRIM(query) UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             MOVE 1 TO copy-failed
             GO TO F-para-2
           END-IF
           CALL 'PQnfields' USING BY VALUE pgres RETURNING ncols
           IF ncols < 2 THEN
             DISPLAY 'pqbulk: the query needs a key and at least ',
               'one value column' UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             MOVE 1 TO copy-failed
             GO TO F-para-2
           END-IF
           MOVE 0 TO jj
           PERFORM UNTIL jj = ncols OR jj = 11
             CALL 'PQfname' USING BY VALUE pgres BY VALUE jj
               RETURNING pgtxt
             INITIALIZE buf
             CALL 'collectword' USING BY CONTENT pgstate
               BY REFERENCE buf BY REFERENCE pgtxt
             ADD 1 TO jj
             MOVE buf TO col-name(jj)
           END-PERFORM
           CALL 'PQclear' USING BY VALUE pgres
           MOVE 1 TO val-cols
           IF all-cols = 1 THEN
             COMPUTE val-cols = ncols - 1
             IF val-cols > 10 THEN
               DISPLAY 'pqbulk: more than 10 value columns, ',
                 'truncated to 10' UPON SYSOUT
               MOVE 10 TO val-cols
             END-IF
             PERFORM VARYING kk FROM 2 BY 1 UNTIL kk > val-cols
               COMPUTE ll = kk + 1
               PERFORM UNTIL ll > val-cols + 1
                 IF col-name(kk)(1:6) = col-name(ll)(1:6) THEN
                   DISPLAY 'pqbulk: column names ',
                     FUNCTION TRIM(col-name(kk)(1:6)),
                     ' collide after the six-character cut'
                     UPON SYSOUT
                   COMPUTE ll = val-cols + 1
                 END-IF
                 ADD 1 TO ll
               END-PERFORM
             END-PERFORM
           END-IF
           GO TO F-para-2
         .
         F-para-2.
           EXIT
         .

       G-count-rows SECTION.
         G-para-1.
           INITIALIZE buf
           STRING 'SELECT COUNT(*) FROM (' FUNCTION TRIM(query)
             ') bulk_q' DELIMITED BY SIZE INTO buf
           END-STRING
           PERFORM K-exec-result
           IF pgstate NOT = pgres-tuples-ok THEN
             DISPLAY 'pqbulk: row count failed, status ', pgstate
               UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             MOVE 1 TO copy-failed
             GO TO G-para-2
           END-IF
           MOVE 0 TO jj
           CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE jj
             BY VALUE jj RETURNING pgtxt
           INITIALIZE count-text
           CALL 'collectword' USING BY CONTENT pgstate
             BY REFERENCE count-text BY REFERENCE pgtxt
           CALL 'PQclear' USING BY VALUE pgres
           IF FUNCTION TEST-NUMVAL(count-text) NOT = 0 THEN
             DISPLAY 'pqbulk: row count unreadable: ',
               FUNCTION TRIM(count-text) UPON SYSOUT
             MOVE 1 TO copy-failed
             GO TO G-para-2
           END-IF
           MOVE FUNCTION NUMVAL(count-text) TO db-count
           GO TO G-para-2
         .
         G-para-2.
           EXIT
         .

      *  the header row: the key column's name labels the file, and
      *  in ALL mode the value columns' names become c-headers.
       C-write-header SECTION.
         C-para-1.
           MOVE SPACES TO table-out-record
           MOVE 1 TO out-ptr
           STRING FUNCTION TRIM(col-name(1)(1:6)) DELIMITED BY SIZE
             INTO table-out-record WITH POINTER out-ptr
           END-STRING
           IF all-cols = 1 THEN
             PERFORM VARYING kk FROM 2 BY 1 UNTIL kk > val-cols + 1
               STRING ' ' FUNCTION TRIM(col-name(kk)(1:6))
                 DELIMITED BY SIZE
                 INTO table-out-record WITH POINTER out-ptr
               END-STRING
             END-PERFORM
           END-IF
           WRITE table-out-record
         .

      *  COPY (query) TO STDOUT: one tab-separated text row per
      *  PQgetCopyData call until it answers -1; the sql.log line
      *  is closed only after the final result, so its elapsed time
      *  covers the whole stream.
       H-copy-out SECTION.
         H-para-1.
           INITIALIZE buf
           STRING 'COPY (' FUNCTION TRIM(query) ') TO STDOUT'
             DELIMITED BY SIZE INTO buf
           END-STRING
           MOVE 'pqbulk' TO sql-job
           MOVE buf TO sql-text
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn, BY REFERENCE buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           CALL 'PQclear' USING BY VALUE pgres
           IF pgstate NOT = pgres-copy-out THEN
             MOVE pgstate TO sql-status
             CALL 'sql-log-end' USING sql-log-data
             DISPLAY 'pqbulk: COPY refused, status ', pgstate
               UPON SYSOUT
             MOVE 1 TO copy-failed
             GO TO H-para-2
           END-IF
           MOVE 15 TO dp53
           MOVE 0 TO copy-len
           PERFORM UNTIL copy-len < 0
             CALL 'PQgetCopyData' USING BY VALUE pgconn,
               BY REFERENCE copy-ptr, BY VALUE 0
               RETURNING copy-len
             IF copy-len > 0 THEN
               SET ADDRESS OF copy-line TO copy-ptr
               MOVE SPACES TO copy-rec
               IF copy-line(copy-len:1) = X'0A' THEN
                 IF copy-len > 1 THEN
                   MOVE copy-line(1:copy-len - 1) TO copy-rec
                 END-IF
               ELSE
                 MOVE copy-line(1:copy-len) TO copy-rec
               END-IF
               CALL 'PQfreemem' USING BY VALUE copy-ptr
               ADD 1 TO copy-rows
               PERFORM I-write-row
             END-IF
           END-PERFORM
           IF copy-len = -2 THEN
             DISPLAY 'pqbulk: COPY stream broke after ', copy-rows,
               ' row(s)' UPON SYSOUT
             MOVE 1 TO copy-failed
           END-IF
      *    the COPY's own completion status, then the end of the
      *    command's results.
           CALL 'PQgetResult' USING BY VALUE pgconn
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           CALL 'PQclear' USING BY VALUE pgres
           IF pgstate NOT = pgres-command-ok THEN
             DISPLAY 'pqbulk: COPY ended with status ', pgstate
               UPON SYSOUT
             MOVE 1 TO copy-failed
           END-IF
           PERFORM UNTIL pgres = NULL
             CALL 'PQgetResult' USING BY VALUE pgconn
               RETURNING pgres
             IF NOT pgres = NULL THEN
               CALL 'PQclear' USING BY VALUE pgres
             END-IF
           END-PERFORM
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           GO TO H-para-2
         .
         H-para-2.
           EXIT
         .

      *  one streamed row into the table file: tab-split, '\N'
      *  (NULL) written as NA, a key's spaces made '_' so the
      *  space-split readers keep it whole.
       I-write-row SECTION.
         I-para-1.
           PERFORM VARYING jj FROM 1 BY 1 UNTIL jj > 11
             MOVE SPACES TO fld(jj)
           END-PERFORM
           UNSTRING copy-rec DELIMITED BY X'09'
             INTO fld(1) fld(2) fld(3) fld(4) fld(5) fld(6) fld(7)
               fld(8) fld(9) fld(10) fld(11)
           END-UNSTRING
           MOVE 0 TO fld-bad
           PERFORM VARYING kk FROM 2 BY 1 UNTIL kk > val-cols + 1
             IF NOT (fld(kk) = '\N' OR fld(kk) = SPACES) THEN
               IF FUNCTION TEST-NUMVAL(fld(kk)) NOT = 0 THEN
                 MOVE 1 TO fld-bad
               END-IF
             END-IF
           END-PERFORM
           IF fld-bad = 1 THEN
             DISPLAY 'pqbulk: bad row ', copy-rows, ' skipped: ',
               FUNCTION TRIM(copy-rec(1:200)) UPON SYSOUT
             ADD 1 TO bad-rows
             GO TO I-para-2
           END-IF
           IF fld(1) = '\N' OR fld(1) = SPACES THEN
             MOVE 'NA' TO fld(1)
           END-IF
           PERFORM VARYING key-ii FROM 1 BY 1 UNTIL key-ii > 32
             IF fld(1)(key-ii:1) = SPACE THEN
               IF NOT fld(1)(key-ii:) = SPACES THEN
                 MOVE '_' TO fld(1)(key-ii:1)
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO table-out-record
           MOVE 1 TO out-ptr
           STRING FUNCTION TRIM(fld(1)) DELIMITED BY SIZE
             INTO table-out-record WITH POINTER out-ptr
           END-STRING
           PERFORM VARYING kk FROM 2 BY 1 UNTIL kk > val-cols + 1
             IF fld(kk) = '\N' OR fld(kk) = SPACES THEN
               MOVE 'NA' TO numstr53
             ELSE
               MOVE FUNCTION NUMVAL(fld(kk)) TO float53
               CALL 'trim-float53' USING number53
             END-IF
             STRING ' ' FUNCTION TRIM(numstr53) DELIMITED BY SIZE
               INTO table-out-record WITH POINTER out-ptr
             END-STRING
           END-PERFORM
           WRITE table-out-record
           ADD 1 TO written-rows
           ADD 1 TO trl-count
           IF NOT (fld(2) = '\N' OR fld(2) = SPACES) THEN
             ADD FUNCTION NUMVAL(fld(2)) TO trl-hash
           END-IF
           GO TO I-para-2
         .
         I-para-2.
           EXIT
         .

      *  the control trailer sort.cbl and pqbridge leave: rows and
      *  the sum of the first value column.
       D-write-trailer SECTION.
         D-para-1.
           MOVE 2 TO dp53
           MOVE trl-hash TO float53
           CALL 'trim-float53' USING number53
           MOVE SPACES TO table-out-record
           STRING '#TRAILER ' trl-count ' '
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO table-out-record
           END-STRING
           WRITE table-out-record
         .

       K-exec-quiet SECTION.
         K-q-para-1.
           PERFORM K-exec-result
           CALL 'PQclear' USING BY VALUE pgres
         .

      *  one statement, timed to sql.log; the caller reads pgres
      *  and clears it.
       K-exec-result SECTION.
         K-para-1.
           MOVE 'pqbulk' TO sql-job
           MOVE buf TO sql-text
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn, BY REFERENCE buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
         .

      *  a failure before any row was streamed: roll back, hang up.
       Z-fail-finish SECTION.
         Z-para-1.
           INITIALIZE buf
           MOVE 'ROLLBACK' TO buf
           PERFORM K-exec-quiet
           CALL 'PQfinish' USING BY VALUE pgconn
           MOVE 'FAIL' TO aud-status
           CALL 'audit-end' USING audit-data
           MOVE 8 TO RETURN-CODE
         .

       J-check-identifier SECTION.
         J-para-1.
           MOVE 1 TO ident-ok
           COMPUTE ident-len = FUNCTION LENGTH(FUNCTION TRIM(
             ident-name))
           IF ident-len = 0 THEN
             MOVE 0 TO ident-ok
             GO TO J-para-2
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
           GO TO J-para-2
         .
         J-para-2.
           EXIT
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
               DISPLAY 'pqbulk: connect attempt ', connect-tries,
                 ' failed, status ', pgstate UPON SYSOUT
               CALL 'PQfinish' USING BY VALUE pgconn
               IF connect-tries < connect-max-attempts THEN
                 CALL 'C$SLEEP' USING connect-retry-delay
               END-IF
             END-IF
           END-PERFORM
         .
