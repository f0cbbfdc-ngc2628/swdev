       IDENTIFICATION DIVISION.
       PROGRAM-ID. undocap.

      * before-image capture for the database writers: pqload,
      * pqapply and pqconn's MAINT dialog call in here around every
      * change they make, so a load that committed and then turned
      * out to be wrong (wrong file, wrong day) can be reversed by
      * pqundo instead of restored by the DBA - the database
      * equivalent of maintain's change journal. One undo file per
      * run, dated and tagged with the run id, next to audit.log:
      *   $LOGDIR/undo.YYYYMMDD.<run-id>.dat  (./ without LOGDIR)
      * one line per row, blank-separated:
      *   txn job table op key image[||set]
      *   - txn   T<hhmmsshh>-<seq>, one per database transaction
      *   - op    I inserted (image = the columns as inserted)
      *           U updated  (image = the whole row before, set =
      *                       the columns the statement set)
      *           D deleted  (image = the whole row before)
      *           C the transaction committed
      *   - key   the key column a deleted row is put back under,
      *           '-' when the statement had none
      *   - image col=value|col=value..., a bare col is a NULL
      * Lines of a transaction without its C line were rolled back
      * and are ignored by pqundo. The U and D images are read
      * SELECT ... FOR UPDATE inside the caller's transaction, so
      * nothing can change the rows between the capture and the
      * statement. A value carrying a '|' cannot be captured - the
      * call fails and the caller leaves the row alone. Not
      * IS INITIAL: the file stays open and the transaction number
      * runs on across calls.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT undofile ASSIGN TO undo-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS undo-fs.

       DATA DIVISION.
       FILE SECTION.
       FD undofile.
       01 undo-record PIC X(1800) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 pgres USAGE IS POINTER VALUE NULL.
         01 pgtxt USAGE IS POINTER VALUE NULL.
         01 pgstate PIC S9(32) VALUE 0.
         01 pgres-tuples-ok PIC S9(9) VALUE 2.

         01 v-ws.
           05 undo-name PIC X(160) VALUE SPACES.
           05 undo-fs PIC XX VALUE '00'.
           05 undo-open PIC 9 VALUE 0.
           05 logdir PIC X(128) VALUE SPACES.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 run-id PIC X(17) VALUE SPACES.
           05 now-stamp PIC X(21) VALUE SPACES.
           05 txn-stamp PIC X(8) VALUE SPACES.
           05 txn-seq PIC 9(6) VALUE 1.
           05 txn-tok PIC X(16) VALUE SPACES.
           05 txn-lines PIC 9(8) VALUE 0.
           05 line-count PIC 9(8) VALUE 0.
           05 sel-buf PIC X(1024) VALUE SPACES.
           05 buf PIC X(1024) VALUE SPACES.
           05 img-buf PIC X(1024) VALUE SPACES.
           05 img-ptr PIC 9(4) VALUE 1.
           05 img-bad PIC 9 VALUE 0.
           05 col-name PIC X(64) VALUE SPACES.
           05 bar-cnt PIC 9(4) VALUE 0.
           05 nrows PIC 9(8) VALUE 0.
           05 nfields PIC 9(4) VALUE 0.
           05 ii PIC 9(8) VALUE 0.
           05 jj PIC 9(4) VALUE 0.
           05 null-state PIC S9(9) VALUE 0.
           05 rec-ptr PIC 9(4) VALUE 1.
           05 datetime-data.
             COPY datetimedata.

       LOCAL-STORAGE SECTION.
         01 sql-log-data.
           COPY sqllog.

       LINKAGE SECTION.
         01 pgconn USAGE IS POINTER.
         01 undocap-data.
           COPY undocap.

       PROCEDURE DIVISION USING pgconn, undocap-data.
       A-main SECTION.
         A-para-1.
           DISPLAY 'undocap'
           GOBACK
         .

      *  the rows uc-where selects, as they stand before the
      *  caller's UPDATE or DELETE runs, one line each.
         ENTRY 'undo-rows' USING pgconn, undocap-data.
           MOVE 0 TO uc-rows
           MOVE 0 TO uc-fail
           INITIALIZE sel-buf
           STRING
             'SELECT * FROM ' FUNCTION TRIM(uc-table)
             ' WHERE ' FUNCTION TRIM(uc-where) ' FOR UPDATE'
             DELIMITED BY SIZE INTO sel-buf
           END-STRING
           MOVE uc-job TO sql-job
           MOVE sel-buf TO sql-text
           CALL 'sql-log-start' USING sql-log-data
           CALL 'PQexec' USING BY VALUE pgconn,
             BY REFERENCE sel-buf
             RETURNING pgres
           CALL 'PQresultStatus' USING BY VALUE pgres
             RETURNING pgstate
           MOVE pgstate TO sql-status
           CALL 'sql-log-end' USING sql-log-data
           IF pgstate NOT = pgres-tuples-ok THEN
             DISPLAY FUNCTION TRIM(uc-job), ': before-image of ',
               FUNCTION TRIM(uc-table), ' could not be read, ',
               'status ', pgstate UPON SYSOUT
             CALL 'PQclear' USING BY VALUE pgres
             MOVE 1 TO uc-fail
             PERFORM Z-return
             GOBACK
           END-IF
           CALL 'PQntuples' USING BY VALUE pgres RETURNING nrows
           CALL 'PQnfields' USING BY VALUE pgres RETURNING nfields
           MOVE 0 TO ii
           PERFORM UNTIL ii = nrows OR uc-fail = 1
             PERFORM B-row-image
             IF img-bad = 1 THEN
               DISPLAY FUNCTION TRIM(uc-job), ': a row of ',
                 FUNCTION TRIM(uc-table), ' carries a ''|'' or ',
                 'is too wide to capture for undo' UPON SYSOUT
               MOVE 1 TO uc-fail
             ELSE
               PERFORM C-write-line
               IF uc-fail = 0 THEN
                 ADD 1 TO uc-rows
               END-IF
             END-IF
             ADD 1 TO ii
           END-PERFORM
           CALL 'PQclear' USING BY VALUE pgres
           PERFORM Z-return
           GOBACK
         .

      *  an inserted row: the caller passes the columns it inserted
      *  in uc-image.
         ENTRY 'undo-line' USING pgconn, undocap-data.
           MOVE 0 TO uc-rows
           MOVE 0 TO uc-fail
           MOVE uc-image TO img-buf
           PERFORM C-write-line
           IF uc-fail = 0 THEN
             MOVE 1 TO uc-rows
           END-IF
           PERFORM Z-return
           GOBACK
         .

      *  the caller's COMMIT went through: its lines count from
      *  here on. A transaction that captured nothing writes no
      *  marker.
         ENTRY 'undo-commit' USING pgconn, undocap-data.
           MOVE 0 TO uc-fail
           IF txn-lines > 0 THEN
             MOVE 'C' TO uc-op
             MOVE SPACES TO uc-key
             MOVE '-' TO img-buf
             PERFORM C-write-line
           END-IF
           MOVE 0 TO txn-lines
           ADD 1 TO txn-seq
           PERFORM Z-return
           GOBACK
         .

      *  the caller rolled back: the lines stay on file without a
      *  C line and pqundo passes over them.
         ENTRY 'undo-discard' USING pgconn, undocap-data.
           MOVE 0 TO txn-lines
           ADD 1 TO txn-seq
           PERFORM Z-return
           GOBACK
         .

         ENTRY 'undo-close' USING pgconn, undocap-data.
           IF undo-open = 1 THEN
             CLOSE undofile
             MOVE 0 TO undo-open
           END-IF
           PERFORM Z-return
           GOBACK
         .

      *  row ii of the result as col=value|col=value...; a NULL
      *  cell is its bare column name.
       B-row-image SECTION.
         B-para-1.
           MOVE 0 TO img-bad
           MOVE SPACES TO img-buf
           MOVE 1 TO img-ptr
           MOVE 0 TO jj
           PERFORM UNTIL jj = nfields OR img-bad = 1
             CALL 'PQfname' USING BY VALUE pgres BY VALUE jj
               RETURNING pgtxt
             INITIALIZE buf
             CALL 'collectword' USING BY CONTENT pgstate
               BY REFERENCE buf BY REFERENCE pgtxt
             MOVE buf(1:64) TO col-name
             IF jj > 0 THEN
               STRING '|' DELIMITED BY SIZE
                 INTO img-buf WITH POINTER img-ptr
                 ON OVERFLOW MOVE 1 TO img-bad
               END-STRING
             END-IF
             STRING FUNCTION TRIM(col-name) DELIMITED BY SIZE
               INTO img-buf WITH POINTER img-ptr
               ON OVERFLOW MOVE 1 TO img-bad
             END-STRING
             CALL 'PQgetisnull' USING BY VALUE pgres BY VALUE ii
               BY VALUE jj RETURNING null-state
             IF null-state NOT = 1 THEN
               CALL 'PQgetvalue' USING BY VALUE pgres BY VALUE ii
                 BY VALUE jj RETURNING pgtxt
               INITIALIZE buf
               CALL 'collectword' USING BY CONTENT pgstate
                 BY REFERENCE buf BY REFERENCE pgtxt
               MOVE 0 TO bar-cnt
               INSPECT buf TALLYING bar-cnt FOR ALL '|'
               IF bar-cnt > 0 THEN
                 MOVE 1 TO img-bad
               END-IF
               STRING '=' FUNCTION TRIM(buf) DELIMITED BY SIZE
                 INTO img-buf WITH POINTER img-ptr
                 ON OVERFLOW MOVE 1 TO img-bad
               END-STRING
             END-IF
             ADD 1 TO jj
           END-PERFORM
         .

       C-write-line SECTION.
         C-para-1.
           PERFORM D-open-file
           IF undo-open = 0 THEN
             MOVE 1 TO uc-fail
             GO TO C-para-2
           END-IF
           MOVE SPACES TO txn-tok
           STRING 'T' txn-stamp '-' txn-seq
             DELIMITED BY SIZE INTO txn-tok
           END-STRING
           MOVE SPACES TO undo-record
           MOVE 1 TO rec-ptr
           STRING
             FUNCTION TRIM(txn-tok) ' ' FUNCTION TRIM(uc-job) ' '
             FUNCTION TRIM(uc-table) ' ' uc-op ' '
             DELIMITED BY SIZE INTO undo-record
             WITH POINTER rec-ptr
           END-STRING
           IF uc-key = SPACES THEN
             STRING '-' DELIMITED BY SIZE
               INTO undo-record WITH POINTER rec-ptr
             END-STRING
           ELSE
             STRING FUNCTION TRIM(uc-key) DELIMITED BY SIZE
               INTO undo-record WITH POINTER rec-ptr
             END-STRING
           END-IF
           STRING ' ' FUNCTION TRIM(img-buf) DELIMITED BY SIZE
             INTO undo-record WITH POINTER rec-ptr
           END-STRING
           IF uc-op = 'U' THEN
             STRING '||' FUNCTION TRIM(uc-set) DELIMITED BY SIZE
               INTO undo-record WITH POINTER rec-ptr
             END-STRING
           END-IF
           WRITE undo-record
           IF undo-fs NOT = '00' THEN
             DISPLAY FUNCTION TRIM(uc-job), ': write to ',
               FUNCTION TRIM(undo-name), ' failed, status ',
               undo-fs UPON SYSOUT
             MOVE 1 TO uc-fail
             GO TO C-para-2
           END-IF
           ADD 1 TO line-count
           IF NOT uc-op = 'C' THEN
             ADD 1 TO txn-lines
           END-IF
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

      *  the file is named and opened on the first line written,
      *  in the directory audit.log goes to.
       D-open-file SECTION.
         D-para-1.
           IF undo-open = 1 THEN
             GO TO D-para-2
           END-IF
           IF undo-name = SPACES THEN
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
             CALL 'run-id-get' USING run-id
             CALL 'now-str' USING datetime-data
             STRING
               FUNCTION TRIM(logdir) '/undo.'
               m_year OF datetime-data m_month OF datetime-data
               m_day OF datetime-data '.' FUNCTION TRIM(run-id)
               '.dat'
               DELIMITED BY SIZE INTO undo-name
             END-STRING
             MOVE FUNCTION CURRENT-DATE TO now-stamp
             MOVE now-stamp(9:8) TO txn-stamp
           END-IF
           OPEN EXTEND undofile
           IF undo-fs NOT = '00' THEN
             OPEN OUTPUT undofile
           END-IF
           IF undo-fs NOT = '00' THEN
             DISPLAY FUNCTION TRIM(uc-job), ': cannot open undo ',
               'file ', FUNCTION TRIM(undo-name), ', status ',
               undo-fs UPON SYSOUT
             GO TO D-para-2
           END-IF
           MOVE 1 TO undo-open
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

       Z-return SECTION.
         Z-para-1.
           MOVE undo-name TO uc-file
           MOVE line-count TO uc-lines
         .
