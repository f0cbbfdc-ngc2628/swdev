      * pqload or pqapply run.
      *
      *   pqverify table-file dbtable key-column value-column
      *     [TOL=n] [CSV]
      *
      * An NA cell in the file matches a NULL in the database. CSV
      * reads the quoted-CSV feed a pqload CSV run loaded.
      * Differences return 4, run errors 8.

       ENVIRONMENT DIVISION.
           05 mismatch-cnt PIC 9(6) VALUE 0.
           05 match-cnt PIC 9(6) VALUE 0.
           05 bad-db-rows PIC 9(6) VALUE 0.
           05 csv-mode PIC 9 VALUE 0.
           05 csv-skip PIC 9 VALUE 0.
           05 split-delim PIC X(1) VALUE SPACE.
           05 csv-data.
             COPY csvdata.
           05 number53.
             COPY num53.
         01 file-table.
           IF fname = SPACES OR dbtable = SPACES
               OR key-col = SPACES OR val-col = SPACES THEN
             DISPLAY 'usage: pqverify table-file dbtable ',
               'key-column value-column [TOL=n] [CSV]' UPON SYSOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
             ON EXCEPTION
               MOVE SPACES TO tol-arg
           END-ACCEPT
           PERFORM UNTIL tol-arg = SPACES
             IF FUNCTION UPPER-CASE(tol-arg(1:4)) = 'TOL='
                 AND FUNCTION TEST-NUMVAL(tol-arg(5:16)) = 0 THEN
               MOVE FUNCTION NUMVAL(tol-arg(5:16)) TO tol-abs
             END-IF
      *      quoted CSV: each record goes through csv-to-table and
      *      is split on the ';' it is rewritten with.
             IF FUNCTION UPPER-CASE(tol-arg) = 'CSV' THEN
               MOVE 1 TO csv-mode
               MOVE ';' TO split-delim
             END-IF
             MOVE SPACES TO tol-arg
             ACCEPT tol-arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO tol-arg
             END-ACCEPT
           END-PERFORM
           MOVE key-col TO ident-name
           PERFORM H-check-identifier
           IF ident-ok = 0 THEN
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 MOVE 0 TO csv-skip
                 IF csv-mode = 1 AND table-record NOT = SPACES
                     AND table-record(1:1) NOT = '#' THEN
                   PERFORM B-csv-record
                 END-IF
                 IF table-record NOT = SPACES
                     AND table-record(1:1) NOT = '#' THEN
                   IF cntrec > 0 AND csv-skip = 0 THEN
                     PERFORM B-take-row
                   END-IF
                   ADD 1 TO cntrec
         B-take-row.
           MOVE SPACES TO r-header-in
           MOVE SPACES TO t-val-in
           UNSTRING table-record DELIMITED BY ALL split-delim
             INTO r-header-in, t-val-in
           END-UNSTRING
           MOVE 0 TO row-missing
             END-IF
           END-IF
         .
      *  one quoted-CSV record rewritten for the ';' split; a row
      *  whose quotes do not balance is skipped, reported with the
      *  quote that was left open.
         B-csv-record.
           MOVE table-record TO csv-line
           CALL 'csv-to-table' USING csv-data
           IF csv-bad = 1 THEN
             MOVE 1 TO csv-skip
             COMPUTE linenum = cntrec + 1
             DISPLAY 'pqverify: bad row at line ', linenum,
               ' skipped: ', FUNCTION TRIM(csv-msg)
               UPON SYSOUT
           ELSE
             MOVE csv-line TO table-record
           END-IF
         .
         B-para-2.
           EXIT
         .
