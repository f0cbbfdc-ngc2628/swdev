           SELECT htmlidx ASSIGN TO htmlidx-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS htmlidx-fs.
           SELECT jsonfile ASSIGN TO json-new
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS json-fs.
           SELECT qualfile ASSIGN TO qual-fname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS qual-fs.
           SELECT jaudfile ASSIGN TO jaud-fname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jaud-fs.
           SELECT estfile ASSIGN TO est-fname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS est-fs.
       
       DATA DIVISION.
       FILE SECTION.
         01 html-record PIC X(500) VALUE SPACES.
       FD htmlidx.
         01 htmlidx-record PIC X(300) VALUE SPACES.
       FD jsonfile.
         01 json-record PIC X(1024) VALUE SPACES.
       FD qualfile.
         01 qual-record PIC X(255) VALUE SPACES.
       FD jaudfile.
         01 jaud-record PIC X(255) VALUE SPACES.
       FD estfile.
         01 est-record PIC X(160) VALUE SPACES.
       WORKING-STORAGE SECTION.
         01 v-ws.
           05 fname PIC A(128) VALUE SPACES.
           05 arg-in PIC X(128) VALUE SPACES.
           05 args-done PIC 9 VALUE 0.
           05 delim-arg PIC X(1) VALUE SPACE.
           05 csv-mode PIC 9 VALUE 0.
           05 csv-skip PIC 9 VALUE 0.
           05 iseof PIC 9 VALUE 0.
           05 cntrec PIC 9(6) VALUE 0.
           05 ii PIC 9(3).
           05 html-grp-new PIC X(32) VALUE SPACES.
           05 html-grp-open PIC 9 VALUE 0.
           05 html-chk-col PIC 9(2) VALUE 1.
           05 html-span PIC Z9.
           05 html-avg PIC S9(16)V9(9) VALUE 0.
           05 html-sd PIC S9(16)V9(9) VALUE 0.
           05 html-lim PIC S9(16)V9(9) VALUE 0.
           05 html-dist PIC S9(16)V9(9) VALUE 0.
           05 json-fname PIC X(120) VALUE SPACES.
           05 json-new PIC X(128) VALUE SPACES.
           05 json-refused PIC 9 VALUE 0.
           05 json-fs PIC XX VALUE '00'.
           05 json-ptr PIC 9(4) VALUE 1.
           05 json-first PIC 9 VALUE 1.
           05 json-esc-in PIC X(128) VALUE SPACES.
           05 json-esc-out PIC X(256) VALUE SPACES.
           05 json-esc-len PIC 9(3) VALUE 0.
           05 json-in-len PIC 9(3) VALUE 0.
           05 json-ec PIC 9(3) VALUE 0.
           05 json-ch PIC X VALUE SPACE.
           05 json-num PIC X(40) VALUE SPACES.
           05 json-num-len PIC 9(2) VALUE 0.
           05 json-cnt PIC Z(7)9.
           05 qual-fname PIC X(120) VALUE SPACES.
           05 qual-fs PIC XX VALUE '00'.
           05 qual-eof PIC 9 VALUE 0.
           05 qual-found PIC 9 VALUE 0.
           05 qual-want PIC X(128) VALUE SPACES.
           05 qual-tok PIC X(128) VALUE SPACES.
           05 qual-ptr PIC 9(4) VALUE 1.
           05 qual-when PIC X(19) VALUE SPACES.
           05 qual-score PIC X(8) VALUE SPACES.
           05 qual-grade PIC X VALUE SPACE.
           05 jaud-fname PIC X(160) VALUE SPACES.
           05 jaud-on PIC 9 VALUE 0.
           05 jaud-fs PIC XX VALUE '00'.
           05 jaud-eof PIC 9 VALUE 0.
           05 jaud-over PIC 9(6) VALUE 0.
           05 jaud-logdir PIC X(128) VALUE SPACES.
           05 jaud-fld PIC X(40) OCCURS 8 TIMES.
           05 jaud-dlm PIC X(9) OCCURS 8 TIMES.
           05 jaud-job PIC X(16) VALUE SPACES.
           05 jaud-start PIC X(19) VALUE SPACES.
           05 jaud-end PIC X(19) VALUE SPACES.
           05 jaud-read PIC X(8) VALUE SPACES.
           05 jaud-written PIC X(8) VALUE SPACES.
           05 jaud-status PIC X(16) VALUE SPACES.
           05 jaud-run PIC X(17) VALUE SPACES.
           05 jaud-hit PIC 9(4) VALUE 0.
           05 jaud-ii PIC 9(4) VALUE 0.
           05 op-id PIC X(12) VALUE SPACES.
           05 op-level PIC 9 VALUE 0.
           05 rst-level PIC 9 VALUE 0.
           05 col-masked PIC 9 OCCURS 10 TIMES VALUE 0.
           05 mask-cnt PIC 9(2) VALUE 0.
           05 mask-note PIC X(200) VALUE SPACES.
           05 mask-ptr PIC 9(4) VALUE 1.
           05 mask-env PIC X(40) VALUE SPACES.
           05 mask-hit PIC 9 VALUE 0.
           05 jaud-run-cur PIC X(17) VALUE SPACES.
           05 est-fname PIC X(140) VALUE SPACES.
           05 est-fs PIC XX VALUE '00'.
           05 est-eof PIC 9 VALUE 0.
           05 est-key-in PIC X(32) VALUE SPACES.
           05 est-col-in PIC X(6) VALUE SPACES.
           05 est-shown PIC 9(4) VALUE 0.
           05 est-row-hit PIC 9 VALUE 0.
           05 est-ptr PIC 9(4) VALUE 1.
           05 est-ix PIC 9(4) VALUE 0.
           05 note-shown PIC 9(4) VALUE 0.
           05 note-row-hit PIC 9 VALUE 0.
           05 note-ptr PIC 9(4) VALUE 1.
           05 exc-explained PIC 9(6) VALUE 0.
           05 exc-ptr PIC 9(4) VALUE 1.
           05 fast-name PIC X(136) VALUE SPACES.
           05 fast-fs PIC XX VALUE '00'.
           05 fast-on PIC 9 VALUE 0.
           05 col-avg PIC -9(16).9(15) OCCURS 10 TIMES VALUE 0.0.
           05 page-size PIC 9(3) VALUE 20.
           05 page-num PIC 9(3) VALUE 1.
           05 run-env PIC X(8) VALUE SPACES.
           05 run-env-logdir PIC X(128) VALUE SPACES.
           05 lines-on-page PIC 9(3) VALUE 0.
           05 transpose-mode PIC 9 VALUE 0.
           05 formatted-mode PIC 9 VALUE 0.
           05 grp-val PIC S9(16)V9(9) VALUE 0.
           05 lockname PIC X(132) VALUE SPACES.
           05 lock-held PIC 9 VALUE 0.
           05 lock-data.
             COPY lockdata.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 schema-bad PIC 9 VALUE 0.
           05 schema-arg PIC 9 VALUE 0.
           05 trl-seen PIC 9 VALUE 0.
           05 trl-expect-count PIC 9(6) VALUE 0.
           05 trl-expect-hash PIC S9(16)V9(2) COMP-3 VALUE 0.
             COPY schemarow.
           05 msgcat-data.
             COPY msgcat.
           05 env-guard-data.
             COPY envguard.
           05 csv-data.
             COPY csvdata.
           05 runcfg-data.
             COPY runcfg.
           05 getopts-data.
             ==t-miss== BY ==t-miss-tr==
             ==t-txt== BY ==t-txt-tr==
             ==t-val== BY ==t-val-tr==.
      *  the loaded table as it stood before any restricted column
      *  was masked (after TRANSPOSE has pivoted it, when asked); the
      *  HISTORY= lines and the outlier register are figured from
      *  it, so what a run leaves behind does not depend on the
      *  operator who ran it.
         01 table-data-3d-cl.
           COPY coor3d REPLACING
             ==f-length== BY ==f-length-cl==
             ==col-length== BY ==col-length-cl==
             ==c-header== BY ==c-header-cl==
             ==c-type== BY ==c-type-cl==
             ==t-row== BY ==t-row-cl==
             ==r-header== BY ==r-header-cl==
             ==row-col-length== BY ==row-col-length-cl==
             ==t-col== BY ==t-col-cl==
             ==t-miss== BY ==t-miss-cl==
             ==t-txt== BY ==t-txt-cl==
             ==t-val== BY ==t-val-cl==.
      *  every valid r-header from the KEYS= reference file,
      *  sorted for the binary search CE-check-key runs; its own
      *  01 so the OCCURS DEPENDING ends its record.
           05 fh-ctype PIC 9 OCCURS 10 TIMES.
           05 fh-hdrline PIC X(80).
           05 FILLER PIC X(198).
      *  the day's audit.log job lines for the JSON export, one
      *  entry per job run - a RUNNING start line is overwritten
      *  by its end line - sorted by run id for the grouping.
         01 jaud-table.
           05 ja-cnt PIC 9(4) VALUE 0.
           05 ja-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON ja-cnt.
             10 ja-run PIC X(17).
             10 ja-start PIC X(19).
             10 ja-job PIC X(16).
             10 ja-end PIC X(19).
             10 ja-read PIC X(8).
             10 ja-written PIC X(8).
             10 ja-status PIC X(16).
      *  the imputed cells named by each file's .imputed list (see
      *  impute/impute.cbl), by r-header and c-header, so the
      *  display can mark them as estimates.
         01 est-table.
           05 est-cnt PIC 9(4) VALUE 0.
           05 est-entry OCCURS 2000 TIMES.
             10 est-key PIC X(32).
             10 est-col PIC X(6).
      *  the analysts' notes on the loaded files' rows (see
      *  utl/annot-reg.cbl), printed beneath each annotated row.
         01 annot-data.
           COPY annotdata.
      *  the data-exception register (see utl/exc-reg.cbl): each
      *  outlier goes on it by id, and the ones an analyst has
      *  EXPLAINED drop out of the report into its footnote.
         01 exc-data.
           COPY excdata.
         01 keyref-table.
           05 kr-cnt PIC 9(6) VALUE 0.
           05 kr-entry OCCURS 1 TO 100000 TIMES
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
      *      the file's own schema, found without SCHEMA=, masks
      *      its restricted columns and types its TEXT ones, but
      *      checks no rows - that stays with the argument.
             CALL 'schema-find' USING schema-data, fname-tab(1)
             IF NOT sch-fname = SPACES THEN
               CALL 'schema-load' USING schema-data
             END-IF
           END-IF
           IF NOT key-fname = SPACES THEN
             PERFORM N-load-keyref
               PERFORM CC-apply-dup-policy
             END-IF
           END-IF
           PERFORM CM-mask-columns
           IF validate-mode = 1 THEN
             IF bad-row-count = 0 AND dup-count = 0 THEN
               DISPLAY 'table: VALIDATE ok - ', dataidx, ' data ',
             IF transpose-mode = 1 THEN
               PERFORM CB-transpose-table
             END-IF
             PERFORM CN-apply-mask
             IF mask-cnt > 0 THEN
               DISPLAY FUNCTION TRIM(mask-note)
             END-IF
             EVALUATE TRUE
               WHEN outlier-n > 0
                 PERFORM DE-outlier-table
             IF NOT html-dir = SPACES THEN
               PERFORM X-write-html
             END-IF
             IF NOT json-fname = SPACES THEN
               PERFORM XJ-write-json
             END-IF
             MOVE dataidx TO aud-rows-read
             MOVE f-length TO aud-rows-written
             MOVE 'OK' TO aud-status
               OR dup-count > 0) THEN
             MOVE 8 TO RETURN-CODE
           END-IF
           IF trailer-bad = 1 OR json-refused = 1 THEN
             MOVE 8 TO RETURN-CODE
           END-IF
         .
      *    table -file x.tbl -delim , -validate -group 2 -top 10
      *          -col COL2 -hist COL1 -outlier 2 -pctl 90
      *          -history stats.hist -schema rules.sch -dups SUM
      *          -json x.json -quality score.hist -audit audit.log
      *  Each parsed option is replayed through A-one-arg in its
      *  keyword spelling, so both argument forms share one
      *  implementation.
           MOVE arg-in TO go-first
           MOVE 'file delim validate! generate! transpose! ' &
             'formatted! group top col hist outlier pctl ' &
             'history schema dups keys html json quality ' &
             'audit' TO go-allowed
           CALL 'getopts-parse' USING getopts-data
           IF go-error = 1 THEN
             GO TO A-named-para-2
               WHEN 'file'
                 MOVE go-value(oo) TO arg-in
               WHEN 'delim'
                 IF FUNCTION UPPER-CASE(go-value(oo)) = 'CSV' THEN
                   MOVE 'CSV' TO arg-in
                 ELSE
                   MOVE go-value(oo)(1:1) TO arg-in
                 END-IF
               WHEN 'validate'
                 MOVE 'VALIDATE' TO arg-in
               WHEN 'generate'
                 STRING 'HTML=' FUNCTION TRIM(go-value(oo))
                   DELIMITED BY SIZE INTO arg-in
                 END-STRING
               WHEN 'json'
                 STRING 'JSON=' FUNCTION TRIM(go-value(oo))
                   DELIMITED BY SIZE INTO arg-in
                 END-STRING
               WHEN 'quality'
                 STRING 'QUALITY=' FUNCTION TRIM(go-value(oo))
                   DELIMITED BY SIZE INTO arg-in
                 END-STRING
               WHEN 'audit'
                 STRING 'AUDIT=' FUNCTION TRIM(go-value(oo))
                   DELIMITED BY SIZE INTO arg-in
                 END-STRING
             END-EVALUATE
             IF NOT arg-in = SPACES THEN
               PERFORM A-one-arg
           EVALUATE TRUE
             WHEN arg-in = ',' OR arg-in = ';'
               MOVE arg-in TO delim-arg
      *      quoted CSV from the office tools: each record goes
      *      through csv-to-table and is split on the ';' it is
      *      rewritten with.
             WHEN FUNCTION UPPER-CASE(arg-in) = 'CSV'
               MOVE 1 TO csv-mode
               MOVE ';' TO delim-arg
             WHEN FUNCTION UPPER-CASE(arg-in) = 'VALIDATE'
               MOVE 1 TO validate-mode
             WHEN FUNCTION UPPER-CASE(arg-in) = 'GENERATE'
               END-IF
             WHEN FUNCTION UPPER-CASE(arg-in(1:7)) = 'SCHEMA='
               MOVE arg-in(8:121) TO sch-fname
               MOVE 1 TO schema-arg
             WHEN FUNCTION UPPER-CASE(arg-in(1:5)) = 'KEYS='
               MOVE arg-in(6:123) TO key-fname
             WHEN FUNCTION UPPER-CASE(arg-in(1:5)) = 'HTML='
               MOVE arg-in(6:120) TO html-dir
      *      JSON export for the dashboards (see XJ-write-json):
      *      QUALITY= names scorecard's history file for the grade,
      *      AUDIT= an audit log for the run results, and a bare
      *      AUDIT takes the day's log where audit-log writes it.
             WHEN FUNCTION UPPER-CASE(arg-in(1:5)) = 'JSON='
               MOVE arg-in(6:120) TO json-fname
             WHEN FUNCTION UPPER-CASE(arg-in(1:8)) = 'QUALITY='
               MOVE arg-in(9:120) TO qual-fname
             WHEN FUNCTION UPPER-CASE(arg-in) = 'AUDIT'
               MOVE 1 TO jaud-on
               MOVE SPACES TO jaud-fname
             WHEN FUNCTION UPPER-CASE(arg-in(1:6)) = 'AUDIT='
               MOVE 1 TO jaud-on
               MOVE arg-in(7:122) TO jaud-fname
             WHEN FUNCTION UPPER-CASE(arg-in(1:6)) = 'GROUP='
               MOVE arg-in(7:3) TO group-arg
               IF FUNCTION TEST-NUMVAL(group-arg) = 0 THEN
                     CONTINUE
                   END-IF
      *         DISPLAY FUNCTION TRIM(table-record)
                   MOVE 0 TO csv-skip
                   IF csv-mode = 1 AND table-record NOT = SPACES
                       AND table-record(1:1) NOT = '#' THEN
                     PERFORM CH-csv-record
                   END-IF
                   IF csv-skip = 1 THEN
                     CONTINUE
                   ELSE
                   IF table-record(1:8) = '#TRAILER' THEN
                     PERFORM CF-parse-trailer
                   ELSE
                   ELSE
                     PERFORM C-parse-row
                     MOVE 0 TO schema-bad
                     IF row-bad = 0 AND sch-loaded = 1
                         AND schema-arg = 1 THEN
                       PERFORM CD-schema-row
                     END-IF
                     IF row-bad = 0 AND schema-bad = 0
                     END-IF
                   END-IF
                   END-IF
                   END-IF
                   ADD 1 TO cntrec
                 END-READ
               END-PERFORM
               CLOSE tableinp
               PERFORM CG-verify-trailer
               END-IF
               PERFORM CI-load-imputed
               MOVE fname TO an-file
               CALL 'annot-load' USING annot-data
               PERFORM C-release-lock
             END-IF
           END-PERFORM
           EXIT
         .

      *  the lock records who holds it (utl/lock-file.cbl), so a
      *  run that finds one held says by whom and whether that
      *  run is still alive - a dead holder's lock is released
      *  with lockmon RELEASE, not by hand.
       C-check-lock SECTION.
         C-lock-para-1.
           MOVE fname TO lck-file
           MOVE 'table' TO lck-program
           CALL 'lock-take' USING lock-data
           MOVE lck-name TO lockname
           IF lck-result = 1 THEN
             DISPLAY 'table: table file ', FUNCTION TRIM(fname),
               ' is locked by another run (found ',
               FUNCTION TRIM(lockname), ')'
             DISPLAY 'table:   ', FUNCTION TRIM(lck-desc)
             MOVE 1 TO lock-held
           ELSE
           IF lck-result = 8 THEN
             DISPLAY 'table: cannot write lock ',
               FUNCTION TRIM(lockname), ' - ',
               FUNCTION TRIM(fname), ' not read'
             MOVE 1 TO lock-held
           ELSE
             MOVE 0 TO lock-held
           END-IF
           END-IF
         .

      *  a file written by impute carries its list of imputed
      *  cells in <file>.imputed - key, column, method, value, '*'
      *  comments. Those cells hold estimates, not observed
      *  figures, and D-display-table marks them so. No list, no
      *  marks.
       CI-load-imputed SECTION.
         CI-para-1.
           MOVE SPACES TO est-fname
           STRING FUNCTION TRIM(fname) '.imputed'
             DELIMITED BY SIZE INTO est-fname
           END-STRING
           OPEN INPUT estfile
           IF est-fs NOT = '00' THEN
             GO TO CI-para-2
           END-IF
           MOVE 0 TO est-eof
           PERFORM UNTIL est-eof = 1
             READ estfile INTO est-record
               AT END
                 MOVE 1 TO est-eof
               NOT AT END
                 IF est-record NOT = SPACES
                     AND est-record(1:1) NOT = '*' THEN
                   MOVE SPACES TO est-key-in
                   MOVE SPACES TO est-col-in
                   UNSTRING est-record DELIMITED BY ALL SPACE
                     INTO est-key-in est-col-in
                   END-UNSTRING
                   IF est-cnt >= 2000 THEN
                     DISPLAY 'table: more than 2000 imputed ',
                       'cells listed, the rest are not marked'
                     MOVE 1 TO est-eof
                   ELSE
                     ADD 1 TO est-cnt
                     MOVE est-key-in TO est-key(est-cnt)
                     MOVE est-col-in TO est-col(est-cnt)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE estfile
           GO TO CI-para-2
         .
         CI-para-2.
           EXIT
         .

       C-release-lock SECTION.
         C-unlock-para-1.
           CALL 'lock-drop' USING lock-data
           IF lck-result = 4 THEN
             DISPLAY 'table: ', FUNCTION TRIM(lockname),
               ' was released from under this run and is now ',
               FUNCTION TRIM(lck-desc), ' - left in place'
           END-IF
         .

      *  one quoted-CSV record rewritten for the usual split; a
      *  record whose quotes do not balance is a bad row, reported
      *  with the quote that was left open.
       CH-csv-record SECTION.
         CH-para-1.
           MOVE table-record TO csv-line
           CALL 'csv-to-table' USING csv-data
           IF csv-bad = 1 THEN
             MOVE 1 TO csv-skip
             COMPUTE linenum = cntrec + 1
             ADD 1 TO bad-row-count
             MOVE 'TBL007' TO msg-code
             MOVE SPACES TO msg-detail
             STRING 'line ' linenum ' in '
               FUNCTION TRIM(fname) ': '
               FUNCTION TRIM(csv-msg)
               DELIMITED BY SIZE INTO msg-detail
             END-STRING
             CALL 'msg-display' USING msgcat-data
           ELSE
             MOVE csv-line TO table-record
           END-IF
         .

       CF-parse-trailer SECTION.
             MOVE ii TO rnd-row
             CALL 'render-row-3d' USING table-data-3d, rnd-row,
               render-data
             IF est-cnt > 0 THEN
               PERFORM D-mark-estimates
             END-IF
             MOVE SPACES TO an-col
             PERFORM D-mark-notes
             DISPLAY FUNCTION TRIM(rnd-line TRAILING)
             ADD 1 TO lines-on-page
             IF note-row-hit = 1 THEN
               PERFORM D-show-notes
             END-IF
             IF group-prefix-len > 0 THEN
               ADD 1 TO group-rows
             END-IF
           IF group-prefix-len > 0 AND group-rows > 0 THEN
             PERFORM D-group-subtotal
           END-IF
           IF est-shown > 0 THEN
             DISPLAY ' '
             DISPLAY 'est: ', est-shown, ' cell(s) marked est: ',
               'are imputed estimates, not observed figures - ',
               'they are in the totals below'
           END-IF
           IF note-shown > 0 THEN
             DISPLAY ' '
             DISPLAY 'note: ', note-shown, ' row(s) marked * carry ',
               'an analyst''s note, printed beneath the row ',
               '(annotate LIST for all notes)'
           END-IF
           PERFORM DD-summary-table
           DISPLAY ' '
           DISPLAY '<', bufptr, '>'
           EXIT
         .

      *  names the row's imputed cells after its rendered line,
      *  'est: COL1 COL2', so an estimate never reads as observed.
       D-mark-estimates SECTION.
         D-est-para-1.
           MOVE 0 TO est-row-hit
           PERFORM VARYING est-ix FROM 1 BY 1 UNTIL est-ix > est-cnt
             IF est-key(est-ix) = r-header(ii) THEN
               IF est-row-hit = 0 THEN
                 COMPUTE est-ptr = FUNCTION LENGTH(FUNCTION TRIM(
                   rnd-line TRAILING)) + 3
                 STRING 'est:' DELIMITED BY SIZE
                   INTO rnd-line WITH POINTER est-ptr
                 END-STRING
                 MOVE 1 TO est-row-hit
               END-IF
               STRING ' ' FUNCTION TRIM(est-col(est-ix))
                 DELIMITED BY SIZE
                 INTO rnd-line WITH POINTER est-ptr
               END-STRING
               ADD 1 TO est-shown
             END-IF
           END-PERFORM
         .

      *  a row with a note in force gets a '*' after its rendered
      *  line; an-col names the column a report is about, blank
      *  for the whole row.
       D-mark-notes SECTION.
         D-note-para-1.
           MOVE 0 TO note-row-hit
           IF an-cnt = 0 THEN
             GO TO D-note-para-2
           END-IF
           MOVE r-header(ii) TO an-key
           MOVE 0 TO an-ix
           CALL 'annot-match' USING annot-data
           IF an-ix > 0 THEN
             MOVE 1 TO note-row-hit
             ADD 1 TO note-shown
             COMPUTE note-ptr = FUNCTION LENGTH(FUNCTION TRIM(
               rnd-line TRAILING)) + 3
             STRING '*' DELIMITED BY SIZE
               INTO rnd-line WITH POINTER note-ptr
             END-STRING
           END-IF
           GO TO D-note-para-2
         .
         D-note-para-2.
           EXIT
         .

      *  every note for the row, one line each, indented under it.
       D-show-notes SECTION.
         D-note-para-3.
           MOVE r-header(ii) TO an-key
           MOVE 0 TO an-ix
           CALL 'annot-match' USING annot-data
           PERFORM UNTIL an-ix = 0
             DISPLAY '    * ', FUNCTION TRIM(an-line)
             ADD 1 TO lines-on-page
             CALL 'annot-match' USING annot-data
           END-PERFORM
         .

       D-page-header SECTION.
         D-hdr-para-1.
           DISPLAY ' '
      *    the environment the figures come from heads every page,
      *    so a TEST printout cannot pass for production.
           CALL 'run-env-get' USING run-env, run-env-logdir
           IF run-env = SPACES THEN
             DISPLAY 'Page ', page-num
           ELSE
             DISPLAY 'Page ', page-num, '   environment ',
               FUNCTION TRIM(run-env)
           END-IF
           CALL 'render-header-3d' USING table-data-3d,
             render-data
           DISPLAY FUNCTION TRIM(rnd-line TRAILING)
      *  sits more than the requested number of standard deviations
      *  from the column mean. A fat-fingered extra digit is
      *  perfectly numeric and sails through VALIDATE; it does not
      *  sail through this. Each exception goes on the register
      *  (excreg.cbl) against the first file named, so one an
      *  analyst has EXPLAINED is footnoted rather than listed again
      *  next run.
       DE-outlier-table SECTION.
         DE-para-1.
           MOVE 1 TO outlier-col
           IF f-length = 0 THEN
             GO TO DE-para-2
           END-IF
           CALL 'stats-table-3d' USING table-data-3d-cl,
             outlier-col, table-stats
           MOVE st-avg TO outlier-avg
           MOVE st-sdev TO outlier-sdev
           COMPUTE outlier-lim = outlier-n * outlier-sdev
             FUNCTION TRIM(c-header(outlier-col)),
             ' beyond ', outlier-arg, ' deviation(s) of the mean:'
           MOVE 0 TO outlier-count
           MOVE 0 TO exc-explained
           MOVE 0 TO xc-cnt
           MOVE fname-tab(1) TO xc-file
           CALL 'exc-load' USING exc-data
           PERFORM VARYING ii FROM 1 BY 1 UNTIL f-length < ii
             IF t-miss-cl(ii, outlier-col) = 0 THEN
               MOVE t-val-cl(ii, outlier-col) TO outlier-dist
               SUBTRACT outlier-avg FROM outlier-dist
               IF outlier-dist < 0 THEN
                 COMPUTE outlier-dist = 0 - outlier-dist
               END-IF
               IF outlier-dist > outlier-lim THEN
                 PERFORM DE-register-outlier
               END-IF
             END-IF
           END-PERFORM
           IF outlier-count = 0 THEN
             DISPLAY '  (none)'
           END-IF
           IF note-shown > 0 THEN
             DISPLAY 'note: ', note-shown, ' exception(s) marked * ',
               'carry an analyst''s note, printed beneath'
           END-IF
           IF exc-explained > 0 THEN
             DISPLAY 'explained, not counted above (excreg LIST ',
               'EXPLAINED):'
             PERFORM VARYING xc-ix FROM 1 BY 1 UNTIL xc-ix > xc-cnt
               IF xc-e-hit(xc-ix) = 1
                   AND xc-e-state(xc-ix) = 'EXPLAINED' THEN
                 CALL 'exc-line' USING exc-data
                 DISPLAY '  ', FUNCTION TRIM(xc-line)
               END-IF
             END-PERFORM
           END-IF
           PERFORM DD-summary-table
           GO TO DE-para-2
         .
           EXIT
         .

      *  outlier row ii on the exception register: an EXPLAINED one
      *  is held back for the footnote, the rest are listed with
      *  their register id so the analyst can EXPLAIN or ESCALATE
      *  by it.
       DE-register-outlier SECTION.
         DE-reg-para-1.
           MOVE 'OUTLIER' TO xc-type
           MOVE fname-tab(1) TO xc-file
           MOVE r-header(ii) TO xc-key
           MOVE c-header(outlier-col) TO xc-col
           CALL 'exc-seen' USING exc-data
           IF xc-ix > 0 THEN
             IF xc-e-state(xc-ix) = 'EXPLAINED' THEN
               ADD 1 TO exc-explained
               GO TO DE-reg-para-2
             END-IF
           END-IF
           ADD 1 TO outlier-count
      *    a masked cell is registered all the same, but its value
      *    is not shown.
           MOVE 0 TO mask-hit
           IF transpose-mode = 0 AND col-masked(outlier-col) = 1 THEN
             MOVE 1 TO mask-hit
           END-IF
           IF transpose-mode = 1 AND ii <= 10 THEN
             MOVE col-masked(ii) TO mask-hit
           END-IF
           MOVE t-val-cl(ii, outlier-col) TO float53
           CALL 'trim-float53' USING number53
           IF mask-hit = 1 THEN
             MOVE '*****' TO numstr53
           END-IF
           MOVE SPACES TO rnd-line
           MOVE 1 TO exc-ptr
           STRING FUNCTION TRIM(r-header(ii)) '  '
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO rnd-line WITH POINTER exc-ptr
           END-STRING
           IF xc-ix > 0 THEN
             STRING '  [' xc-id(xc-ix) ']' DELIMITED BY SIZE
               INTO rnd-line WITH POINTER exc-ptr
             END-STRING
             IF xc-e-state(xc-ix) = 'ESCALATED' THEN
               STRING ' ESCALATED' DELIMITED BY SIZE
                 INTO rnd-line WITH POINTER exc-ptr
               END-STRING
             END-IF
           END-IF
      *    a note on the row or on this column says whether the
      *    exception is already explained.
           MOVE c-header(outlier-col) TO an-col
           PERFORM D-mark-notes
           DISPLAY FUNCTION TRIM(rnd-line TRAILING)
           IF note-row-hit = 1 THEN
             PERFORM D-show-notes
           END-IF
           GO TO DE-reg-para-2
         .
         DE-reg-para-2.
           EXIT
         .

      *  column jj's figures from the clear copy, with its history
      *  line; a TEXT column has no figures worth one.
       DD-clear-history SECTION.
         DD-clear-para-1.
           MOVE pctl-n TO st-pctl-n
           CALL 'stats-table-3d' USING table-data-3d-cl, jj,
             table-stats
           PERFORM DD-keep-stats
           IF c-type-cl(jj) = 0 THEN
             PERFORM DD-write-history
           END-IF
         .

       DD-keep-stats SECTION.
         DD-keep-para-1.
           MOVE st-sum TO col-sum(jj)
           MOVE st-min TO col-min(jj)
           MOVE st-max TO col-max(jj)
           MOVE st-avg TO col-avg(jj)
           MOVE st-median TO col-median(jj)
           MOVE st-pctl TO col-pctl(jj)
           MOVE st-sdev TO col-sdev(jj)
         .

       DD-summary-table SECTION.
         DD-para-1.
           IF f-length = 0 THEN
             GO TO DD-para-2
           END-IF
           PERFORM VARYING jj FROM 1 BY 1 UNTIL jj > max-col-length
      *      the history line comes from the clear copy; a masked
      *      run then figures the printed block from the masked
      *      table over it.
             IF NOT hist-fname = SPACES THEN
               PERFORM DD-clear-history
             END-IF
             IF mask-cnt > 0 OR hist-fname = SPACES THEN
               MOVE pctl-n TO st-pctl-n
               CALL 'stats-table-3d' USING table-data-3d, jj,
                 table-stats
               PERFORM DD-keep-stats
             END-IF
           END-PERFORM
           DISPLAY 'TOTAL   ' NO ADVANCING
             DELIMITED BY SIZE INTO html-record
           END-STRING
           WRITE html-record
           IF mask-cnt > 0 THEN
             MOVE SPACES TO html-record
             STRING '<p><i>' FUNCTION TRIM(mask-note) '</i></p>'
               DELIMITED BY SIZE INTO html-record
             END-STRING
             WRITE html-record
           END-IF
           MOVE '<table border="1" cellspacing="0">'
             TO html-record
           WRITE html-record
           MOVE 1 TO html-ptr
           IF html-mark = 1 THEN
             STRING '<tr bgcolor="#ffcccc"><td>'
               FUNCTION TRIM(r-header(ii))
               DELIMITED BY SIZE
               INTO html-record WITH POINTER html-ptr
             END-STRING
           ELSE
             STRING '<tr><td>'
               FUNCTION TRIM(r-header(ii))
               DELIMITED BY SIZE
               INTO html-record WITH POINTER html-ptr
             END-STRING
           END-IF
           MOVE 0 TO note-row-hit
           IF an-cnt > 0 THEN
             MOVE r-header(ii) TO an-key
             MOVE SPACES TO an-col
             MOVE 0 TO an-ix
             CALL 'annot-match' USING annot-data
             IF an-ix > 0 THEN
               MOVE 1 TO note-row-hit
               STRING ' *' DELIMITED BY SIZE
                 INTO html-record WITH POINTER html-ptr
               END-STRING
             END-IF
           END-IF
           STRING '</td>' DELIMITED BY SIZE
             INTO html-record WITH POINTER html-ptr
           END-STRING
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             IF jj > row-col-length(ii)
             INTO html-record WITH POINTER html-ptr
           END-STRING
           WRITE html-record
      *    the row's notes on a row of their own beneath it, across
      *    the value columns.
           PERFORM UNTIL note-row-hit = 0 OR an-ix = 0
             MOVE SPACES TO html-record
             MOVE max-col-length TO html-span
             STRING '<tr><td></td><td colspan="'
               FUNCTION TRIM(html-span) '"><i>* '
               FUNCTION TRIM(an-line) '</i></td></tr>'
               DELIMITED BY SIZE INTO html-record
             END-STRING
             WRITE html-record
             CALL 'annot-match' USING annot-data
           END-PERFORM
         .
         X3-html-group-row.
           MOVE SPACES TO html-record
           EXIT
         .

      *  JSON export for the dashboards and the group reporting
      *  service: the loaded table as an array of objects keyed by
      *  c-header (a TEXT column a string, NA null, a value at the
      *  full fifteen places t-val carries, its sign kept), then a
      *  metadata block - the control trailer, the tablestats
      *  figures of each value column, the grade the QUALITY=
      *  scorecard history last gave this file and, with AUDIT,
      *  the audit log's job results grouped per run id. Written
      *  through a '.new' file and moved into place, so a reader
      *  never picks up half a document. With several input files
      *  the trailer figures are the last file's and its status
      *  covers them all.
       XJ-write-json SECTION.
         XJ-para-1.
      *    the export may not land under another environment's
      *    data directories.
           MOVE json-fname TO eg-name
           CALL 'env-path-check' USING env-guard-data
           IF eg-refused = 1 THEN
             MOVE 'ENV001' TO msg-code
             MOVE eg-msg TO msg-detail
             CALL 'msg-display' USING msgcat-data
             MOVE 1 TO json-refused
             GO TO XJ-para-2
           END-IF
           MOVE SPACES TO json-new
           STRING FUNCTION TRIM(json-fname) '.new'
             DELIMITED BY SIZE INTO json-new
           END-STRING
           OPEN OUTPUT jsonfile
           IF json-fs NOT = '00' THEN
             DISPLAY 'table: cannot write JSON export ',
               FUNCTION TRIM(json-new), ', status ', json-fs
             GO TO XJ-para-2
           END-IF
           MOVE 15 TO dp53
           PERFORM XJ1-json-head
           PERFORM VARYING ii FROM 1 BY 1 UNTIL f-length < ii
             PERFORM XJ2-json-row
           END-PERFORM
           MOVE '],' TO json-record
           PERFORM XJ9-json-line
           PERFORM XJ3-json-trailer
           PERFORM XJ4-json-stats
           PERFORM XJ5-json-score
           IF jaud-on = 1 THEN
             PERFORM XJ6-json-audit
           END-IF
           MOVE '}}' TO json-record
           WRITE json-record
           CLOSE jsonfile
           MOVE SPACES TO cmd-buf
           STRING 'mv -f ' FUNCTION TRIM(json-new) ' '
             FUNCTION TRIM(json-fname)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             DISPLAY 'table: JSON export left in ',
               FUNCTION TRIM(json-new), ', could not be renamed'
           ELSE
             DISPLAY 'table: JSON export written to ',
               FUNCTION TRIM(json-fname)
           END-IF
           MOVE 0 TO RETURN-CODE
           GO TO XJ-para-2
         .
         XJ1-json-head.
           MOVE SPACES TO json-record
           MOVE 1 TO json-ptr
           STRING '{"file":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE fname-tab(1) TO json-esc-in
           PERFORM XJ7-put-str
           STRING ',"generated":"' datetime-str '","run":'
             DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE aud-run-id TO json-esc-in
           PERFORM XJ7-put-str
           STRING ',' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           PERFORM XJ9-json-line
           STRING '"columns":[' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             IF jj > 1 THEN
               STRING ',' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             END-IF
             STRING '{"name":' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
             MOVE c-header(jj) TO json-esc-in
             PERFORM XJ7-put-str
             IF col-masked(jj) = 1 THEN
               STRING ',"type":"masked"}' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             ELSE
             IF c-type(jj) = 1 THEN
               STRING ',"type":"text"}' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             ELSE
               STRING ',"type":"number"}' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             END-IF
             END-IF
           END-PERFORM
           STRING '],' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           PERFORM XJ9-json-line
           MOVE '"rows":[' TO json-record
           PERFORM XJ9-json-line
         .
         XJ2-json-row.
           STRING '{"KEY":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE r-header(ii) TO json-esc-in
           PERFORM XJ7-put-str
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             STRING ',' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
             MOVE c-header(jj) TO json-esc-in
             PERFORM XJ7-put-str
             STRING ':' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
             EVALUATE TRUE
               WHEN jj > row-col-length(ii)
                   OR t-miss(ii, jj) = 1 OR col-masked(jj) = 1
                 STRING 'null' DELIMITED BY SIZE
                   INTO json-record WITH POINTER json-ptr
                 END-STRING
               WHEN c-type(jj) = 1
                 MOVE t-txt(ii, jj) TO json-esc-in
                 PERFORM XJ7-put-str
               WHEN OTHER
                 MOVE t-val(ii, jj) TO float53
                 PERFORM XJ8-put-num
             END-EVALUATE
           END-PERFORM
           IF ii < f-length THEN
             STRING '},' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             STRING '}' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           PERFORM XJ9-json-line
         .
         XJ3-json-trailer.
           MOVE f-length TO json-cnt
           STRING '"metadata":{"rows":' FUNCTION TRIM(json-cnt)
             DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE fname-cnt TO json-cnt
           STRING ',"files":' FUNCTION TRIM(json-cnt) ',"masked":['
             DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE 1 TO json-first
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             IF col-masked(jj) = 1 THEN
               IF json-first = 0 THEN
                 STRING ',' DELIMITED BY SIZE
                   INTO json-record WITH POINTER json-ptr
                 END-STRING
               END-IF
               MOVE 0 TO json-first
               MOVE c-header(jj) TO json-esc-in
               PERFORM XJ7-put-str
             END-IF
           END-PERFORM
           STRING '],' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           PERFORM XJ9-json-line
           IF trl-seen = 0 THEN
             STRING '"trailer":{"present":false,"status":'
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             MOVE trl-expect-count TO json-cnt
             STRING '"trailer":{"present":true,"expected_count":'
               FUNCTION TRIM(json-cnt) ',"expected_hash":'
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
             MOVE trl-expect-hash TO float53
             PERFORM XJ8-hash-num
             MOVE trl-count TO json-cnt
             STRING ',"count":' FUNCTION TRIM(json-cnt) ',"hash":'
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
             MOVE trl-hash TO float53
             PERFORM XJ8-hash-num
             STRING ',"status":' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           EVALUATE TRUE
             WHEN trailer-bad = 1
               STRING '"BAD"},' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             WHEN trl-seen = 1
               STRING '"OK"},' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
             WHEN OTHER
               STRING '"NONE"},' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
           END-EVALUATE
           PERFORM XJ9-json-line
         .
      *    a TEXT column has no figures, so it has no stats entry.
         XJ4-json-stats.
           MOVE '"stats":{' TO json-record
           PERFORM XJ9-json-line
           MOVE 1 TO json-first
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             IF c-type(jj) = 0 THEN
               MOVE pctl-n TO st-pctl-n
               CALL 'stats-table-3d' USING table-data-3d, jj,
                 table-stats
               IF json-first = 0 THEN
                 STRING ',' DELIMITED BY SIZE
                   INTO json-record WITH POINTER json-ptr
                 END-STRING
               END-IF
               MOVE 0 TO json-first
               MOVE c-header(jj) TO json-esc-in
               PERFORM XJ7-put-str
               MOVE st-count TO json-cnt
               STRING ':{"count":' FUNCTION TRIM(json-cnt)
                 ',"sum":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-sum TO float53
               PERFORM XJ8-put-num
               STRING ',"avg":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-avg TO float53
               PERFORM XJ8-put-num
               STRING ',"min":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-min TO float53
               PERFORM XJ8-put-num
               STRING ',"max":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-max TO float53
               PERFORM XJ8-put-num
               STRING ',"median":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-median TO float53
               PERFORM XJ8-put-num
               MOVE st-pctl-n TO json-cnt
               STRING ',"pctl_n":' FUNCTION TRIM(json-cnt)
                 ',"pctl":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-pctl TO float53
               PERFORM XJ8-put-num
               STRING ',"sdev":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE st-sdev TO float53
               PERFORM XJ8-put-num
               STRING '}' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               PERFORM XJ9-json-line
             END-IF
           END-PERFORM
           MOVE '},' TO json-record
           PERFORM XJ9-json-line
         .
      *    the last line scorecard appended for this file name in
      *    the QUALITY= history; null when there is none.
         XJ5-json-score.
           MOVE 0 TO qual-found
           IF NOT qual-fname = SPACES THEN
             MOVE FUNCTION TRIM(fname-tab(1)) TO qual-want
             OPEN INPUT qualfile
             IF qual-fs NOT = '00' THEN
               DISPLAY 'table: quality history ',
                 FUNCTION TRIM(qual-fname),
                 ' could not be read, no grade exported'
             ELSE
               MOVE 0 TO qual-eof
               PERFORM UNTIL qual-eof = 1
                 READ qualfile INTO qual-record
                   AT END
                     MOVE 1 TO qual-eof
                   NOT AT END
                     PERFORM XJ5A-score-line
                 END-READ
               END-PERFORM
               CLOSE qualfile
             END-IF
           END-IF
           IF qual-found = 0 THEN
             MOVE '"scorecard":null' TO json-record
           ELSE
             STRING '"scorecard":{"grade":"' qual-grade
               '","score":' FUNCTION TRIM(qual-score)
               ',"scored":"' qual-when '"}'
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           PERFORM XJ9-json-line
         .
         XJ5A-score-line.
           MOVE SPACES TO jaud-fld(1) jaud-fld(2) jaud-fld(3)
             jaud-fld(4) jaud-fld(5) qual-tok
           MOVE SPACES TO jaud-dlm(1) jaud-dlm(2) jaud-dlm(3)
             jaud-dlm(4)
           UNSTRING qual-record DELIMITED BY ' file=' OR ' rows='
               OR ' score=' OR ' grade='
             INTO jaud-fld(1) DELIMITER IN jaud-dlm(1)
                  qual-tok DELIMITER IN jaud-dlm(2)
                  jaud-fld(3) DELIMITER IN jaud-dlm(3)
                  jaud-fld(4) DELIMITER IN jaud-dlm(4)
                  jaud-fld(5)
           END-UNSTRING
           IF jaud-dlm(1) = ' file=' AND jaud-dlm(3) = ' score='
               AND jaud-dlm(4) = ' grade='
               AND qual-tok = qual-want
               AND FUNCTION TEST-NUMVAL(jaud-fld(4)) = 0 THEN
             MOVE 1 TO qual-found
             MOVE qual-record(1:19) TO qual-when
             MOVE FUNCTION TRIM(jaud-fld(4)) TO qual-score
             MOVE jaud-fld(5)(1:1) TO qual-grade
           END-IF
         .
      *    job lines of the audit log, a RUNNING start line closed
      *    by its end line, grouped under their run id.
         XJ6-json-audit.
           IF jaud-fname = SPACES THEN
             DISPLAY "LOGDIR" UPON ENVIRONMENT-NAME
             MOVE SPACES TO jaud-logdir
             ACCEPT jaud-logdir FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                 CONTINUE
             END-ACCEPT
             IF jaud-logdir = SPACES THEN
               CALL 'run-env-get' USING run-env, run-env-logdir
               MOVE run-env-logdir TO jaud-logdir
             END-IF
             IF jaud-logdir = SPACES THEN
               MOVE 'audit.log' TO jaud-fname
             ELSE
               STRING FUNCTION TRIM(jaud-logdir) '/audit.'
                 m_year m_month m_day '.log'
                 DELIMITED BY SIZE INTO jaud-fname
               END-STRING
             END-IF
           END-IF
           MOVE 0 TO ja-cnt
           MOVE 0 TO jaud-over
           OPEN INPUT jaudfile
           IF jaud-fs NOT = '00' THEN
             DISPLAY 'table: audit log ', FUNCTION TRIM(jaud-fname),
               ' could not be read, no run results exported'
           ELSE
             MOVE 0 TO jaud-eof
             PERFORM UNTIL jaud-eof = 1
               READ jaudfile INTO jaud-record
                 AT END
                   MOVE 1 TO jaud-eof
                 NOT AT END
                   PERFORM XJ6A-audit-line
               END-READ
             END-PERFORM
             CLOSE jaudfile
           END-IF
           IF jaud-over > 0 THEN
             DISPLAY 'table: audit log holds more than 2000 job ',
               'runs, ', jaud-over, ' later ones left out of the ',
               'JSON export'
           END-IF
           IF ja-cnt > 1 THEN
             SORT ja-entry ON ASCENDING KEY ja-run ja-start
           END-IF
           MOVE ',"audit":[' TO json-record
           PERFORM XJ9-json-line
           MOVE SPACES TO jaud-run-cur
           PERFORM VARYING jaud-hit FROM 1 BY 1
               UNTIL jaud-hit > ja-cnt
             IF jaud-hit = 1 OR ja-run(jaud-hit) NOT = jaud-run-cur
                 THEN
               IF jaud-hit > 1 THEN
                 MOVE ']},' TO json-record
                 PERFORM XJ9-json-line
               END-IF
               MOVE ja-run(jaud-hit) TO jaud-run-cur
               STRING '{"run":' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               MOVE jaud-run-cur TO json-esc-in
               PERFORM XJ7-put-str
               STRING ',"jobs":[' DELIMITED BY SIZE
                 INTO json-record WITH POINTER json-ptr
               END-STRING
               PERFORM XJ9-json-line
               MOVE 1 TO json-first
             END-IF
             PERFORM XJ6B-audit-job
           END-PERFORM
           IF ja-cnt > 0 THEN
             MOVE ']}' TO json-record
             PERFORM XJ9-json-line
           END-IF
           MOVE ']' TO json-record
           PERFORM XJ9-json-line
         .
         XJ6A-audit-line.
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > 8
             MOVE SPACES TO jaud-fld(kk)
             MOVE SPACES TO jaud-dlm(kk)
           END-PERFORM
           UNSTRING jaud-record DELIMITED BY ' start=' OR ' end='
               OR ' read=' OR ' written=' OR ' status=' OR ' run='
               OR ' chain='
             INTO jaud-fld(1) DELIMITER IN jaud-dlm(1)
                  jaud-fld(2) DELIMITER IN jaud-dlm(2)
                  jaud-fld(3) DELIMITER IN jaud-dlm(3)
                  jaud-fld(4) DELIMITER IN jaud-dlm(4)
                  jaud-fld(5) DELIMITER IN jaud-dlm(5)
                  jaud-fld(6) DELIMITER IN jaud-dlm(6)
                  jaud-fld(7) DELIMITER IN jaud-dlm(7)
                  jaud-fld(8)
           END-UNSTRING
           MOVE jaud-fld(1) TO jaud-job
           MOVE SPACES TO jaud-start jaud-end jaud-read
             jaud-written jaud-status jaud-run
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > 7
             EVALUATE jaud-dlm(kk)
               WHEN ' start='
                 MOVE jaud-fld(kk + 1) TO jaud-start
               WHEN ' end='
                 MOVE jaud-fld(kk + 1) TO jaud-end
               WHEN ' read='
                 MOVE jaud-fld(kk + 1) TO jaud-read
               WHEN ' written='
                 MOVE jaud-fld(kk + 1) TO jaud-written
               WHEN ' status='
                 MOVE jaud-fld(kk + 1) TO jaud-status
               WHEN ' run='
                 MOVE jaud-fld(kk + 1) TO jaud-run
             END-EVALUATE
           END-PERFORM
           IF jaud-job = SPACES OR jaud-start = SPACES
               OR jaud-run = SPACES THEN
             MOVE 0 TO jaud-hit
           ELSE
             PERFORM XJ6C-find-run
             IF jaud-hit = 0 AND ja-cnt >= 2000 THEN
               ADD 1 TO jaud-over
             END-IF
             IF jaud-hit = 0 AND ja-cnt < 2000 THEN
               ADD 1 TO ja-cnt
               MOVE ja-cnt TO jaud-hit
               MOVE jaud-run TO ja-run(jaud-hit)
               MOVE jaud-job TO ja-job(jaud-hit)
               MOVE jaud-start TO ja-start(jaud-hit)
             END-IF
           END-IF
           IF jaud-hit > 0 THEN
             MOVE jaud-end TO ja-end(jaud-hit)
             MOVE jaud-read TO ja-read(jaud-hit)
             MOVE jaud-written TO ja-written(jaud-hit)
             MOVE jaud-status TO ja-status(jaud-hit)
           END-IF
         .
         XJ6B-audit-job.
           IF json-first = 0 THEN
             STRING ',' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           MOVE 0 TO json-first
           STRING '{"job":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE ja-job(jaud-hit) TO json-esc-in
           PERFORM XJ7-put-str
           STRING ',"start":"' ja-start(jaud-hit) '","end":'
             DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           IF ja-end(jaud-hit) = SPACES THEN
             STRING 'null' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             STRING '"' ja-end(jaud-hit) '"' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           STRING ',"read":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           IF FUNCTION TEST-NUMVAL(ja-read(jaud-hit)) = 0 THEN
             STRING FUNCTION TRIM(ja-read(jaud-hit))
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             STRING 'null' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           STRING ',"written":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           IF FUNCTION TEST-NUMVAL(ja-written(jaud-hit)) = 0 THEN
             STRING FUNCTION TRIM(ja-written(jaud-hit))
               DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             STRING 'null' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           STRING ',"status":' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           MOVE ja-status(jaud-hit) TO json-esc-in
           PERFORM XJ7-put-str
           STRING '}' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           PERFORM XJ9-json-line
         .
      *    an end line closes the RUNNING entry of the same run,
      *    job and start time.
         XJ6C-find-run.
           MOVE 0 TO jaud-hit
           PERFORM VARYING jaud-ii FROM 1 BY 1
               UNTIL jaud-ii > ja-cnt OR jaud-hit > 0
             IF ja-run(jaud-ii) = jaud-run
                 AND ja-job(jaud-ii) = jaud-job
                 AND ja-start(jaud-ii) = jaud-start THEN
               MOVE jaud-ii TO jaud-hit
             END-IF
           END-PERFORM
         .
      *    json-esc-in as a JSON string: trailing blanks dropped,
      *    quotes and backslashes escaped, control bytes blanked.
         XJ7-put-str.
           MOVE SPACES TO json-esc-out
           MOVE 0 TO json-esc-len
           MOVE 0 TO json-in-len
           IF NOT json-esc-in = SPACES THEN
             COMPUTE json-in-len = FUNCTION LENGTH(FUNCTION TRIM(
               json-esc-in, TRAILING))
           END-IF
           PERFORM VARYING json-ec FROM 1 BY 1
               UNTIL json-ec > json-in-len
             MOVE json-esc-in(json-ec:1) TO json-ch
             IF json-ch = '"' OR json-ch = '\' THEN
               ADD 1 TO json-esc-len
               MOVE '\' TO json-esc-out(json-esc-len:1)
             END-IF
             IF json-ch < SPACE THEN
               MOVE SPACE TO json-ch
             END-IF
             ADD 1 TO json-esc-len
             MOVE json-ch TO json-esc-out(json-esc-len:1)
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
           IF json-esc-len > 0 THEN
             STRING json-esc-out(1:json-esc-len) DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
         .
      *    float53 as a JSON number: trim-float53 leaves '.5',
      *    '-.5', '12.' and '.' for zero, none of which a JSON
      *    reader takes, so the lead zero goes back in and a bare
      *    point comes off - the digits themselves are untouched.
         XJ8-put-num.
           CALL 'trim-float53' USING number53
           MOVE FUNCTION TRIM(numstr53) TO json-num
           MOVE 0 TO json-num-len
           IF NOT json-num = SPACES THEN
             COMPUTE json-num-len = FUNCTION LENGTH(FUNCTION TRIM(
               json-num))
           END-IF
           IF json-num-len > 0 THEN
             IF json-num(json-num-len:1) = '.' THEN
               MOVE SPACE TO json-num(json-num-len:1)
               SUBTRACT 1 FROM json-num-len
             END-IF
           END-IF
           MOVE SPACES TO json-esc-out
           EVALUATE TRUE
             WHEN json-num-len = 0 OR json-num = '-'
               MOVE '0' TO json-esc-out
             WHEN json-num(1:1) = '.'
               STRING '0' json-num(1:json-num-len)
                 DELIMITED BY SIZE INTO json-esc-out
               END-STRING
             WHEN json-num(1:2) = '-.'
               STRING '-0' json-num(2:json-num-len - 1)
                 DELIMITED BY SIZE INTO json-esc-out
               END-STRING
             WHEN OTHER
               MOVE json-num TO json-esc-out
           END-EVALUATE
           STRING FUNCTION TRIM(json-esc-out) DELIMITED BY SIZE
             INTO json-record WITH POINTER json-ptr
           END-STRING
         .
      *    the trailer hash is column one's total, so it is held
      *    back with the column when that column is masked.
         XJ8-hash-num.
           IF col-masked(1) = 1 THEN
             STRING 'null' DELIMITED BY SIZE
               INTO json-record WITH POINTER json-ptr
             END-STRING
           ELSE
             PERFORM XJ8-put-num
           END-IF
         .
         XJ9-json-line.
           WRITE json-record
           MOVE SPACES TO json-record
           MOVE 1 TO json-ptr
         .
         XJ-para-2.
           EXIT
         .

      *  restricted columns (RESTRICTED rules in the file's schema,
      *  SCHEMA= or the one schema-find finds for the first file)
      *  are marked for masking when the operator is below the
      *  column's level; CN-apply-mask does the masking. The
      *  operator is only looked up (CM-oper-id) when the schema
      *  restricts one of the file's columns; mask-note heads the
      *  report.
       CM-mask-columns SECTION.
         CM-para-1.
           MOVE 0 TO mask-cnt
           IF sch-fname = SPACES
               OR (sch-loaded = 1 AND sch-rst-count = 0) THEN
             GO TO CM-para-2
           END-IF
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             MOVE 0 TO col-masked(jj)
             CALL 'schema-col-level' USING schema-data,
               c-header(jj), rst-level
             IF rst-level > 0 AND op-id = SPACES THEN
               PERFORM CM-oper-id
             END-IF
             IF rst-level > op-level THEN
               MOVE 1 TO col-masked(jj)
               ADD 1 TO mask-cnt
             END-IF
           END-PERFORM
           IF mask-cnt = 0 THEN
             GO TO CM-para-2
           END-IF
           MOVE SPACES TO mask-note
           MOVE 1 TO mask-ptr
           STRING 'restricted column(s) masked for operator '
             FUNCTION TRIM(op-id) ' (level ' op-level '):'
             DELIMITED BY SIZE
             INTO mask-note WITH POINTER mask-ptr
           END-STRING
           PERFORM VARYING jj FROM 1 BY 1
               UNTIL jj > max-col-length
             IF col-masked(jj) = 1 THEN
               STRING ' ' FUNCTION TRIM(c-header(jj))
                 DELIMITED BY SIZE
                 INTO mask-note WITH POINTER mask-ptr
               END-STRING
             END-IF
           END-PERFORM
           GO TO CM-para-2
         .
         CM-para-2.
           EXIT
         .

      *  the operator a mask is figured for: SUITEOPER, else the
      *  login name, else UNKNOWN - the lookup lock-file.cbl makes.
      *  Never a console prompt, so a scheduled run cannot stall on
      *  it; the level comes from the permissions file.
       CM-oper-id SECTION.
         CM-oper-para-1.
           DISPLAY "SUITEOPER" UPON ENVIRONMENT-NAME
           MOVE SPACES TO mask-env
           ACCEPT mask-env FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF mask-env = SPACES THEN
             DISPLAY "USER" UPON ENVIRONMENT-NAME
             ACCEPT mask-env FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                 CONTINUE
             END-ACCEPT
           END-IF
           IF mask-env = SPACES THEN
             MOVE 'UNKNOWN' TO mask-env
           END-IF
           MOVE mask-env(1:12) TO op-id
           CALL 'operator-level' USING op-id, op-level
         .

      *  keeps the clear copy, then masks what CM-mask-columns
      *  marked: the cells become TEXT reading '*****' and their
      *  values zero, so the display, the HTML pack, the JSON
      *  export, TOP= and the outlier and histogram listings show
      *  the mask and nothing behind it. A TRANSPOSE run has already
      *  turned column jj into row jj, so there the row is masked.
       CN-apply-mask SECTION.
         CN-para-1.
           MOVE f-length TO f-length-cl
           MOVE table-data-3d TO table-data-3d-cl
           IF mask-cnt = 0 THEN
             GO TO CN-para-2
           END-IF
           PERFORM VARYING jj FROM 1 BY 1 UNTIL jj > 10
             IF col-masked(jj) = 1 AND transpose-mode = 1
                 AND jj <= f-length THEN
               PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > col-length
                 MOVE '*****' TO t-txt(jj, ii)
                 MOVE 0 TO t-val(jj, ii)
                 MOVE 0 TO t-miss(jj, ii)
               END-PERFORM
             END-IF
             IF col-masked(jj) = 1 AND transpose-mode = 0 THEN
               MOVE 1 TO c-type(jj)
               PERFORM VARYING ii FROM 1 BY 1 UNTIL f-length < ii
                 MOVE '*****' TO t-txt(ii, jj)
                 MOVE 0 TO t-val(ii, jj)
                 MOVE 0 TO t-miss(ii, jj)
               END-PERFORM
             END-IF
           END-PERFORM
           GO TO CN-para-2
         .
         CN-para-2.
           EXIT
         .

      *  loads the KEYS= master key reference file - every valid
      *  r-header, one per line, '*' comments - and sorts it for
      *  CE-check-key's binary search. A feed that legitimately
