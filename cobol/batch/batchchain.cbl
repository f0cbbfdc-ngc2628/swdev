      * table, in which case the step really runs: pqconn exports
      * the table and pqbridge converts the export into the coor1d
      * layout, handing a fresh table-file to the SORT step, end to
      * end from database to report. CDC=column makes that extract
      * incremental: only the rows whose change column is past the
      * watermark kept in table-file.wm are fetched, and cdcmerge
      * folds them into the existing table-file - rewriting it
      * (CDCMODE=MERGE, the default) or writing a reconcile-style
      * delta that applydelta applies (CDCMODE=DELTA). The new
      * watermark is only put in place once the whole chain has
      * completed, so a failed night fetches the same rows again.
      * BULK swaps the full extract's pqconn export and pqbridge
      * pass for one pqbulk run, which streams the table over the
      * database's COPY protocol straight into table-file and
      * cross-checks its row count in the same snapshot.
      * BALANCE adds a last step after TABLE: stepbal balances the
      * run's row counts and control totals from step to step
      * (audit.log and lineage.log, by the run id) against the
      * rules in BALRULES=file (stepbal.rules by default), so rows
      * a step drops without failing stop the chain instead of
      * surfacing in next month's reconciliation.
      * Before any step the chain settles the commit groups
      * (commitgrp '* RECOVER'): a group commit interrupted part way
      * is rolled forward, so no step reads files only half of a
      * correction set has reached; one that cannot be finished
      * stops the chain. The settling is logged as the CGROUP step.
      * The chain runs in one environment: the suite.cfg profile it
      * starts in (SUITEENV, else environment=) is exported to
      * every step with the run id, so no step can drift into
      * another profile's directories or database partway through.
      * Build the two real steps first, e.g.:
      *   cobc -x -I cobol/copy -o cobol/bubblesort/sort
      *     cobol/bubblesort/sort.cbl cobol/utl/num53.cbl
           SELECT alertfile ASSIGN TO alert-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alert-fs.
           SELECT wmfile ASSIGN TO wm-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wm-fs.

       DATA DIVISION.
         FILE SECTION.
           01 state-record PIC X(32) VALUE SPACES.
         FD alertfile.
           01 alert-record PIC X(255) VALUE SPACES.
         FD wmfile.
           01 wm-record PIC X(160) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 v-ws.
             "../pq/pqconn".
           05 pqbridge-exe PIC X(128) VALUE
             "../bridge/pqbridge".
           05 pqbulk-exe PIC X(128) VALUE
             "../pq/pqbulk".
           05 bulk-on PIC 9 VALUE 0.
           05 extract-table PIC X(32) VALUE SPACES.
           05 cdcmerge-exe PIC X(128) VALUE
             "../cdc/cdcmerge".
           05 applydelta-exe PIC X(128) VALUE
             "../applydelta/applydelta".
           05 cdc-col PIC X(32) VALUE SPACES.
           05 cdc-mode PIC X(5) VALUE 'MERGE'.
           05 wm-name PIC X(132) VALUE SPACES.
           05 wm-fs PIC XX VALUE '00'.
           05 wm-col PIC X(32) VALUE SPACES.
           05 wm-val PIC X(64) VALUE SPACES.
           05 cdc-inc-name PIC X(136) VALUE SPACES.
           05 cdc-delta-name PIC X(136) VALUE SPACES.
           05 export-name PIC X(140) VALUE SPACES.
           05 window-arg PIC X(9) VALUE SPACES.
           05 window-set PIC 9 VALUE 0.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 cmd-ptr PIC 9(4) VALUE 1.
           05 run-id PIC X(17) VALUE SPACES.
           05 env-prefix PIC X(48) VALUE SPACES.
           05 alert-len PIC 9(3) VALUE 0.
           05 recovery-exe PIC X(128) VALUE
             "../recover/recovery".
           05 recovery-list PIC X(128) VALUE SPACES.
           05 preflight-exe PIC X(128) VALUE
             "../batch/preflight".
           05 preflight-on PIC 9 VALUE 0.
           05 stepbal-exe PIC X(128) VALUE
             "../batch/stepbal".
           05 balance-on PIC 9 VALUE 0.
           05 commitgrp-exe PIC X(128) VALUE
             "../batch/commitgrp".
           05 bal-rules PIC X(128) VALUE SPACES.
           05 step-failed PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           IF NOT cfg-pqbridge-exe = SPACES THEN
             MOVE cfg-pqbridge-exe TO pqbridge-exe
           END-IF
           IF NOT cfg-pqbulk-exe = SPACES THEN
             MOVE cfg-pqbulk-exe TO pqbulk-exe
           END-IF
           IF NOT cfg-recovery-exe = SPACES THEN
             MOVE cfg-recovery-exe TO recovery-exe
           END-IF
           IF NOT cfg-preflight-exe = SPACES THEN
             MOVE cfg-preflight-exe TO preflight-exe
           END-IF
           IF NOT cfg-stepbal-exe = SPACES THEN
             MOVE cfg-stepbal-exe TO stepbal-exe
           END-IF
           IF NOT cfg-cdcmerge-exe = SPACES THEN
             MOVE cfg-cdcmerge-exe TO cdcmerge-exe
           END-IF
           IF NOT cfg-applydelta-exe = SPACES THEN
             MOVE cfg-applydelta-exe TO applydelta-exe
           END-IF
           IF NOT cfg-commitgrp-exe = SPACES THEN
             MOVE cfg-commitgrp-exe TO commitgrp-exe
           END-IF
      *    one run correlation id for the whole chain, exported to
      *    every step through SUITERUNID so audit.log, sql.log,
      *    trace.log and the rowaudit trail all stamp the same
             DELIMITED BY SIZE INTO env-prefix
           END-STRING
           DISPLAY 'batchchain: run id ', FUNCTION TRIM(run-id)
           IF NOT cfg-env-name = SPACES THEN
             STRING 'SUITERUNID=' FUNCTION TRIM(run-id)
               ' SUITEENV=' FUNCTION TRIM(cfg-env-name) ' '
               DELIMITED BY SIZE INTO env-prefix
             END-STRING
             DISPLAY 'batchchain: environment ',
               FUNCTION TRIM(cfg-env-name)
           END-IF
           ACCEPT table-file FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO table-file
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:8)) =
                   'EXTRACT='
                 MOVE cmd-buf(9:32) TO extract-table
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:4)) = 'CDC='
                 MOVE cmd-buf(5:32) TO cdc-col
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:8)) =
                   'CDCMODE='
                 IF FUNCTION UPPER-CASE(cmd-buf(9:6)) = 'DELTA'
                     OR FUNCTION UPPER-CASE(cmd-buf(9:6)) = 'MERGE'
                     THEN
                   MOVE FUNCTION UPPER-CASE(cmd-buf(9:5))
                     TO cdc-mode
                 ELSE
                   DISPLAY 'batchchain: CDCMODE= wants DELTA or ',
                     'MERGE, ignored'
                 END-IF
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:7)) = 'WINDOW='
                 MOVE cmd-buf(8:9) TO window-arg
                 IF FUNCTION TEST-NUMVAL(window-arg(1:4)) = 0
                   DISPLAY 'batchchain: WINDOW= wants hhmm-hhmm, ',
                     'ignored'
                 END-IF
               WHEN FUNCTION UPPER-CASE(cmd-buf) = 'BULK'
                 MOVE 1 TO bulk-on
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:4)) = 'WAIT'
                 MOVE 1 TO window-wait
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:6)) = 'BIZDAY'
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:9)) =
                   'PREFLIGHT'
                 MOVE 1 TO preflight-on
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:9)) =
                   'BALRULES='
                 MOVE cmd-buf(10:128) TO bal-rules
               WHEN FUNCTION UPPER-CASE(cmd-buf) = 'BALANCE'
                 MOVE 1 TO balance-on
               WHEN FUNCTION UPPER-CASE(cmd-buf(1:9)) =
                   'RECOVERY='
                 MOVE cmd-buf(10:128) TO recovery-list
             FUNCTION TRIM(table-file) ".batchstate"
             DELIMITED BY SIZE INTO statename
           END-STRING
           STRING
             FUNCTION TRIM(table-file) ".wm"
             DELIMITED BY SIZE INTO wm-name
           END-STRING
           IF NOT cdc-col = SPACES AND extract-table = SPACES THEN
             DISPLAY 'batchchain: CDC= needs EXTRACT=dbtable, ',
               'ignored'
             MOVE SPACES TO cdc-col
           END-IF
           IF bizday-check = 1 THEN
             CALL 'now-str' USING datetime-data
             CALL 'is-business-day' USING datetime-data,
             PERFORM B-load-state
           END-IF
           MOVE 0 TO step-failed
           PERFORM N-settle-groups
      *    the preflight gate runs every time, resume or not - a
      *    database that died overnight should stop the rerun too.
           IF preflight-on = 1 AND step-failed = 0 THEN
             PERFORM L-step-preflight
           END-IF
           IF last-step < 1 AND step-failed = 0 THEN
           IF last-step < 3 AND step-failed = 0 THEN
             PERFORM E-step-table
           END-IF
           IF last-step < 4 AND step-failed = 0
               AND balance-on = 1 THEN
             PERFORM M-step-balance
           END-IF
           IF step-failed = 1 THEN
             DISPLAY
               'batchchain: chain stopped - rerun without RESTART ',
               PERFORM K-step-recovery
             END-IF
             PERFORM F-remove-state
             IF NOT cdc-col = SPACES THEN
               PERFORM CE-advance-watermark
             END-IF
      *      keep tonight's extract as the previous-night copy the
      *      GUARD step compares against tomorrow
             MOVE SPACES TO cmd-buf
           END-IF
         .

      *  every commit group in CGROUPDIR settled before the first
      *  step reads anything: an interrupted commit rolled forward,
      *  an open group listed (preflight fails on it). A roll
      *  forward that cannot finish stops the chain.
       N-settle-groups SECTION.
         N-para-1.
           MOVE 'CGROUP' TO step-name
           PERFORM H-make-log-name
           MOVE SPACES TO cmd-buf
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(commitgrp-exe) ' "*" RECOVER'
             ' > ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           EVALUATE RETURN-CODE
             WHEN 0
               DISPLAY 'CGROUP   ok - no commit group left part ',
                 'way (log ', FUNCTION TRIM(step-log), ')'
             WHEN 4
               DISPLAY 'CGROUP   warn - commit group(s) rolled ',
                 'forward or still open - see ',
                 FUNCTION TRIM(step-log)
               MOVE 0 TO RETURN-CODE
             WHEN OTHER
               DISPLAY 'CGROUP   failed, rc ', RETURN-CODE,
                 ' - see ', FUNCTION TRIM(step-log)
               MOVE RETURN-CODE TO fail-rc
               PERFORM J-write-alert
               MOVE 1 TO step-failed
           END-EVALUATE
         .

       C-step-extract SECTION.
         C-para-1.
           IF NOT extract-table = SPACES THEN
      *  table-file is freshly built instead of merely checked for.
       CB-run-extract SECTION.
         CB-para-1.
           IF NOT cdc-col = SPACES THEN
             PERFORM CD-run-cdc-extract
             GO TO CB-para-2
           END-IF
           IF bulk-on = 1 THEN
             PERFORM CF-run-bulk-extract
             GO TO CB-para-2
           END-IF
           MOVE SPACES TO export-name
           STRING
             FUNCTION TRIM(table-file) '.export'
           EXIT
         .

      *  the BULK extract: pqbulk streams the table into table-file
      *  itself - no export file, no bridge pass - and refuses the
      *  file (rc 8) when the rows streamed disagree with COUNT(*).
      *  Bad rows skipped (rc 4) stop the chain too, for a look at
      *  the step log before the file is sorted and reported.
       CF-run-bulk-extract SECTION.
         CF-para-1.
           MOVE 'EXTRACT' TO step-name
           PERFORM H-make-log-name
           MOVE SPACES TO cmd-buf
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(pqbulk-exe) ' '
             FUNCTION TRIM(extract-table) ' '
             FUNCTION TRIM(table-file)
             ' < /dev/null > ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE = 0 THEN
             DISPLAY 'EXTRACT  ok - ', FUNCTION TRIM(table-file),
               ' bulk-loaded from ', FUNCTION TRIM(extract-table)
             MOVE 1 TO cur-step
             PERFORM G-save-state
           ELSE
             DISPLAY 'EXTRACT  failed - pqbulk extract of ',
               FUNCTION TRIM(extract-table), ' rc ', RETURN-CODE,
               ' - see ', FUNCTION TRIM(step-log)
             MOVE RETURN-CODE TO fail-rc
             PERFORM J-write-alert
             MOVE 1 TO step-failed
           END-IF
           GO TO CF-para-2
         .
         CF-para-2.
           EXIT
         .

      *  the incremental extract: the watermark file's value for the
      *  change column bounds the query, the rows past it are
      *  bridged into table-file.cdc and cdcmerge folds them into
      *  table-file. No usable watermark - the first run, or the
      *  change column renamed - fetches the whole table.
       CD-run-cdc-extract SECTION.
         CD-para-1.
           MOVE SPACES TO wm-col
           MOVE SPACES TO wm-val
           OPEN INPUT wmfile
           IF wm-fs = '00' THEN
             READ wmfile
               AT END
                 MOVE SPACES TO wm-record
             END-READ
             UNSTRING wm-record DELIMITED BY ALL SPACE
               INTO wm-col, wm-val
             END-UNSTRING
             CLOSE wmfile
           END-IF
           IF FUNCTION UPPER-CASE(wm-col) NOT =
               FUNCTION UPPER-CASE(cdc-col) THEN
             MOVE SPACES TO wm-val
           END-IF
           MOVE SPACES TO export-name
           STRING
             FUNCTION TRIM(table-file) '.export'
             DELIMITED BY SIZE INTO export-name
           END-STRING
           MOVE SPACES TO cdc-inc-name
           STRING
             FUNCTION TRIM(table-file) '.cdc'
             DELIMITED BY SIZE INTO cdc-inc-name
           END-STRING
           MOVE 'EXTRACT' TO step-name
           PERFORM H-make-log-name
           MOVE SPACES TO cmd-buf
           MOVE 1 TO cmd-ptr
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(pqconn-exe) ' -table '
             FUNCTION TRIM(extract-table) ' -outfile '
             FUNCTION TRIM(export-name)
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           IF NOT wm-val = SPACES THEN
             STRING
               ' -where "' FUNCTION TRIM(cdc-col) ' > '''
               FUNCTION TRIM(wm-val) '''"'
               DELIMITED BY SIZE INTO cmd-buf
               WITH POINTER cmd-ptr
             END-STRING
             DISPLAY 'EXTRACT  incremental - ',
               FUNCTION TRIM(cdc-col), ' past ',
               FUNCTION TRIM(wm-val)
           ELSE
             DISPLAY 'EXTRACT  no watermark for ',
               FUNCTION TRIM(cdc-col), ' - fetching the whole ',
               'table'
           END-IF
           STRING
             ' < /dev/null > ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             DISPLAY 'EXTRACT  failed - pqconn export of ',
               FUNCTION TRIM(extract-table), ' rc ', RETURN-CODE,
               ' - see ', FUNCTION TRIM(step-log)
             MOVE RETURN-CODE TO fail-rc
             PERFORM J-write-alert
             MOVE 1 TO step-failed
             GO TO CD-para-2
           END-IF
           MOVE SPACES TO cmd-buf
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(pqbridge-exe) ' '
             FUNCTION TRIM(export-name) ' '
             FUNCTION TRIM(cdc-inc-name)
             ' >> ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             DISPLAY 'EXTRACT  failed - pqbridge rc ', RETURN-CODE,
               ' - see ', FUNCTION TRIM(step-log)
             MOVE RETURN-CODE TO fail-rc
             PERFORM J-write-alert
             MOVE 1 TO step-failed
             GO TO CD-para-2
           END-IF
           MOVE SPACES TO cdc-delta-name
           STRING
             FUNCTION TRIM(table-file) '.cdcdelta'
             DELIMITED BY SIZE INTO cdc-delta-name
           END-STRING
      *    a night with no changed rows leaves no delta behind, so
      *    last night's is cleared first
           MOVE SPACES TO cmd-buf
           STRING
             'rm -f ' FUNCTION TRIM(cdc-delta-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE SPACES TO cmd-buf
           MOVE 1 TO cmd-ptr
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(cdcmerge-exe) ' '
             FUNCTION TRIM(table-file) ' '
             FUNCTION TRIM(cdc-inc-name) ' '
             FUNCTION TRIM(export-name) ' '
             FUNCTION TRIM(cdc-col)
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           IF cdc-mode = 'DELTA' THEN
             STRING
               ' DELTA=' FUNCTION TRIM(cdc-delta-name)
               DELIMITED BY SIZE INTO cmd-buf
               WITH POINTER cmd-ptr
             END-STRING
           ELSE
             STRING
               ' MERGE'
               DELIMITED BY SIZE INTO cmd-buf
               WITH POINTER cmd-ptr
             END-STRING
           END-IF
           STRING
             ' >> ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             DISPLAY 'EXTRACT  failed - cdcmerge rc ', RETURN-CODE,
               ' - see ', FUNCTION TRIM(step-log)
             MOVE RETURN-CODE TO fail-rc
             PERFORM J-write-alert
             MOVE 1 TO step-failed
             GO TO CD-para-2
           END-IF
           IF cdc-mode = 'DELTA' THEN
             MOVE SPACES TO cmd-buf
             STRING
               'test ! -f ' FUNCTION TRIM(cdc-delta-name) ' || '
               FUNCTION TRIM(env-prefix) ' '
               FUNCTION TRIM(applydelta-exe) ' '
               FUNCTION TRIM(table-file) ' '
               FUNCTION TRIM(cdc-delta-name)
               ' >> ' FUNCTION TRIM(step-log) ' 2>&1'
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE NOT = 0 THEN
               DISPLAY 'EXTRACT  failed - applydelta rc ',
                 RETURN-CODE, ' - see ', FUNCTION TRIM(step-log)
               MOVE RETURN-CODE TO fail-rc
               PERFORM J-write-alert
               MOVE 1 TO step-failed
               GO TO CD-para-2
             END-IF
           END-IF
           DISPLAY 'EXTRACT  ok - ', FUNCTION TRIM(table-file),
             ' brought up to date from ',
             FUNCTION TRIM(extract-table), ' (', cdc-mode, ')'
           MOVE 1 TO cur-step
           PERFORM G-save-state
           GO TO CD-para-2
         .
         CD-para-2.
           EXIT
         .

      *  the chain has completed: the watermark cdcmerge left
      *  pending becomes the one the next run starts from.
       CE-advance-watermark SECTION.
         CE-para-1.
           MOVE SPACES TO cmd-buf
           STRING
             'test ! -f ' FUNCTION TRIM(wm-name) '.new || mv -f '
             FUNCTION TRIM(wm-name) '.new ' FUNCTION TRIM(wm-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
         .

      *  runs reconcile between the previous night's copy and
      *  tonight's extract with the THRESHOLD= guard; a first run
      *  with no previous copy passes with a note. The guard has no
           END-IF
         .

      *  balances the run just made: an unbalanced run has already
      *  written its report, so there is no step to resume from -
      *  the state is cleared and the rerun redoes the whole chain
      *  under a new run id once the cause is fixed.
       M-step-balance SECTION.
         M-para-1.
           MOVE 'BALANCE' TO step-name
           PERFORM H-make-log-name
           MOVE SPACES TO cmd-buf
           MOVE 1 TO cmd-ptr
           STRING
             FUNCTION TRIM(env-prefix) ' '
             FUNCTION TRIM(stepbal-exe) ' RUN=' FUNCTION TRIM(run-id)
             ' OUT=' FUNCTION TRIM(table-file) '.balance'
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           IF NOT bal-rules = SPACES THEN
             STRING
               ' RULES=' FUNCTION TRIM(bal-rules)
               DELIMITED BY SIZE INTO cmd-buf
               WITH POINTER cmd-ptr
             END-STRING
           END-IF
           STRING
             ' > ' FUNCTION TRIM(step-log) ' 2>&1'
             DELIMITED BY SIZE INTO cmd-buf
             WITH POINTER cmd-ptr
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE = 0 THEN
             DISPLAY 'BALANCE  ok - run ', FUNCTION TRIM(run-id),
               ' balances step to step (',
               FUNCTION TRIM(table-file), '.balance)'
             MOVE 4 TO cur-step
             PERFORM G-save-state
           ELSE
             DISPLAY 'BALANCE  failed, rc ', RETURN-CODE,
               ' - see ', FUNCTION TRIM(table-file), '.balance',
               ' and ', FUNCTION TRIM(step-log)
             MOVE RETURN-CODE TO fail-rc
             PERFORM J-write-alert
             MOVE 1 TO step-failed
             DISPLAY 'BALANCE  state cleared - the rerun redoes ',
               'the whole chain'
             PERFORM F-remove-state
           END-IF
         .

      *  dated per-step log name: <table-file>.<STEP>.<yyyymmdd>.log
      *  - the step's own console output lands there instead of
      *  scrolling away.
             ' run=' FUNCTION TRIM(run-id)
             DELIMITED BY SIZE INTO alert-record
           END-STRING
           IF NOT cfg-env-name = SPACES THEN
             MOVE FUNCTION LENGTH(FUNCTION TRIM(alert-record))
               TO alert-len
             STRING ' env=' FUNCTION TRIM(cfg-env-name)
               DELIMITED BY SIZE INTO alert-record(alert-len + 1:)
             END-STRING
           END-IF
           WRITE alert-record
           CLOSE alertfile
           DISPLAY 'batchchain: alert written to ',
