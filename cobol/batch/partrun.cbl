       IDENTIFICATION DIVISION.
         PROGRAM-ID. partrun.

      * Partition-parallel driver for the big table runs: the
      * national file goes through SORT, TABLE or SCORECARD as one
      * partition per r-header prefix (the PREFIX n slices
      * tablesplit cuts, but streamed through the SORT verb so a
      * 100k-row file is no problem), with up to DEGREE partitions
      * running at once, instead of one serial job that pushes the
      * month-end run past the batch window.
      *
      *   partrun table-file SORT|TABLE|SCORECARD PREFIX=n
      *     [DEGREE=d] [PART=prefix|FAILED] [A|D] [V|R] [, or ;]
      *
      * The slices are table-file.<prefix>, each with the input's
      * header line and its own control trailer; before anything
      * runs, their row counts and hash totals must add up to the
      * input's trailer or the run stops. Each partition's step
      * writes table-file.<prefix>.<STEP>.log. When every partition
      * is through:
      *   SORT       the partition .srt files are merged back in
      *              key order into table-file.srt, rank and
      *              percent-of-total taken over the whole file, the
      *              control trailer and the dated generation copy
      *              written as sort.cbl writes them - the same bytes
      *              the serial sort leaves - and checked against the
      *              input trailer before it is put in place.
      *   TABLE and  the partition logs are joined in prefix order
      *   SCORECARD  into table-file.<STEP>.log, one report per
      *              region.
      * A failed partition leaves the others' work in place:
      * table-file.partstate records each partition's outcome, and
      * PART=prefix reruns that partition alone (PART=FAILED every
      * failed one) on the slices already cut, then merges. DEGREE
      * defaults to part-degree in suite.cfg, else 4; A|D and V|R
      * are sort.cbl's order and key, passed to every partition.
      * The slices and the merged file sit beside table-file, so a
      * table-file under another environment's data directories is
      * refused before anything is cut; the merged table-file.srt
      * goes on the lineage log as sort.cbl's own output does.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT tableinp ASSIGN TO table-file
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS in-fs.
           SELECT partout ASSIGN TO out-name
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS out-fs.
           SELECT partinp ASSIGN TO inp-name
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS inp-fs.
           SELECT splitwork ASSIGN TO splitwk-name.
           SELECT mergework ASSIGN TO mergewk-name.

       DATA DIVISION.
         FILE SECTION.
         FD tableinp.
           01 table-record PIC X(255) VALUE SPACES.
         FD partout.
           01 out-record PIC X(512) VALUE SPACES.
         FD partinp.
           01 inp-record PIC X(512) VALUE SPACES.
      *  the input rows on their way to the slices: prefix, then
      *  arrival order, so each slice keeps the input's row order.
         SD splitwork.
           01 sp-record.
             05 sp-key PIC X(32).
             05 sp-seq PIC 9(8).
             05 sp-line PIC X(255).
      *  the partition .srt rows on their way back into one file,
      *  keyed the way sort.cbl's b00-sort keys the table.
         SD mergework.
           01 mw-record.
             05 mw-r-header PIC X(32).
             05 mw-val PIC S9(16)V9(15).
             05 mw-miss PIC 9.
             05 mw-val-txt PIC X(34).

       WORKING-STORAGE SECTION.
         01 v-ws.
           05 sort-exe PIC X(128) VALUE
             "../bubblesort/sort".
           05 table-exe PIC X(128) VALUE
             "../table/table".
           05 scorecard-exe PIC X(128) VALUE
             "../scorecard/scorecard".
           05 step-exe PIC X(128) VALUE SPACES.
           05 table-file PIC X(128) VALUE SPACES.
           05 step-arg PIC X(10) VALUE SPACES.
           05 prefix-len PIC 9(2) VALUE 0.
           05 degree PIC 9(2) VALUE 4.
           05 part-arg PIC X(32) VALUE SPACES.
           05 sort-dir PIC X VALUE 'A'.
           05 sort-key PIC X VALUE 'V'.
           05 delim-arg PIC X VALUE SPACE.
           05 opt-tmp PIC X(160) VALUE SPACES.
           05 in-fs PIC XX VALUE '00'.
           05 out-fs PIC XX VALUE '00'.
           05 inp-fs PIC XX VALUE '00'.
           05 out-name PIC X(200) VALUE SPACES.
           05 inp-name PIC X(200) VALUE SPACES.
           05 part-name PIC X(170) VALUE SPACES.
           05 state-name PIC X(140) VALUE SPACES.
           05 script-name PIC X(140) VALUE SPACES.
           05 splitwk-name PIC X(140) VALUE SPACES.
           05 mergewk-name PIC X(140) VALUE SPACES.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 cmd-ptr PIC 9(4) VALUE 1.
           05 run-id PIC X(17) VALUE SPACES.
           05 iseof PIC 9 VALUE 0.
           05 hdr-seen PIC 9 VALUE 0.
           05 hdr-line PIC X(255) VALUE SPACES.
           05 row-seq PIC 9(8) VALUE 0.
           05 r-tok PIC X(32) VALUE SPACES.
           05 v-tok PIC X(34) VALUE SPACES.
           05 tok-1 PIC X(64) VALUE SPACES.
           05 tok-2 PIC X(64) VALUE SPACES.
           05 tok-3 PIC X(64) VALUE SPACES.
           05 tok-4 PIC X(64) VALUE SPACES.
           05 t-val-wk PIC S9(16)V9(15) VALUE 0.
           05 t-val-num PIC S9(16)V9(9) VALUE 0.
           05 pct-val-num PIC S9(16)V9(9) VALUE 0.
           05 pct-val PIC -9(16).9(15) VALUE 0.0.
           05 val-numstr PIC X(34) VALUE SPACES.
           05 in-trl-seen PIC 9 VALUE 0.
           05 in-trl-count PIC 9(8) VALUE 0.
           05 in-trl-hash PIC S9(16)V9(2) COMP-3 VALUE 0.
           05 sum-count PIC 9(8) VALUE 0.
           05 sum-hash PIC S9(16)V9(2) COMP-3 VALUE 0.
           05 nat-sum PIC S9(16)V9(2) COMP-3 VALUE 0.
           05 mrg-count PIC 9(8) VALUE 0.
           05 mrg-rank PIC 9(8) VALUE 0.
           05 px PIC 9(2) VALUE 0.
           05 cur-px PIC 9(2) VALUE 0.
           05 run-cnt PIC 9(2) VALUE 0.
           05 wave-cnt PIC 9(2) VALUE 0.
           05 fail-cnt PIC 9(2) VALUE 0.
           05 split-bad PIC 9 VALUE 0.
           05 merge-bad PIC 9 VALUE 0.
           05 rc-ed PIC Z(3)9.
           05 hash-ed PIC X(34) VALUE SPACES.
           05 gen-stamp PIC X(14) VALUE SPACES.
           05 datetime-data.
             COPY datetimedata.
           05 runcfg-data.
             COPY runcfg.
           05 number53.
             COPY num53.
           05 msgcat-data.
             COPY msgcat.
           05 lineage-data.
             COPY lineagedata.
           05 env-guard-data.
             COPY envguard.
      *  one entry per slice, in prefix order.
         01 part-table.
           05 pt-cnt PIC 9(2) VALUE 0.
           05 pt-entry OCCURS 99 TIMES.
             10 pt-key PIC X(32) VALUE SPACES.
             10 pt-count PIC 9(8) VALUE 0.
             10 pt-hash PIC S9(16)V9(2) COMP-3 VALUE 0.
             10 pt-status PIC X(4) VALUE SPACES.
             10 pt-rc PIC 9(4) VALUE 0.
             10 pt-run PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           CALL 'run-config-load' USING runcfg-data
           IF NOT cfg-sort-exe = SPACES THEN
             MOVE cfg-sort-exe TO sort-exe
           END-IF
           IF NOT cfg-table-exe = SPACES THEN
             MOVE cfg-table-exe TO table-exe
           END-IF
           IF NOT cfg-scorecard-exe = SPACES THEN
             MOVE cfg-scorecard-exe TO scorecard-exe
           END-IF
           IF cfg-part-degree > 0 THEN
             MOVE cfg-part-degree TO degree
           END-IF
           ACCEPT table-file FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO table-file
           END-ACCEPT
           ACCEPT step-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO step-arg
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(step-arg) TO step-arg
           PERFORM WITH TEST AFTER UNTIL opt-tmp = SPACES
             MOVE SPACES TO opt-tmp
             ACCEPT opt-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO opt-tmp
             END-ACCEPT
             EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:7)) = 'PREFIX='
                 IF FUNCTION TEST-NUMVAL(opt-tmp(8:3)) = 0 THEN
                   MOVE FUNCTION NUMVAL(opt-tmp(8:3)) TO prefix-len
                 END-IF
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:7)) = 'DEGREE='
                 IF FUNCTION TEST-NUMVAL(opt-tmp(8:3)) = 0 THEN
                   MOVE FUNCTION NUMVAL(opt-tmp(8:3)) TO degree
                 END-IF
               WHEN FUNCTION UPPER-CASE(opt-tmp(1:5)) = 'PART='
                 MOVE opt-tmp(6:32) TO part-arg
               WHEN opt-tmp = 'A' OR opt-tmp = 'a'
                 MOVE 'A' TO sort-dir
               WHEN opt-tmp = 'D' OR opt-tmp = 'd'
                 MOVE 'D' TO sort-dir
               WHEN opt-tmp = 'V' OR opt-tmp = 'v'
                 MOVE 'V' TO sort-key
               WHEN opt-tmp = 'R' OR opt-tmp = 'r'
                 MOVE 'R' TO sort-key
               WHEN opt-tmp = ',' OR opt-tmp = ';'
                 MOVE opt-tmp(1:1) TO delim-arg
               WHEN NOT opt-tmp = SPACES
                 DISPLAY 'partrun: unrecognized argument ',
                   FUNCTION TRIM(opt-tmp), ' ignored'
             END-EVALUATE
           END-PERFORM
           IF table-file = SPACES
               OR NOT (step-arg = 'SORT' OR step-arg = 'TABLE'
                 OR step-arg = 'SCORECARD')
               OR prefix-len < 1 OR prefix-len > 32 THEN
             DISPLAY 'usage: partrun table-file SORT|TABLE|',
               'SCORECARD PREFIX=n [DEGREE=d] ',
               '[PART=prefix|FAILED] [A|D] [V|R] [, or ;]'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF degree < 1 THEN
             MOVE 1 TO degree
           END-IF
      *    a test run never touches production.
           MOVE table-file TO eg-name
           CALL 'env-path-check' USING env-guard-data
           IF eg-refused = 1 THEN
             MOVE 'ENV001' TO msg-code
             MOVE eg-msg TO msg-detail
             CALL 'msg-display' USING msgcat-data
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           EVALUATE step-arg
             WHEN 'SORT'
               MOVE sort-exe TO step-exe
             WHEN 'TABLE'
               MOVE table-exe TO step-exe
             WHEN OTHER
               MOVE scorecard-exe TO step-exe
           END-EVALUATE
      *    every partition's step stamps the same run= as the
      *    driver, as batchchain's steps do.
           CALL 'run-id-get' USING run-id
           DISPLAY 'partrun: run id ', FUNCTION TRIM(run-id)
           MOVE SPACES TO state-name
           STRING FUNCTION TRIM(table-file) '.partstate'
             DELIMITED BY SIZE INTO state-name
           END-STRING
           MOVE SPACES TO script-name
           STRING FUNCTION TRIM(table-file) '.part.sh'
             DELIMITED BY SIZE INTO script-name
           END-STRING
           MOVE SPACES TO splitwk-name
           STRING FUNCTION TRIM(table-file) '.splitwk'
             DELIMITED BY SIZE INTO splitwk-name
           END-STRING
           MOVE SPACES TO mergewk-name
           STRING FUNCTION TRIM(table-file) '.mergewk'
             DELIMITED BY SIZE INTO mergewk-name
           END-STRING
           IF part-arg = SPACES THEN
             PERFORM S-split-input
             IF split-bad = 1 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM T-check-totals
             IF split-bad = 1 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
               MOVE 1 TO pt-run(px)
               MOVE 'RUN' TO pt-status(px)
             END-PERFORM
           ELSE
             PERFORM B-load-state
             IF split-bad = 1 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM D-read-trailer
           END-IF
           PERFORM C-run-parts
           PERFORM G-save-state
           MOVE 0 TO fail-cnt
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             IF NOT pt-status(px) = 'OK' THEN
               ADD 1 TO fail-cnt
               PERFORM H-part-name
               DISPLAY 'partrun: partition ',
                 FUNCTION TRIM(pt-key(px)), ' failed, rc ',
                 pt-rc(px), ' - see ', FUNCTION TRIM(part-name),
                 '.', FUNCTION TRIM(step-arg), '.log'
             END-IF
           END-PERFORM
           IF fail-cnt > 0 THEN
             DISPLAY 'partrun: ', fail-cnt, ' of ', pt-cnt,
               ' partition(s) failed - rerun with PART=FAILED ',
               '(or PART=prefix) once fixed; nothing merged'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF step-arg = 'SORT' THEN
             PERFORM M-merge-sorted
             IF merge-bad = 1 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             PERFORM L-join-logs
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK
         .

      *  slice names follow tablesplit: table-file.<prefix>.
       H-part-name SECTION.
         H-para-1.
           MOVE SPACES TO part-name
           STRING FUNCTION TRIM(table-file) '.'
             FUNCTION TRIM(pt-key(px))
             DELIMITED BY SIZE INTO part-name
           END-STRING
         .

      *  one pass of the input through the SORT verb: the rows come
      *  back grouped by prefix, in arrival order within a group,
      *  and each group is written out as its slice.
       S-split-input SECTION.
         S-para-1.
           MOVE 0 TO split-bad
           MOVE 0 TO pt-cnt
           OPEN INPUT tableinp
           IF NOT in-fs = '00' THEN
             DISPLAY 'partrun: cannot open ',
               FUNCTION TRIM(table-file), ', status ', in-fs
             MOVE 1 TO split-bad
             GO TO S-para-2
           END-IF
           CLOSE tableinp
           SORT splitwork
             ON ASCENDING KEY sp-key sp-seq
             INPUT PROCEDURE IS SA-release-rows
             OUTPUT PROCEDURE IS SB-write-parts
           DISPLAY 'partrun: ', row-seq, ' row(s) of ',
             FUNCTION TRIM(table-file), ' cut into ', pt-cnt,
             ' partition(s)'
           IF hdr-seen = 0 OR pt-cnt = 0 THEN
             DISPLAY 'partrun: no data rows found in ',
               FUNCTION TRIM(table-file)
             MOVE 1 TO split-bad
           END-IF
           GO TO S-para-2
         .
         S-para-2.
           EXIT
         .

       SA-release-rows SECTION.
         SA-para-1.
           MOVE 0 TO row-seq
           MOVE 0 TO hdr-seen
           MOVE 0 TO in-trl-seen
           OPEN INPUT tableinp
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ tableinp INTO table-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 EVALUATE TRUE
                   WHEN table-record = SPACES
                     CONTINUE
                   WHEN table-record(1:8) = '#TRAILER'
                     PERFORM DA-take-trailer
                   WHEN table-record(1:1) = '#'
                     CONTINUE
                   WHEN hdr-seen = 0
                     MOVE table-record TO hdr-line
                     MOVE 1 TO hdr-seen
                   WHEN OTHER
                     MOVE SPACES TO r-tok
                     UNSTRING table-record DELIMITED BY ALL delim-arg
                       INTO r-tok
                     END-UNSTRING
                     ADD 1 TO row-seq
                     MOVE r-tok(1:prefix-len) TO sp-key
                     MOVE row-seq TO sp-seq
                     MOVE table-record TO sp-line
                     RELEASE sp-record
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE tableinp
         .

       SB-write-parts SECTION.
         SB-para-1.
           MOVE 0 TO cur-px
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             RETURN splitwork
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF cur-px = 0 OR NOT sp-key = pt-key(cur-px) THEN
                   PERFORM SC-close-part
                   PERFORM SD-open-part
                 END-IF
                 IF split-bad = 0 THEN
                   PERFORM SE-write-row
                 END-IF
             END-RETURN
           END-PERFORM
           PERFORM SC-close-part
         .

      *  the slice's control trailer in tablesplit's form, then the
      *  finished slice renamed into place.
       SC-close-part SECTION.
         SC-para-1.
           IF cur-px = 0 OR split-bad = 1 THEN
             GO TO SC-para-2
           END-IF
           MOVE 2 TO dp53
           MOVE pt-hash(cur-px) TO float53
           CALL 'trim-float53' USING number53
           MOVE 15 TO dp53
           MOVE SPACES TO out-record
           STRING '#TRAILER ' pt-count(cur-px) ' '
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO out-record
           END-STRING
           WRITE out-record
           CLOSE partout
           MOVE cur-px TO px
           PERFORM H-part-name
           MOVE SPACES TO cmd-buf
           STRING 'mv -f ' FUNCTION TRIM(out-name) ' '
             FUNCTION TRIM(part-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           GO TO SC-para-2
         .
         SC-para-2.
           EXIT
         .

       SD-open-part SECTION.
         SD-para-1.
           IF pt-cnt >= 99 THEN
             IF split-bad = 0 THEN
               DISPLAY 'partrun: more than 99 partitions at ',
                 'PREFIX=', prefix-len, ' - use a shorter prefix'
             END-IF
             MOVE 1 TO split-bad
             GO TO SD-para-2
           END-IF
           ADD 1 TO pt-cnt
           MOVE pt-cnt TO cur-px
           MOVE pt-cnt TO px
           MOVE sp-key TO pt-key(px)
           MOVE 0 TO pt-count(px)
           MOVE 0 TO pt-hash(px)
           PERFORM H-part-name
           MOVE SPACES TO out-name
           STRING FUNCTION TRIM(part-name) '.new'
             DELIMITED BY SIZE INTO out-name
           END-STRING
           OPEN OUTPUT partout
           MOVE hdr-line TO out-record
           WRITE out-record
           GO TO SD-para-2
         .
         SD-para-2.
           EXIT
         .

      *  the row as it came; the hash total is the first value
      *  column, missing cells left out, as every trailer is.
       SE-write-row SECTION.
         SE-para-1.
           MOVE sp-line TO out-record
           WRITE out-record
           ADD 1 TO pt-count(cur-px)
           MOVE SPACES TO r-tok
           MOVE SPACES TO v-tok
           UNSTRING sp-line DELIMITED BY ALL delim-arg
             INTO r-tok, v-tok
           END-UNSTRING
           IF NOT (v-tok = 'NA' OR v-tok = 'na' OR v-tok = '-')
               AND FUNCTION TEST-NUMVAL(v-tok) = 0 THEN
             MOVE FUNCTION NUMVAL(v-tok) TO t-val-wk
             ADD t-val-wk TO pt-hash(cur-px)
           END-IF
         .

      *  the slices must account for the whole input before any
      *  step runs on them.
       T-check-totals SECTION.
         T-para-1.
           MOVE 0 TO sum-count
           MOVE 0 TO sum-hash
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             ADD pt-count(px) TO sum-count
             ADD pt-hash(px) TO sum-hash
             MOVE 2 TO dp53
             MOVE pt-hash(px) TO float53
             CALL 'trim-float53' USING number53
             DISPLAY 'partrun: partition ', FUNCTION TRIM(pt-key(px)),
               ' ', pt-count(px), ' row(s), hash ',
               FUNCTION TRIM(numstr53)
           END-PERFORM
           MOVE 15 TO dp53
           IF in-trl-seen = 0 THEN
             DISPLAY 'partrun: ', FUNCTION TRIM(table-file),
               ' has no control trailer, partition totals not ',
               'checked'
             GO TO T-para-2
           END-IF
           IF sum-count = in-trl-count AND sum-hash = in-trl-hash
               THEN
             DISPLAY 'partrun: partition totals match the input ',
               'trailer (', sum-count, ' rows)'
           ELSE
             MOVE 2 TO dp53
             MOVE sum-hash TO float53
             CALL 'trim-float53' USING number53
             MOVE numstr53 TO hash-ed
             MOVE in-trl-hash TO float53
             CALL 'trim-float53' USING number53
             MOVE 15 TO dp53
             DISPLAY 'partrun: partition totals ', sum-count, ' / ',
               FUNCTION TRIM(hash-ed), ' do not match the input ',
               'trailer ', in-trl-count, ' / ',
               FUNCTION TRIM(numstr53), ' - nothing run'
             MOVE 1 TO split-bad
           END-IF
           GO TO T-para-2
         .
         T-para-2.
           EXIT
         .

      *  the input's trailer alone, for a rerun that does not cut
      *  the slices again.
       D-read-trailer SECTION.
         D-para-1.
           MOVE 0 TO in-trl-seen
           OPEN INPUT tableinp
           IF NOT in-fs = '00' THEN
             GO TO D-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ tableinp INTO table-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF table-record(1:8) = '#TRAILER' THEN
                   PERFORM DA-take-trailer
                 END-IF
             END-READ
           END-PERFORM
           CLOSE tableinp
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

       DA-take-trailer SECTION.
         DA-para-1.
           MOVE SPACES TO tok-1
           MOVE SPACES TO tok-2
           MOVE SPACES TO tok-3
           UNSTRING table-record DELIMITED BY ALL SPACE
             INTO tok-1, tok-2, tok-3
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(tok-2) = 0
               AND FUNCTION TEST-NUMVAL(tok-3) = 0 THEN
             MOVE FUNCTION NUMVAL(tok-2) TO in-trl-count
             MOVE FUNCTION NUMVAL(tok-3) TO in-trl-hash
             MOVE 1 TO in-trl-seen
           END-IF
         .

      *  a rerun picks up the slices and outcomes the last run left
      *  and marks the partitions PART= names to run again.
       B-load-state SECTION.
         B-para-1.
           MOVE 0 TO split-bad
           MOVE 0 TO pt-cnt
           MOVE state-name TO inp-name
           OPEN INPUT partinp
           IF NOT inp-fs = '00' THEN
             DISPLAY 'partrun: no ', FUNCTION TRIM(state-name),
               ' - run without PART= first'
             MOVE 1 TO split-bad
             GO TO B-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ partinp INTO inp-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 PERFORM BA-take-state-line
             END-READ
           END-PERFORM
           CLOSE partinp
           IF split-bad = 1 THEN
             GO TO B-para-2
           END-IF
           MOVE 0 TO run-cnt
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             MOVE 0 TO pt-run(px)
             IF (FUNCTION UPPER-CASE(part-arg) = 'FAILED'
                 AND NOT pt-status(px) = 'OK')
                 OR pt-key(px) = part-arg THEN
               MOVE 1 TO pt-run(px)
               MOVE 'RUN' TO pt-status(px)
               ADD 1 TO run-cnt
             END-IF
           END-PERFORM
           IF run-cnt = 0
               AND NOT FUNCTION UPPER-CASE(part-arg) = 'FAILED' THEN
             DISPLAY 'partrun: no partition ',
               FUNCTION TRIM(part-arg), ' in ',
               FUNCTION TRIM(state-name)
             MOVE 1 TO split-bad
           END-IF
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

      *  'step=SORT prefix=n' heads the state file, then one
      *  'part=<prefix> status=OK|FAIL rc=n' line per slice.
       BA-take-state-line SECTION.
         BA-para-1.
           MOVE SPACES TO tok-1
           MOVE SPACES TO tok-2
           MOVE SPACES TO tok-3
           UNSTRING inp-record DELIMITED BY ALL SPACE
             INTO tok-1, tok-2, tok-3
           END-UNSTRING
           EVALUATE TRUE
             WHEN tok-1(1:5) = 'step='
               IF NOT tok-1(6:10) = step-arg THEN
                 DISPLAY 'partrun: ', FUNCTION TRIM(state-name),
                   ' is from a ', FUNCTION TRIM(tok-1(6:10)),
                   ' run, not ', FUNCTION TRIM(step-arg)
                 MOVE 1 TO split-bad
               END-IF
               IF FUNCTION TEST-NUMVAL(tok-2(8:3)) = 0 THEN
                 IF NOT FUNCTION NUMVAL(tok-2(8:3)) = prefix-len
                     THEN
                   DISPLAY 'partrun: ', FUNCTION TRIM(state-name),
                     ' was cut at ', FUNCTION TRIM(tok-2),
                     ', not PREFIX=', prefix-len
                   MOVE 1 TO split-bad
                 END-IF
               END-IF
             WHEN tok-1(1:5) = 'part=' AND pt-cnt < 99
               ADD 1 TO pt-cnt
               MOVE tok-1(6:32) TO pt-key(pt-cnt)
               MOVE tok-2(8:4) TO pt-status(pt-cnt)
               MOVE 0 TO pt-rc(pt-cnt)
               IF FUNCTION TEST-NUMVAL(tok-3(4:4)) = 0 THEN
                 MOVE FUNCTION NUMVAL(tok-3(4:4)) TO pt-rc(pt-cnt)
               END-IF
           END-EVALUATE
         .

       G-save-state SECTION.
         G-para-1.
           MOVE state-name TO out-name
           OPEN OUTPUT partout
           MOVE SPACES TO out-record
           STRING 'step=' FUNCTION TRIM(step-arg)
             ' prefix=' prefix-len
             DELIMITED BY SIZE INTO out-record
           END-STRING
           WRITE out-record
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             MOVE pt-rc(px) TO rc-ed
             MOVE SPACES TO out-record
             STRING 'part=' FUNCTION TRIM(pt-key(px))
               ' status=' FUNCTION TRIM(pt-status(px))
               ' rc=' FUNCTION TRIM(rc-ed)
               DELIMITED BY SIZE INTO out-record
             END-STRING
             WRITE out-record
           END-PERFORM
           CLOSE partout
         .

      *  the marked partitions go into a shell script as background
      *  jobs, DEGREE of them to a wave with a wait after each
      *  wave; every job leaves its exit code in <slice>.rc.
       C-run-parts SECTION.
         C-para-1.
           MOVE script-name TO out-name
           OPEN OUTPUT partout
           MOVE 0 TO run-cnt
           MOVE 0 TO wave-cnt
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             IF pt-run(px) = 1 THEN
               PERFORM CA-part-line
               ADD 1 TO run-cnt
               ADD 1 TO wave-cnt
               IF wave-cnt >= degree THEN
                 MOVE 'wait' TO out-record
                 WRITE out-record
                 MOVE 0 TO wave-cnt
               END-IF
             END-IF
           END-PERFORM
           MOVE 'wait' TO out-record
           WRITE out-record
           CLOSE partout
           IF run-cnt = 0 THEN
             GO TO C-para-2
           END-IF
           DISPLAY 'partrun: ', FUNCTION TRIM(step-arg), ' on ',
             run-cnt, ' partition(s), ', degree, ' at a time'
           MOVE SPACES TO cmd-buf
           STRING 'sh ' FUNCTION TRIM(script-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             IF pt-run(px) = 1 THEN
               PERFORM CB-collect-rc
             END-IF
           END-PERFORM
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(script-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

       CA-part-line SECTION.
         CA-para-1.
           PERFORM H-part-name
           MOVE SPACES TO out-record
           MOVE 1 TO cmd-ptr
           STRING '( SUITERUNID=' FUNCTION TRIM(run-id) ' '
             FUNCTION TRIM(step-exe) ' ' FUNCTION TRIM(part-name)
             DELIMITED BY SIZE INTO out-record
             WITH POINTER cmd-ptr
           END-STRING
           IF step-arg = 'SORT' THEN
             STRING ' ' sort-dir ' ' sort-key
               DELIMITED BY SIZE INTO out-record
               WITH POINTER cmd-ptr
             END-STRING
           END-IF
           IF NOT delim-arg = SPACE THEN
             STRING " '" delim-arg "'"
               DELIMITED BY SIZE INTO out-record
               WITH POINTER cmd-ptr
             END-STRING
           END-IF
           STRING ' > ' FUNCTION TRIM(part-name) '.'
             FUNCTION TRIM(step-arg) '.log 2>&1; echo $? > '
             FUNCTION TRIM(part-name) '.rc ) &'
             DELIMITED BY SIZE INTO out-record
             WITH POINTER cmd-ptr
           END-STRING
           WRITE out-record
         .

      *  a job that left no exit code is taken as failed.
       CB-collect-rc SECTION.
         CB-para-1.
           PERFORM H-part-name
           MOVE SPACES TO inp-name
           STRING FUNCTION TRIM(part-name) '.rc'
             DELIMITED BY SIZE INTO inp-name
           END-STRING
           MOVE 'FAIL' TO pt-status(px)
           MOVE 999 TO pt-rc(px)
           OPEN INPUT partinp
           IF NOT inp-fs = '00' THEN
             GO TO CB-para-2
           END-IF
           READ partinp INTO inp-record
             AT END
               CONTINUE
             NOT AT END
               IF FUNCTION TEST-NUMVAL(inp-record(1:4)) = 0 THEN
                 MOVE FUNCTION NUMVAL(inp-record(1:4)) TO pt-rc(px)
                 IF pt-rc(px) = 0 THEN
                   MOVE 'OK' TO pt-status(px)
                 END-IF
               END-IF
           END-READ
           CLOSE partinp
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(inp-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           GO TO CB-para-2
         .
         CB-para-2.
           EXIT
         .

      *  the partition .srt files back into one, through the SORT
      *  verb on the same keys sort.cbl sorts on; the input pass
      *  gathers the national total the percent column needs.
       M-merge-sorted SECTION.
         M-para-1.
           MOVE 0 TO merge-bad
           MOVE 0 TO nat-sum
           MOVE 0 TO mrg-count
           MOVE 0 TO hdr-seen
           EVALUATE TRUE
             WHEN sort-key = 'R' AND sort-dir = 'A'
               SORT mergework
                 ON ASCENDING KEY mw-r-header mw-val
                 INPUT PROCEDURE IS MA-release-parts
                 OUTPUT PROCEDURE IS MC-write-merged
             WHEN sort-key = 'R'
               SORT mergework
                 ON DESCENDING KEY mw-r-header
                 ON ASCENDING KEY mw-val
                 INPUT PROCEDURE IS MA-release-parts
                 OUTPUT PROCEDURE IS MC-write-merged
             WHEN sort-dir = 'A'
               SORT mergework
                 ON ASCENDING KEY mw-val mw-r-header
                 INPUT PROCEDURE IS MA-release-parts
                 OUTPUT PROCEDURE IS MC-write-merged
             WHEN OTHER
               SORT mergework
                 ON DESCENDING KEY mw-val
                 ON ASCENDING KEY mw-r-header
                 INPUT PROCEDURE IS MA-release-parts
                 OUTPUT PROCEDURE IS MC-write-merged
           END-EVALUATE
           IF merge-bad = 1 THEN
             GO TO M-para-2
           END-IF
           IF in-trl-seen = 1 AND NOT mrg-count = in-trl-count THEN
             DISPLAY 'partrun: merged ', mrg-count, ' row(s), the ',
               'input trailer says ', in-trl-count,
               ' - merged file left as ', FUNCTION TRIM(out-name)
             MOVE 1 TO merge-bad
             GO TO M-para-2
           END-IF
           MOVE SPACES TO part-name
           STRING FUNCTION TRIM(table-file) '.srt'
             DELIMITED BY SIZE INTO part-name
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING 'mv -f ' FUNCTION TRIM(out-name) ' '
             FUNCTION TRIM(part-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF NOT RETURN-CODE = 0 THEN
             DISPLAY 'partrun: ', FUNCTION TRIM(out-name),
               ' could not be renamed to ', FUNCTION TRIM(part-name)
             MOVE 1 TO merge-bad
             GO TO M-para-2
           END-IF
           PERFORM ME-note-lineage
      *    the dated generation copy sort.cbl's e03 keeps, so
      *    gdgkeep sees the merged run like a serial one.
           CALL 'now-str' USING datetime-data
           MOVE SPACES TO gen-stamp
           STRING m_year m_month m_day m_hour m_minute m_second
             DELIMITED BY SIZE INTO gen-stamp
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING 'cp -f ' FUNCTION TRIM(part-name) ' '
             FUNCTION TRIM(part-name) '.g' gen-stamp
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           DISPLAY 'partrun: ', mrg-count, ' row(s) merged from ',
             pt-cnt, ' partition(s) into ', FUNCTION TRIM(part-name)
           GO TO M-para-2
         .
         M-para-2.
           EXIT
         .

      *  the lineage registry line for the merged file, fed by the
      *  same table file the serial sort would have read.
       ME-note-lineage SECTION.
         ME-para-1.
           MOVE 'partrun' TO lin-program
           MOVE part-name TO lin-out-file
           MOVE 1 TO lin-in-count
           MOVE table-file TO lin-in-file(1)
           CALL 'lineage-record' USING lineage-data
         .

       MA-release-parts SECTION.
         MA-para-1.
           PERFORM VARYING px FROM 1 BY 1
               UNTIL px > pt-cnt OR merge-bad = 1
             PERFORM MB-release-one
           END-PERFORM
         .

      *  a .srt row is the r-header padded to 32, then value, rank
      *  and percent; only the r-header and value carry over.
       MB-release-one SECTION.
         MB-para-1.
           PERFORM H-part-name
           MOVE SPACES TO inp-name
           STRING FUNCTION TRIM(part-name) '.srt'
             DELIMITED BY SIZE INTO inp-name
           END-STRING
           OPEN INPUT partinp
           IF NOT inp-fs = '00' THEN
             DISPLAY 'partrun: cannot open ', FUNCTION TRIM(inp-name),
               ', status ', inp-fs, ' - nothing merged'
             MOVE 1 TO merge-bad
             GO TO MB-para-2
           END-IF
           MOVE 0 TO iseof
           READ partinp INTO inp-record
             AT END
               MOVE 1 TO iseof
           END-READ
           IF hdr-seen = 0 THEN
             MOVE inp-record TO hdr-line
             MOVE 1 TO hdr-seen
           END-IF
           PERFORM UNTIL iseof = 1
             READ partinp INTO inp-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF NOT inp-record = SPACES
                     AND NOT inp-record(1:1) = '#' THEN
                   MOVE inp-record(1:32) TO mw-r-header
                   MOVE SPACES TO v-tok
                   UNSTRING inp-record(34:) DELIMITED BY delim-arg
                     INTO v-tok
                   END-UNSTRING
                   MOVE v-tok TO mw-val-txt
                   MOVE 0 TO mw-val
                   MOVE 0 TO mw-miss
                   IF v-tok = 'NA' THEN
                     MOVE 1 TO mw-miss
                   ELSE
                     IF FUNCTION TEST-NUMVAL(v-tok) = 0 THEN
                       MOVE FUNCTION NUMVAL(v-tok) TO mw-val
                     END-IF
                     MOVE mw-val TO t-val-num
                     COMPUTE nat-sum = nat-sum + t-val-num
                   END-IF
                   ADD 1 TO mrg-count
                   RELEASE mw-record
                 END-IF
             END-READ
           END-PERFORM
           CLOSE partinp
           GO TO MB-para-2
         .
         MB-para-2.
           EXIT
         .

      *  header, rows ranked in merged order with their percent of
      *  the national total, and the trailer - e00-dsp-table's and
      *  e01-write-trailer's layout.
       MC-write-merged SECTION.
         MC-para-1.
           IF merge-bad = 1 THEN
             GO TO MC-para-2
           END-IF
           MOVE SPACES TO out-name
           STRING FUNCTION TRIM(table-file) '.srt.new'
             DELIMITED BY SIZE INTO out-name
           END-STRING
           OPEN OUTPUT partout
           MOVE hdr-line TO out-record
           WRITE out-record
           MOVE 0 TO mrg-rank
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             RETURN mergework
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 PERFORM MD-write-row
             END-RETURN
           END-PERFORM
           MOVE 2 TO dp53
           MOVE nat-sum TO float53
           CALL 'trim-float53' USING number53
           MOVE 15 TO dp53
           MOVE SPACES TO out-record
           STRING '#TRAILER ' mrg-rank ' '
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO out-record
           END-STRING
           WRITE out-record
           CLOSE partout
           GO TO MC-para-2
         .
         MC-para-2.
           EXIT
         .

       MD-write-row SECTION.
         MD-para-1.
           ADD 1 TO mrg-rank
           IF mw-miss = 1 THEN
             MOVE 'NA' TO val-numstr
             MOVE 'NA' TO numstr53
           ELSE
             MOVE mw-val-txt TO val-numstr
             IF nat-sum = 0 THEN
               MOVE 0 TO pct-val
             ELSE
               MOVE mw-val TO t-val-num
               COMPUTE pct-val-num ROUNDED =
                 t-val-num * 100 / nat-sum
               MOVE pct-val-num TO pct-val
             END-IF
             MOVE 2 TO dp53
             MOVE pct-val TO float53
             CALL 'trim-float53' USING number53
             MOVE 15 TO dp53
           END-IF
           MOVE SPACES TO out-record
           STRING
             mw-r-header DELIMITED BY SIZE
             delim-arg DELIMITED BY SIZE
             FUNCTION TRIM(val-numstr) DELIMITED BY SIZE
             delim-arg DELIMITED BY SIZE
             mrg-rank DELIMITED BY SIZE
             delim-arg DELIMITED BY SIZE
             FUNCTION TRIM(numstr53) DELIMITED BY SIZE
             INTO out-record
           END-STRING
           WRITE out-record
         .

      *  TABLE and SCORECARD report on a whole file, so their
      *  partition outputs are the regional reports, joined in
      *  prefix order under one heading each.
       L-join-logs SECTION.
         L-para-1.
           MOVE SPACES TO out-name
           STRING FUNCTION TRIM(table-file) '.'
             FUNCTION TRIM(step-arg) '.log'
             DELIMITED BY SIZE INTO out-name
           END-STRING
           OPEN OUTPUT partout
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pt-cnt
             PERFORM H-part-name
             MOVE SPACES TO out-record
             STRING '==== partition ' FUNCTION TRIM(pt-key(px))
               ' (' FUNCTION TRIM(part-name) ') ===='
               DELIMITED BY SIZE INTO out-record
             END-STRING
             WRITE out-record
             MOVE SPACES TO inp-name
             STRING FUNCTION TRIM(part-name) '.'
               FUNCTION TRIM(step-arg) '.log'
               DELIMITED BY SIZE INTO inp-name
             END-STRING
             OPEN INPUT partinp
             IF inp-fs = '00' THEN
               MOVE 0 TO iseof
               PERFORM UNTIL iseof = 1
                 READ partinp INTO inp-record
                   AT END
                     MOVE 1 TO iseof
                   NOT AT END
                     MOVE inp-record TO out-record
                     WRITE out-record
                 END-READ
               END-PERFORM
               CLOSE partinp
             END-IF
           END-PERFORM
           CLOSE partout
           DISPLAY 'partrun: ', pt-cnt, ' partition report(s) ',
             'joined into ', FUNCTION TRIM(out-name)
         .
