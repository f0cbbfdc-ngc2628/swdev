       identification division.
         program-id. kpicalc.

      * management KPIs across table files: revenue per head, cost
      * to income, the share of branches in variance breach - the
      * ratios someone used to work out by hand each month from
      * table.cbl totals - defined once in a KPI definitions file
      * and evaluated here, inside the audited suite, so the board
      * pack numbers come from the same files and the same run as
      * everything else. One pass per table file gathers every
      * aggregate defined on it; each KPI is then evaluated, held
      * against its target and threshold for a RAG status, printed
      * on a one-page KPI report and appended to the KPI history
      * file in the dated col=/sum= line table.cbl writes, so
      *   trend kpi.hist REVHD
      *   forecast kpi.hist REVHD
      * read a KPI's history exactly as they read a column's.
      *
      *   kpicalc definitions-file [HISTORY=kpi-history-file]
      *
      * The definitions file ('*' comments) holds
      *   FILE  name path [,|;|CSV]
      *   AGG   name SUM|COUNT|AVG file column [WHERE condition
      *         [AND|OR condition]...]
      *   KPI   id HI|LO target threshold expression
      *   TITLE id text...
      * FILE names a table file (space-delimited unless ',' or ';'
      * follows; CSV reads it as quoted CSV through csv-to-table,
      * a record whose quotes do not balance reported as a bad row
      * and skipped). AGG sums, counts or averages one c-header column
      * of a named file over the rows its conditions select - the
      * conditions as tablefilt takes them (column GT|GE|LT|LE|EQ|
      * NE literal, column BETWEEN low high, R-HEADER IN|NOTIN
      * k1,k2,...; up to 4); COUNT * counts the rows themselves.
      * A missing cell ('-' or NA) is left out of the aggregate.
      * KPI's expression is aggregate names and numbers joined by
      * + - * / and parentheses, every token apart:
      *   KPI REVHD HI 52000 48000 REVENUE / ( HEADS + 0 )
      * HI means higher is better: GREEN at or above target, AMBER
      * at or above threshold, else RED; LO the other way round.
      * A KPI id is at most 6 characters, the column-name width
      * trend and forecast take. A KPI that divides by zero, or
      * draws on an aggregate with no rows, is NO DATA and gets no
      * history line.
      * The history file is HISTORY=, else KPIHIST, else kpi.hist;
      * it is recorded in the lineage log as fed by the table
      * files. Returns 0 when no KPI is RED, 4 when one is RED or
      * has no data, 8 when the definitions cannot be used or the
      * history file lies under another environment's data
      * directories.

       environment division.
         input-output section.
         file-control.
           select deffile assign to def-fname
           organization is line sequential
           file status is def-fs.
           select tableinp assign to tbl-fname
           organization is line sequential
           file status is tbl-fs.
           select histfile assign to hist-fname
           organization is line sequential
           file status is hist-fs.

       data division.
         file section.
         fd deffile.
           01 def-record pic x(255) value spaces.
         fd tableinp.
           01 table-record pic x(255) value spaces.
         fd histfile.
           01 hist-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 def-fname pic x(128) value spaces.
             05 def-fs pic xx value '00'.
             05 tbl-fname pic x(128) value spaces.
             05 tbl-fs pic xx value '00'.
             05 hist-fname pic x(128) value spaces.
             05 hist-fs pic xx value '00'.
             05 hist-ptr pic 9(4) value 1.
             05 opt-tmp pic x(136) value spaces.
             05 iseof pic 9 value 0.
             05 def-bad pic 9 value 0.
             05 line-bad pic 9 value 0.
             05 line-no pic 9(4) value 0.
             05 run-id pic x(17) value spaces.
             05 delim-arg pic x(1) value space.
             05 rec-len pic 9(4) value 0.
             05 row-ptr pic 9(4) value 1.
             05 hdr-seen pic 9 value 0.
             05 rows-read pic 9(8) value 0.
             05 rec-no pic 9(8) value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 tk-cnt pic 9(2) value 0.
             05 tk-ptr pic 9(4) value 1.
             05 tk pic x(64) occurs 40 times value spaces.
             05 tx pic 9(2) value 0.
             05 fx pic 9(2) value 0.
             05 ax pic 9(2) value 0.
             05 cx pic 9 value 0.
             05 kx pic 9(2) value 0.
             05 jj pic 9(2) value 0.
             05 px pic 9(2) value 0.
             05 col-cnt pic 9(2) value 0.
             05 col-name pic x(32) occurs 20 times value spaces.
             05 cell pic x(32) occurs 21 times value spaces.
             05 cell-tok pic x(32) value spaces.
             05 cell-val pic s9(16)v9(9) value 0.
             05 cond-pass pic 9 value 0.
             05 row-pass pic 9 value 0.
             05 green-cnt pic 9(3) value 0.
             05 amber-cnt pic 9(3) value 0.
             05 red-cnt pic 9(3) value 0.
             05 nodata-cnt pic 9(3) value 0.
             05 hist-cnt pic 9(3) value 0.
             05 value-dsp pic x(20) value spaces.
             05 target-dsp pic x(20) value spaces.
             05 thresh-dsp pic x(20) value spaces.
             05 n-dsp pic z(7)9 value 0.
             05 ex-bad pic 9 value 0.
             05 ex-nodata pic 9 value 0.
             05 ex-a usage comp-2 value 0.
             05 ex-b usage comp-2 value 0.
             05 os-cnt pic 9(2) value 0.
             05 os-op pic x(1) occurs 40 times value spaces.
             05 rp-cnt pic 9(2) value 0.
             05 rp-kind pic x(1) occurs 40 times value spaces.
             05 rp-op pic x(1) occurs 40 times value spaces.
             05 rp-val usage comp-2 occurs 40 times value 0.
             05 vs-cnt pic 9(2) value 0.
             05 vs-val usage comp-2 occurs 40 times value 0.
             05 prec-new pic 9 value 0.
             05 prec-top pic 9 value 0.
             05 datetime-data.
               copy datetimedata.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.
      *    the named table files.
           01 file-table.
             05 fl-cnt pic 9(2) value 0.
             05 fl-entry occurs 20 times.
               10 fl-name pic x(16) value spaces.
               10 fl-path pic x(128) value spaces.
               10 fl-delim pic x(1) value space.
               10 fl-csv pic 9 value 0.
               10 fl-rows pic 9(8) value 0.
               10 fl-ok pic 9 value 0.
      *    the aggregates, each with the tablefilt-style conditions
      *    that select its rows (cn-col 0 is the row key).
           01 agg-table.
             05 ag-cnt pic 9(2) value 0.
             05 ag-entry occurs 50 times.
               10 ag-name pic x(16) value spaces.
               10 ag-func pic x(5) value spaces.
               10 ag-file pic 9(2) value 0.
               10 ag-col-name pic x(32) value spaces.
               10 ag-col pic 9(2) value 0.
               10 ag-ok pic 9 value 0.
               10 ag-sum usage comp-2 value 0.
               10 ag-n pic 9(8) value 0.
               10 ag-val usage comp-2 value 0.
               10 ag-where pic x(120) value spaces.
               10 ag-cond-cnt pic 9 value 0.
               10 ag-cond occurs 4 times.
                 15 cn-name pic x(32).
                 15 cn-col pic 9(2).
                 15 cn-op pic x(7).
                 15 cn-lit pic x(32).
                 15 cn-lit2 pic x(32).
                 15 cn-val pic s9(16)v9(9).
                 15 cn-val2 pic s9(16)v9(9).
                 15 cn-text pic 9.
                 15 cn-conn pic x(3).
                 15 cn-in-cnt pic 9(2).
                 15 cn-in-key pic x(32) occurs 10 times.
      *    the KPIs, in definition order.
           01 kpi-table.
             05 kp-cnt pic 9(2) value 0.
             05 kp-entry occurs 40 times.
               10 kp-id pic x(6) value spaces.
               10 kp-dir pic x(2) value spaces.
               10 kp-target pic s9(12)v9(6) value 0.
               10 kp-thresh pic s9(12)v9(6) value 0.
               10 kp-title pic x(40) value spaces.
               10 kp-tok-cnt pic 9(2) value 0.
               10 kp-tok pic x(16) occurs 30 times value spaces.
               10 kp-val usage comp-2 value 0.
               10 kp-rag pic x(7) value spaces.

       procedure division.
       a00-start section.
         accept def-fname from argument-value
           on exception
             move spaces to def-fname
         end-accept
         if def-fname = spaces then
           display 'usage: kpicalc definitions-file ',
             '[HISTORY=kpi-history-file]'
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:8)) = 'HISTORY='
               move opt-tmp(9:128) to hist-fname
             when other
               display 'kpicalc: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if hist-fname = spaces then
           display "KPIHIST" upon environment-name
           accept hist-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if hist-fname = spaces then
           move 'kpi.hist' to hist-fname
         end-if
      *  the history may not be written under another
      *  environment's data directories - a test run never
      *  touches production.
         move hist-fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         perform b00-load-definitions
         if def-bad = 1 or kp-cnt = 0 then
           if kp-cnt = 0 and def-bad = 0 then
             display 'kpicalc: no KPI lines in ',
               function trim(def-fname)
           end-if
           display 'kpicalc: definitions not usable, nothing ',
             'evaluated'
           move 8 to return-code
           go to a99-end
         end-if
         call 'run-id-get' using run-id
         call 'now-str' using datetime-data
         perform varying fx from 1 by 1 until fx > fl-cnt
           perform c00-gather-file
         end-perform
         perform varying ax from 1 by 1 until ax > ag-cnt
           perform c05-finish-agg
         end-perform
         perform varying px from 1 by 1 until px > kp-cnt
           perform e00-evaluate-kpi
         end-perform
         perform h00-report
         perform j00-write-history
         if red-cnt > 0 or nodata-cnt > 0 then
           move 4 to return-code
         else
           move 0 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the definitions, checked as they are read: a bad line is
      * named with its line number and makes the run refuse.
       b00-load-definitions section.
         open input deffile
         if def-fs not = '00' then
           display 'kpicalc: cannot open ',
             function trim(def-fname), ', status ', def-fs
           move 1 to def-bad
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read deffile into def-record
           at end
             move 1 to iseof
           not at end
             add 1 to line-no
             move 0 to line-bad
             if def-record not = spaces
                 and def-record(1:1) not = '*' then
               perform b01-split-line
               evaluate function upper-case(tk(1))
                 when 'FILE'
                   perform b02-file-line
                 when 'AGG'
                   perform b03-agg-line
                 when 'KPI'
                   perform b04-kpi-line
                 when 'TITLE'
                   perform b05-title-line
                 when other
                   move 'unknown line type' to opt-tmp
                   perform b09-bad-line
               end-evaluate
             end-if
           end-read
         end-perform
         close deffile
      *  every KPI's names must be aggregates defined somewhere.
         perform varying px from 1 by 1 until px > kp-cnt
           perform varying tx from 1 by 1
               until tx > kp-tok-cnt(px)
             if not (kp-tok(px, tx) = '+' or kp-tok(px, tx) = '-'
                 or kp-tok(px, tx) = '*' or kp-tok(px, tx) = '/'
                 or kp-tok(px, tx) = '(' or kp-tok(px, tx) = ')'
                 or function test-numval(kp-tok(px, tx)) = 0) then
               perform u01-find-agg
               if ax = 0 then
                 display 'kpicalc: KPI ', function trim(kp-id(px)),
                   ' uses ', function trim(kp-tok(px, tx)),
                   ', which is no AGG'
                 move 1 to def-bad
               end-if
             end-if
           end-perform
         end-perform
         .

       b99-exit.
         exit
         .

       b01-split-line section.
         move 0 to tk-cnt
         move 1 to tk-ptr
         compute rec-len = function length(function trim(
           def-record))
         perform until tk-ptr > rec-len or tk-cnt = 40
           add 1 to tk-cnt
           move spaces to tk(tk-cnt)
           unstring def-record delimited by all space
             into tk(tk-cnt)
             with pointer tk-ptr
           end-unstring
           if tk(tk-cnt) = spaces then
             subtract 1 from tk-cnt
           end-if
         end-perform
         .

       b98-exit.
         exit
         .

       b02-file-line section.
         if tk-cnt < 3 or fl-cnt = 20 then
           move 'FILE wants a name and a path (20 files at most)'
             to opt-tmp
           perform b09-bad-line
           go to b97-exit
         end-if
         add 1 to fl-cnt
         move function upper-case(tk(2)) to fl-name(fl-cnt)
         move tk(3) to fl-path(fl-cnt)
         move space to fl-delim(fl-cnt)
         move 0 to fl-csv(fl-cnt)
         if tk-cnt > 3 then
           evaluate true
             when tk(4) = ',' or tk(4) = ';'
               move tk(4) to fl-delim(fl-cnt)
      *      quoted CSV comes back from csv-to-table ';'-joined.
             when function upper-case(tk(4)) = 'CSV'
               move 1 to fl-csv(fl-cnt)
               move ';' to fl-delim(fl-cnt)
           end-evaluate
         end-if
         .

       b97-exit.
         exit
         .

      * AGG name func file column [WHERE cond [AND|OR cond]...]
       b03-agg-line section.
         if tk-cnt < 5 or ag-cnt = 50 then
           move 'AGG wants name, function, file and column'
             to opt-tmp
           perform b09-bad-line
           go to b96-exit
         end-if
         add 1 to ag-cnt
         move function upper-case(tk(2)) to ag-name(ag-cnt)
         move function upper-case(tk(3)) to ag-func(ag-cnt)
         move function upper-case(tk(5)) to ag-col-name(ag-cnt)
         if not (ag-func(ag-cnt) = 'SUM' or ag-func(ag-cnt) = 'COUNT'
             or ag-func(ag-cnt) = 'AVG') then
           move 'AGG function is SUM, COUNT or AVG' to opt-tmp
           perform b09-bad-line
           go to b96-exit
         end-if
         if ag-col-name(ag-cnt) = '*'
             and not ag-func(ag-cnt) = 'COUNT' then
           move 'only COUNT takes * for its column' to opt-tmp
           perform b09-bad-line
           go to b96-exit
         end-if
         move 0 to ag-file(ag-cnt)
         perform varying fx from 1 by 1 until fx > fl-cnt
           if fl-name(fx) = function upper-case(tk(4)) then
             move fx to ag-file(ag-cnt)
           end-if
         end-perform
         if ag-file(ag-cnt) = 0 then
           move 'AGG names a file no FILE line defines (yet)'
             to opt-tmp
           perform b09-bad-line
           go to b96-exit
         end-if
         move 0 to ag-cond-cnt(ag-cnt)
         if tk-cnt = 5 then
           go to b96-exit
         end-if
         if function upper-case(tk(6)) not = 'WHERE' then
           move 'AGG conditions start with WHERE' to opt-tmp
           perform b09-bad-line
           go to b96-exit
         end-if
         move 1 to hist-ptr
         perform varying tx from 7 by 1 until tx > tk-cnt
           string function trim(tk(tx)) ' ' delimited by size
             into ag-where(ag-cnt) with pointer hist-ptr
             on overflow
               continue
           end-string
         end-perform
         move 7 to tx
         perform until tx > tk-cnt or line-bad = 1
           if ag-cond-cnt(ag-cnt) = 4 then
             move 'more than 4 conditions' to opt-tmp
             perform b09-bad-line
             go to b96-exit
           end-if
           add 1 to ag-cond-cnt(ag-cnt)
           move ag-cond-cnt(ag-cnt) to cx
           move spaces to cn-conn(ag-cnt, cx)
           if cx > 1 then
             move function upper-case(tk(tx))
               to cn-conn(ag-cnt, cx)
             if not (cn-conn(ag-cnt, cx) = 'AND'
                 or cn-conn(ag-cnt, cx) = 'OR') then
               move 'conditions are joined by AND or OR'
                 to opt-tmp
               perform b09-bad-line
               go to b96-exit
             end-if
             add 1 to tx
           end-if
           perform b06-take-condition
         end-perform
         .

       b96-exit.
         exit
         .

      * KPI id HI|LO target threshold expression...
       b04-kpi-line section.
         if tk-cnt < 6 or kp-cnt = 40 then
           move 'KPI wants id, HI|LO, target, threshold and an '
             & 'expression' to opt-tmp
           perform b09-bad-line
           go to b95-exit
         end-if
         if function length(function trim(tk(2))) > 6 then
           move 'a KPI id is 6 characters at most' to opt-tmp
           perform b09-bad-line
           go to b95-exit
         end-if
         move function upper-case(tk(3)) to opt-tmp
         if not (opt-tmp = 'HI' or opt-tmp = 'LO')
             or function test-numval(tk(4)) not = 0
             or function test-numval(tk(5)) not = 0 then
           move 'KPI wants HI or LO, then a numeric target and '
             & 'threshold' to opt-tmp
           perform b09-bad-line
           go to b95-exit
         end-if
         add 1 to kp-cnt
         move function upper-case(tk(2)) to kp-id(kp-cnt)
         move function upper-case(tk(3)) to kp-dir(kp-cnt)
         move function numval(tk(4)) to kp-target(kp-cnt)
         move function numval(tk(5)) to kp-thresh(kp-cnt)
         move kp-id(kp-cnt) to kp-title(kp-cnt)
         if (kp-dir(kp-cnt) = 'HI'
               and kp-thresh(kp-cnt) > kp-target(kp-cnt))
             or (kp-dir(kp-cnt) = 'LO'
               and kp-thresh(kp-cnt) < kp-target(kp-cnt)) then
           move 'the threshold lies beyond the target' to opt-tmp
           perform b09-bad-line
           go to b95-exit
         end-if
         move 0 to kp-tok-cnt(kp-cnt)
         perform varying tx from 6 by 1 until tx > tk-cnt
           if kp-tok-cnt(kp-cnt) < 30 then
             add 1 to kp-tok-cnt(kp-cnt)
             move function upper-case(tk(tx))
               to kp-tok(kp-cnt, kp-tok-cnt(kp-cnt))
           else
             move 'expression longer than 30 tokens' to opt-tmp
             perform b09-bad-line
             go to b95-exit
           end-if
         end-perform
         .

       b95-exit.
         exit
         .

       b05-title-line section.
         move 0 to px
         perform varying kx from 1 by 1 until kx > kp-cnt
           if kp-id(kx) = function upper-case(tk(2)) then
             move kx to px
           end-if
         end-perform
         if px = 0 or tk-cnt < 3 then
           move 'TITLE names a KPI defined above it' to opt-tmp
           perform b09-bad-line
           go to b94-exit
         end-if
         move 1 to tk-ptr
         unstring def-record delimited by all space
           into opt-tmp, opt-tmp
           with pointer tk-ptr
         end-unstring
         move def-record(tk-ptr:) to kp-title(px)
         .

       b94-exit.
         exit
         .

      * one condition from tk(tx) on, tablefilt's forms; tx is
      * left on the token after it.
       b06-take-condition section.
         move 0 to cn-text(ag-cnt, cx)
         move 0 to cn-in-cnt(ag-cnt, cx)
         move spaces to cn-lit(ag-cnt, cx) cn-lit2(ag-cnt, cx)
         move function upper-case(tk(tx)) to cn-name(ag-cnt, cx)
         move function upper-case(tk(tx + 1)) to cn-op(ag-cnt, cx)
         if tx + 2 > tk-cnt then
           move 'condition incomplete' to opt-tmp
           perform b09-bad-line
           go to b93-exit
         end-if
         move tk(tx + 2) to cn-lit(ag-cnt, cx)
         evaluate cn-op(ag-cnt, cx)
           when 'GT' when 'GE' when 'LT' when 'LE'
           when 'EQ' when 'NE'
             if function test-numval(cn-lit(ag-cnt, cx)) = 0 then
               compute cn-val(ag-cnt, cx) =
                 function numval(cn-lit(ag-cnt, cx))
             else
               move 1 to cn-text(ag-cnt, cx)
             end-if
             add 3 to tx
           when 'BETWEEN'
             if tx + 3 > tk-cnt then
               move 'BETWEEN wants two bounds' to opt-tmp
               perform b09-bad-line
               go to b93-exit
             end-if
             move tk(tx + 3) to cn-lit2(ag-cnt, cx)
             if not cn-name(ag-cnt, cx) = 'R-HEADER' then
               if function test-numval(cn-lit(ag-cnt, cx)) not = 0
                   or function test-numval(cn-lit2(ag-cnt, cx))
                     not = 0 then
                 move 'BETWEEN wants two numbers for a value '
                   & 'column' to opt-tmp
                 perform b09-bad-line
                 go to b93-exit
               end-if
               compute cn-val(ag-cnt, cx) =
                 function numval(cn-lit(ag-cnt, cx))
               compute cn-val2(ag-cnt, cx) =
                 function numval(cn-lit2(ag-cnt, cx))
             end-if
             add 4 to tx
           when 'IN' when 'NOTIN'
             if not cn-name(ag-cnt, cx) = 'R-HEADER' then
               move 'IN/NOTIN works on R-HEADER' to opt-tmp
               perform b09-bad-line
               go to b93-exit
             end-if
             unstring tk(tx + 2) delimited by ','
               into cn-in-key(ag-cnt, cx, 1),
                 cn-in-key(ag-cnt, cx, 2),
                 cn-in-key(ag-cnt, cx, 3),
                 cn-in-key(ag-cnt, cx, 4),
                 cn-in-key(ag-cnt, cx, 5),
                 cn-in-key(ag-cnt, cx, 6),
                 cn-in-key(ag-cnt, cx, 7),
                 cn-in-key(ag-cnt, cx, 8),
                 cn-in-key(ag-cnt, cx, 9),
                 cn-in-key(ag-cnt, cx, 10)
             end-unstring
             perform varying kx from 1 by 1 until kx > 10
               if not cn-in-key(ag-cnt, cx, kx) = spaces then
                 move kx to cn-in-cnt(ag-cnt, cx)
               end-if
             end-perform
             add 3 to tx
           when other
             move 'unrecognized condition operator' to opt-tmp
             perform b09-bad-line
         end-evaluate
         .

       b93-exit.
         exit
         .

       b09-bad-line section.
         display 'kpicalc: ', function trim(def-fname), ' line ',
           line-no, ': ', function trim(opt-tmp)
         display '  ', function trim(def-record)
         move 1 to def-bad
         move 1 to line-bad
         .

       b92-exit.
         exit
         .

      * one pass over a named file feeds every aggregate defined
      * on it: the header names the columns, each data row is
      * split once and offered to each of the file's aggregates.
       c00-gather-file section.
         move fl-path(fx) to tbl-fname
         move fl-delim(fx) to delim-arg
         move 0 to fl-rows(fx)
         move 0 to fl-ok(fx)
         open input tableinp
         if tbl-fs not = '00' then
           display 'kpicalc: cannot read ', function trim(fl-name(fx)),
             ' (', function trim(tbl-fname), '), status ', tbl-fs
           go to c99-exit
         end-if
         move 1 to fl-ok(fx)
         move 0 to hdr-seen
         move 0 to rec-no
         move 0 to iseof
         perform until iseof = 1
           read tableinp into table-record
           at end
             move 1 to iseof
           not at end
             add 1 to rec-no
             move 0 to csv-skip
             if fl-csv(fx) = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform c06-csv-record
             end-if
             if table-record not = spaces
                 and table-record(1:1) not = '#'
                 and csv-skip = 0 then
               perform c01-split-row
               if hdr-seen = 0 then
                 move 1 to hdr-seen
                 perform c02-resolve-columns
               else
                 add 1 to fl-rows(fx)
                 perform varying ax from 1 by 1 until ax > ag-cnt
                   if ag-file(ax) = fx and ag-ok(ax) = 1 then
                     perform c03-offer-row
                   end-if
                 end-perform
               end-if
             end-if
           end-read
         end-perform
         close tableinp
         .

       c99-exit.
         exit
         .

      * cell(1) is the row key, cell(2) on the values.
       c01-split-row section.
         move 0 to col-cnt
         move 1 to row-ptr
         compute rec-len = function length(function trim(
           table-record))
         perform until row-ptr > rec-len or col-cnt = 21
           add 1 to col-cnt
           move spaces to cell(col-cnt)
           unstring table-record delimited by all delim-arg
             into cell(col-cnt)
             with pointer row-ptr
           end-unstring
         end-perform
         perform varying jj from col-cnt by 1 until jj >= 21
           move spaces to cell(jj + 1)
         end-perform
         .

       c98-exit.
         exit
         .

      * table.cbl's header layout: the leading token labels the
      * row-header column, the rest are the c-header names.
       c02-resolve-columns section.
         perform varying jj from 1 by 1 until jj > 20
           move function upper-case(cell(jj + 1)) to col-name(jj)
         end-perform
         perform varying ax from 1 by 1 until ax > ag-cnt
           if ag-file(ax) = fx then
             move 1 to ag-ok(ax)
             move 0 to ag-col(ax)
             if not ag-col-name(ax) = '*' then
               perform varying jj from 1 by 1 until jj > 20
                 if col-name(jj) = ag-col-name(ax)
                     and not col-name(jj) = spaces then
                   move jj to ag-col(ax)
                 end-if
               end-perform
               if ag-col(ax) = 0 then
                 display 'kpicalc: ', function trim(ag-name(ax)),
                   ': no column ', function trim(ag-col-name(ax)),
                   ' in ', function trim(tbl-fname)
                 move 0 to ag-ok(ax)
               end-if
             end-if
             perform varying cx from 1 by 1
                 until cx > ag-cond-cnt(ax)
               move 0 to cn-col(ax, cx)
               if not cn-name(ax, cx) = 'R-HEADER' then
                 perform varying jj from 1 by 1 until jj > 20
                   if col-name(jj) = cn-name(ax, cx) then
                     move jj to cn-col(ax, cx)
                   end-if
                 end-perform
                 if cn-col(ax, cx) = 0 then
                   display 'kpicalc: ', function trim(ag-name(ax)),
                     ': no column ', function trim(cn-name(ax, cx)),
                     ' in ', function trim(tbl-fname)
                   move 0 to ag-ok(ax)
                 end-if
               end-if
             end-perform
           end-if
         end-perform
         .

       c97-exit.
         exit
         .

      * the row against the aggregate's conditions, folded left to
      * right as tablefilt folds them, then into the aggregate.
       c03-offer-row section.
         move 1 to row-pass
         perform varying cx from 1 by 1 until cx > ag-cond-cnt(ax)
           perform c04-eval-condition
           if cx = 1 then
             move cond-pass to row-pass
           else
             if cn-conn(ax, cx) = 'AND' then
               if row-pass = 1 and cond-pass = 1 then
                 move 1 to row-pass
               else
                 move 0 to row-pass
               end-if
             else
               if row-pass = 1 or cond-pass = 1 then
                 move 1 to row-pass
               else
                 move 0 to row-pass
               end-if
             end-if
           end-if
         end-perform
         if row-pass = 0 then
           go to c96-exit
         end-if
         if ag-col(ax) = 0 then
           add 1 to ag-n(ax)
           go to c96-exit
         end-if
         move cell(ag-col(ax) + 1) to cell-tok
         if cell-tok = '-' or cell-tok = spaces
             or function upper-case(cell-tok) = 'NA'
             or function test-numval(cell-tok) not = 0 then
           go to c96-exit
         end-if
         add 1 to ag-n(ax)
         compute ag-sum(ax) = ag-sum(ax) + function numval(cell-tok)
         .

       c96-exit.
         exit
         .

       c04-eval-condition section.
         move 0 to cond-pass
         if cn-col(ax, cx) = 0 then
           move cell(1) to cell-tok
         else
           move cell(cn-col(ax, cx) + 1) to cell-tok
           if cell-tok = '-' or function upper-case(cell-tok) = 'NA'
               then
             go to c95-exit
           end-if
         end-if
         if cn-col(ax, cx) = 0 or cn-text(ax, cx) = 1 then
           evaluate cn-op(ax, cx)
             when 'GT'
               if cell-tok > cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'GE'
               if cell-tok >= cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'LT'
               if cell-tok < cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'LE'
               if cell-tok <= cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'EQ'
               if cell-tok = cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'NE'
               if cell-tok not = cn-lit(ax, cx)
                 move 1 to cond-pass end-if
             when 'BETWEEN'
               if cell-tok >= cn-lit(ax, cx)
                   and cell-tok <= cn-lit2(ax, cx)
                 move 1 to cond-pass end-if
             when 'IN'
               perform varying kx from 1 by 1
                   until kx > cn-in-cnt(ax, cx)
                 if cell-tok = cn-in-key(ax, cx, kx) then
                   move 1 to cond-pass
                 end-if
               end-perform
             when 'NOTIN'
               move 1 to cond-pass
               perform varying kx from 1 by 1
                   until kx > cn-in-cnt(ax, cx)
                 if cell-tok = cn-in-key(ax, cx, kx) then
                   move 0 to cond-pass
                 end-if
               end-perform
           end-evaluate
           go to c95-exit
         end-if
         if function test-numval(cell-tok) not = 0 then
           go to c95-exit
         end-if
         move function numval(cell-tok) to cell-val
         evaluate cn-op(ax, cx)
           when 'GT'
             if cell-val > cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'GE'
             if cell-val >= cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'LT'
             if cell-val < cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'LE'
             if cell-val <= cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'EQ'
             if cell-val = cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'NE'
             if cell-val not = cn-val(ax, cx)
               move 1 to cond-pass end-if
           when 'BETWEEN'
             if cell-val >= cn-val(ax, cx)
                 and cell-val <= cn-val2(ax, cx)
               move 1 to cond-pass end-if
         end-evaluate
         .

       c95-exit.
         exit
         .

      * SUM of no rows is 0; an average of no rows has no value.
       c05-finish-agg section.
         if fl-ok(ag-file(ax)) = 0 then
           move 0 to ag-ok(ax)
         end-if
         if ag-ok(ax) = 0 then
           go to c94-exit
         end-if
         evaluate ag-func(ax)
           when 'SUM'
             move ag-sum(ax) to ag-val(ax)
           when 'COUNT'
             move ag-n(ax) to ag-val(ax)
           when 'AVG'
             if ag-n(ax) = 0 then
               move 0 to ag-ok(ax)
             else
               compute ag-val(ax) = ag-sum(ax) / ag-n(ax)
             end-if
         end-evaluate
         .

       c94-exit.
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       c06-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           display 'kpicalc: ', function trim(fl-name(fx)),
             ' bad row at line ', rec-no, ' skipped: ',
             function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       c93-exit.
         exit
         .

      * the expression to postfix by operator precedence, then
      * worked on a value stack; the value held against target
      * and threshold.
       e00-evaluate-kpi section.
         move 0 to ex-bad
         move 0 to ex-nodata
         move 0 to os-cnt
         move 0 to rp-cnt
         perform varying tx from 1 by 1 until tx > kp-tok-cnt(px)
             or ex-bad = 1
           evaluate kp-tok(px, tx)
             when '('
               add 1 to os-cnt
               move '(' to os-op(os-cnt)
             when ')'
               perform until os-cnt = 0 or os-op(os-cnt) = '('
                 perform e01-pop-operator
               end-perform
               if os-cnt = 0 then
                 move 1 to ex-bad
               else
                 subtract 1 from os-cnt
               end-if
             when '+' when '-' when '*' when '/'
               if kp-tok(px, tx) = '*' or kp-tok(px, tx) = '/' then
                 move 2 to prec-new
               else
                 move 1 to prec-new
               end-if
               move 9 to prec-top
               perform until os-cnt = 0 or prec-top < prec-new
                 evaluate os-op(os-cnt)
                   when '*' when '/'
                     move 2 to prec-top
                   when '+' when '-'
                     move 1 to prec-top
                   when other
                     move 0 to prec-top
                 end-evaluate
                 if prec-top >= prec-new then
                   perform e01-pop-operator
                 end-if
               end-perform
               add 1 to os-cnt
               move kp-tok(px, tx)(1:1) to os-op(os-cnt)
             when other
               add 1 to rp-cnt
               move 'V' to rp-kind(rp-cnt)
               if function test-numval(kp-tok(px, tx)) = 0 then
                 move function numval(kp-tok(px, tx))
                   to rp-val(rp-cnt)
               else
                 perform u01-find-agg
                 if ag-ok(ax) = 0 then
                   move 1 to ex-nodata
                 else
                   move ag-val(ax) to rp-val(rp-cnt)
                 end-if
               end-if
           end-evaluate
         end-perform
         perform until os-cnt = 0 or ex-bad = 1
           if os-op(os-cnt) = '(' then
             move 1 to ex-bad
           else
             perform e01-pop-operator
           end-if
         end-perform
         move 0 to vs-cnt
         perform varying tx from 1 by 1 until tx > rp-cnt
             or ex-bad = 1 or ex-nodata = 1
           if rp-kind(tx) = 'V' then
             add 1 to vs-cnt
             move rp-val(tx) to vs-val(vs-cnt)
           else
             if vs-cnt < 2 then
               move 1 to ex-bad
             else
               move vs-val(vs-cnt) to ex-b
               subtract 1 from vs-cnt
               move vs-val(vs-cnt) to ex-a
               evaluate rp-op(tx)
                 when '+'
                   compute vs-val(vs-cnt) = ex-a + ex-b
                 when '-'
                   compute vs-val(vs-cnt) = ex-a - ex-b
                 when '*'
                   compute vs-val(vs-cnt) = ex-a * ex-b
                 when '/'
                   if ex-b = 0 then
                     move 1 to ex-nodata
                   else
                     compute vs-val(vs-cnt) = ex-a / ex-b
                   end-if
               end-evaluate
             end-if
           end-if
         end-perform
         if ex-bad = 0 and ex-nodata = 0 and vs-cnt not = 1 then
           move 1 to ex-bad
         end-if
         evaluate true
           when ex-bad = 1
             display 'kpicalc: KPI ', function trim(kp-id(px)),
               ': the expression does not parse'
             move 'NO DATA' to kp-rag(px)
             add 1 to nodata-cnt
             go to e99-exit
           when ex-nodata = 1
             move 'NO DATA' to kp-rag(px)
             add 1 to nodata-cnt
             go to e99-exit
         end-evaluate
         move vs-val(1) to kp-val(px)
         if kp-dir(px) = 'HI' then
           evaluate true
             when kp-val(px) >= kp-target(px)
               move 'GREEN' to kp-rag(px)
             when kp-val(px) >= kp-thresh(px)
               move 'AMBER' to kp-rag(px)
             when other
               move 'RED' to kp-rag(px)
           end-evaluate
         else
           evaluate true
             when kp-val(px) <= kp-target(px)
               move 'GREEN' to kp-rag(px)
             when kp-val(px) <= kp-thresh(px)
               move 'AMBER' to kp-rag(px)
             when other
               move 'RED' to kp-rag(px)
           end-evaluate
         end-if
         evaluate kp-rag(px)
           when 'GREEN' add 1 to green-cnt
           when 'AMBER' add 1 to amber-cnt
           when other add 1 to red-cnt
         end-evaluate
         .

       e99-exit.
         exit
         .

       e01-pop-operator section.
         add 1 to rp-cnt
         move 'O' to rp-kind(rp-cnt)
         move os-op(os-cnt) to rp-op(rp-cnt)
         subtract 1 from os-cnt
         .

       e98-exit.
         exit
         .

      * the one-page report: the KPIs with their RAG status, then
      * the aggregates they were worked from and the files read.
       h00-report section.
         display 'KPI report  ', datetime-str, '  run ',
           function trim(run-id), '  ', function trim(def-fname)
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         move 'title' to opt-tmp
         move 'value' to value-dsp
         move 'target' to target-dsp
         move 'threshold' to thresh-dsp
         display '  id     ', opt-tmp(1:40), ' hl ', value-dsp, ' ',
           target-dsp, ' ', thresh-dsp, ' status'
         perform varying px from 1 by 1 until px > kp-cnt
           move spaces to value-dsp
           if not kp-rag(px) = 'NO DATA' then
             move kp-val(px) to float53
             perform u02-number-text
             move numstr53 to value-dsp
           else
             move '-' to value-dsp
           end-if
           move kp-target(px) to float53
           perform u02-number-text
           move numstr53 to target-dsp
           move kp-thresh(px) to float53
           perform u02-number-text
           move numstr53 to thresh-dsp
           display '  ', kp-id(px), ' ', kp-title(px), ' ',
             function trim(kp-dir(px)), ' ',
             value-dsp, ' ', target-dsp, ' ', thresh-dsp, ' ',
             kp-rag(px)
         end-perform
         display ' '
         display '  ', green-cnt, ' green, ', amber-cnt, ' amber, ',
           red-cnt, ' red, ', nodata-cnt, ' no data'
         display ' '
         display '  aggregates:'
         perform varying ax from 1 by 1 until ax > ag-cnt
           move ag-n(ax) to n-dsp
           if ag-ok(ax) = 1 then
             move ag-val(ax) to float53
             perform u02-number-text
           else
             move 'no data' to numstr53
           end-if
           display '    ', ag-name(ax), ' ', ag-func(ax), ' ',
             function trim(fl-name(ag-file(ax))), '.',
             function trim(ag-col-name(ax)), ' = ',
             function trim(numstr53), ' (', function trim(n-dsp),
             ' row(s))'
           if not ag-where(ax) = spaces then
             display '      where ', function trim(ag-where(ax))
           end-if
         end-perform
         display '  files:'
         perform varying fx from 1 by 1 until fx > fl-cnt
           move fl-rows(fx) to n-dsp
           if fl-ok(fx) = 1 then
             display '    ', fl-name(fx), ' ',
               function trim(fl-path(fx)), ' ',
               function trim(n-dsp), ' data row(s)'
           else
             display '    ', fl-name(fx), ' ',
               function trim(fl-path(fx)), ' NOT READ'
           end-if
         end-perform
         .

       h99-exit.
         exit
         .

      * one line per KPI with a value, in table.cbl's history
      * layout: the KPI id as col=, its value as sum=.
       j00-write-history section.
         open extend histfile
         if hist-fs not = '00' then
           open output histfile
         end-if
         if hist-fs not = '00' then
           display 'kpicalc: cannot write history ',
             function trim(hist-fname), ', status ', hist-fs
           go to j99-exit
         end-if
         perform varying px from 1 by 1 until px > kp-cnt
           if not kp-rag(px) = 'NO DATA' then
             move kp-val(px) to float53
             perform u02-number-text
             move numstr53 to value-dsp
             move kp-target(px) to float53
             perform u02-number-text
             move numstr53 to target-dsp
             move kp-thresh(px) to float53
             perform u02-number-text
             move numstr53 to thresh-dsp
             move spaces to hist-record
             string datetime-str ' file=' function trim(def-fname)
               ' col=' function trim(kp-id(px))
               ' sum=' function trim(value-dsp)
               ' rag=' function trim(kp-rag(px))
               ' target=' function trim(target-dsp)
               ' threshold=' function trim(thresh-dsp)
               ' run=' function trim(run-id)
               delimited by size into hist-record
             end-string
             write hist-record
             add 1 to hist-cnt
           end-if
         end-perform
         close histfile
         display 'kpicalc: ', hist-cnt, ' KPI value(s) appended to ',
           function trim(hist-fname)
         move 'kpicalc' to lin-program
         move hist-fname to lin-out-file
         move 0 to lin-in-count
         perform varying fx from 1 by 1 until fx > fl-cnt
           if fl-ok(fx) = 1 then
             add 1 to lin-in-count
             move fl-path(fx) to lin-in-file(lin-in-count)
           end-if
         end-perform
         move run-id to lin-run-id
         call 'lineage-record' using lineage-data
         .

       j99-exit.
         exit
         .

       u01-find-agg section.
         move 0 to ax
         perform varying kx from 1 by 1 until kx > ag-cnt
           if ag-name(kx) = kp-tok(px, tx) then
             move kx to ax
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

      * float53 to text at four decimals, as table.cbl prints its
      * figures.
       u02-number-text section.
         move 4 to dp53
         call 'trim-float53' using number53
         if numstr53 = '.' then
           move '0' to numstr53
         end-if
         .

       u98-exit.
         exit
         .
