      * private accumulation loop.
      *
      *   rollup in-table-file out-table-file prefix-len SUM|AVG
      *     [KEYPOS=n] [, or ; or CSV]
      *   rollup in-table-file out-table-file FPERIOD|FQUARTER
      *     SUM|AVG [KEYPOS=n] [, or ; or CSV]
      *
      * FPERIOD and FQUARTER group dated keys (the 8-digit YYYYMMDD
      * at KEYPOS, default 1) by fiscal period or fiscal quarter
      * from the fiscal calendar (utl/fiscal-cal.cbl), so the
      * period-end summary finance closes on comes straight out of
      * the daily extract. A row whose date is not on the calendar
      * is reported and left out.
      *
      *   rollup in-table-file out-table-file HIER=hierarchy-file
      *     SUM|AVG [KEYLEN=n] [, or ; or CSV]
      *
      * HIER= rolls the rows up an organisation tree instead of a
      * key prefix, because branches move between regions and
      * region codes share no prefix with their branches. The
      * hierarchy file ('*' comments) holds one line per node -
      *   child-key parent-key level-name
      * with '-' (or nothing) as the parent of a top node. Each row
      * attaches to the node named by its r-header (or its first
      * KEYLEN= characters) and counts in that node and every node
      * above it. The output holds one row per node, top-down in
      * hierarchy-file order, and the indented report with each
      * node's subtotal and level goes to the display. A row whose
      * key is not in the hierarchy, a node inside or under a
      * parent cycle, a parent that is never itself defined and a
      * child defined twice are all reported (4), not dropped
      * silently. A reorganisation is a change to the hierarchy
      * file; the history keeps its own keys.

       environment division.
         input-output section.
           organization is line sequential.
           select tableout assign to foutname
           organization is line sequential.
           select hierfile assign to hier-fname
           organization is line sequential
           file status is hier-fs.

       data division.
         file section.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd hierfile.
           01 hier-record pic x(132) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 len-arg pic x(136) value spaces.
             05 prefix-len pic 9(2) value 0.
             05 mode-arg pic x(3) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 opt-tmp pic x(40) value spaces.
             05 fiscal-mode pic 9 value 0.
             05 key-pos pic 9(2) value 1.
             05 date-tok pic x(8) value spaces.
             05 unmapped-count pic 9(4) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 grp-count pic 9(3) value 0.
             05 grp-key pic x(32) occurs 999 times value spaces.
             05 grp-found pic 9 value 0.
             05 row-grp pic x(32) occurs 999 times value spaces.
             05 out-ptr pic 9(4) value 1.
             05 out-val pic -9(16).9(15) value 0.0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
      *    the hierarchy: one node per child line, its parent
      *    resolved to a node index (0 for a top node), its depth
      *    below the top, and nd-bad 1 inside a parent cycle, 2
      *    under one.
             05 hier-mode pic 9 value 0.
             05 hier-fname pic x(128) value spaces.
             05 hier-fs pic xx value '00'.
             05 key-len pic 9(2) value 0.
             05 look-key pic x(32) value spaces.
             05 hier-tok pic x(32) occurs 3 times value spaces.
             05 hier-ptr pic 9(4) value 1.
             05 hier-len pic 9(4) value 0.
             05 nd-count pic 9(3) value 0.
             05 nd-full-warned pic 9 value 0.
             05 nd-entry occurs 999 times.
               10 nd-key pic x(32).
               10 nd-parent pic x(32).
               10 nd-level pic x(16).
               10 nd-par-ix pic 9(3).
               10 nd-depth pic 9(3).
               10 nd-bad pic 9.
               10 nd-rows pic 9(4).
             05 nn pic 9(3) value 0.
             05 pp pic 9(3) value 0.
             05 steps pic 9(4) value 0.
             05 row-node pic 9(3) occurs 999 times value 0.
             05 in-tree pic 9 value 0.
             05 ord-count pic 9(3) value 0.
             05 ord-ix pic 9(3) occurs 999 times value 0.
             05 stk-count pic 9(4) value 0.
             05 stk-ix pic 9(3) occurs 999 times value 0.
             05 orphan-count pic 9(4) value 0.
             05 cycle-count pic 9(4) value 0.
             05 cycle-rows pic 9(4) value 0.
             05 undef-count pic 9(4) value 0.
             05 dup-count pic 9(4) value 0.
             05 rep-line pic x(200) value spaces.
             05 rep-ptr pic 9(4) value 1.
             05 rep-cell pic x(14) justified right value spaces.
             05 rows-dsp pic zzz9 value 0.
             05 number53.
               copy num53.
             05 table-stats.
               copy tablestats.
             05 fiscal-data.
               copy fiscaldata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    each table's t-row carries an OCCURS DEPENDING ON, which
      *    GnuCOBOL only allows on the last item of its record, so
      *    the scratch 1d table and the loaded 3d table each get
         if fname = spaces or foutname = spaces
             or len-arg = spaces or mode-arg = spaces then
           display 'usage: rollup in-table-file out-table-file ',
             'prefix-len|FPERIOD|FQUARTER|HIER=hierarchy-file ',
             'SUM|AVG [KEYPOS=n] [KEYLEN=n] [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         move function upper-case(len-arg) to opt-tmp
         if opt-tmp(1:5) = 'HIER=' then
           move 1 to hier-mode
           move len-arg(6:128) to hier-fname
           move 32 to prefix-len
         end-if
         evaluate opt-tmp
           when 'FPERIOD'
             move 1 to fiscal-mode
             move 10 to prefix-len
           when 'FQUARTER'
             move 2 to fiscal-mode
             move 10 to prefix-len
           when other
             if function test-numval(len-arg) = 0 then
               move function numval(len-arg) to prefix-len
             end-if
         end-evaluate
         if prefix-len < 1 or prefix-len > 32 then
           display 'rollup: prefix-len must be 1 through 32'
           move 8 to return-code
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
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
               end-if
               if key-pos < 1 or key-pos > 25 then
                 move 1 to key-pos
               end-if
             when function upper-case(opt-tmp(1:7)) = 'KEYLEN='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-len
               end-if
               if key-len > 32 then
                 move 0 to key-len
               end-if
             when other
               display 'rollup: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         perform g00-read-file
         if f-length = 0 then
           display 'rollup: no data rows found in ',
           move 8 to return-code
           go to a99-end
         end-if
         if hier-mode = 1 then
           perform n00-load-hierarchy
           if nd-count = 0 then
             display 'rollup: no nodes in hierarchy file ',
               function trim(hier-fname)
             move 8 to return-code
             go to a99-end
           end-if
           perform n01-resolve-parents
           perform n02-place-rows
           perform n03-order-tree
           perform n04-write-hierarchy
           perform n06-print-tree
           display 'rollup: ', mode-arg, ' of ', f-length,
             ' row(s) up ', nd-count, ' node(s) written to ',
             function trim(foutname)
           if orphan-count > 0 then
             display 'rollup: ', orphan-count, ' row(s) with a key ',
               'not in the hierarchy left out'
           end-if
           if cycle-count > 0 then
             display 'rollup: ', cycle-count, ' node(s) in or under',
               ' a parent cycle left out with ', cycle-rows,
               ' row(s)'
           end-if
           if bad-row-count > 0 or orphan-count > 0
               or cycle-count > 0 or undef-count > 0
               or dup-count > 0 then
             move 4 to return-code
           end-if
           go to a99-end
         end-if
         perform h01-assign-groups
         perform h00-collect-groups
         perform j00-write-rollup
         display 'rollup: ', mode-arg, ' of ', f-length,
           ' row(s) into ', grp-count, ' group(s) written to ',
           function trim(foutname)
         if unmapped-count > 0 then
           display 'rollup: ', unmapped-count, ' row(s) dated ',
             'outside the fiscal calendar left out'
         end-if
         if bad-row-count > 0 or unmapped-count > 0 then
           move 4 to return-code
         end-if
         .
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g03-csv-record
             end-if
             if table-record = spaces
                 or table-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g03-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'rollup: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g96-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         move 0 to grp-count
         perform varying ii from 1 by 1 until f-length < ii
           move 0 to grp-found
           if row-grp(ii) = spaces then
             move 1 to grp-found
           end-if
           perform varying gg from 1 by 1 until gg > grp-count
             if grp-key(gg) = row-grp(ii) then
               move 1 to grp-found
             end-if
           end-perform
           if grp-found = 0 then
             add 1 to grp-count
             move row-grp(ii) to grp-key(grp-count)
           end-if
         end-perform
         .
         exit
         .

      * the group each row rolls into: its r-header prefix, or the
      * fiscal period or quarter label of the date at KEYPOS. A
      * row the fiscal calendar does not cover gets no group.
       h01-assign-groups section.
         perform varying ii from 1 by 1 until f-length < ii
           move spaces to row-grp(ii)
           if fiscal-mode = 0 then
             move r-header-3d(ii)(1:prefix-len) to row-grp(ii)
           else
             move r-header-3d(ii)(key-pos:8) to date-tok
             move 0 to fis-found
             if function test-numval(date-tok) = 0 then
               move function numval(date-tok) to fis-date
               call 'fiscal-period-of' using fiscal-data
             end-if
             if fis-found = 0 then
               add 1 to unmapped-count
               display 'rollup: ', function trim(r-header-3d(ii)),
                 ' is not on the fiscal calendar'
             else
               if fiscal-mode = 1 then
                 move fis-per-label to row-grp(ii)
               else
                 move fis-qtr-label to row-grp(ii)
               end-if
             end-if
           end-if
         end-perform
         .

       h98-exit.
         exit
         .

      * for each group and column, the matching rows' values are
      * copied into a scratch table-data-1d and handed to the shared
      * stats-table-1d entry - its st-sum/st-avg figure becomes the
           perform varying jj from 1 by 1 until jj > col-length
             move 0 to t-length
             perform varying ii from 1 by 1 until f-length < ii
               if grp-key(gg) = row-grp(ii) then
                 add 1 to t-length
                 move t-val-3d(ii, jj)
                   to t-val(t-length)
         exit
         .

      * one node per child line of the hierarchy file; a child
      * defined twice keeps its first parent.
       n00-load-hierarchy section.
         open input hierfile
         if hier-fs not = '00' then
           display 'rollup: cannot open hierarchy file ',
             function trim(hier-fname), ', status ', hier-fs
           go to n99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read hierfile into hier-record
           at end
             move 1 to iseof
           not at end
             if hier-record not = spaces
                 and hier-record(1:1) not = '*' then
               perform n05-take-node
             end-if
           end-read
         end-perform
         close hierfile
         .

       n99-exit.
         exit
         .

      * each node's parent index and depth. A parent that is never
      * a child line is reported and stands as a top node of its
      * own; a chain that climbs for more steps than there are
      * nodes without reaching the top has a cycle in it.
       n01-resolve-parents section.
         perform varying nn from 1 by 1 until nn > nd-count
           move 0 to nd-par-ix(nn)
           if nd-parent(nn) not = spaces
               and nd-parent(nn) not = '-' then
             perform varying pp from 1 by 1
                 until pp > nd-count or nd-par-ix(nn) > 0
               if nd-key(pp) = nd-parent(nn) then
                 move pp to nd-par-ix(nn)
               end-if
             end-perform
             if nd-par-ix(nn) = 0 and nd-count < 999 then
               add 1 to undef-count
               display 'rollup: parent ',
                 function trim(nd-parent(nn)), ' of ',
                 function trim(nd-key(nn)), ' is not defined, ',
                 'taken as a top node'
               add 1 to nd-count
               move nd-parent(nn) to nd-key(nd-count)
               move spaces to nd-parent(nd-count)
               move 'UNDEFINED' to nd-level(nd-count)
               move 0 to nd-par-ix(nd-count)
               move 0 to nd-bad(nd-count)
               move 0 to nd-rows(nd-count)
               move nd-count to nd-par-ix(nn)
             end-if
           end-if
         end-perform
         perform varying nn from 1 by 1 until nn > nd-count
           move 0 to steps
           move nd-par-ix(nn) to pp
           perform until pp = 0 or pp = nn or steps > nd-count
             add 1 to steps
             move nd-par-ix(pp) to pp
           end-perform
           move steps to nd-depth(nn)
           evaluate true
             when pp = nn
               move 1 to nd-bad(nn)
               add 1 to cycle-count
               display 'rollup: node ', function trim(nd-key(nn)),
                 ' is in a parent cycle'
             when pp > 0
               move 2 to nd-bad(nn)
               add 1 to cycle-count
               display 'rollup: node ', function trim(nd-key(nn)),
                 ' sits under a parent cycle'
             when other
               continue
           end-evaluate
         end-perform
         .

       n98-exit.
         exit
         .

      * each row's node; the key not in the hierarchy, or on a
      * node the tree cannot place, is named and left out.
       n02-place-rows section.
         perform varying ii from 1 by 1 until f-length < ii
           move r-header-3d(ii) to look-key
           if key-len > 0 then
             move spaces to look-key
             move r-header-3d(ii)(1:key-len) to look-key
           end-if
           move 0 to row-node(ii)
           perform varying nn from 1 by 1
               until nn > nd-count or row-node(ii) > 0
             if nd-key(nn) = look-key then
               move nn to row-node(ii)
             end-if
           end-perform
           evaluate true
             when row-node(ii) = 0
               add 1 to orphan-count
               display 'rollup: ', function trim(r-header-3d(ii)),
                 ' has no node in the hierarchy'
             when nd-bad(row-node(ii)) > 0
               add 1 to cycle-rows
               move 0 to row-node(ii)
             when other
               add 1 to nd-rows(row-node(ii))
           end-evaluate
         end-perform
         .

       n97-exit.
         exit
         .

      * top-down order: each top node in file order, then its
      * children in file order beneath it, depth first.
       n03-order-tree section.
         move 0 to ord-count
         move 0 to stk-count
         perform varying nn from nd-count by -1 until nn < 1
           if nd-par-ix(nn) = 0 and nd-bad(nn) = 0 then
             add 1 to stk-count
             move nn to stk-ix(stk-count)
           end-if
         end-perform
         perform until stk-count = 0
           move stk-ix(stk-count) to pp
           subtract 1 from stk-count
           add 1 to ord-count
           move pp to ord-ix(ord-count)
           perform varying nn from nd-count by -1 until nn < 1
             if nd-par-ix(nn) = pp and nd-bad(nn) = 0
                 and stk-count < 999 then
               add 1 to stk-count
               move nn to stk-ix(stk-count)
             end-if
           end-perform
         end-perform
         .

       n96-exit.
         exit
         .

      * one output row per node: each column's SUM or AVG over the
      * rows of the node and every node beneath it.
       n04-write-hierarchy section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string 'NODE' delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > col-length
           perform n08-put-delim
           string function trim(c-header-3d(jj))
             delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-perform
         write table-out-record
         perform varying gg from 1 by 1 until gg > ord-count
           move ord-ix(gg) to pp
           move spaces to table-out-record
           move 1 to out-ptr
           string function trim(nd-key(pp)) delimited by size
             into table-out-record with pointer out-ptr
           end-string
           perform varying jj from 1 by 1 until jj > col-length
             perform n07-node-figure
             perform n08-put-delim
             string function trim(numstr53) delimited by size
               into table-out-record with pointer out-ptr
             end-string
           end-perform
           write table-out-record
         end-perform
         close tableout
         perform z00-swap-output
         .

       n95-exit.
         exit
         .

       n05-take-node section.
         perform varying jj from 1 by 1 until jj > 3
           move spaces to hier-tok(jj)
         end-perform
         move 1 to hier-ptr
         compute hier-len = function length(function trim(
           hier-record, trailing))
         perform varying jj from 1 by 1
             until jj > 3 or hier-ptr > hier-len
           unstring hier-record delimited by all space
             into hier-tok(jj)
             with pointer hier-ptr
           end-unstring
           if hier-tok(jj) = spaces then
             subtract 1 from jj
           end-if
         end-perform
         if hier-tok(1) = spaces then
           go to n94-exit
         end-if
         perform varying nn from 1 by 1 until nn > nd-count
           if nd-key(nn) = hier-tok(1) then
             add 1 to dup-count
             display 'rollup: node ', function trim(hier-tok(1)),
               ' defined again under ', function trim(hier-tok(2)),
               ', first definition kept'
             go to n94-exit
           end-if
         end-perform
         if nd-count >= 999 then
           if nd-full-warned = 0 then
             display 'rollup: more than 999 nodes, extra lines ',
               'ignored'
             move 1 to nd-full-warned
           end-if
           go to n94-exit
         end-if
         add 1 to nd-count
         move hier-tok(1) to nd-key(nd-count)
         move hier-tok(2) to nd-parent(nd-count)
         move hier-tok(3) to nd-level(nd-count)
         move 0 to nd-par-ix(nd-count)
         move 0 to nd-depth(nd-count)
         move 0 to nd-bad(nd-count)
         move 0 to nd-rows(nd-count)
         .

       n94-exit.
         exit
         .

      * the indented report: each node at two places per level
      * with its level name, row count and subtotals.
       n06-print-tree section.
         display ' '
         display 'rollup of ', function trim(fname), ' up ',
           function trim(hier-fname), ' (', mode-arg, ')'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         move spaces to rep-line
         move 'node' to rep-line(1:4)
         move 'level' to rep-line(31:5)
         move 'rows' to rep-line(45:4)
         move 50 to rep-ptr
         perform varying jj from 1 by 1 until jj > col-length
           move function trim(c-header-3d(jj)) to rep-cell
           move rep-cell to rep-line(rep-ptr:14)
           add 14 to rep-ptr
         end-perform
         display function trim(rep-line, trailing)
         perform varying gg from 1 by 1 until gg > ord-count
           move ord-ix(gg) to pp
           move spaces to rep-line
           compute rep-ptr = nd-depth(pp) * 2 + 1
           if rep-ptr > 21 then
             move 21 to rep-ptr
           end-if
           string function trim(nd-key(pp)) delimited by size
             into rep-line with pointer rep-ptr
           end-string
           move nd-level(pp) to rep-line(31:14)
           move 0 to steps
           perform varying ii from 1 by 1 until f-length < ii
             perform n09-row-in-node
             if in-tree = 1 then
               add 1 to steps
             end-if
           end-perform
           move steps to rows-dsp
           move rows-dsp to rep-line(45:4)
           move 50 to rep-ptr
           perform varying jj from 1 by 1 until jj > col-length
             perform n07-node-figure
             move function trim(numstr53) to rep-cell
             move rep-cell to rep-line(rep-ptr:14)
             add 14 to rep-ptr
           end-perform
           display function trim(rep-line, trailing)
         end-perform
         display ' '
         .

       n93-exit.
         exit
         .

      * node pp's column jj figure into numstr53, through the same
      * stats-table-1d entry the prefix rollup uses.
       n07-node-figure section.
         move 0 to t-length
         perform varying ii from 1 by 1 until f-length < ii
           perform n09-row-in-node
           if in-tree = 1 then
             add 1 to t-length
             move t-val-3d(ii, jj) to t-val(t-length)
             move t-miss-3d(ii, jj) to t-miss(t-length)
           end-if
         end-perform
         call 'stats-table-1d' using table-data-1d,
           table-stats
         if st-count = 0 then
           move 'NA' to numstr53
         else
           if mode-arg = 'SUM' then
             move st-sum to out-val
           else
             move st-avg to out-val
           end-if
           move out-val to float53
           call 'trim-float53' using number53
         end-if
         .

       n92-exit.
         exit
         .

       n08-put-delim section.
         if delim-arg = space then
           string ' ' delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-arg delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         .

       n91-exit.
         exit
         .

      * in-tree 1 when row ii's node is node pp or lies beneath it.
       n09-row-in-node section.
         move 0 to in-tree
         move row-node(ii) to nn
         perform until nn = 0 or in-tree = 1
           if nn = pp then
             move 1 to in-tree
           else
             move nd-par-ix(nn) to nn
           end-if
         end-perform
         .

       n90-exit.
         exit
         .

      * atomic write-and-swap: the output is written under a
      * temporary name and renamed into place only after a clean
      * close and trailer write, so a crash mid-write can never
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'rollup: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'rollup' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         if hier-mode = 1 then
           move 2 to lin-in-count
           move hier-fname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
