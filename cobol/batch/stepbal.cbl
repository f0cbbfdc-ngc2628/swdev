       identification division.
         program-id. stepbal.

      * inter-step balancing for one chain run: every step stamps
      * its own rows read and written in audit.log and every table
      * file carries its own control trailer, but a step that drops
      * rows and writes a consistent trailer over what is left
      * passes both. This check follows the run's steps through
      * the lineage registry (utl/lineage-log.cbl) and audit.log,
      * by run id, and proves the rows and totals are conserved
      * from each step to the next:
      *   - each step's output against its inputs - rows and
      *     control total the same unless the rules file declares
      *     the step changes them;
      *   - each file handed on within the run: what the reading
      *     step found in its trailer against what the writing
      *     step recorded;
      *   - the chain's audit counts: rows written by the EXTRACT
      *     (pqbulk, or pqconn's export) against rows read by
      *     SORT, SORT's rows read against written, and rows read
      *     by TABLE against rows written by SORT.
      *
      *   stepbal [RUN=run-id] [RULES=file] [AUDIT=file|dir]
      *     [LINEAGE=file] [OUT=evidence-file]
      *
      * RUN= defaults to SUITERUNID, so batchchain's BALANCE step
      * balances the run it is part of. The rules file (RULES=,
      * default stepbal.rules) declares the steps that
      * legitimately change counts, one line per program ('*'
      * comments):
      *   program [ROWS=EQUAL|LE|GE|ANY] [TOTAL=EQUAL|LE|GE|ANY]
      * e.g. 'tablefilt ROWS=LE TOTAL=ANY', 'rollup ROWS=LE'; the
      * output is held against the sum of the step's inputs, so a
      * merge balances as EQUAL, and an undeclared program or a
      * missing key is EQUAL. A rule for sort applies to its audit
      * counts too. AUDIT= names one log or a directory of
      * audit*.log files, default LOGDIR's logs or ./audit.log;
      * LINEAGE= defaults to LINEAGE or ./lineage.log.
      * Every figure compared, and the run's audit and lineage
      * lines themselves, go to the evidence file (OUT=, default
      * stepbal.<run-id>.txt). A break is reported under BAL001
      * (rows) or BAL002 (totals) and returns 8; a run found in
      * neither log returns 4 (BAL003).

       environment division.
         input-output section.
         file-control.
           select rulefile assign to rule-fname
           organization is line sequential
           file status is rule-fs.
           select listfile assign to list-name
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.
           select evidfile assign to evid-fname
           organization is line sequential
           file status is evid-fs.

       data division.
         file section.
         fd rulefile.
           01 rule-record pic x(255) value spaces.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-record pic x(600) value spaces.
         fd evidfile.
           01 evid-record pic x(600) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 opt-tmp pic x(136) value spaces.
             05 run-arg pic x(17) value spaces.
             05 rule-fname pic x(128) value spaces.
             05 rule-fs pic xx value '00'.
             05 audit-src pic x(128) value spaces.
             05 lin-fname pic x(128) value spaces.
             05 evid-fname pic x(140) value spaces.
             05 evid-fs pic xx value '00'.
             05 list-name pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 log-fname pic x(255) value spaces.
             05 log-fs pic xx value '00'.
             05 iseof pic 9 value 0.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cmd-buf pic x(1024) value spaces.
             05 tok pic x(160) value spaces.
             05 tok-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 sx pic 9(4) value 0.
             05 px pic 9(4) value 0.
             05 ix pic 9(4) value 0.
             05 jx pic 9(4) value 0.
             05 rx pic 9(4) value 0.
             05 ax pic 9(4) value 0.
             05 run-tok pic x(17) value spaces.
             05 job-tok pic x(16) value spaces.
             05 read-tok pic x(12) value spaces.
             05 written-tok pic x(12) value spaces.
             05 status-tok pic x(16) value spaces.
             05 end-seen pic 9 value 0.
             05 prog-tok pic x(16) value spaces.
             05 out-tok pic x(128) value spaces.
             05 outgen-tok pic x(14) value spaces.
             05 outrows-tok pic x(12) value spaces.
             05 outtotal-tok pic x(34) value spaces.
             05 in-tok pic x(128) value spaces.
             05 inrows-tok pic x(12) value spaces.
             05 intotal-tok pic x(34) value spaces.
             05 rows-rel pic x(5) value spaces.
             05 total-rel pic x(5) value spaces.
             05 sum-rows pic s9(16)v9(6) value 0.
             05 sum-total pic s9(16)v9(6) value 0.
             05 sum-rows-ok pic 9 value 0.
             05 sum-total-ok pic 9 value 0.
             05 audit-lines pic 9(6) value 0.
             05 lin-lines pic 9(6) value 0.
             05 chk-cnt pic 9(4) value 0.
             05 row-breaks pic 9(4) value 0.
             05 total-breaks pic 9(4) value 0.
             05 cnt-dsp pic z(3)9 value 0.
      *      one comparison, as k00-compare takes it: what is
      *      compared, the relation, the two sides and their text.
             05 chk-kind pic x value space.
             05 chk-what pic x(24) value spaces.
             05 chk-rel pic x(5) value spaces.
             05 chk-left pic s9(16)v9(6) value 0.
             05 chk-right pic s9(16)v9(6) value 0.
             05 chk-left-str pic x(160) value spaces.
             05 chk-right-str pic x(160) value spaces.
             05 chk-ok pic 9 value 0.
             05 chk-tag pic x(6) value spaces.
             05 extract-job pic x(16) value spaces.
             05 extract-rows pic s9(16)v9(6) value 0.
             05 num-in pic s9(16)v9(6) value 0.
             05 num-text pic x(34) value spaces.
             05 rows-dsp pic -(15)9 value 0.
             05 number53.
               copy num53.
             05 msgcat-data.
               copy msgcat.
      *    the declared relationships.
           01 rule-table.
             05 rule-cnt pic 9(2) value 0.
             05 rule-entry occurs 50 times.
               10 ru-prog pic x(16).
               10 ru-rows pic x(5).
               10 ru-total pic x(5).
      *    the run's audit lines with an end=, the last per job.
           01 job-table.
             05 job-cnt pic 9(2) value 0.
             05 job-entry occurs 50 times.
               10 jb-job pic x(16).
               10 jb-read pic s9(16)v9(6).
               10 jb-written pic s9(16)v9(6).
               10 jb-status pic x(16).
      *    the run's lineage steps in the order written, each an
      *    output and the inputs that fed it.
           01 step-table.
             05 step-cnt pic 9(4) value 0.
             05 step-entry occurs 200 times.
               10 st-prog pic x(16).
               10 st-out pic x(128).
               10 st-outgen pic x(14).
               10 st-outrows pic x(12).
               10 st-outtotal pic x(34).
               10 st-in-first pic 9(4).
               10 st-in-cnt pic 9(4).
           01 input-table.
             05 inp-cnt pic 9(4) value 0.
             05 inp-entry occurs 1000 times.
               10 ip-file pic x(128).
               10 ip-rows pic x(12).
               10 ip-total pic x(34).

       procedure division.
       a00-start section.
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:4)) = 'RUN='
               move opt-tmp(5:17) to run-arg
             when function upper-case(opt-tmp(1:6)) = 'RULES='
               move opt-tmp(7:128) to rule-fname
             when function upper-case(opt-tmp(1:6)) = 'AUDIT='
               move opt-tmp(7:128) to audit-src
             when function upper-case(opt-tmp(1:8)) = 'LINEAGE='
               move opt-tmp(9:128) to lin-fname
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:132) to evid-fname
             when other
               display 'stepbal: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if run-arg = spaces then
           display "SUITERUNID" upon environment-name
           accept run-arg from environment-value
             on exception
               move spaces to run-arg
           end-accept
         end-if
         if run-arg = spaces then
           display 'usage: stepbal [RUN=run-id] [RULES=file] ',
             '[AUDIT=file|dir] [LINEAGE=file] [OUT=evidence-file]',
             ' - no run id given and SUITERUNID is not set'
           move 8 to return-code
           go to a99-end
         end-if
         if rule-fname = spaces then
           move 'stepbal.rules' to rule-fname
         end-if
         if audit-src = spaces then
           display "LOGDIR" upon environment-name
           accept audit-src from environment-value
             on exception
               move spaces to audit-src
           end-accept
         end-if
         if audit-src = spaces then
           call 'run-env-get' using run-env, run-env-logdir
           move run-env-logdir to audit-src
         end-if
         if audit-src = spaces then
           move 'audit.log' to audit-src
         end-if
         if lin-fname = spaces then
           display "LINEAGE" upon environment-name
           accept lin-fname from environment-value
             on exception
               move spaces to lin-fname
           end-accept
         end-if
         if lin-fname = spaces then
           move 'lineage.log' to lin-fname
         end-if
         if evid-fname = spaces then
           string 'stepbal.' function trim(run-arg) '.txt'
             delimited by size into evid-fname
           end-string
         end-if
         open output evidfile
         if evid-fs not = '00' then
           display 'stepbal: cannot write the evidence file ',
             function trim(evid-fname)
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to evid-record
         string '# stepbal run=' function trim(run-arg)
           ' rules=' function trim(rule-fname)
           ' audit=' function trim(audit-src)
           ' lineage=' function trim(lin-fname)
           delimited by size into evid-record
         end-string
         write evid-record
         display 'stepbal: balancing run ', function trim(run-arg)
         perform b00-load-rules
         perform c00-list-audit
         perform c01-read-audit
         perform d00-read-lineage
         if audit-lines = 0 and lin-lines = 0 then
           move 'BAL003' to msg-code
           move spaces to msg-detail
           string 'run ' function trim(run-arg)
             delimited by size into msg-detail
           end-string
           call 'msg-display' using msgcat-data
           move '# run not found in the audit or lineage logs'
             to evid-record
           write evid-record
           close evidfile
           move 4 to return-code
           go to a99-end
         end-if
         move '# checks' to evid-record
         write evid-record
         perform e00-check-steps
         perform e10-check-handoffs
         perform e20-check-audit
         perform f00-verdict
         close evidfile
         .
       a99-end.
         stop run
         .

      * the rules file, when there is one.
       b00-load-rules section.
         move 0 to rule-cnt
         open input rulefile
         if rule-fs not = '00' then
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read rulefile
             at end
               move 1 to iseof
             not at end
               if not rule-record = spaces
                   and not rule-record(1:1) = '*'
                   and rule-cnt < 50 then
                 perform b01-take-rule
               end-if
           end-read
         end-perform
         close rulefile
         .

       b99-exit.
         exit
         .

       b01-take-rule section.
         add 1 to rule-cnt
         move spaces to ru-prog(rule-cnt)
         move 'EQUAL' to ru-rows(rule-cnt)
         move 'EQUAL' to ru-total(rule-cnt)
         move 1 to tok-ptr
         move function length(function trim(rule-record))
           to rec-len
         move spaces to tok
         unstring rule-record delimited by all space
           into tok with pointer tok-ptr
         end-unstring
         move tok(1:16) to ru-prog(rule-cnt)
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring rule-record delimited by all space
             into tok with pointer tok-ptr
           end-unstring
           move function upper-case(tok) to tok
           evaluate true
             when tok(1:5) = 'ROWS='
               move tok(6:5) to ru-rows(rule-cnt)
             when tok(1:6) = 'TOTAL='
               move tok(7:5) to ru-total(rule-cnt)
           end-evaluate
         end-perform
         if not (ru-rows(rule-cnt) = 'EQUAL' or 'LE' or 'GE'
             or 'ANY') or not (ru-total(rule-cnt) = 'EQUAL'
             or 'LE' or 'GE' or 'ANY') then
           display 'stepbal: rule for ',
             function trim(ru-prog(rule-cnt)),
             ' wants EQUAL, LE, GE or ANY - read as EQUAL'
           if not (ru-rows(rule-cnt) = 'EQUAL' or 'LE' or 'GE'
               or 'ANY') then
             move 'EQUAL' to ru-rows(rule-cnt)
           end-if
           if not (ru-total(rule-cnt) = 'EQUAL' or 'LE' or 'GE'
               or 'ANY') then
             move 'EQUAL' to ru-total(rule-cnt)
           end-if
         end-if
         .

      * the audit logs to read: one file, or a directory's dated
      * audit*.log files, as jobnet takes them.
       c00-list-audit section.
         string function trim(evid-fname) '.list'
           delimited by size into list-name
         end-string
         move spaces to cmd-buf
         string
           'if [ -d ' function trim(audit-src) ' ]; then find '
           function trim(audit-src)
           ' -maxdepth 1 -name "audit*.log" | sort; else echo '
           function trim(audit-src) '; fi > '
           function trim(list-name) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

      * each listed log's lines for the run; a job's completed
      * line (one with end=) replaces any earlier one, so a step
      * rerun within the run is taken as last written.
       c01-read-audit section.
         move 0 to list-eof
         open input listfile
         if list-fs not = '00' then
           go to c99-exit
         end-if
         perform until list-eof = 1
           read listfile
           at end
             move 1 to list-eof
           not at end
             if not list-record = spaces then
               move list-record to log-fname
               perform c02-read-one
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(list-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       c99-exit.
         exit
         .

       c02-read-one section.
         open input loginp
         if log-fs not = '00' then
           go to c98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read loginp
             at end
               move 1 to iseof
             not at end
               perform c03-audit-line
           end-read
         end-perform
         close loginp
         .

       c98-exit.
         exit
         .

       c03-audit-line section.
         move spaces to job-tok
         move spaces to run-tok
         move spaces to read-tok
         move spaces to written-tok
         move spaces to status-tok
         move 0 to end-seen
         move 1 to tok-ptr
         move function length(function trim(log-record)) to rec-len
         move spaces to tok
         unstring log-record delimited by all space
           into tok with pointer tok-ptr
         end-unstring
         move tok(1:16) to job-tok
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring log-record delimited by all space
             into tok with pointer tok-ptr
           end-unstring
           evaluate true
             when tok(1:4) = 'run='
               move tok(5:17) to run-tok
             when tok(1:4) = 'end='
               move 1 to end-seen
             when tok(1:5) = 'read='
               move tok(6:12) to read-tok
             when tok(1:8) = 'written='
               move tok(9:12) to written-tok
             when tok(1:7) = 'status='
               move tok(8:16) to status-tok
           end-evaluate
         end-perform
         if not run-tok = run-arg then
           go to c97-exit
         end-if
         add 1 to audit-lines
         move spaces to evid-record
         string 'audit: ' function trim(log-record)
           delimited by size into evid-record
         end-string
         write evid-record
         if end-seen = 0 then
           go to c97-exit
         end-if
         move 0 to jx
         perform varying kx from 1 by 1 until kx > job-cnt
           if jb-job(kx) = job-tok then
             move kx to jx
           end-if
         end-perform
         if jx = 0 then
           if job-cnt >= 50 then
             go to c97-exit
           end-if
           add 1 to job-cnt
           move job-cnt to jx
           move job-tok to jb-job(jx)
         end-if
         move 0 to jb-read(jx)
         move 0 to jb-written(jx)
         if function test-numval(read-tok) = 0 then
           move function numval(read-tok) to jb-read(jx)
         end-if
         if function test-numval(written-tok) = 0 then
           move function numval(written-tok) to jb-written(jx)
         end-if
         move status-tok to jb-status(jx)
         .

       c97-exit.
         exit
         .

      * the run's lineage lines into steps: consecutive lines of
      * one program, output and generation are one step with
      * several inputs.
       d00-read-lineage section.
         move lin-fname to log-fname
         open input loginp
         if log-fs not = '00' then
           go to d99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read loginp
             at end
               move 1 to iseof
             not at end
               perform d01-lineage-line
           end-read
         end-perform
         close loginp
         .

       d99-exit.
         exit
         .

       d01-lineage-line section.
         move spaces to prog-tok
         move spaces to run-tok
         move spaces to out-tok
         move spaces to outgen-tok
         move spaces to outrows-tok
         move spaces to outtotal-tok
         move spaces to in-tok
         move spaces to inrows-tok
         move spaces to intotal-tok
         move 1 to tok-ptr
         move function length(function trim(log-record)) to rec-len
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring log-record delimited by all space
             into tok with pointer tok-ptr
           end-unstring
           evaluate true
             when tok(1:5) = 'prog='
               move tok(6:16) to prog-tok
             when tok(1:4) = 'run='
               move tok(5:17) to run-tok
             when tok(1:4) = 'out='
               move tok(5:128) to out-tok
             when tok(1:7) = 'outgen='
               move tok(8:14) to outgen-tok
             when tok(1:8) = 'outrows='
               move tok(9:12) to outrows-tok
             when tok(1:9) = 'outtotal='
               move tok(10:34) to outtotal-tok
             when tok(1:3) = 'in='
               move tok(4:128) to in-tok
             when tok(1:7) = 'inrows='
               move tok(8:12) to inrows-tok
             when tok(1:8) = 'intotal='
               move tok(9:34) to intotal-tok
           end-evaluate
         end-perform
         if not run-tok = run-arg or prog-tok = spaces then
           go to d98-exit
         end-if
         add 1 to lin-lines
         move spaces to evid-record
         string 'lineage: ' function trim(log-record)
           delimited by size into evid-record
         end-string
         write evid-record
         if step-cnt = 0 or not (st-prog(step-cnt) = prog-tok
             and st-out(step-cnt) = out-tok
             and st-outgen(step-cnt) = outgen-tok) then
           if step-cnt >= 200 then
             go to d98-exit
           end-if
           add 1 to step-cnt
           move prog-tok to st-prog(step-cnt)
           move out-tok to st-out(step-cnt)
           move outgen-tok to st-outgen(step-cnt)
           move outrows-tok to st-outrows(step-cnt)
           move outtotal-tok to st-outtotal(step-cnt)
           compute st-in-first(step-cnt) = inp-cnt + 1
           move 0 to st-in-cnt(step-cnt)
         end-if
         if in-tok = '-' or in-tok = spaces or inp-cnt >= 1000 then
           go to d98-exit
         end-if
         add 1 to inp-cnt
         add 1 to st-in-cnt(step-cnt)
         move in-tok to ip-file(inp-cnt)
         move inrows-tok to ip-rows(inp-cnt)
         move intotal-tok to ip-total(inp-cnt)
         .

       d98-exit.
         exit
         .

      * each step's output against the sum of its inputs, by the
      * step's rule; a side with no trailer is not checked.
       e00-check-steps section.
         perform varying sx from 1 by 1 until sx > step-cnt
           if st-in-cnt(sx) > 0 then
             perform e01-step-rule
             perform e02-sum-inputs
             move 'R' to chk-kind
             move rows-rel to chk-rel
             move spaces to chk-what
             string function trim(st-prog(sx)) ' rows'
               delimited by size into chk-what
             end-string
             if sum-rows-ok = 1
                 and function test-numval(st-outrows(sx)) = 0 then
               move function numval(st-outrows(sx)) to chk-left
               move sum-rows to chk-right
               move chk-left to num-in
               perform k01-num-text
               move spaces to chk-left-str
               string function trim(st-out(sx)) ' '
                 function trim(num-text)
                 delimited by size into chk-left-str
               end-string
               perform e03-inputs-text
               perform k00-compare
             end-if
             move 'T' to chk-kind
             move total-rel to chk-rel
             move spaces to chk-what
             string function trim(st-prog(sx)) ' total'
               delimited by size into chk-what
             end-string
             if sum-total-ok = 1
                 and function test-numval(st-outtotal(sx)) = 0 then
               move function numval(st-outtotal(sx)) to chk-left
               move sum-total to chk-right
               move chk-left to num-in
               perform k01-num-text
               move spaces to chk-left-str
               string function trim(st-out(sx)) ' '
                 function trim(num-text)
                 delimited by size into chk-left-str
               end-string
               perform e03-inputs-text
               perform k00-compare
             end-if
           end-if
         end-perform
         .

       e01-step-rule section.
         move 'EQUAL' to rows-rel
         move 'EQUAL' to total-rel
         perform varying rx from 1 by 1 until rx > rule-cnt
           if ru-prog(rx) = st-prog(sx) then
             move ru-rows(rx) to rows-rel
             move ru-total(rx) to total-rel
           end-if
         end-perform
         .

       e02-sum-inputs section.
         move 0 to sum-rows
         move 0 to sum-total
         move 1 to sum-rows-ok
         move 1 to sum-total-ok
         compute px = st-in-first(sx) + st-in-cnt(sx) - 1
         perform varying ix from st-in-first(sx) by 1
             until ix > px
           if function test-numval(ip-rows(ix)) = 0 then
             add function numval(ip-rows(ix)) to sum-rows
           else
             move 0 to sum-rows-ok
           end-if
           if function test-numval(ip-total(ix)) = 0 then
             add function numval(ip-total(ix)) to sum-total
           else
             move 0 to sum-total-ok
           end-if
         end-perform
         .

      * the inputs' side of a step check for the report: the one
      * input and its figure, or the number of inputs and the sum.
       e03-inputs-text section.
         move spaces to chk-right-str
         move chk-right to num-in
         perform k01-num-text
         if st-in-cnt(sx) = 1 then
           string function trim(ip-file(st-in-first(sx))) ' '
             function trim(num-text)
             delimited by size into chk-right-str
           end-string
         else
           move st-in-cnt(sx) to cnt-dsp
           string function trim(cnt-dsp) ' inputs '
             function trim(num-text)
             delimited by size into chk-right-str
           end-string
         end-if
         .

      * a file read within the run that an earlier step of the
      * run wrote: the reader's trailer figures against the
      * writer's - the file must not have changed between them.
       e10-check-handoffs section.
         perform varying sx from 1 by 1 until sx > step-cnt
           compute px = st-in-first(sx) + st-in-cnt(sx) - 1
           perform varying ix from st-in-first(sx) by 1
               until ix > px
             move 0 to jx
             perform varying kx from 1 by 1 until kx >= sx
               if st-out(kx) = ip-file(ix) then
                 move kx to jx
               end-if
             end-perform
             if jx > 0 then
               perform e11-handoff-one
             end-if
           end-perform
         end-perform
         .

       e11-handoff-one section.
         move 'EQUAL' to chk-rel
         move 'R' to chk-kind
         move spaces to chk-what
         string function trim(st-prog(jx)) '>'
           function trim(st-prog(sx)) ' rows'
           delimited by size into chk-what
         end-string
         if function test-numval(st-outrows(jx)) = 0
             and function test-numval(ip-rows(ix)) = 0 then
           move function numval(ip-rows(ix)) to chk-left
           move function numval(st-outrows(jx)) to chk-right
           perform e12-handoff-text
           perform k00-compare
         end-if
         move 'T' to chk-kind
         move spaces to chk-what
         string function trim(st-prog(jx)) '>'
           function trim(st-prog(sx)) ' total'
           delimited by size into chk-what
         end-string
         if function test-numval(st-outtotal(jx)) = 0
             and function test-numval(ip-total(ix)) = 0 then
           move function numval(ip-total(ix)) to chk-left
           move function numval(st-outtotal(jx)) to chk-right
           perform e12-handoff-text
           perform k00-compare
         end-if
         .

       e12-handoff-text section.
         move chk-left to num-in
         perform k01-num-text
         move spaces to chk-left-str
         string function trim(ip-file(ix)) ' read '
           function trim(num-text)
           delimited by size into chk-left-str
         end-string
         move chk-right to num-in
         perform k01-num-text
         move spaces to chk-right-str
         string 'written ' function trim(num-text)
           delimited by size into chk-right-str
         end-string
         .

      * the chain's own steps by their audit counts: EXTRACT to
      * SORT, through SORT, SORT to TABLE.
       e20-check-audit section.
         move 0 to ax
         move spaces to extract-job
         perform varying kx from 1 by 1 until kx > job-cnt
           evaluate jb-job(kx)
             when 'pqbulk'
               move jb-job(kx) to extract-job
               move jb-written(kx) to extract-rows
             when 'pqconn'
               if extract-job = spaces then
                 move jb-job(kx) to extract-job
                 move jb-read(kx) to extract-rows
               end-if
             when 'sort'
               move kx to ax
           end-evaluate
         end-perform
         move 'R' to chk-kind
         if ax > 0 and not extract-job = spaces then
           move 'EQUAL' to chk-rel
           move 'EXTRACT>SORT rows' to chk-what
           move extract-rows to chk-left
           move jb-read(ax) to chk-right
           move extract-rows to num-in
           perform k01-num-text
           move spaces to chk-left-str
           string function trim(extract-job) ' wrote '
             function trim(num-text)
             delimited by size into chk-left-str
           end-string
           move jb-read(ax) to num-in
           perform k01-num-text
           move spaces to chk-right-str
           string 'sort read ' function trim(num-text)
             delimited by size into chk-right-str
           end-string
           perform k00-compare
         end-if
         if ax > 0 then
           move 'EQUAL' to chk-rel
           perform varying rx from 1 by 1 until rx > rule-cnt
             if ru-prog(rx) = 'sort' then
               move ru-rows(rx) to chk-rel
             end-if
           end-perform
           move 'SORT rows' to chk-what
           move jb-written(ax) to chk-left
           move jb-read(ax) to chk-right
           move jb-written(ax) to num-in
           perform k01-num-text
           move spaces to chk-left-str
           string 'sort wrote ' function trim(num-text)
             delimited by size into chk-left-str
           end-string
           move jb-read(ax) to num-in
           perform k01-num-text
           move spaces to chk-right-str
           string 'read ' function trim(num-text)
             delimited by size into chk-right-str
           end-string
           perform k00-compare
         end-if
         perform varying kx from 1 by 1 until kx > job-cnt
           if jb-job(kx) = 'table' and ax > 0 then
             move 'EQUAL' to chk-rel
             move 'SORT>TABLE rows' to chk-what
             move jb-read(kx) to chk-left
             move jb-written(ax) to chk-right
             move jb-read(kx) to num-in
             perform k01-num-text
             move spaces to chk-left-str
             string 'table read ' function trim(num-text)
               delimited by size into chk-left-str
             end-string
             move jb-written(ax) to num-in
             perform k01-num-text
             move spaces to chk-right-str
             string 'sort wrote ' function trim(num-text)
               delimited by size into chk-right-str
             end-string
             perform k00-compare
           end-if
         end-perform
         .

      * the outcome: breaks under their catalog codes, the
      * evidence file named for the morning shift.
       f00-verdict section.
         move spaces to evid-record
         if row-breaks = 0 and total-breaks = 0 then
           move chk-cnt to cnt-dsp
           display 'stepbal: run ', function trim(run-arg),
             ' balances - ', function trim(cnt-dsp),
             ' check(s), evidence in ', function trim(evid-fname)
           string '# balanced checks=' function trim(cnt-dsp)
             delimited by size into evid-record
           end-string
           write evid-record
           move 0 to return-code
           go to f99-exit
         end-if
         string '# BREAK rows=' row-breaks ' totals=' total-breaks
           delimited by size into evid-record
         end-string
         write evid-record
         if row-breaks > 0 then
           move row-breaks to cnt-dsp
           move 'BAL001' to msg-code
           move spaces to msg-detail
           string 'run ' function trim(run-arg) ', '
             function trim(cnt-dsp) ' check(s) broken - see '
             function trim(evid-fname)
             delimited by size into msg-detail
           end-string
           call 'msg-display' using msgcat-data
         end-if
         if total-breaks > 0 then
           move total-breaks to cnt-dsp
           move 'BAL002' to msg-code
           move spaces to msg-detail
           string 'run ' function trim(run-arg) ', '
             function trim(cnt-dsp) ' check(s) broken - see '
             function trim(evid-fname)
             delimited by size into msg-detail
           end-string
           call 'msg-display' using msgcat-data
         end-if
         move 8 to return-code
         .

       f99-exit.
         exit
         .

      * one comparison: chk-left against chk-right by chk-rel,
      * reported and written to the evidence file.
       k00-compare section.
         move 1 to chk-ok
         evaluate chk-rel
           when 'EQUAL'
             if not chk-left = chk-right then
               move 0 to chk-ok
             end-if
           when 'LE'
             if chk-left > chk-right then
               move 0 to chk-ok
             end-if
           when 'GE'
             if chk-left < chk-right then
               move 0 to chk-ok
             end-if
         end-evaluate
         add 1 to chk-cnt
         move 'ok' to chk-tag
         if chk-rel = 'ANY' then
           move 'noted' to chk-tag
         end-if
         if chk-ok = 0 then
           move 'BREAK' to chk-tag
           if chk-kind = 'R' then
             add 1 to row-breaks
           else
             add 1 to total-breaks
           end-if
         end-if
         move spaces to evid-record
         string chk-tag ' ' chk-what ' ' function trim(chk-left-str)
           ' ' chk-rel ' ' function trim(chk-right-str)
           delimited by size into evid-record
         end-string
         write evid-record
         display '  ', function trim(evid-record)
         .

      * num-in as report text: a row count whole, a total to the
      * cents as the trailers carry it.
       k01-num-text section.
         move spaces to num-text
         if chk-kind = 'R' then
           move num-in to rows-dsp
           move rows-dsp to num-text
         else
           move 2 to dp53
           move num-in to float53
           call 'trim-float53' using number53
           move numstr53 to num-text
         end-if
         .
