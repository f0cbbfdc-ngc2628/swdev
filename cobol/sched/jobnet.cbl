      * line, where batchchain already honours them.
      *
      *   jobnet jobnet-file [RESTART]
      *   jobnet jobnet-file PROJECT [LIVE] [AUDIT=file|dir]
      *     [START=HHMM] [TARGET=HHMM] [RUNS=n]
      *
      * jobnet file ('*' comments):
      *   MAXRUN n
      *
      * A chain whose predecessor failed is SKIPPED and counts as
      * a failure of the net (return code 8).
      *
      * PROJECT launches nothing: it says when the night will end.
      * Each chain's expected elapsed is the median of its last
      * RUNS= (default 7) clean runs on the audit logs - AUDIT=
      * names one log or a directory of audit*.log files, default
      * LOGDIR's logs or ./audit.log. The net is then played out
      * the way the launcher would run it, under the MAXRUN cap,
      * from START= (default now), giving each chain's projected
      * start and end, the critical path that sets the finish and
      * the slack on every other chain: how far it may overrun
      * before it moves the finish. LIVE re-projects a net that is
      * part way through: chains the state file has as done keep
      * their actual end, a chain still running keeps its actual
      * start, and the rest are projected from now. A finish after
      * TARGET=, or a chain the projection cannot reach, returns 4.

       environment division.
         input-output section.
           select statefile assign to state-name
           organization is line sequential
           file status is state-fs.
           select listfile assign to list-name
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.

       data division.
         file section.
           01 rc-record pic x(32) value spaces.
         fd statefile.
           01 state-record pic x(64) value spaces.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-record pic x(1200) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 rc-val pic s9(9) value 0.
             05 in-preds pic 9 value 0.
             05 job-nm pic x(16) value spaces.
      *    PROJECT mode.
             05 opt-tmp pic x(136) value spaces.
             05 list-name pic x(144) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 log-fname pic x(255) value spaces.
             05 log-fs pic xx value '00'.
             05 audit-src pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 live-opt pic 9 value 0.
             05 start-opt pic x(4) value spaces.
             05 target-opt pic x(4) value spaces.
             05 runs-n pic 9(2) value 7.
             05 file-count pic 9(4) value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(12) value spaces.
             05 srch-len pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 job-tok pic x(16) value spaces.
             05 status-tok pic x(16) value spaces.
             05 start-tok pic x(19) value spaces.
             05 end-tok pic x(19) value spaces.
             05 stamp-tok pic x(19) value spaces.
             05 stamp-date pic 9(8) value 0.
             05 stamp-secs pic s9(7) value 0.
             05 start-secs pic s9(7) value 0.
             05 el-secs pic s9(7) value 0.
             05 base-int pic 9(7) value 0.
             05 base-secs pic s9(7) value 0.
             05 clock pic s9(7) value 0.
             05 next-clock pic s9(7) value 0.
             05 finish-secs pic s9(7) value 0.
             05 target-secs pic s9(7) value 0.
             05 late-secs pic s9(7) value 0.
             05 run-cnt pic 9(2) value 0.
             05 unreach-cnt pic 9(2) value 0.
             05 nohist-cnt pic 9(2) value 0.
             05 last-jx pic 9(2) value 0.
             05 bind-jx pic 9(2) value 0.
             05 bind-end pic s9(7) value 0.
             05 crit-cnt pic 9(2) value 0.
             05 crit-seq pic 9(2) occurs 20 times value 0.
             05 crit-how pic x(1) occurs 20 times value spaces.
             05 pass-cnt pic 9(2) value 0.
             05 ww pic 9(2) value 0.
             05 jj pic 9(2) value 0.
             05 w-val pic 9(7) occurs 31 times value 0.
             05 w-tmp pic 9(7) value 0.
             05 clk-secs pic s9(7) value 0.
             05 clk-day pic s9(3) value 0.
             05 clk-rem pic 9(5) value 0.
             05 clk-dd pic 9 value 0.
             05 clk-hh pic 9(2) value 0.
             05 clk-mm pic 9(2) value 0.
             05 clk-str pic x(9) value spaces.
             05 dur-secs pic 9(7) value 0.
             05 dur-h pic 9(2) value 0.
             05 dur-m pic 9(2) value 0.
             05 dur-s pic 9(2) value 0.
             05 dur-str pic x(10) value spaces.
             05 st-dsp pic x(8) value spaces.
             05 est-dsp pic x(11) value spaces.
             05 start-dsp pic x(9) value spaces.
             05 end-dsp pic x(9) value spaces.
             05 slack-dsp pic x(10) value spaces.
             05 path-buf pic x(400) value spaces.
             05 path-ptr pic 9(4) value 1.
             05 now-data.
               copy datetimedata.
      *    one scratch audit record serves every chain: each
      *    chain's start stamp is parked in its job entry between
      *    audit-start and audit-end, so audit.log carries each
               10 jb-state pic 9.
               10 jb-rc pic s9(9).
               10 jb-start-str pic x(19).
      *    PROJECT mode's view of each chain, in step with job-table:
      *    its recent clean elapsed times (newest last), the audit
      *    log's latest line for it, and the projected schedule in
      *    seconds from midnight of today.
           01 proj-table.
             05 proj-entry occurs 20 times.
               10 pj-runs pic 9(2).
               10 pj-hist pic 9(7) occurs 31 times.
               10 pj-est pic 9(7).
               10 pj-last-status pic x(8).
               10 pj-last-start pic x(19).
               10 pj-last-end pic x(19).
      *        0 pending, 1 running, 2 ended, 3 failed tonight,
      *        4 unreachable (an unknown or failed predecessor).
               10 pj-st pic 9.
               10 pj-actual pic x(8).
               10 pj-start pic s9(7).
               10 pj-end pic s9(7).
               10 pj-lf pic s9(7).
               10 pj-crit pic 9.

       procedure division.
       a00-start section.
         end-accept
         if net-fname = spaces then
           display 'usage: jobnet jobnet-file [RESTART]'
           display '       jobnet jobnet-file PROJECT [LIVE] ',
             '[AUDIT=file|dir] [START=HHMM] [TARGET=HHMM] [RUNS=n]'
           move 8 to return-code
           go to a99-end
         end-if
           move 8 to return-code
           go to a99-end
         end-if
         if restart-arg = 'PROJECT' then
           perform e00-project
           go to a99-end
         end-if
         if restart-arg = 'RESTART' then
           move spaces to cmd-buf
           string 'rm -f ' function trim(state-name)
       d99-exit.
         exit
         .

      * PROJECT: history first, then the play-out, then the report.
       e00-project section.
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp) = 'LIVE'
               move 1 to live-opt
             when function upper-case(opt-tmp(1:6)) = 'AUDIT='
               move opt-tmp(7:128) to audit-src
             when function upper-case(opt-tmp(1:6)) = 'START='
                 and opt-tmp(7:4) is numeric
               move opt-tmp(7:4) to start-opt
             when function upper-case(opt-tmp(1:7)) = 'TARGET='
                 and opt-tmp(8:4) is numeric
               move opt-tmp(8:4) to target-opt
             when function upper-case(opt-tmp(1:5)) = 'RUNS='
                 and function test-numval(opt-tmp(6:2)) = 0
               move function numval(opt-tmp(6:2)) to runs-n
             when other
               display 'jobnet: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if runs-n < 1 then
           move 1 to runs-n
         end-if
         if runs-n > 31 then
           move 31 to runs-n
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
         call 'now-str' using now-data
         compute base-int = function integer-of-date(
           m_year of now-data * 10000 + m_month of now-data * 100
           + m_day of now-data)
         compute base-secs = m_hour of now-data * 3600
           + m_minute of now-data * 60 + m_second of now-data
         if start-opt not = spaces and live-opt = 0 then
           compute base-secs = function numval(start-opt(1:2))
             * 3600 + function numval(start-opt(3:2)) * 60
         end-if
         initialize proj-table
         perform e01-list-audit
         perform e02-read-audit
         perform e04-estimates
         if live-opt = 1 then
           perform e05-live-state
         end-if
         perform e06-play-out
         perform e08-critical-path
         perform e09-slack
         perform e10-report
         .

       e99-exit.
         exit
         .

      * the logs to learn from, oldest first: a directory's dated
      * audit*.log files sort into date order by name.
       e01-list-audit section.
         string function trim(net-fname) '.audit.list'
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

       e98-exit.
         exit
         .

       e02-read-audit section.
         move 0 to list-eof
         open input listfile
         if list-fs not = '00' then
           go to e97-exit
         end-if
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               move list-record to log-fname
               perform e03-read-one-log
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(list-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

       e97-exit.
         exit
         .

      * every line for a chain of this net: the latest one is kept
      * for LIVE, and a clean run's elapsed joins its history.
       e03-read-one-log section.
         open input loginp
         if log-fs not = '00' then
           go to e96-exit
         end-if
         add 1 to file-count
         move 0 to iseof
         perform until iseof = 1
           read loginp into log-record
           at end
             move 1 to iseof
           not at end
             if log-record not = spaces then
               move spaces to job-tok
               unstring log-record delimited by all space
                 into job-tok
               end-unstring
               perform varying jx from 1 by 1 until jx > job-cnt
                 if jb-name(jx) = job-tok then
                   perform e11-take-line
                 end-if
               end-perform
             end-if
           end-read
         end-perform
         close loginp
         .

       e96-exit.
         exit
         .

      * expected elapsed: the median of the chain's kept runs; a
      * chain never seen to finish clean is projected at nothing
      * and marked so.
       e04-estimates section.
         perform varying jx from 1 by 1 until jx > job-cnt
           move pj-runs(jx) to ww
           perform varying jj from 1 by 1 until jj > ww
             move pj-hist(jx, jj) to w-val(jj)
           end-perform
           if ww = 0 then
             move 0 to pj-est(jx)
             add 1 to nohist-cnt
           else
             perform f03-median
             move w-tmp to pj-est(jx)
           end-if
         end-perform
         .

       e95-exit.
         exit
         .

      * LIVE: the state file's chains are done and end when the
      * audit log says they did; a chain whose latest line is a
      * RUNNING marker from the last day is still going, and one
      * that failed in the last day stays failed until a rerun.
       e05-live-state section.
         open input statefile
         if state-fs = '00' then
           move 0 to iseof
           perform until iseof = 1
             read statefile into state-record
             at end
               move 1 to iseof
             not at end
               move spaces to job-nm
               unstring state-record delimited by all space
                 into job-nm
               end-unstring
               perform varying jx from 1 by 1 until jx > job-cnt
                 if jb-name(jx) = job-nm and job-nm not = spaces
                     then
                   move 2 to pj-st(jx)
                   move 'DONE' to pj-actual(jx)
                 end-if
               end-perform
             end-read
           end-perform
           close statefile
         end-if
         perform varying jx from 1 by 1 until jx > job-cnt
           if pj-st(jx) = 2 then
             move base-secs to pj-end(jx)
             move base-secs to pj-start(jx)
             if pj-last-status(jx) = 'OK' then
               move pj-last-end(jx) to stamp-tok
               perform f02-stamp-secs
               move stamp-secs to pj-end(jx)
               move pj-last-start(jx) to stamp-tok
               perform f02-stamp-secs
               move stamp-secs to pj-start(jx)
             end-if
           else
             move pj-last-start(jx) to stamp-tok
             perform f02-stamp-secs
             if stamp-secs >= base-secs - 86400 then
               evaluate pj-last-status(jx)
                 when 'RUNNING'
                   move 1 to pj-st(jx)
                   move 'RUNNING' to pj-actual(jx)
                   move stamp-secs to pj-start(jx)
                   compute pj-end(jx) = stamp-secs + pj-est(jx)
                   if pj-end(jx) < base-secs then
                     move base-secs to pj-end(jx)
                     move 'OVERDUE' to pj-actual(jx)
                   end-if
                 when 'FAIL'
                   move 3 to pj-st(jx)
                   move 'FAILED' to pj-actual(jx)
                   move stamp-secs to pj-start(jx)
                   move stamp-secs to pj-end(jx)
               end-evaluate
             end-if
           end-if
         end-perform
         .

       e94-exit.
         exit
         .

      * the launcher's own loop on a simulated clock: a pass that
      * starts every ready chain in file order while a slot is
      * free, then a jump to the next projected end. Chains that
      * can never start are left unreachable.
       e06-play-out section.
         move base-secs to clock
         move 0 to run-cnt
         perform varying jx from 1 by 1 until jx > job-cnt
           if pj-st(jx) = 1 then
             add 1 to run-cnt
           end-if
         end-perform
         move 1 to last-jx
         perform until last-jx = 0
           perform e07-launch-pass
           move 0 to next-clock
           move 0 to last-jx
           perform varying jx from 1 by 1 until jx > job-cnt
             if pj-st(jx) = 1 then
               if last-jx = 0 or pj-end(jx) < next-clock then
                 move pj-end(jx) to next-clock
                 move jx to last-jx
               end-if
             end-if
           end-perform
           if last-jx > 0 then
             move next-clock to clock
             perform varying jx from 1 by 1 until jx > job-cnt
               if pj-st(jx) = 1 and pj-end(jx) <= clock then
                 move 2 to pj-st(jx)
                 subtract 1 from run-cnt
               end-if
             end-perform
           end-if
         end-perform
         perform varying jx from 1 by 1 until jx > job-cnt
           if pj-st(jx) = 0 then
             move 4 to pj-st(jx)
           end-if
           if pj-st(jx) = 4 then
             add 1 to unreach-cnt
           end-if
         end-perform
         .

       e93-exit.
         exit
         .

      * one launch pass at the current clock: a chain starts once
      * every predecessor has ended; one behind a failed or
      * unreachable (or unknown) predecessor is unreachable too.
       e07-launch-pass section.
         perform varying jx from 1 by 1 until jx > job-cnt
           if pj-st(jx) = 0 then
             move 1 to pred-ok
             move 0 to pred-bad
             perform varying px from 1 by 1
                 until px > jb-pred-cnt(jx)
               move 0 to pred-found
               perform varying kx from 1 by 1 until kx > job-cnt
                 if jb-name(kx) = jb-pred(jx, px) then
                   move 1 to pred-found
                   if pj-st(kx) = 3 or pj-st(kx) = 4 then
                     move 1 to pred-bad
                   end-if
                   if pj-st(kx) not = 2 then
                     move 0 to pred-ok
                   end-if
                 end-if
               end-perform
               if pred-found = 0 then
                 move 1 to pred-bad
               end-if
             end-perform
             if pred-bad = 1 then
               move 4 to pj-st(jx)
             else
               if pred-ok = 1 and run-cnt < max-run then
                 move 1 to pj-st(jx)
                 move clock to pj-start(jx)
                 compute pj-end(jx) = clock + pj-est(jx)
                 add 1 to run-cnt
               end-if
             end-if
           end-if
         end-perform
         .

       e92-exit.
         exit
         .

      * the chain that ends last sets the finish; walking back, each
      * critical chain was held either by its latest-ending
      * predecessor or, when every predecessor was done before it
      * started, by the chain whose end freed its run slot.
       e08-critical-path section.
         move 0 to last-jx
         move base-secs to finish-secs
         perform varying jx from 1 by 1 until jx > job-cnt
           if pj-st(jx) = 1 or pj-st(jx) = 2 then
             if pj-end(jx) >= finish-secs then
               move pj-end(jx) to finish-secs
               move jx to last-jx
             end-if
           end-if
         end-perform
         move 0 to crit-cnt
         perform until last-jx = 0 or crit-cnt >= 20
           add 1 to crit-cnt
           move last-jx to crit-seq(crit-cnt)
           move space to crit-how(crit-cnt)
           move 1 to pj-crit(last-jx)
           move last-jx to jx
           move 0 to last-jx
           if pj-actual(jx) = 'DONE' or pj-actual(jx) = 'RUNNING'
               or pj-actual(jx) = 'OVERDUE' then
             go to e91-exit
           end-if
           move 0 to bind-jx
           move 0 to bind-end
           perform varying px from 1 by 1
               until px > jb-pred-cnt(jx)
             perform varying kx from 1 by 1 until kx > job-cnt
               if jb-name(kx) = jb-pred(jx, px) then
                 if bind-jx = 0 or pj-end(kx) > bind-end then
                   move kx to bind-jx
                   move pj-end(kx) to bind-end
                 end-if
               end-if
             end-perform
           end-perform
           if bind-jx > 0 and bind-end = pj-start(jx) then
             move bind-jx to last-jx
           else
             perform varying kx from 1 by 1 until kx > job-cnt
               if kx not = jx and pj-crit(kx) = 0
                   and (pj-st(kx) = 1 or pj-st(kx) = 2)
                   and pj-end(kx) = pj-start(jx)
                   and pj-start(jx) > base-secs
                   and last-jx = 0 then
                 move kx to last-jx
                 move '~' to crit-how(crit-cnt)
               end-if
             end-perform
           end-if
         end-perform
         .

       e91-exit.
         exit
         .

      * latest end each chain may reach without moving the finish
      * through its successors (those that can still run): relaxed
      * once per chain, enough for any order the JOB lines take.
       e09-slack section.
         perform varying jx from 1 by 1 until jx > job-cnt
           move finish-secs to pj-lf(jx)
         end-perform
         perform varying pass-cnt from 1 by 1
             until pass-cnt > job-cnt
           perform varying jx from 1 by 1 until jx > job-cnt
             perform varying px from 1 by 1
                 until px > jb-pred-cnt(jx) or pj-st(jx) > 2
               perform varying kx from 1 by 1 until kx > job-cnt
                 if jb-name(kx) = jb-pred(jx, px)
                     and pj-lf(jx) - pj-est(jx) < pj-lf(kx) then
                   compute pj-lf(kx) = pj-lf(jx) - pj-est(jx)
                 end-if
               end-perform
             end-perform
           end-perform
         end-perform
         .

       e90-exit.
         exit
         .

       e10-report section.
         move base-secs to clk-secs
         perform f00-fmt-clock
         if live-opt = 1 then
           display 'jobnet: projection for ',
             function trim(net-fname), ' re-projected at ',
             function trim(clk-str), ', at most ', max-run,
             ' at once'
         else
           display 'jobnet: projection for ',
             function trim(net-fname), ' starting ',
             function trim(clk-str), ', at most ', max-run,
             ' at once'
         end-if
         display '  ', file-count, ' audit log(s), median of the ',
           'last ', runs-n, ' clean run(s) per chain'
         display ' '
         display '  chain            status   estimate    start',
           '     end       slack'
         perform varying jx from 1 by 1 until jx > job-cnt
           perform e12-report-line
         end-perform
         display ' '
         move spaces to path-buf
         move 1 to path-ptr
         perform varying jj from crit-cnt by -1 until jj < 1
           if jj < crit-cnt then
             if crit-how(jj) = '~' then
               string ' ~> ' delimited by size
                 into path-buf with pointer path-ptr
               end-string
             else
               string ' -> ' delimited by size
                 into path-buf with pointer path-ptr
               end-string
             end-if
           end-if
           string function trim(jb-name(crit-seq(jj)))
             delimited by size
             into path-buf with pointer path-ptr
           end-string
         end-perform
         display 'critical path: ', function trim(path-buf)
         if crit-cnt > 1 then
           display '  (~> waits for a run slot, -> for a ',
             'predecessor)'
         end-if
         move finish-secs to clk-secs
         perform f00-fmt-clock
         display 'projected finish: ', function trim(clk-str)
         if nohist-cnt > 0 then
           display 'jobnet: ', nohist-cnt, ' chain(s) with no ',
             'clean run on file, projected at no time (*)'
         end-if
         if unreach-cnt > 0 then
           display 'jobnet: ', unreach-cnt, ' chain(s) cannot ',
             'run tonight'
           move 4 to return-code
         end-if
         if target-opt = spaces then
           go to e89-exit
         end-if
         compute target-secs = function numval(target-opt(1:2))
           * 3600 + function numval(target-opt(3:2)) * 60
         if target-secs < base-secs then
           add 86400 to target-secs
         end-if
         move target-secs to clk-secs
         perform f00-fmt-clock
         if finish-secs > target-secs then
           compute dur-secs = finish-secs - target-secs
           perform f01-fmt-dur
           display 'TARGET ', function trim(clk-str),
             ' MISSED by ', function trim(dur-str)
           move 4 to return-code
         else
           compute dur-secs = target-secs - finish-secs
           perform f01-fmt-dur
           display 'TARGET ', function trim(clk-str), ' met with ',
             function trim(dur-str), ' to spare'
         end-if
         .

       e89-exit.
         exit
         .

      * one latest line per chain: its start and, for a finished
      * run, its end - a clean one's elapsed joins the history,
      * the oldest falling off once RUNS= are kept.
       e11-take-line section.
         move 'status=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         move spaces to status-tok
         if key-pos > 0 then
           unstring log-record(key-pos:17) delimited by all space
             into status-tok
           end-unstring
         end-if
         move 'start=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         move spaces to start-tok
         if key-pos > 0 then
           move log-record(key-pos:19) to start-tok
         end-if
         move 'end=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         move spaces to end-tok
         if key-pos > 0 then
           move log-record(key-pos:19) to end-tok
         end-if
         if start-tok(1:4) is not numeric then
           go to e88-exit
         end-if
         move status-tok to pj-last-status(jx)
         move start-tok to pj-last-start(jx)
         move end-tok to pj-last-end(jx)
         if status-tok not = 'OK' or end-tok(1:4) is not numeric
             then
           go to e88-exit
         end-if
         move start-tok to stamp-tok
         perform f02-stamp-secs
         move stamp-secs to start-secs
         move end-tok to stamp-tok
         perform f02-stamp-secs
         compute el-secs = stamp-secs - start-secs
         if el-secs < 0 then
           move 0 to el-secs
         end-if
         if pj-runs(jx) >= runs-n then
           perform varying jj from 2 by 1 until jj > pj-runs(jx)
             move pj-hist(jx, jj) to pj-hist(jx, jj - 1)
           end-perform
         else
           add 1 to pj-runs(jx)
         end-if
         move el-secs to pj-hist(jx, pj-runs(jx))
         .

       e88-exit.
         exit
         .

       e12-report-line section.
         move spaces to est-dsp
         move spaces to start-dsp
         move spaces to end-dsp
         move spaces to slack-dsp
         move pj-est(jx) to dur-secs
         perform f01-fmt-dur
         move dur-str to est-dsp
         if pj-runs(jx) = 0 then
           string function trim(dur-str) '*'
             delimited by size into est-dsp
           end-string
         end-if
         evaluate pj-st(jx)
           when 3
             move 'FAILED' to st-dsp
           when 4
             move 'CANNOT' to st-dsp
           when other
             if pj-actual(jx) not = spaces then
               move pj-actual(jx) to st-dsp
             else
               move 'PLANNED' to st-dsp
             end-if
         end-evaluate
         if pj-st(jx) < 3 then
           move pj-start(jx) to clk-secs
           perform f00-fmt-clock
           move clk-str to start-dsp
           move pj-end(jx) to clk-secs
           perform f00-fmt-clock
           move clk-str to end-dsp
           if pj-crit(jx) = 1 then
             move 'critical' to slack-dsp
           else
             if pj-actual(jx) = 'DONE' then
               move '-' to slack-dsp
             else
               if pj-lf(jx) > pj-end(jx) then
                 compute dur-secs = pj-lf(jx) - pj-end(jx)
               else
                 move 0 to dur-secs
               end-if
               perform f01-fmt-dur
               move dur-str to slack-dsp
             end-if
           end-if
         end-if
         display '  ', jb-name(jx), ' ', st-dsp, ' ', est-dsp, ' ',
           start-dsp, ' ', end-dsp, ' ', function trim(slack-dsp)
         .

       e87-exit.
         exit
         .

      * seconds from midnight today as HH:MM, a day either side
      * marked +n / -n.
       f00-fmt-clock section.
         if clk-secs < 0 then
           compute clk-day = (clk-secs - 86399) / 86400
         else
           compute clk-day = clk-secs / 86400
         end-if
         compute clk-rem = clk-secs - clk-day * 86400
         compute clk-hh = clk-rem / 3600
         compute clk-mm = (clk-rem - clk-hh * 3600) / 60
         move spaces to clk-str
         string clk-hh ':' clk-mm delimited by size into clk-str
         end-string
         if clk-day > 0 then
           move clk-day to clk-dd
           string '+' clk-dd delimited by size into clk-str(6:2)
           end-string
         end-if
         if clk-day < 0 then
           compute clk-dd = 0 - clk-day
           string '-' clk-dd delimited by size into clk-str(6:2)
           end-string
         end-if
         .

       f99-exit.
         exit
         .

       f01-fmt-dur section.
         compute dur-h = dur-secs / 3600
         compute dur-m = (dur-secs - dur-h * 3600) / 60
         compute dur-s = dur-secs - dur-h * 3600 - dur-m * 60
         move spaces to dur-str
         string dur-h ':' dur-m ':' dur-s
           delimited by size into dur-str
         end-string
         .

       f98-exit.
         exit
         .

      * a logged 'YYYY-MM-DD HH:MM:SS' stamp as seconds from
      * midnight today (negative before it).
       f02-stamp-secs section.
         move 0 to stamp-secs
         if stamp-tok(1:4) is not numeric
             or stamp-tok(6:2) is not numeric
             or stamp-tok(9:2) is not numeric then
           go to f97-exit
         end-if
         move spaces to tok
         string stamp-tok(1:4) stamp-tok(6:2) stamp-tok(9:2)
           delimited by size into tok
         end-string
         move tok(1:8) to stamp-date
         compute stamp-secs =
           (function integer-of-date(stamp-date) - base-int)
           * 86400 + function numval(stamp-tok(12:2)) * 3600
           + function numval(stamp-tok(15:2)) * 60
           + function numval(stamp-tok(18:2))
         .

       f97-exit.
         exit
         .

      * the median of w-val(1:ww) into w-tmp: insertion sort, then
      * the middle figure (the mean of the middle two).
       f03-median section.
         perform varying jj from 2 by 1 until jj > ww
           move w-val(jj) to w-tmp
           move jj to kk
           perform until kk < 2 or w-val(kk - 1) <= w-tmp
             move w-val(kk - 1) to w-val(kk)
             subtract 1 from kk
           end-perform
           move w-tmp to w-val(kk)
         end-perform
         if function mod(ww, 2) = 1 then
           compute kk = (ww + 1) / 2
           move w-val(kk) to w-tmp
         else
           compute kk = ww / 2
           compute w-tmp = (w-val(kk) + w-val(kk + 1)) / 2
         end-if
         .

       f96-exit.
         exit
         .

      * finds 'keyword=' inside the current log line and leaves the
      * position of the first character after the '=' in key-pos
      * (0 when the keyword is absent) - opsummary's u00.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           log-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kk from 1 by 1
             until kk + srch-len - 1 > rec-len or key-pos > 0
           if log-record(kk:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kk + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .
