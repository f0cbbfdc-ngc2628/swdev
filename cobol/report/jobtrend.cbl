
       identification division.
         program-id. jobtrend.

      * multi-night job duration trend: opsummary judges one day's
      * audit.log against fixed SLA limits, so a job that gets a
      * little slower every week never breaches until the night it
      * breaches badly. This reads every retained audit log - the
      * log directory's audit*.log files and, when named,
      * logkeep's archive directory - and reports each job's
      * elapsed time and rows read night by night beside the
      * rolling median of the nights before, flagging the nights
      * that ran well outside the job's usual range, then closes
      * with a drift summary: each job's median over its first
      * nights against its median over its latest, so a steady
      * slowdown shows while there is still time to act on it.
      *
      *   jobtrend log-dir [archive-dir] [WINDOW=n] [PCT=n]
      *     [DRIFT=n] [JOB=name]
      *
      * WINDOW= is how many earlier nights the rolling median
      * covers (default 7, at most 31; a night is judged once it
      * has 3 before it). PCT= is how far from that median a night
      * may run before it is flagged SLOW/FAST (elapsed) or
      * ROWS+/ROWS- (rows read), default 50 percent. DRIFT= is the
      * first-to-latest median change that marks a job DRIFT in the
      * summary, default 20 percent. JOB= reports one job only. A
      * night is a job's last completed run that started that day.
      * Any flag or drift returns 4.

       environment division.
         input-output section.
         file-control.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-record pic x(1200) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 log-dir pic x(128) value spaces.
             05 arch-dir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 listname pic x(160) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 log-fname pic x(255) value spaces.
             05 log-fs pic xx value '00'.
             05 cmd-buf pic x(600) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 job-filter pic x(16) value spaces.
             05 window-n pic 9(2) value 7.
             05 flag-pct pic 9(3) value 50.
             05 drift-pct pic 9(3) value 20.
             05 file-count pic 9(4) value 0.
             05 iseof pic 9 value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(12) value spaces.
             05 srch-len pic 9(2) value 0.
             05 rec-len pic 9(4) value 0.
             05 kk pic 9(4) value 0.
             05 job-tok pic x(16) value spaces.
             05 status-tok pic x(16) value spaces.
             05 start-tok pic x(19) value spaces.
             05 end-tok pic x(19) value spaces.
             05 read-tok pic x(12) value spaces.
             05 night-num pic 9(8) value 0.
             05 el-secs pic 9(8) value 0.
             05 rows-num pic 9(10) value 0.
             05 ii pic 9(5) value 0.
             05 jj pic 9(5) value 0.
             05 first-ix pic 9(5) value 0.
             05 last-ix pic 9(5) value 0.
             05 found-ix pic 9(5) value 0.
             05 full-warned pic 9 value 0.
             05 ww pic 9(2) value 0.
             05 w-cnt pic 9(2) value 0.
             05 w-val pic 9(10) occurs 31 times value 0.
             05 w-tmp pic 9(10) value 0.
             05 w-median pic 9(10)v9 value 0.
             05 med-secs pic 9(10)v9 value 0.
             05 med-rows pic 9(10)v9 value 0.
             05 lo-lim pic 9(11)v9 value 0.
             05 hi-lim pic 9(11)v9 value 0.
             05 night-flag pic x(12) value spaces.
             05 flag-count pic 9(5) value 0.
             05 drift-count pic 9(4) value 0.
             05 job-nights pic 9(5) value 0.
             05 first-med pic 9(10)v9 value 0.
             05 last-med pic 9(10)v9 value 0.
             05 chg-pct pic s9(5)v9 value 0.
             05 chg-dsp pic -(5)9.9 value 0.
             05 hms-secs pic 9(8) value 0.
             05 hms-str pic x(10) value spaces.
             05 hms-h pic 9(4) value 0.
             05 hms-m pic 9(2) value 0.
             05 hms-s pic 9(2) value 0.
             05 med-hms pic x(10) value spaces.
             05 rows-dsp pic z(9)9 value 0.
             05 med-rows-dsp pic z(9)9 value 0.
             05 night-dsp pic x(10) value spaces.
             05 start-data.
               copy datetimedata.
             05 end-data.
               copy datetimedata.
             05 elapsed-data.
               copy elapseddata.
      *    one entry per job and night; its own 01 so the OCCURS
      *    DEPENDING the SORT needs is the last item of its record.
           01 night-table.
             05 night-cnt pic 9(5) value 0.
             05 night-entry occurs 1 to 20000 times
                 depending on night-cnt.
               10 nt-job pic x(16).
               10 nt-night pic 9(8).
               10 nt-start pic x(19).
               10 nt-secs pic 9(8).
               10 nt-rows pic 9(10).

       procedure division.
       a00-start section.
         accept log-dir from argument-value
           on exception
             move spaces to log-dir
         end-accept
         if log-dir = spaces then
           display 'usage: jobtrend log-dir [archive-dir] ',
             '[WINDOW=n] [PCT=n] [DRIFT=n] [JOB=name]'
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
             when function upper-case(opt-tmp(1:7)) = 'WINDOW='
                 and function test-numval(opt-tmp(8:3)) = 0
               move function numval(opt-tmp(8:3)) to window-n
             when function upper-case(opt-tmp(1:4)) = 'PCT='
                 and function test-numval(opt-tmp(5:3)) = 0
               move function numval(opt-tmp(5:3)) to flag-pct
             when function upper-case(opt-tmp(1:6)) = 'DRIFT='
                 and function test-numval(opt-tmp(7:3)) = 0
               move function numval(opt-tmp(7:3)) to drift-pct
             when function upper-case(opt-tmp(1:4)) = 'JOB='
               move opt-tmp(5:16) to job-filter
             when arch-dir = spaces
               move opt-tmp(1:128) to arch-dir
             when other
               display 'jobtrend: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if window-n < 3 then
           move 3 to window-n
         end-if
         if window-n > 31 then
           move 31 to window-n
         end-if
         string function trim(log-dir) '/.jobtrend.list'
           delimited by size into listname
         end-string
         perform b00-list-logs
         perform c00-read-logs
         if night-cnt = 0 then
           display 'jobtrend: no completed jobs found in ',
             file-count, ' audit log(s)'
           move 8 to return-code
           go to a99-end
         end-if
         sort night-entry on ascending key nt-job nt-night
         display 'job duration trend (', file-count,
           ' audit log(s), rolling median of ', window-n,
           ' night(s), flag at ', flag-pct, '%)'
         display '========================================',
           '======================================='
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform d00-report-jobs
         perform e00-drift-summary
         if flag-count > 0 or drift-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the retained audit logs, live and archived, listed the
      * way logkeep finds its aged ones.
       b00-list-logs section.
         move spaces to cmd-buf
         string
           'find ' function trim(log-dir)
           ' -maxdepth 1 -name "audit*.log" > '
           function trim(listname) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         if arch-dir = spaces then
           go to b99-exit
         end-if
         move spaces to cmd-buf
         string
           'find ' function trim(arch-dir)
           ' -maxdepth 1 -name "audit*.log" >> '
           function trim(listname) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

       b99-exit.
         exit
         .

       c00-read-logs section.
         move 0 to list-eof
         open input listfile
         if list-fs not = '00' then
           go to c99-exit
         end-if
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               add 1 to file-count
               move list-record to log-fname
               perform c01-read-one-log
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

       c99-exit.
         exit
         .

       c01-read-one-log section.
         move 0 to iseof
         open input loginp
         if log-fs not = '00' then
           go to c98-exit
         end-if
         perform until iseof = 1
           read loginp into log-record
           at end
             move 1 to iseof
           not at end
             if log-record not = spaces then
               perform c02-take-line
             end-if
           end-read
         end-perform
         close loginp
         .

       c98-exit.
         exit
         .

      * one completed job line: its night, elapsed and rows read.
      * A later run the same night replaces an earlier one.
       c02-take-line section.
         perform u01-get-status
         if status-tok = 'RUNNING' then
           go to c97-exit
         end-if
         move spaces to job-tok
         unstring log-record delimited by all space
           into job-tok
         end-unstring
         if job-filter not = spaces and job-tok not = job-filter
             then
           go to c97-exit
         end-if
         perform u02-get-times
         if start-tok = spaces or end-tok = spaces
             or function test-numval(start-tok(1:4)) not = 0 then
           go to c97-exit
         end-if
         perform u03-compute-elapsed
         compute el-secs = e_hours * 3600 + e_minutes * 60
           + e_seconds
         move 'read=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         move 0 to rows-num
         if key-pos > 0 then
           move spaces to read-tok
           unstring log-record(key-pos:12) delimited by all space
             into read-tok
           end-unstring
           if function test-numval(read-tok) = 0 then
             move function numval(read-tok) to rows-num
           end-if
         end-if
         move spaces to night-dsp
         string start-tok(1:4) start-tok(6:2) start-tok(9:2)
           delimited by size into night-dsp
         end-string
         move night-dsp(1:8) to night-num
         move 0 to found-ix
         perform varying ii from 1 by 1 until ii > night-cnt
           if nt-job(ii) = job-tok and nt-night(ii) = night-num
             then
             move ii to found-ix
           end-if
         end-perform
         if found-ix = 0 then
           if night-cnt >= 20000 then
             if full-warned = 0 then
               display 'jobtrend: more than 20000 job-nights, ',
                 'the rest are left out'
               move 1 to full-warned
             end-if
             go to c97-exit
           end-if
           add 1 to night-cnt
           move night-cnt to found-ix
         else
           if nt-start(found-ix) > start-tok then
             go to c97-exit
           end-if
         end-if
         move job-tok to nt-job(found-ix)
         move night-num to nt-night(found-ix)
         move start-tok to nt-start(found-ix)
         move el-secs to nt-secs(found-ix)
         move rows-num to nt-rows(found-ix)
         .

       c97-exit.
         exit
         .

      * one block per job, nights in date order.
       d00-report-jobs section.
         move 1 to first-ix
         perform until first-ix > night-cnt
           move first-ix to last-ix
           perform until last-ix >= night-cnt
               or nt-job(last-ix + 1) not = nt-job(first-ix)
             add 1 to last-ix
           end-perform
           perform d01-one-job
           compute first-ix = last-ix + 1
         end-perform
         .

       d99-exit.
         exit
         .

       d01-one-job section.
         display ' '
         display 'job ', function trim(nt-job(first-ix))
         display '  night       elapsed         rows   median ',
           'elapsed  median rows  flag'
         perform varying ii from first-ix by 1 until ii > last-ix
           move spaces to night-flag
           move spaces to med-hms
           move 0 to med-rows-dsp
           compute w-cnt = ii - first-ix
           if w-cnt > window-n then
             move window-n to w-cnt
           end-if
           if w-cnt >= 3 then
             move 0 to ww
             perform varying jj from ii by -1
                 until ww >= w-cnt or jj <= first-ix
               add 1 to ww
               compute kk = jj - 1
               move nt-secs(kk) to w-val(ww)
             end-perform
             perform d02-window-median
             move w-median to med-secs
             move 0 to ww
             perform varying jj from ii by -1
                 until ww >= w-cnt or jj <= first-ix
               add 1 to ww
               compute kk = jj - 1
               move nt-rows(kk) to w-val(ww)
             end-perform
             perform d02-window-median
             move w-median to med-rows
             move med-secs to hms-secs
             perform d03-format-hms
             move hms-str to med-hms
             move med-rows to med-rows-dsp
             perform d04-judge-night
           end-if
           move nt-secs(ii) to hms-secs
           perform d03-format-hms
           move nt-rows(ii) to rows-dsp
           move spaces to night-dsp
           string nt-night(ii)(1:4) '-' nt-night(ii)(5:2) '-'
             nt-night(ii)(7:2) delimited by size into night-dsp
           end-string
           if w-cnt >= 3 then
             display '  ', night-dsp, '  ', hms-str, ' ', rows-dsp,
               '   ', med-hms, '  ', med-rows-dsp, '  ',
               function trim(night-flag)
           else
             display '  ', night-dsp, '  ', hms-str, ' ', rows-dsp,
               '   ', '-'
           end-if
         end-perform
         .

       d98-exit.
         exit
         .

      * the median of w-val(1:ww): a straight insertion sort over
      * at most 31 figures, then the middle one (or the mean of
      * the middle two).
       d02-window-median section.
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
           move w-val(kk) to w-median
         else
           compute kk = ww / 2
           compute w-median = (w-val(kk) + w-val(kk + 1)) / 2
         end-if
         .

       d97-exit.
         exit
         .

       d03-format-hms section.
         compute hms-h = hms-secs / 3600
         compute hms-m = (hms-secs - hms-h * 3600) / 60
         compute hms-s = hms-secs - hms-h * 3600 - hms-m * 60
         move spaces to hms-str
         string hms-h ':' hms-m ':' hms-s
           delimited by size into hms-str
         end-string
         .

       d96-exit.
         exit
         .

      * outside PCT percent of the rolling median either way.
       d04-judge-night section.
         compute lo-lim = med-secs * (100 - flag-pct) / 100
         compute hi-lim = med-secs * (100 + flag-pct) / 100
         if nt-secs(ii) > hi-lim then
           move 'SLOW' to night-flag
         end-if
         if flag-pct < 100 and nt-secs(ii) < lo-lim then
           move 'FAST' to night-flag
         end-if
         compute lo-lim = med-rows * (100 - flag-pct) / 100
         compute hi-lim = med-rows * (100 + flag-pct) / 100
         if nt-rows(ii) > hi-lim then
           string function trim(night-flag) ' ROWS+'
             delimited by size into night-flag
           end-string
         end-if
         if flag-pct < 100 and nt-rows(ii) < lo-lim then
           string function trim(night-flag) ' ROWS-'
             delimited by size into night-flag
           end-string
         end-if
         move function trim(night-flag) to night-flag
         if night-flag not = spaces then
           add 1 to flag-count
         end-if
         .

       d95-exit.
         exit
         .

      * each job's median elapsed over its first WINDOW nights
      * against its latest WINDOW nights: the slow creep the
      * night-by-night flags and the fixed SLA limits both miss.
       e00-drift-summary section.
         display ' '
         display 'drift summary (median of the first ', window-n,
           ' night(s) against the latest ', window-n,
           ', flag at ', drift-pct, '%)'
         move 1 to first-ix
         perform until first-ix > night-cnt
           move first-ix to last-ix
           perform until last-ix >= night-cnt
               or nt-job(last-ix + 1) not = nt-job(first-ix)
             add 1 to last-ix
           end-perform
           perform e01-one-drift
           compute first-ix = last-ix + 1
         end-perform
         .

       e99-exit.
         exit
         .

       e01-one-drift section.
         compute job-nights = last-ix - first-ix + 1
         if job-nights < window-n * 2 then
           display '  ', nt-job(first-ix), ' ', job-nights,
             ' night(s) - too few to judge drift'
           go to e98-exit
         end-if
         move 0 to ww
         perform varying jj from first-ix by 1
             until ww >= window-n
           add 1 to ww
           move nt-secs(jj) to w-val(ww)
         end-perform
         perform d02-window-median
         move w-median to first-med
         move 0 to ww
         perform varying jj from last-ix by -1
             until ww >= window-n
           add 1 to ww
           move nt-secs(jj) to w-val(ww)
         end-perform
         perform d02-window-median
         move w-median to last-med
         if first-med = 0 then
           move 0 to chg-pct
         else
           compute chg-pct rounded =
             (last-med - first-med) * 100 / first-med
         end-if
         move chg-pct to chg-dsp
         move first-med to hms-secs
         perform d03-format-hms
         move hms-str to med-hms
         move last-med to hms-secs
         perform d03-format-hms
         if chg-pct >= drift-pct then
           add 1 to drift-count
           display '  ', nt-job(first-ix), ' ', job-nights,
             ' night(s)  ', med-hms, ' -> ', hms-str, '  ',
             function trim(chg-dsp), '%  DRIFT'
         else
           display '  ', nt-job(first-ix), ' ', job-nights,
             ' night(s)  ', med-hms, ' -> ', hms-str, '  ',
             function trim(chg-dsp), '%'
         end-if
         .

       e98-exit.
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

       u01-get-status section.
         move 'status=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         move spaces to status-tok
         if key-pos > 0 then
           unstring log-record(key-pos:17)
             delimited by all space
             into status-tok
           end-unstring
         end-if
         .

       u98-exit.
         exit
         .

       u02-get-times section.
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
         .

       u97-exit.
         exit
         .

      * rebuilds the structured datetime fields from the logged
      * 'YYYY-MM-DD HH:MM:SS' stamps and hands them to now-str's
      * elapsed entry for the job's run time.
       u03-compute-elapsed section.
         initialize elapsed-data
         move start-tok(1:4) to m_year of start-data
         move start-tok(6:2) to m_month of start-data
         move start-tok(9:2) to m_day of start-data
         move start-tok(12:2) to m_hour of start-data
         move start-tok(15:2) to m_minute of start-data
         move start-tok(18:2) to m_second of start-data
         move end-tok(1:4) to m_year of end-data
         move end-tok(6:2) to m_month of end-data
         move end-tok(9:2) to m_day of end-data
         move end-tok(12:2) to m_hour of end-data
         move end-tok(15:2) to m_minute of end-data
         move end-tok(18:2) to m_second of end-data
         call 'elapsed-now-str' using start-data, end-data,
           elapsed-data
         .

       u96-exit.
         exit
         .
