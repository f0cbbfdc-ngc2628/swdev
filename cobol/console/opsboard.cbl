
       identification division.
         program-id. opsboard.

      * operations status board: where tonight's run stands, on one
      * screen, instead of the half-hourly round of batchchain state
      * files, audit.log RUNNING lines, hungjobs, incident LIST OPEN
      * and the latest scorecard grades. Each refresh reads them all
      * afresh and shows
      *   - every jobnet chain (WAITING, RUNNING with its elapsed
      *     time, DONE, FAILED, or BLOCKED behind a failed
      *     predecessor) and every batchchain chain named (WAITING,
      *     RUNNING past a step, DONE, FAILED at a step),
      *   - the other jobs audit.log has open, LONG past the hung
      *     limit,
      *   - the SLA headroom of each job opsummary's SLA file names,
      *   - the open (and acknowledged) incidents with their age,
      *   - the stale table-file locks (holder DEAD or UNKNOWN),
      *   - the feeds feedmon has found late or missing today,
      *   - the last scorecard grade per file.
      * Every job and chain line is numbered: D)rill with its number
      * (or a run id) lists the audit.log and trace.log lines of its
      * run. Nothing is written, held or changed - a lock listing is
      * the only scratch file, taken and removed the way lockmon
      * takes it - so the board can be left on the second monitor.
      *
      *   opsboard [board-file] [REFRESH=seconds] [ONCE]
      *
      * The board file (opsboard.def, or wherever OPSBOARD points)
      * names what to watch, one setting per line, '*' comments:
      *   NET    jobnet-file             (up to 5)
      *   CHAIN  table-file              (up to 20)
      *   SLA    sla-file                (opsummary's format)
      *   FEEDS  feed-schedule           (feedmon's <schedule>.state)
      *   SCORE  quality-history-file    (up to 5)
      *   LOCKS  dir [dir]...            (else suite.cfg lock-dirs)
      *   AUDIT  audit-log               (else today's, as written)
      *   TRACE  trace-log               (else today's, as written)
      *   INCLOG incident-log            (else INCLOG, incident.log)
      *   HUNG   minutes                 (30 when absent)
      * With no REFRESH= the board is drawn and the dialog waits:
      * Enter or R)efresh redraws it, D)rill drills, Q)uit leaves.
      * REFRESH= redraws it every so many seconds until the board
      * is interrupted, for the unattended screen. ONCE prints it a
      * single time and returns 8 when a job has failed, an SLA is
      * breached or a feed is missing, 4 when anything else needs
      * attention, else 0.

       environment division.
         input-output section.
         file-control.
           select textinp assign to inp-fname
           organization is line sequential
           file status is inp-fs.

       data division.
         file section.
         fd textinp.
           01 inp-record pic x(1200) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 board-fname pic x(128) value spaces.
             05 inp-fname pic x(160) value spaces.
             05 inp-fs pic xx value '00'.
             05 arg-tmp pic x(160) value spaces.
             05 iseof pic 9 value 0.
             05 refresh-secs pic 9(4) value 0.
             05 once-opt pic 9 value 0.
             05 clear-cmd pic x(24) value 'clear 2>/dev/null'.
             05 cmd-buf pic x(512) value spaces.
             05 command pic x value space.
             05 cmd-line pic x(80) value spaces.
             05 tok pic x(128) value spaces.
             05 tok-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(12) value spaces.
             05 srch-len pic 9(2) value 0.
             05 kx pic 9(4) value 0.
             05 ix pic 9(4) value 0.
             05 jx pic 9(4) value 0.
             05 px pic 9(2) value 0.
             05 in-preds pic 9 value 0.
             05 audit-fname pic x(128) value spaces.
             05 trace-fname pic x(128) value spaces.
             05 inc-fname pic x(128) value spaces.
             05 sla-fname pic x(128) value spaces.
             05 feeds-fname pic x(128) value spaces.
             05 logdir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 hung-mins pic 9(4) value 30.
             05 net-cnt pic 9 value 0.
             05 net-fname pic x(128) occurs 5 times value spaces.
             05 chain-cnt pic 9(2) value 0.
             05 chain-fname pic x(128) occurs 20 times
               value spaces.
             05 score-cnt pic 9 value 0.
             05 score-fname pic x(128) occurs 5 times value spaces.
             05 dir-cnt pic 9(2) value 0.
             05 dir-tab pic x(128) occurs 10 times value spaces.
             05 dir-ptr pic 9(4) value 0.
             05 job-tok pic x(16) value spaces.
             05 status-tok pic x(16) value spaces.
             05 start-tok pic x(19) value spaces.
             05 end-tok pic x(19) value spaces.
             05 run-tok pic x(17) value spaces.
             05 stamp-tok pic x(19) value spaces.
             05 stamp-ok pic 9 value 0.
             05 age-secs pic 9(8) value 0.
             05 today pic x(10) value spaces.
             05 today-num pic x(8) value spaces.
             05 now-hm pic 9(4) value 0.
             05 audit-ok pic 9 value 0.
             05 aj-ix pic 9(3) value 0.
             05 st-step pic 9 value 0.
             05 step-label pic x(8) value spaces.
             05 probe-ok pic 9 value 0.
             05 alert-today pic 9 value 0.
             05 alert-line pic x(255) value spaces.
             05 el-secs pic 9(8) value 0.
             05 head-secs pic s9(8) value 0.
             05 head2-secs pic s9(8) value 0.
             05 head-set pic 9 value 0.
             05 sla-warn-lim pic 9(8) value 0.
             05 head-dsp pic -(6)9.
             05 mins-dsp pic z(5)9.
             05 line-no pic zz9.
             05 note-buf pic x(60) value spaces.
             05 chain-note pic x(60) value spaces.
             05 time-dsp pic x(19) value spaces.
             05 el-dsp pic x(11) value spaces.
             05 id-num pic 9(6) value 0.
             05 st-tok pic x(10) value spaces.
             05 opened-tok pic x(19) value spaces.
             05 code-tok pic x(12) value spaces.
             05 alert-pos pic 9(4) value 0.
             05 drill-run pic x(17) value spaces.
             05 drill-ix pic 9(3) value 0.
             05 drill-hits pic 9(4) value 0.
             05 run-cnt pic 9(3) value 0.
             05 done-cnt pic 9(3) value 0.
             05 wait-cnt pic 9(3) value 0.
             05 fail-cnt pic 9(3) value 0.
             05 long-cnt pic 9(3) value 0.
             05 breach-cnt pic 9(3) value 0.
             05 warn-cnt pic 9(3) value 0.
             05 incopen-cnt pic 9(3) value 0.
             05 stale-cnt pic 9(3) value 0.
             05 live-cnt pic 9(3) value 0.
             05 late-cnt pic 9(3) value 0.
             05 missing-cnt pic 9(3) value 0.
             05 lowgrade-cnt pic 9(3) value 0.
             05 now-data.
               copy datetimedata.
             05 start-data.
               copy datetimedata.
             05 end-data.
               copy datetimedata.
             05 elapsed-data.
               copy elapseddata.
             05 lock-data.
               copy lockdata.
             05 runcfg-data.
               copy runcfg.
      *    audit.log as the board reads it: each job's latest line,
      *    and the RUNNING entries still waiting for their end line
      *    (hungjobs' pairing, by job and exact start stamp).
           01 aud-table.
             05 aj-cnt pic 9(3) value 0.
             05 aj-entry occurs 300 times.
               10 aj-job pic x(16).
               10 aj-status pic x(8).
               10 aj-start pic x(19).
               10 aj-end pic x(19).
               10 aj-run pic x(17).
           01 open-table.
             05 op-job pic x(16) occurs 200 times value spaces.
             05 op-start pic x(19) occurs 200 times value spaces.
             05 op-run pic x(17) occurs 200 times value spaces.
             05 op-live pic 9 occurs 200 times value 0.
      *    the jobnet chains, each with its predecessors and the
      *    status the board gives it.
           01 net-table.
             05 nj-cnt pic 9(3) value 0.
             05 nj-entry occurs 100 times.
               10 nj-net pic 9.
               10 nj-name pic x(16).
               10 nj-pred-cnt pic 9.
               10 nj-pred pic x(16) occurs 5 times.
               10 nj-done pic 9.
               10 nj-st pic x(8).
               10 nj-aj pic 9(3).
           01 sla-table.
             05 sl-cnt pic 9(2) value 0.
             05 sl-job pic x(16) occurs 50 times value spaces.
             05 sl-endhm pic 9(4) occurs 50 times value 0.
             05 sl-max pic 9(6) occurs 50 times value 0.
      *    incident.log folded the way incident LIST folds it: the
      *    latest status line per id wins.
           01 inc-table.
             05 in-cnt pic 9(3) value 0.
             05 in-entry occurs 500 times.
               10 in-id pic 9(6).
               10 in-status pic x(10).
               10 in-opened pic x(19).
               10 in-code pic x(12).
               10 in-alert pic x(120).
           01 feed-table.
             05 fe-cnt pic 9(2) value 0.
             05 fe-entry occurs 50 times.
               10 fe-name pic x(16).
               10 fe-status pic x(8).
               10 fe-exp pic x(5).
               10 fe-late pic x(5).
           01 score-table.
             05 sc-cnt pic 9(2) value 0.
             05 sc-entry occurs 50 times.
               10 sc-file pic x(60).
               10 sc-time pic x(19).
               10 sc-score pic x(6).
               10 sc-grade pic x(1).
      *    what each numbered board line drills into.
           01 drill-table.
             05 dr-cnt pic 9(3) value 0.
             05 dr-entry occurs 200 times.
               10 dr-label pic x(40).
               10 dr-run pic x(17).
               10 dr-note pic x(180).

       procedure division.
       a00-start section.
         call 'run-config-load' using runcfg-data
         move spaces to arg-tmp
         accept arg-tmp from argument-value
           on exception
             move spaces to arg-tmp
         end-accept
         perform until arg-tmp = spaces
           evaluate true
             when function upper-case(arg-tmp(1:8)) = 'REFRESH='
               if function test-numval(arg-tmp(9:4)) = 0 then
                 move function numval(arg-tmp(9:4))
                   to refresh-secs
               end-if
             when function upper-case(arg-tmp) = 'ONCE'
               move 1 to once-opt
             when other
               move arg-tmp to board-fname
           end-evaluate
           move spaces to arg-tmp
           accept arg-tmp from argument-value
             on exception
               move spaces to arg-tmp
           end-accept
         end-perform
         if board-fname = spaces then
           display "OPSBOARD" upon environment-name
           accept board-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if board-fname = spaces then
           move 'opsboard.def' to board-fname
         end-if
         perform b00-load-board
         if once-opt = 1 then
           perform c00-draw-board
           go to a99-end
         end-if
         if refresh-secs > 0 then
           perform until refresh-secs = 0
             call "SYSTEM" using clear-cmd
             perform c00-draw-board
             display 'opsboard: refreshing every ', refresh-secs,
               ' second(s) - interrupt to stop'
             call 'C$SLEEP' using refresh-secs
           end-perform
         end-if
         call "SYSTEM" using clear-cmd
         perform c00-draw-board
         perform until command = 'Q'
           display ' '
           display 'R)efresh (or Enter)  D)rill  Q)uit'
           display 'command: ' with no advancing
           move spaces to cmd-line
           accept cmd-line
           move function upper-case(cmd-line(1:1)) to command
           evaluate command
             when space
             when 'R'
               call "SYSTEM" using clear-cmd
               perform c00-draw-board
             when 'D'
               perform d00-drill
             when 'Q'
               continue
             when other
               display 'opsboard: unrecognized command'
           end-evaluate
         end-perform
         .
       a99-end.
         stop run
         .

      * the board file: what to watch and where the logs are. A
      * log not named here is the one the suite writes today.
       b00-load-board section.
         move board-fname to inp-fname
         open input textinp
         if inp-fs not = '00' then
           display 'opsboard: cannot open board file ',
             function trim(board-fname), ', status ', inp-fs,
             ' - showing the suite logs only'
         else
           move 0 to iseof
           perform until iseof = 1
             read textinp into inp-record
             at end
               move 1 to iseof
             not at end
               if inp-record not = spaces
                   and inp-record(1:1) not = '*' then
                 perform b01-take-line
               end-if
             end-read
           end-perform
           close textinp
         end-if
         if dir-cnt = 0 and not cfg-lock-dirs = spaces then
           move 1 to dir-ptr
           perform until dir-ptr > length of cfg-lock-dirs
               or dir-cnt = 10
             add 1 to dir-cnt
             unstring cfg-lock-dirs delimited by all space
               into dir-tab(dir-cnt) with pointer dir-ptr
             end-unstring
             if dir-tab(dir-cnt) = spaces then
               subtract 1 from dir-cnt
             end-if
           end-perform
         end-if
         if dir-cnt = 0 then
           move 1 to dir-cnt
           move '.' to dir-tab(1)
         end-if
         if inc-fname = spaces then
           display "INCLOG" upon environment-name
           accept inc-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if inc-fname = spaces then
           move 'incident.log' to inc-fname
         end-if
         .

       b99-exit.
         exit
         .

       b01-take-line section.
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           inp-record))
         move spaces to tok
         unstring inp-record delimited by all space
           into tok with pointer tok-ptr
         end-unstring
         move function upper-case(tok(1:8)) to job-tok
         move spaces to tok
         unstring inp-record delimited by all space
           into tok with pointer tok-ptr
         end-unstring
         evaluate job-tok
           when 'NET'
             if net-cnt < 5 then
               add 1 to net-cnt
               move tok to net-fname(net-cnt)
             end-if
           when 'CHAIN'
             if chain-cnt < 20 then
               add 1 to chain-cnt
               move tok to chain-fname(chain-cnt)
             end-if
           when 'SCORE'
             if score-cnt < 5 then
               add 1 to score-cnt
               move tok to score-fname(score-cnt)
             end-if
           when 'SLA'
             move tok to sla-fname
           when 'FEEDS'
             move tok to feeds-fname
           when 'AUDIT'
             move tok to audit-fname
           when 'TRACE'
             move tok to trace-fname
           when 'INCLOG'
             move tok to inc-fname
           when 'HUNG'
             if function test-numval(tok(1:4)) = 0 then
               move function numval(tok(1:4)) to hung-mins
             end-if
           when 'LOCKS'
             perform until tok = spaces or dir-cnt = 10
               add 1 to dir-cnt
               move tok to dir-tab(dir-cnt)
               move spaces to tok
               if tok-ptr <= rec-len then
                 unstring inp-record delimited by all space
                   into tok with pointer tok-ptr
                 end-unstring
               end-if
             end-perform
           when other
             display 'opsboard: unknown board line ignored: ',
               function trim(inp-record)
         end-evaluate
         .

       b98-exit.
         exit
         .

      * one full board: every source read afresh, then shown.
       c00-draw-board section.
         call 'now-str' using now-data
         move datetime-str of now-data(1:10) to today
         move m_date of now-data to today-num
         compute now-hm = m_hour of now-data * 100
           + m_minute of now-data
         perform c01-log-names
         move 0 to dr-cnt
         move 0 to run-cnt
         move 0 to done-cnt
         move 0 to wait-cnt
         move 0 to fail-cnt
         move 0 to long-cnt
         move 0 to breach-cnt
         move 0 to warn-cnt
         move 0 to incopen-cnt
         move 0 to stale-cnt
         move 0 to live-cnt
         move 0 to late-cnt
         move 0 to missing-cnt
         move 0 to lowgrade-cnt
         display 'OPERATIONS STATUS BOARD   ',
           datetime-str of now-data, '   ',
           function trim(board-fname)
         display '  audit ', function trim(audit-fname),
           '   trace ', function trim(trace-fname)
         display '---------------------------------------------',
           '-----------------------------------'
         perform g00-scan-audit
         perform h00-show-jobs
         perform h01-show-chains
         perform h02-show-open-jobs
         perform h03-show-sla
         perform h04-show-incidents
         perform h05-show-locks
         perform h06-show-feeds
         perform h07-show-scores
         display '---------------------------------------------',
           '-----------------------------------'
         display '  ', run-cnt, ' running  ', done-cnt, ' done  ',
           wait-cnt, ' waiting  ', fail-cnt, ' failed  ',
           long-cnt, ' long  |  SLA ', breach-cnt, ' breach ',
           warn-cnt, ' warn'
         display '  ', incopen-cnt, ' incident(s) open  ',
           stale-cnt, ' stale lock(s)  ', late-cnt, ' late / ',
           missing-cnt, ' missing feed(s)  ', lowgrade-cnt,
           ' file(s) graded D or F'
         evaluate true
           when fail-cnt > 0 or breach-cnt > 0 or missing-cnt > 0
             move 8 to return-code
           when long-cnt > 0 or warn-cnt > 0 or incopen-cnt > 0
               or stale-cnt > 0 or late-cnt > 0 or lowgrade-cnt > 0
             move 4 to return-code
           when other
             move 0 to return-code
         end-evaluate
         .

       c99-exit.
         exit
         .

      * audit.log and trace.log as audit-log.cbl and trace-log.cbl
      * name them today: LOGDIR, else the environment profile's log
      * directory, with the day's stamp; else the plain names.
       c01-log-names section.
         if not audit-fname = spaces and not trace-fname = spaces
             then
           go to c98-exit
         end-if
         display "LOGDIR" upon environment-name
         move spaces to logdir
         accept logdir from environment-value
           on exception
             continue
         end-accept
         if logdir = spaces then
           call 'run-env-get' using run-env, run-env-logdir
           move run-env-logdir to logdir
         end-if
         if audit-fname = spaces then
           if logdir = spaces then
             move 'audit.log' to audit-fname
           else
             string function trim(logdir) '/audit.' today-num
               '.log' delimited by size into audit-fname
             end-string
           end-if
         end-if
         if trace-fname = spaces then
           if logdir = spaces then
             move 'trace.log' to trace-fname
           else
             string function trim(logdir) '/trace.' today-num
               '.log' delimited by size into trace-fname
             end-string
           end-if
         end-if
         .

       c98-exit.
         exit
         .

      * one pass over audit.log: each job's latest line, and the
      * RUNNING markers no end line has closed yet.
       g00-scan-audit section.
         move 0 to aj-cnt
         move 0 to audit-ok
         perform varying ix from 1 by 1 until ix > 200
           move 0 to op-live(ix)
         end-perform
         move audit-fname to inp-fname
         open input textinp
         if inp-fs not = '00' then
           go to g99-exit
         end-if
         move 1 to audit-ok
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record not = spaces then
               move spaces to job-tok
               unstring inp-record delimited by all space
                 into job-tok
               end-unstring
               perform u01-get-fields
               perform u04-find-job
               if aj-ix = 0 and aj-cnt < 300 then
                 add 1 to aj-cnt
                 move aj-cnt to aj-ix
                 move job-tok to aj-job(aj-ix)
               end-if
               if aj-ix > 0 then
                 move status-tok to aj-status(aj-ix)
                 move start-tok to aj-start(aj-ix)
                 move end-tok to aj-end(aj-ix)
                 move run-tok to aj-run(aj-ix)
               end-if
               if status-tok = 'RUNNING' then
                 perform varying ix from 1 by 1 until ix > 200
                   if op-live(ix) = 0 then
                     move job-tok to op-job(ix)
                     move start-tok to op-start(ix)
                     move run-tok to op-run(ix)
                     move 1 to op-live(ix)
                     move 201 to ix
                   end-if
                 end-perform
               else
                 perform varying ix from 1 by 1 until ix > 200
                   if op-live(ix) = 1
                       and op-job(ix) = job-tok
                       and op-start(ix) = start-tok then
                     move 0 to op-live(ix)
                   end-if
                 end-perform
               end-if
             end-if
           end-read
         end-perform
         close textinp
         .

       g99-exit.
         exit
         .

      * the JOB lines of one jobnet file and the chains its state
      * file has as done.
       g01-load-net section.
         move net-fname(px) to inp-fname
         open input textinp
         if inp-fs not = '00' then
           display '  ', function trim(net-fname(px)),
             ': cannot open, status ', inp-fs
           go to g98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record not = spaces
                 and inp-record(1:1) not = '*' then
               move 1 to tok-ptr
               compute rec-len = function length(function trim(
                 inp-record))
               move spaces to tok
               unstring inp-record delimited by all space
                 into tok with pointer tok-ptr
               end-unstring
               if function upper-case(tok(1:4)) = 'JOB '
                   and nj-cnt < 100 then
                 add 1 to nj-cnt
                 move px to nj-net(nj-cnt)
                 move 0 to nj-pred-cnt(nj-cnt)
                 move 0 to nj-done(nj-cnt)
                 move spaces to tok
                 unstring inp-record delimited by all space
                   into tok with pointer tok-ptr
                 end-unstring
                 move tok(1:16) to nj-name(nj-cnt)
                 move 0 to in-preds
                 perform until tok-ptr > rec-len
                   move spaces to tok
                   unstring inp-record delimited by all space
                     into tok with pointer tok-ptr
                   end-unstring
                   if tok = ':' then
                     move 1 to in-preds
                   else
                     if in-preds = 1 and not tok = spaces
                         and nj-pred-cnt(nj-cnt) < 5 then
                       add 1 to nj-pred-cnt(nj-cnt)
                       move tok(1:16) to nj-pred(nj-cnt,
                         nj-pred-cnt(nj-cnt))
                     end-if
                   end-if
                 end-perform
               end-if
             end-if
           end-read
         end-perform
         close textinp
         move spaces to inp-fname
         string function trim(net-fname(px)) '.state'
           delimited by size into inp-fname
         end-string
         open input textinp
         if inp-fs not = '00' then
           go to g98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             move spaces to job-tok
             unstring inp-record delimited by all space
               into job-tok
             end-unstring
             perform varying jx from 1 by 1 until jx > nj-cnt
               if nj-net(jx) = px and nj-name(jx) = job-tok
                   and not job-tok = spaces then
                 move 1 to nj-done(jx)
               end-if
             end-perform
           end-read
         end-perform
         close textinp
         .

       g98-exit.
         exit
         .

      * a chain's standing from what batchchain leaves: the
      * .batchstate restart point while it is part way, the .alert
      * of a failure, today's TABLE step log once it has finished.
       g02-chain-state section.
         move 0 to st-step
         move spaces to inp-fname
         string function trim(chain-fname(ix)) '.batchstate'
           delimited by size into inp-fname
         end-string
         perform u05-probe
         if probe-ok = 1 then
           if function test-numval(inp-record(1:1)) = 0 then
             move function numval(inp-record(1:1)) to st-step
           end-if
           if st-step = 0 then
             move 9 to st-step
           end-if
         end-if
         move 0 to alert-today
         move spaces to alert-line
         move spaces to inp-fname
         string function trim(chain-fname(ix)) '.alert'
           delimited by size into inp-fname
         end-string
         perform u05-probe
         if probe-ok = 1 then
           move inp-record to alert-line
           move 'time=' to srch-key
           move 5 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             if inp-record(key-pos:10) = today then
               move 1 to alert-today
             end-if
           end-if
           move ' run=' to srch-key
           move 5 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             unstring inp-record(key-pos:17) delimited by all space
               into run-tok
             end-unstring
           end-if
         end-if
         evaluate st-step
           when 1 move 'EXTRACT' to step-label
           when 2 move 'SORT' to step-label
           when 3 move 'TABLE' to step-label
           when 4 move 'BALANCE' to step-label
           when other move 'START' to step-label
         end-evaluate
         move spaces to note-buf
         evaluate true
           when alert-today = 1
               and (st-step > 0 or probe-ok = 1)
             move 'FAILED' to status-tok
             move alert-line to inp-record
             move 'step=' to srch-key
             move 5 to srch-len
             perform u00-find-key
             move spaces to tok
             if key-pos > 0 then
               unstring inp-record(key-pos:16) delimited by all space
                 into tok
               end-unstring
             end-if
             string 'at ' function trim(tok) ', resumes after '
               function trim(step-label)
               delimited by size into note-buf
             end-string
           when st-step > 0
             move 'RUNNING' to status-tok
             string 'past ' function trim(step-label)
               delimited by size into note-buf
             end-string
           when other
             move spaces to inp-fname
             string function trim(chain-fname(ix)) '.TABLE.'
               today-num '.log' delimited by size into inp-fname
             end-string
             perform u05-probe
             if probe-ok = 1 then
               move 'DONE' to status-tok
               move 'TABLE step log of today on file' to note-buf
             else
               move 'WAITING' to status-tok
             end-if
         end-evaluate
         .

       g97-exit.
         exit
         .

       g03-load-sla section.
         move 0 to sl-cnt
         if sla-fname = spaces then
           go to g96-exit
         end-if
         move sla-fname to inp-fname
         open input textinp
         if inp-fs not = '00' then
           go to g96-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record not = spaces
                 and inp-record(1:1) not = '*' then
               move spaces to job-tok start-tok end-tok
               unstring inp-record delimited by all space
                 into job-tok, start-tok, end-tok
               end-unstring
               if not job-tok = spaces
                   and function test-numval(start-tok) = 0
                   and function test-numval(end-tok) = 0
                   and sl-cnt < 50 then
                 add 1 to sl-cnt
                 move job-tok to sl-job(sl-cnt)
                 move function numval(start-tok) to sl-endhm(sl-cnt)
                 move function numval(end-tok) to sl-max(sl-cnt)
               end-if
             end-if
           end-read
         end-perform
         close textinp
         .

       g96-exit.
         exit
         .

      * incident.log: the latest status line per id wins; the
      * opening line carries the time, the code and the alert.
       g04-load-incidents section.
         move 0 to in-cnt
         move inc-fname to inp-fname
         open input textinp
         if inp-fs not = '00' then
           go to g95-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record(1:3) = 'id=' then
               perform g05-take-incident
             end-if
           end-read
         end-perform
         close textinp
         .

       g95-exit.
         exit
         .

       g05-take-incident section.
         move 0 to id-num
         if function test-numval(inp-record(4:6)) = 0 then
           move function numval(inp-record(4:6)) to id-num
         end-if
         if id-num = 0 then
           go to g94-exit
         end-if
         move 'status=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         move spaces to st-tok
         if key-pos > 0 then
           unstring inp-record(key-pos:10) delimited by all space
             into st-tok
           end-unstring
         end-if
         move 0 to jx
         perform varying ix from 1 by 1 until ix > in-cnt
           if in-id(ix) = id-num then
             move ix to jx
           end-if
         end-perform
         if jx = 0 then
           if in-cnt >= 500 then
             go to g94-exit
           end-if
           add 1 to in-cnt
           move in-cnt to jx
           move id-num to in-id(jx)
           move spaces to in-opened(jx) in-code(jx) in-alert(jx)
           move 'opened=' to srch-key
           move 7 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             move inp-record(key-pos:19) to in-opened(jx)
           end-if
           move ' code=' to srch-key
           move 6 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             unstring inp-record(key-pos:12) delimited by all space
               into in-code(jx)
             end-unstring
           end-if
           move ' alert=' to srch-key
           move 7 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             move inp-record(key-pos:120) to in-alert(jx)
           end-if
         end-if
         move st-tok to in-status(jx)
         .

       g94-exit.
         exit
         .

      * the feeds feedmon has raised today ('yyyymmdd feed kind'
      * in <schedule>.state), MISSING over OVERDUE, with their
      * times from the schedule itself.
       g06-load-feeds section.
         move 0 to fe-cnt
         if feeds-fname = spaces then
           go to g93-exit
         end-if
         move spaces to inp-fname
         string function trim(feeds-fname) '.state'
           delimited by size into inp-fname
         end-string
         open input textinp
         if inp-fs not = '00' then
           go to g93-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record(1:8) = today-num then
               move spaces to tok job-tok status-tok
               unstring inp-record delimited by all space
                 into tok, job-tok, status-tok
               end-unstring
               move 0 to jx
               perform varying ix from 1 by 1 until ix > fe-cnt
                 if fe-name(ix) = job-tok then
                   move ix to jx
                 end-if
               end-perform
               if jx = 0 and fe-cnt < 50 then
                 add 1 to fe-cnt
                 move fe-cnt to jx
                 move job-tok to fe-name(jx)
                 move spaces to fe-status(jx) fe-exp(jx) fe-late(jx)
               end-if
               if jx > 0 and not fe-status(jx) = 'MISSING' then
                 move status-tok to fe-status(jx)
               end-if
             end-if
           end-read
         end-perform
         close textinp
         if fe-cnt = 0 then
           go to g93-exit
         end-if
         move feeds-fname to inp-fname
         open input textinp
         if inp-fs not = '00' then
           go to g93-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             if inp-record not = spaces
                 and inp-record(1:1) not = '*' then
               move spaces to job-tok tok status-tok start-tok
                 end-tok
               unstring inp-record delimited by all space
                 into job-tok, tok, status-tok, start-tok, end-tok
               end-unstring
               perform varying ix from 1 by 1 until ix > fe-cnt
                 if fe-name(ix) = job-tok then
                   move start-tok(1:5) to fe-exp(ix)
                   move end-tok(1:5) to fe-late(ix)
                 end-if
               end-perform
             end-if
           end-read
         end-perform
         close textinp
         .

       g93-exit.
         exit
         .

      * the scorecard history lines; the latest line per file wins.
       g07-load-scores section.
         move 0 to sc-cnt
         perform varying px from 1 by 1 until px > score-cnt
           move score-fname(px) to inp-fname
           open input textinp
           if inp-fs = '00' then
             move 0 to iseof
             perform until iseof = 1
               read textinp into inp-record
               at end
                 move 1 to iseof
               not at end
                 perform g08-take-score
               end-read
             end-perform
             close textinp
           end-if
         end-perform
         .

       g92-exit.
         exit
         .

       g08-take-score section.
         move ' file=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         if key-pos = 0 then
           go to g91-exit
         end-if
         move spaces to tok
         unstring inp-record(key-pos:128) delimited by all space
           into tok
         end-unstring
         move 0 to jx
         perform varying ix from 1 by 1 until ix > sc-cnt
           if sc-file(ix) = tok(1:60) then
             move ix to jx
           end-if
         end-perform
         if jx = 0 then
           if sc-cnt >= 50 then
             go to g91-exit
           end-if
           add 1 to sc-cnt
           move sc-cnt to jx
           move tok(1:60) to sc-file(jx)
         end-if
         move inp-record(1:19) to sc-time(jx)
         move spaces to sc-score(jx)
         move ' score=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         if key-pos > 0 then
           unstring inp-record(key-pos:6) delimited by all space
             into sc-score(jx)
           end-unstring
         end-if
         move space to sc-grade(jx)
         move ' grade=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         if key-pos > 0 then
           move inp-record(key-pos:1) to sc-grade(jx)
         end-if
         .

       g91-exit.
         exit
         .

      * the jobnet chains: a RUNNING marker from the last day, then
      * the state file's done, then the day's failure or clean end;
      * a chain held by a failed or blocked predecessor is BLOCKED.
       h00-show-jobs section.
         move 0 to nj-cnt
         perform varying px from 1 by 1 until px > net-cnt
           perform g01-load-net
         end-perform
         display 'JOBNET CHAINS'
         if nj-cnt = 0 then
           display '  none named'
           go to h99-exit
         end-if
         perform varying jx from 1 by 1 until jx > nj-cnt
           move nj-name(jx) to job-tok
           perform u04-find-job
           move aj-ix to nj-aj(jx)
           move 'WAITING' to nj-st(jx)
           move 0 to age-secs
           if aj-ix > 0 then
             move aj-start(aj-ix) to stamp-tok
             perform u03-stamp-age
             if stamp-ok = 0 then
               move 99999999 to age-secs
             end-if
           end-if
           evaluate true
             when aj-ix > 0 and aj-status(aj-ix) = 'RUNNING'
                 and age-secs < 86400
               move 'RUNNING' to nj-st(jx)
             when nj-done(jx) = 1
               move 'DONE' to nj-st(jx)
             when aj-ix > 0 and age-secs < 86400
                 and aj-status(aj-ix) = 'FAIL'
               move 'FAILED' to nj-st(jx)
             when aj-ix > 0 and age-secs < 86400
                 and aj-status(aj-ix) = 'OK'
               move 'DONE' to nj-st(jx)
           end-evaluate
         end-perform
      *  predecessors in the order the file lists them, as the
      *  launcher sees them.
         perform varying jx from 1 by 1 until jx > nj-cnt
           if nj-st(jx) = 'WAITING' then
             perform varying kx from 1 by 1
                 until kx > nj-pred-cnt(jx)
               perform varying ix from 1 by 1 until ix > nj-cnt
                 if nj-net(ix) = nj-net(jx)
                     and nj-name(ix) = nj-pred(jx, kx)
                     and (nj-st(ix) = 'FAILED'
                       or nj-st(ix) = 'BLOCKED') then
                   move 'BLOCKED' to nj-st(jx)
                 end-if
               end-perform
             end-perform
           end-if
         end-perform
         display '   #  net          chain            status   ',
           'since / ended        elapsed'
         perform varying jx from 1 by 1 until jx > nj-cnt
           move nj-aj(jx) to aj-ix
           move spaces to time-dsp el-dsp run-tok
           evaluate nj-st(jx)
             when 'RUNNING'
               add 1 to run-cnt
               move aj-start(aj-ix) to stamp-tok time-dsp
               perform u03-stamp-age
               move elapsed-str of elapsed-data to el-dsp
               move aj-run(aj-ix) to run-tok
               if age-secs > hung-mins * 60 then
                 add 1 to long-cnt
                 move 'LONG' to nj-st(jx)
               end-if
             when 'DONE'
               add 1 to done-cnt
               if aj-ix > 0 then
                 if aj-status(aj-ix) = 'OK' then
                   move aj-end(aj-ix) to time-dsp end-tok
                   move aj-start(aj-ix) to stamp-tok
                   perform u06-span
                   move elapsed-str of elapsed-data to el-dsp
                 end-if
                 move aj-run(aj-ix) to run-tok
               end-if
             when 'FAILED'
               add 1 to fail-cnt
               move aj-end(aj-ix) to time-dsp end-tok
               move aj-start(aj-ix) to stamp-tok
               perform u06-span
               move elapsed-str of elapsed-data to el-dsp
               move aj-run(aj-ix) to run-tok
             when 'BLOCKED'
               add 1 to fail-cnt
             when other
               add 1 to wait-cnt
           end-evaluate
           move nj-name(jx) to job-tok
           move spaces to note-buf
           string 'jobnet ' function trim(net-fname(nj-net(jx)))
             delimited by size into note-buf
           end-string
           perform u07-add-drill
           move nj-st(jx) to status-tok
           display ' ', line-no, ' ',
             net-fname(nj-net(jx))(1:12), ' ', nj-name(jx), ' ',
             status-tok(1:8), ' ', time-dsp, '  ', el-dsp
         end-perform
         .

       h99-exit.
         exit
         .

       h01-show-chains section.
         display 'BATCH CHAINS'
         if chain-cnt = 0 then
           display '  none named'
           go to h98-exit
         end-if
         perform varying ix from 1 by 1 until ix > chain-cnt
           move spaces to run-tok
           perform g02-chain-state
           evaluate status-tok
             when 'FAILED' add 1 to fail-cnt
             when 'RUNNING' add 1 to run-cnt
             when 'DONE' add 1 to done-cnt
             when other add 1 to wait-cnt
           end-evaluate
           move chain-fname(ix) to job-tok
           move note-buf to chain-note
           move spaces to note-buf
           if alert-today = 1 then
             move alert-line to note-buf
           end-if
           move chain-fname(ix)(1:16) to job-tok
           perform u07-add-drill
           move chain-fname(ix)(1:40) to dr-label(dr-cnt)
           display ' ', line-no, ' ',
             chain-fname(ix)(1:30), ' ', status-tok(1:8), ' ',
             function trim(chain-note)
         end-perform
         .

       h98-exit.
         exit
         .

      * whatever else audit.log has open - the chains' own steps,
      * ad hoc runs - aged against the hung limit.
       h02-show-open-jobs section.
         display 'OPEN IN AUDIT.LOG'
         if audit-ok = 0 then
           display '  ', function trim(audit-fname),
             ' not there yet'
           go to h97-exit
         end-if
         move 0 to kx
         perform varying ix from 1 by 1 until ix > 200
           if op-live(ix) = 1 then
             move 0 to jx
             perform varying px from 1 by 1 until px > nj-cnt
                 or px > 99
               if nj-name(px) = op-job(ix) then
                 move 1 to jx
               end-if
             end-perform
             if jx = 0 then
               add 1 to kx
               move op-start(ix) to stamp-tok
               perform u03-stamp-age
               add 1 to run-cnt
               move 'RUNNING' to status-tok
               if age-secs > hung-mins * 60 then
                 add 1 to long-cnt
                 move 'LONG' to status-tok
               end-if
               move op-job(ix) to job-tok
               move op-run(ix) to run-tok
               move 'audit.log open job' to note-buf
               perform u07-add-drill
               display ' ', line-no, ' ',
                 op-job(ix), ' ', status-tok(1:8), ' since ',
                 op-start(ix), '  ', elapsed-str of elapsed-data,
                 '  run ', op-run(ix)
             end-if
           end-if
         end-perform
         if kx = 0 then
           display '  nothing else running'
         end-if
         .

       h97-exit.
         exit
         .

      * opsummary's service levels held against tonight: what is
      * left before the allowed elapsed or the latest end, whichever
      * comes first. WARN past 80 percent of the elapsed, BREACH
      * once either is gone.
       h03-show-sla section.
         perform g03-load-sla
         display 'SLA HEADROOM'
         if sl-cnt = 0 then
           display '  no SLA file named'
           go to h96-exit
         end-if
         display '  job              status   elapsed      ',
           'max(s) end-by  headroom(min)'
         perform varying kx from 1 by 1 until kx > sl-cnt
           move sl-job(kx) to job-tok
           perform u04-find-job
           move 0 to el-secs
           move 0 to head-set
           move 'WAITING' to status-tok
           move spaces to el-dsp
           if aj-ix > 0 then
             move aj-start(aj-ix) to stamp-tok
             perform u03-stamp-age
             if stamp-ok = 1 and age-secs < 86400 then
               if aj-status(aj-ix) = 'RUNNING' then
                 move 'RUNNING' to status-tok
                 move age-secs to el-secs
               else
                 move 'ENDED' to status-tok
                 move aj-end(aj-ix) to end-tok
                 perform u06-span
                 compute el-secs = e_hours of elapsed-data * 3600
                   + e_minutes of elapsed-data * 60
                   + e_seconds of elapsed-data
               end-if
               move elapsed-str of elapsed-data to el-dsp
             end-if
           end-if
           if sl-max(kx) > 0 and not status-tok = 'WAITING' then
             compute head-secs = sl-max(kx) - el-secs
             move 1 to head-set
           end-if
           if sl-endhm(kx) > 0 then
             if status-tok = 'ENDED' then
               compute head2-secs =
                 ((function numval(aj-end(aj-ix)(12:2)) * 60
                   + function numval(aj-end(aj-ix)(15:2)))
                 - (function integer-part(sl-endhm(kx) / 100) * 60
                   + function mod(sl-endhm(kx), 100))) * -60
             else
               compute head2-secs =
                 ((function integer-part(sl-endhm(kx) / 100) * 60
                   + function mod(sl-endhm(kx), 100))
                 - (m_hour of now-data * 60
                   + m_minute of now-data)) * 60
             end-if
             if head-set = 0 or head2-secs < head-secs then
               move head2-secs to head-secs
             end-if
             move 1 to head-set
           end-if
           move 'OK' to st-tok
           if head-set = 1 and head-secs < 0 then
             move 'BREACH' to st-tok
             add 1 to breach-cnt
           else
             compute sla-warn-lim = sl-max(kx) * 8 / 10
             if sl-max(kx) > 0 and el-secs > sla-warn-lim then
               move 'WARN' to st-tok
               add 1 to warn-cnt
             end-if
           end-if
           move spaces to note-buf
           if head-set = 1 then
             compute head-dsp = head-secs / 60
             move head-dsp to note-buf
           else
             move '      -' to note-buf
           end-if
           move sl-max(kx) to mins-dsp
           display '  ', sl-job(kx), ' ', status-tok(1:8), ' ',
             el-dsp, ' ', mins-dsp, '  ',
             sl-endhm(kx), '   ', note-buf(1:7), '  ', st-tok
         end-perform
         .

       h96-exit.
         exit
         .

       h04-show-incidents section.
         perform g04-load-incidents
         display 'INCIDENTS OPEN'
         move 0 to kx
         perform varying ix from 1 by 1 until ix > in-cnt
           if not in-status(ix) = 'RESOLVED' then
             add 1 to kx
             add 1 to incopen-cnt
             move spaces to el-dsp
             move in-opened(ix) to stamp-tok
             perform u03-stamp-age
             if stamp-ok = 1 then
               move elapsed-str of elapsed-data to el-dsp
             end-if
             display '  ', in-id(ix), ' ', in-status(ix)(1:8),
               ' age ', el-dsp, ' ', in-code(ix), ' ',
               in-alert(ix)(1:60)
           end-if
         end-perform
         if kx = 0 then
           display '  none'
         end-if
         .

       h95-exit.
         exit
         .

      * the locks in the lock directories whose holder is not a
      * live run, listed the way lockmon lists them.
       h05-show-locks section.
         display 'STALE LOCKS'
         move 0 to kx
         perform varying px from 1 by 1 until px > dir-cnt
           move spaces to inp-fname
           string function trim(dir-tab(px)) '/.opsboard.list'
             delimited by size into inp-fname
           end-string
           move spaces to cmd-buf
           string 'find ' function trim(dir-tab(px))
             ' -maxdepth 1 -name "*.lock" 2>/dev/null | sort > '
             function trim(inp-fname) ' 2>/dev/null'
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
           open input textinp
           if inp-fs = '00' then
             move 0 to iseof
             perform until iseof = 1
               read textinp into inp-record
               at end
                 move 1 to iseof
               not at end
                 if inp-record not = spaces then
                   perform h08-one-lock
                 end-if
               end-read
             end-perform
             close textinp
           end-if
           move spaces to cmd-buf
           string 'rm -f ' function trim(inp-fname)
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
         end-perform
         if kx = 0 then
           display '  none (', live-cnt, ' held by live runs)'
         end-if
         .

       h94-exit.
         exit
         .

       h08-one-lock section.
         move spaces to lck-file
         move inp-record to lck-name
         call 'lock-read' using lock-data
         if lck-result = 0 then
           go to h93-exit
         end-if
         if lck-alive = 'ALIVE' then
           add 1 to live-cnt
           go to h93-exit
         end-if
         add 1 to kx
         add 1 to stale-cnt
         display '  ', function trim(lck-name), ' ',
           function trim(lck-alive), ' age ', lck-age
         display '    ', function trim(lck-desc)
         .

       h93-exit.
         exit
         .

       h06-show-feeds section.
         perform g06-load-feeds
         display 'LATE FEEDS'
         if feeds-fname = spaces then
           display '  no feed schedule named'
           go to h92-exit
         end-if
         if fe-cnt = 0 then
           display '  none today'
           go to h92-exit
         end-if
         perform varying ix from 1 by 1 until ix > fe-cnt
           if fe-status(ix) = 'MISSING' then
             add 1 to missing-cnt
           else
             add 1 to late-cnt
           end-if
           display '  ', fe-name(ix), ' ', fe-status(ix),
             ' expected ', fe-exp(ix), ' latest ', fe-late(ix)
         end-perform
         .

       h92-exit.
         exit
         .

       h07-show-scores section.
         perform g07-load-scores
         display 'LAST SCORECARD GRADE'
         if sc-cnt = 0 then
           display '  none on file'
           go to h91-exit
         end-if
         perform varying ix from 1 by 1 until ix > sc-cnt
           move spaces to st-tok
           if sc-grade(ix) = 'D' or sc-grade(ix) = 'F' then
             add 1 to lowgrade-cnt
             move '<<' to st-tok
           end-if
           display '  ', sc-grade(ix), ' ', sc-score(ix), ' ',
             sc-time(ix), ' ', sc-file(ix)(1:40), ' ', st-tok(1:2)
         end-perform
         .

       h91-exit.
         exit
         .

      * a board line's run: every audit.log and trace.log line that
      * carries its run id. A run id typed in is taken as it is.
       d00-drill section.
         display 'line number or run id: ' with no advancing
         move spaces to cmd-line
         accept cmd-line
         if cmd-line = spaces then
           go to d99-exit
         end-if
         move spaces to drill-run
         move 0 to drill-ix
         if function test-numval(cmd-line) = 0 then
           if function numval(cmd-line) > 0
               and function numval(cmd-line) <= dr-cnt then
             move function numval(cmd-line) to drill-ix
             move dr-run(drill-ix) to drill-run
           end-if
           if drill-ix = 0 then
             display 'opsboard: no line ', function trim(cmd-line),
               ' on the board'
             go to d99-exit
           end-if
         else
           move cmd-line(1:17) to drill-run
         end-if
         if drill-ix > 0 then
           display function trim(dr-label(drill-ix)), ' - ',
             function trim(dr-note(drill-ix))
         end-if
         if drill-run = spaces then
           display 'opsboard: no run id on file for that line yet'
           go to d99-exit
         end-if
         display 'run ', function trim(drill-run), ' in ',
           function trim(audit-fname)
         move audit-fname to inp-fname
         perform d01-run-lines
         display 'run ', function trim(drill-run), ' in ',
           function trim(trace-fname)
         move trace-fname to inp-fname
         perform d01-run-lines
         .

       d99-exit.
         exit
         .

       d01-run-lines section.
         move 0 to drill-hits
         open input textinp
         if inp-fs not = '00' then
           display '  (cannot open, status ', inp-fs, ')'
           go to d98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read textinp into inp-record
           at end
             move 1 to iseof
           not at end
             move ' run=' to srch-key
             move 5 to srch-len
             perform u00-find-key
             if key-pos > 0 then
               move spaces to run-tok
               unstring inp-record(key-pos:17) delimited by all space
                 into run-tok
               end-unstring
               if run-tok = drill-run then
                 add 1 to drill-hits
                 display '  ', function trim(inp-record)
               end-if
             end-if
           end-read
         end-perform
         close textinp
         if drill-hits = 0 then
           display '  (no lines for this run)'
         end-if
         .

       d98-exit.
         exit
         .

      * finds 'keyword=' inside the current line, the same u00 scan
      * hungjobs and opsummary run.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           inp-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if inp-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

      * status=, start=, end= and run= of an audit.log line.
       u01-get-fields section.
         move 'status=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         move spaces to status-tok
         if key-pos > 0 then
           unstring inp-record(key-pos:17) delimited by all space
             into status-tok
           end-unstring
         end-if
         move 'start=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         move spaces to start-tok
         if key-pos > 0 then
           move inp-record(key-pos:19) to start-tok
         end-if
         move ' end=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         move spaces to end-tok
         if key-pos > 0 then
           move inp-record(key-pos:19) to end-tok
         end-if
         move ' run=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         move spaces to run-tok
         if key-pos > 0 then
           unstring inp-record(key-pos:17) delimited by all space
             into run-tok
           end-unstring
         end-if
         .

       u98-exit.
         exit
         .

      * how long ago stamp-tok was, from the board's now.
       u03-stamp-age section.
         move 0 to stamp-ok
         move 0 to age-secs
         move spaces to elapsed-str of elapsed-data
         if function test-numval(stamp-tok(1:4)) not = 0
             or function test-numval(stamp-tok(12:2)) not = 0 then
           go to u97-exit
         end-if
         move stamp-tok(1:4) to m_year of start-data
         move stamp-tok(6:2) to m_month of start-data
         move stamp-tok(9:2) to m_day of start-data
         move stamp-tok(12:2) to m_hour of start-data
         move stamp-tok(15:2) to m_minute of start-data
         move stamp-tok(18:2) to m_second of start-data
         call 'elapsed-now-str' using start-data, now-data,
           elapsed-data
         compute age-secs = e_hours of elapsed-data * 3600
           + e_minutes of elapsed-data * 60
           + e_seconds of elapsed-data
         move 1 to stamp-ok
         .

       u97-exit.
         exit
         .

       u04-find-job section.
         move 0 to aj-ix
         perform varying ix from 1 by 1 until ix > aj-cnt
           if aj-job(ix) = job-tok then
             move ix to aj-ix
           end-if
         end-perform
         .

       u96-exit.
         exit
         .

      * the file exists (and its first line is in inp-record).
       u05-probe section.
         move 0 to probe-ok
         move spaces to inp-record
         open input textinp
         if inp-fs = '00' then
           move 1 to probe-ok
           read textinp into inp-record
             at end
               move spaces to inp-record
           end-read
           close textinp
         end-if
         .

       u95-exit.
         exit
         .

      * start-tok/stamp-tok to end-tok, for a job that has ended.
       u06-span section.
         move spaces to elapsed-str of elapsed-data
         if function test-numval(stamp-tok(1:4)) not = 0
             or function test-numval(end-tok(1:4)) not = 0 then
           go to u94-exit
         end-if
         move stamp-tok(1:4) to m_year of start-data
         move stamp-tok(6:2) to m_month of start-data
         move stamp-tok(9:2) to m_day of start-data
         move stamp-tok(12:2) to m_hour of start-data
         move stamp-tok(15:2) to m_minute of start-data
         move stamp-tok(18:2) to m_second of start-data
         move end-tok(1:4) to m_year of end-data
         move end-tok(6:2) to m_month of end-data
         move end-tok(9:2) to m_day of end-data
         move end-tok(12:2) to m_hour of end-data
         move end-tok(15:2) to m_minute of end-data
         move end-tok(18:2) to m_second of end-data
         call 'elapsed-now-str' using start-data, end-data,
           elapsed-data
         .

       u94-exit.
         exit
         .

      * numbers the board line about to be shown (line-no) and
      * keeps what D)rill needs for it.
       u07-add-drill section.
         if dr-cnt < 200 then
           add 1 to dr-cnt
           move job-tok to dr-label(dr-cnt)
           move run-tok to dr-run(dr-cnt)
           move note-buf to dr-note(dr-cnt)
         end-if
         move dr-cnt to line-no
         .

       u93-exit.
         exit
         .
