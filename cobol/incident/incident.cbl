      * line per id wins. opsummary folds the figures into the
      * daily report.
      *
      * Each new incident is tagged with its message code - a code=
      * the alert carries, else the first catalog code (an error
      * before a warning) in the step log the alert names, else the
      * alerting chain's name - and with the runbook entry for that
      * code: the runbook file (runbook.dat, or wherever RUNBOOK
      * points) holds one 'code|probable cause|recovery steps|
      * escalate to|restart safe Y/N' line per code, '*' comments.
      * INGEST prints the entry as it opens the incident and LIST
      * shows it under each incident, read fresh so an improved
      * entry reaches the incidents already open. GAPS lists the
      * resolved incidents whose code still has no runbook entry,
      * with the note they were resolved with, so the fix that was
      * found gets written up.
      *
      *   incident INGEST alert-file
      *   incident ACK id note...
      *   incident RESOLVE id note...
      *   incident LIST [OPEN]
      *   incident GAPS

       environment division.
         input-output section.
           select alertinp assign to alert-fname
           organization is line sequential
           file status is alert-fs.
           select rbookfile assign to rb-fname
           organization is line sequential
           file status is rb-fs.
           select steplog assign to step-fname
           organization is line sequential
           file status is step-fs.

       data division.
         file section.
           01 inc-record pic x(400) value spaces.
         fd alertinp.
           01 alert-record pic x(255) value spaces.
         fd rbookfile.
           01 rb-record pic x(400) value spaces.
         fd steplog.
           01 step-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cmd-arg pic x(8) value spaces.
             05 alert-fname pic x(128) value spaces.
             05 alert-fs pic xx value '00'.
             05 open-cnt pic 9(3) value 0.
             05 ack-cnt pic 9(3) value 0.
             05 res-cnt pic 9(3) value 0.
             05 gap-cnt pic 9(3) value 0.
             05 rb-fname pic x(128) value spaces.
             05 rb-fs pic xx value '00'.
             05 rb-eof pic 9 value 0.
             05 step-fname pic x(128) value spaces.
             05 step-fs pic xx value '00'.
             05 step-eof pic 9 value 0.
             05 ln-code pic x(12) value spaces.
             05 ln-note pic x(120) value spaces.
             05 ln-pos pic 9(4) value 0.
             05 new-code pic x(12) value spaces.
             05 warn-code pic x(12) value spaces.
             05 chain-tok pic x(16) value spaces.
             05 rb-want pic x(12) value spaces.
             05 rb-ix pic 9(3) value 0.
             05 kx pic 9(4) value 0.
             05 datetime-data.
               copy datetimedata.
           01 inc-table.
             05 inc-id pic 9(6) occurs 500 times value 0.
             05 inc-status pic x(10) occurs 500 times
               value spaces.
             05 inc-detail pic x(240) occurs 500 times
               value spaces.
             05 inc-code pic x(12) occurs 500 times value spaces.
             05 inc-note pic x(120) occurs 500 times value spaces.
      *    the runbook, one entry per message code.
           01 rb-table.
             05 rb-cnt pic 9(3) value 0.
             05 rb-entry occurs 300 times.
               10 rb-code pic x(12) value spaces.
               10 rb-cause pic x(80) value spaces.
               10 rb-steps pic x(200) value spaces.
               10 rb-escalate pic x(60) value spaces.
               10 rb-restart pic x(1) value space.

       procedure division.
       a00-start section.
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'INGEST' or cmd-arg = 'ACK'
             or cmd-arg = 'RESOLVE' or cmd-arg = 'LIST'
             or cmd-arg = 'GAPS') then
           display 'usage: incident INGEST alert-file | ACK id ',
             'note... | RESOLVE id note... | LIST [OPEN] | GAPS'
           move 8 to return-code
           go to a99-end
         end-if
           move 'incident.log' to inc-fname
         end-if
         perform g00-load-log
         perform g02-load-runbook
         evaluate cmd-arg
           when 'INGEST'
             perform b00-ingest
               move 1 to open-only
             end-if
             perform d00-list
           when 'GAPS'
             perform e00-gaps
         end-evaluate
         .
       a99-end.
       g01-take-line section.
         move 0 to id-num
         move spaces to st-tok
         move spaces to ln-code
         move spaces to ln-note
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           inc-record))
           if tok(1:7) = 'status=' then
             move tok(8:10) to st-tok
           end-if
           if tok(1:5) = 'code=' and ln-code = spaces then
             move tok(6:12) to ln-code
           end-if
         end-perform
      *  a RESOLVE note is free text - it runs to the end of line.
         move 0 to ln-pos
         perform varying kx from 1 by 1
             until kx + 5 > rec-len or ln-pos > 0
           if inc-record(kx:6) = ' note=' then
             compute ln-pos = kx + 6
           end-if
         end-perform
         if ln-pos > 0 and ln-pos <= rec-len then
           move inc-record(ln-pos:) to ln-note
         end-if
         if id-num = 0 then
           go to g98-exit
         end-if
           add 1 to inc-cnt
           move inc-cnt to found-ix
           move id-num to inc-id(found-ix)
           move inc-record(1:240) to inc-detail(found-ix)
         end-if
         move st-tok to inc-status(found-ix)
         if not ln-code = spaces then
           move ln-code to inc-code(found-ix)
         end-if
         if st-tok = 'RESOLVED' then
           move ln-note to inc-note(found-ix)
         end-if
         .

       g98-exit.
             if alert-record not = spaces then
               add 1 to max-id
               add 1 to new-cnt
               perform b01-alert-code
               move new-code to rb-want
               perform r00-find-runbook
               move spaces to inc-record
      *        code= and runbook= ride ahead of alert= - readers
      *        take everything after alert= as the alert itself.
               string 'id=' max-id ' status=OPEN opened='
                 datetime-str ' code=' function trim(new-code)
                 delimited by size into inc-record
               end-string
               compute rec-len = function length(function trim(
                 inc-record)) + 1
               if rb-ix > 0 then
                 string ' runbook=Y alert='
                   function trim(alert-record)
                   delimited by size into inc-record(rec-len:)
                 end-string
               else
                 string ' runbook=N alert='
                   function trim(alert-record)
                   delimited by size into inc-record(rec-len:)
                 end-string
               end-if
               write inc-record
               display 'incident: ', max-id, ' opened, code ',
                 function trim(new-code)
               perform r01-show-runbook
             end-if
           end-read
         end-perform
         .

       d00-list section.
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform varying ix from 1 by 1 until ix > inc-cnt
           evaluate inc-status(ix)
             when 'OPEN' add 1 to open-cnt
             when 'ACK' add 1 to ack-cnt
             when 'RESOLVED' add 1 to res-cnt
           end-evaluate
           if not inc-code(ix) = spaces then
             move inc-code(ix) to rb-want
             perform r00-find-runbook
             if rb-ix = 0 and inc-status(ix) = 'RESOLVED' then
               add 1 to gap-cnt
             end-if
           end-if
           if open-only = 0
               or not inc-status(ix) = 'RESOLVED' then
             display inc-id(ix), ' ', inc-status(ix), ' ',
               function trim(inc-detail(ix))
             if not inc-code(ix) = spaces then
               perform r01-show-runbook
             end-if
           end-if
         end-perform
         display 'incident: ', open-cnt, ' open, ', ack-cnt,
           ' acknowledged, ', res-cnt, ' resolved'
         if gap-cnt > 0 then
           display 'incident: ', gap-cnt, ' resolved without a ',
             'runbook entry - see incident GAPS'
         end-if
         if open-cnt > 0 then
           move 4 to return-code
         end-if
       d99-exit.
         exit
         .

      * the resolved incidents whose code has no runbook entry yet,
      * with the note that resolved them - the fix to write up.
       e00-gaps section.
         perform varying ix from 1 by 1 until ix > inc-cnt
           if inc-status(ix) = 'RESOLVED'
               and not inc-code(ix) = spaces then
             move inc-code(ix) to rb-want
             perform r00-find-runbook
             if rb-ix = 0 then
               add 1 to gap-cnt
               display inc-id(ix), ' code ', inc-code(ix),
                 ' resolved: ', function trim(inc-note(ix))
             end-if
           end-if
         end-perform
         display 'incident: ', gap-cnt, ' resolved incident(s) ',
           'with no runbook entry in ', function trim(rb-fname)
         if gap-cnt > 0 then
           move 4 to return-code
         end-if
         .

       e99-exit.
         exit
         .

      * the runbook: 'code|cause|steps|escalate|restart' lines,
      * '*' comments; a missing file is an empty runbook.
       g02-load-runbook section.
         display "RUNBOOK" upon environment-name
         move spaces to rb-fname
         accept rb-fname from environment-value
           on exception
             continue
         end-accept
         if rb-fname = spaces then
           move 'runbook.dat' to rb-fname
         end-if
         move 0 to rb-cnt
         open input rbookfile
         if rb-fs not = '00' then
           go to g97-exit
         end-if
         move 0 to rb-eof
         perform until rb-eof = 1
           read rbookfile into rb-record
           at end
             move 1 to rb-eof
           not at end
             if rb-record not = spaces
                 and rb-record(1:1) not = '*' then
               if rb-cnt >= 300 then
                 display 'incident: runbook has more than 300 ',
                   'entries, the rest ignored'
                 move 1 to rb-eof
               else
                 add 1 to rb-cnt
                 unstring rb-record delimited by '|'
                   into rb-code(rb-cnt), rb-cause(rb-cnt),
                     rb-steps(rb-cnt), rb-escalate(rb-cnt),
                     rb-restart(rb-cnt)
                 end-unstring
                 move function upper-case(function trim(
                   rb-code(rb-cnt))) to rb-code(rb-cnt)
                 move function upper-case(function trim(
                   rb-restart(rb-cnt))) to rb-restart(rb-cnt)
               end-if
             end-if
           end-read
         end-perform
         close rbookfile
         .

       g97-exit.
         exit
         .

      * the alert's message code: an explicit code=, else the
      * first catalog code in the step log it names (an E before
      * a W), else the alerting chain's name.
       b01-alert-code section.
         move spaces to new-code
         move spaces to warn-code
         move spaces to step-fname
         move spaces to chain-tok
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           alert-record))
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring alert-record delimited by all space
             into tok
             with pointer tok-ptr
           end-unstring
           evaluate true
             when tok(1:5) = 'code=' and new-code = spaces
               move function upper-case(tok(6:12)) to new-code
             when tok(1:4) = 'log=' and step-fname = spaces
               move tok(5:60) to step-fname
             when tok(1:6) = 'chain=' and chain-tok = spaces
               move function upper-case(tok(7:16)) to chain-tok
           end-evaluate
         end-perform
         if not new-code = spaces then
           go to b98-exit
         end-if
         if not step-fname = spaces then
           perform b02-scan-step-log
         end-if
         if new-code = spaces then
           move warn-code to new-code
         end-if
         if new-code = spaces then
           move chain-tok to new-code
         end-if
         if new-code = spaces then
           move 'NONE' to new-code
         end-if
         .

       b98-exit.
         exit
         .

      * msg-display lines open '<code><severity> ': three letters,
      * three digits, then E, W or '?'.
       b02-scan-step-log section.
         open input steplog
         if step-fs not = '00' then
           go to b97-exit
         end-if
         move 0 to step-eof
         perform until step-eof = 1 or not new-code = spaces
           read steplog into step-record
           at end
             move 1 to step-eof
           not at end
             if step-record(1:3) is alphabetic-upper
                 and step-record(4:3) is numeric
                 and step-record(8:1) = space then
               evaluate step-record(7:1)
                 when 'E'
                   move step-record(1:6) to new-code
                 when 'W'
                 when '?'
                   if warn-code = spaces then
                     move step-record(1:6) to warn-code
                   end-if
               end-evaluate
             end-if
           end-read
         end-perform
         close steplog
         .

       b97-exit.
         exit
         .

       r00-find-runbook section.
         move 0 to rb-ix
         perform varying kx from 1 by 1 until kx > rb-cnt
             or rb-ix > 0
           if rb-code(kx) = rb-want then
             move kx to rb-ix
           end-if
         end-perform
         .

       r99-exit.
         exit
         .

      * the entry r00-find-runbook found, indented under the
      * incident it belongs to.
       r01-show-runbook section.
         if rb-ix = 0 then
           display '    ', function trim(rb-want),
             ': no runbook entry in ', function trim(rb-fname)
           go to r98-exit
         end-if
         display '    ', function trim(rb-want), ' cause: ',
           function trim(rb-cause(rb-ix))
         display '      recovery: ', function trim(rb-steps(rb-ix))
         display '      escalate: ',
           function trim(rb-escalate(rb-ix))
         if rb-restart(rb-ix) = 'Y' then
           display '      restart safe: yes'
         else
           display '      restart safe: NO - recover first'
         end-if
         .

       r98-exit.
         exit
         .
