       identification division.
         program-id. feedmon.

      * expected-arrival monitor for inbound feeds: dropwatch acts
      * when a file comes and manifest holds a batch while members
      * are missing, but neither notices a feed that simply never
      * comes. The feed schedule says, per feed, when it is due;
      * this monitor holds it against what actually arrived - the
      * dated names dropwatch archives files under, and the
      * manifest members in the processed registry - and raises an
      * OVERDUE (late) alert once a feed is past its expected-by
      * time and a MISSING alert once it is past the latest
      * acceptable time, in the keyword=value alert format
      * incident INGESTs (codes FED001 and FED002, with runbook
      * entries). Run from the
      * scheduler every few minutes through the morning it pages
      * on the regional file that did not arrive before a branch
      * manager has to ask for their report.
      *
      *   feedmon CHECK [SCHED=file] [ARCH=archive-dir]...
      *     [PROC=registry] [DATE=yyyymmdd] [AT=hh:mm]
      *   feedmon REPORT [same options]
      *
      * The schedule (feeds.sched, or wherever FEEDSCHED points)
      * holds one 'feed pattern days expected-by latest' line per
      * feed, '*' comments:
      *   regional   region_*.tbl  BIZ          06:00  07:30
      *   treasury   treas.tbl     MON,THU      09:00  10:00
      *   rates      rates_*.csv   DAILY        05:00  05:45
      * the pattern with dropwatch's single '*' wildcard; days BIZ
      * for every business day of now-str's calendar (weekends and
      * holidays.dat excluded), a list of weekdays (each counted
      * only on a business day), or DAILY for every calendar day.
      * ARCH= names a dropwatch archive directory (up to 5); PROC=
      * the registry (processed.dat, or wherever PROCREG points,
      * as for manifest). DATE= and AT= judge another day or time
      * than now - a past DATE= is judged as the day ended.
      * CHECK writes each alert once per feed, day and kind (the
      * ones raised are kept in <schedule>.state) to
      * <schedule>.alert and returns 8 when a feed is missing, 4
      * when one is late, else 0. REPORT is the daily arrival
      * report: each feed's first arrival against its schedule.

       environment division.
         input-output section.
         file-control.
           select schedfile assign to sched-fname
           organization is line sequential
           file status is sched-fs.
           select listfile assign to list-fname
           organization is line sequential
           file status is list-fs.
           select procfile assign to proc-fname
           organization is line sequential
           file status is proc-fs.
           select statefile assign to state-fname
           organization is line sequential
           file status is state-fs.
           select alertfile assign to alert-name
           organization is line sequential.

       data division.
         file section.
         fd schedfile.
           01 sched-record pic x(160) value spaces.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd procfile.
           01 proc-record pic x(255) value spaces.
         fd statefile.
           01 state-record pic x(80) value spaces.
         fd alertfile.
           01 alert-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cmd-arg pic x(8) value spaces.
             05 arg-tmp pic x(160) value spaces.
             05 sched-fname pic x(128) value spaces.
             05 sched-fs pic xx value '00'.
             05 list-fname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 proc-fname pic x(128) value spaces.
             05 proc-fs pic xx value '00'.
             05 state-fname pic x(140) value spaces.
             05 state-fs pic xx value '00'.
             05 alert-name pic x(140) value spaces.
             05 alert-open pic 9 value 0.
             05 arch-cnt pic 9 value 0.
             05 arch-dir pic x(128) occurs 5 times value spaces.
             05 aa pic 9 value 0.
             05 cmd-buf pic x(300) value spaces.
             05 iseof pic 9 value 0.
             05 date-arg pic x(8) value spaces.
             05 at-arg pic x(5) value spaces.
             05 run-date pic 9(8) value 0.
             05 today-date pic 9(8) value 0.
             05 now-hhmm pic 9(4) value 0.
             05 day-int pic s9(9) value 0.
             05 dow pic 9 value 0.
             05 dow-name pic x(3) value spaces.
             05 dow-names pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
             05 bizday-flag pic 9 value 0.
             05 tok-1 pic x(24) value spaces.
             05 tok-2 pic x(40) value spaces.
             05 tok-3 pic x(32) value spaces.
             05 tok-4 pic x(8) value spaces.
             05 tok-5 pic x(8) value spaces.
             05 hm-tok pic x(8) value spaces.
             05 hm-val pic 9(4) value 0.
             05 hm-ok pic 9 value 0.
             05 cand-name pic x(128) value spaces.
             05 cand-date pic 9(8) value 0.
             05 cand-hhmm pic 9(4) value 0.
             05 cand-stamp pic x(14) value spaces.
             05 name-len pic 9(3) value 0.
             05 dot-pos pic 9(3) value 0.
             05 kx pic 9(3) value 0.
             05 rec-len pic 9(4) value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(8) value spaces.
             05 srch-len pic 9(2) value 0.
             05 time-tok pic x(19) value spaces.
             05 pat-len pic 9(2) value 0.
             05 star-pos pic 9(2) value 0.
             05 pp pic 9(2) value 0.
             05 pre-len pic 9(2) value 0.
             05 suf-len pic 9(2) value 0.
             05 suf-at pic 9(3) value 0.
             05 pat-hit pic 9 value 0.
             05 late-mins pic s9(5) value 0.
             05 late-edit pic -(4)9 value 0.
             05 late-disp pic x(5) value spaces.
             05 arr-disp pic x(5) value spaces.
             05 exp-disp pic x(5) value spaces.
             05 lat-disp pic x(5) value spaces.
             05 state-key pic x(48) value spaces.
             05 state-hit pic 9 value 0.
             05 due-cnt pic 9(3) value 0.
             05 ontime-cnt pic 9(3) value 0.
             05 late-cnt pic 9(3) value 0.
             05 missing-cnt pic 9(3) value 0.
             05 waiting-cnt pic 9(3) value 0.
             05 new-alerts pic 9(3) value 0.
             05 now-data.
               copy datetimedata.
             05 chk-data.
               copy datetimedata.
      *    the schedule, with what was found for the day judged.
           01 feed-table.
             05 fd-cnt pic 9(3) value 0.
             05 ff pic 9(3) value 0.
             05 fd-name pic x(24) occurs 100 times value spaces.
             05 fd-pat pic x(40) occurs 100 times value spaces.
             05 fd-days pic x(32) occurs 100 times value spaces.
             05 fd-exp pic 9(4) occurs 100 times value 0.
             05 fd-late pic 9(4) occurs 100 times value 0.
             05 fd-due pic 9 occurs 100 times value 0.
             05 fd-arr pic 9(4) occurs 100 times value 0.
             05 fd-arr-name pic x(60) occurs 100 times
               value spaces.
             05 fd-arr-cnt pic 9(4) occurs 100 times value 0.
             05 fd-status pic x(12) occurs 100 times
               value spaces.
      *    the alerts already raised, 'yyyymmdd feed kind'.
           01 state-table.
             05 st-cnt pic 9(4) value 0.
             05 ss pic 9(4) value 0.
             05 st-key pic x(48) occurs 1000 times value spaces.

       procedure division.
       a00-start section.
         move spaces to cmd-arg
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'CHECK' or cmd-arg = 'REPORT') then
           display 'usage: feedmon CHECK|REPORT [SCHED=file] ',
             '[ARCH=archive-dir]... [PROC=registry] ',
             '[DATE=yyyymmdd] [AT=hh:mm]'
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to arg-tmp
         accept arg-tmp from argument-value
           on exception
             move spaces to arg-tmp
         end-accept
         perform until arg-tmp = spaces
           evaluate true
             when function upper-case(arg-tmp(1:6)) = 'SCHED='
               move arg-tmp(7:128) to sched-fname
             when function upper-case(arg-tmp(1:5)) = 'ARCH='
               if arch-cnt < 5 then
                 add 1 to arch-cnt
                 move arg-tmp(6:128) to arch-dir(arch-cnt)
               else
                 display 'feedmon: more than 5 archive ',
                   'directories, ', function trim(arg-tmp),
                   ' ignored'
               end-if
             when function upper-case(arg-tmp(1:5)) = 'PROC='
               move arg-tmp(6:128) to proc-fname
             when function upper-case(arg-tmp(1:5)) = 'DATE='
               move arg-tmp(6:8) to date-arg
             when function upper-case(arg-tmp(1:3)) = 'AT='
               move arg-tmp(4:5) to at-arg
             when other
               display 'feedmon: unrecognized argument ',
                 function trim(arg-tmp), ' ignored'
           end-evaluate
           move spaces to arg-tmp
           accept arg-tmp from argument-value
             on exception
               move spaces to arg-tmp
           end-accept
         end-perform
         if sched-fname = spaces then
           display "FEEDSCHED" upon environment-name
           accept sched-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if sched-fname = spaces then
           move 'feeds.sched' to sched-fname
         end-if
         if proc-fname = spaces then
           display "PROCREG" upon environment-name
           accept proc-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if proc-fname = spaces then
           move 'processed.dat' to proc-fname
         end-if
         perform b00-set-day
         if return-code not = 0 then
           go to a99-end
         end-if
         perform c00-load-schedule
         if return-code not = 0 then
           go to a99-end
         end-if
         perform d00-scan-archives
         perform e00-scan-registry
         perform f00-judge-feeds
         if cmd-arg = 'REPORT' then
           perform h00-report
           move 0 to return-code
           go to a99-end
         end-if
         perform g00-load-state
         perform g01-raise-alerts
         if alert-open = 1 then
           close alertfile
           display 'feedmon: ', new-alerts, ' alert(s) written ',
             'to ', function trim(alert-name)
         end-if
         display 'feedmon: ', due-cnt, ' feed(s) due on ',
           run-date, ' - ', ontime-cnt, ' arrived, ',
           waiting-cnt, ' not yet due, ', late-cnt, ' late, ',
           missing-cnt, ' missing'
         evaluate true
           when missing-cnt > 0
             move 8 to return-code
           when late-cnt > 0
             move 4 to return-code
           when other
             move 0 to return-code
         end-evaluate
         .
       a99-end.
         stop run
         .

      * the day judged, its weekday, and the time it is judged at:
      * the clock (or AT=) for today, the end of the day for a
      * past DATE=.
       b00-set-day section.
         call 'now-str' using now-data
         compute today-date = m_year of now-data * 10000
           + m_month of now-data * 100 + m_day of now-data
         move today-date to run-date
         compute now-hhmm = m_hour of now-data * 100
           + m_minute of now-data
         if not date-arg = spaces then
           if date-arg is not numeric then
             display 'feedmon: DATE= wants yyyymmdd, not ',
               function trim(date-arg)
             move 8 to return-code
             go to b99-exit
           end-if
           move date-arg to run-date
           if function test-date-yyyymmdd(run-date) not = 0 then
             display 'feedmon: DATE= is not a date: ', date-arg
             move 8 to return-code
             go to b99-exit
           end-if
           if run-date < today-date then
             move 2400 to now-hhmm
           end-if
         end-if
         if not at-arg = spaces then
           move at-arg to hm-tok
           perform u01-parse-hhmm
           if hm-ok = 0 then
             display 'feedmon: AT= wants hh:mm, not ',
               function trim(at-arg)
             move 8 to return-code
             go to b99-exit
           end-if
           move hm-val to now-hhmm
         end-if
         move now-data to chk-data
         compute m_year of chk-data = run-date / 10000
         compute m_month of chk-data =
           function mod(run-date / 100, 100)
         compute m_day of chk-data = function mod(run-date, 100)
         call 'is-business-day' using chk-data, bizday-flag
         compute day-int = function integer-of-date(run-date)
         compute dow = function mod(day-int - 1, 7) + 1
         move dow-names(dow * 3 - 2:3) to dow-name
         .

       b99-exit.
         exit
         .

       c00-load-schedule section.
         open input schedfile
         if sched-fs not = '00' then
           display 'feedmon: cannot open schedule ',
             function trim(sched-fname), ', status ', sched-fs
           move 8 to return-code
           go to c99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read schedfile into sched-record
           at end
             move 1 to iseof
           not at end
             if sched-record not = spaces
                 and sched-record(1:1) not = '*' then
               perform c01-one-feed
             end-if
           end-read
         end-perform
         close schedfile
         if fd-cnt = 0 then
           display 'feedmon: no feeds in ',
             function trim(sched-fname)
           move 8 to return-code
         end-if
         .

       c99-exit.
         exit
         .

       c01-one-feed section.
         move spaces to tok-1 tok-2 tok-3 tok-4 tok-5
         unstring sched-record delimited by all space
           into tok-1, tok-2, tok-3, tok-4, tok-5
         end-unstring
         if tok-5 = spaces then
           display 'feedmon: bad schedule line skipped: ',
             function trim(sched-record)
           go to c98-exit
         end-if
         if fd-cnt = 100 then
           display 'feedmon: more than 100 feeds, ',
             function trim(tok-1), ' ignored'
           go to c98-exit
         end-if
         add 1 to fd-cnt
         move tok-1 to fd-name(fd-cnt)
         move tok-2 to fd-pat(fd-cnt)
         move function upper-case(tok-3) to fd-days(fd-cnt)
         move tok-4 to hm-tok
         perform u01-parse-hhmm
         move hm-val to fd-exp(fd-cnt)
         if hm-ok = 1 then
           move tok-5 to hm-tok
           perform u01-parse-hhmm
           move hm-val to fd-late(fd-cnt)
         end-if
         if hm-ok = 0 or fd-late(fd-cnt) < fd-exp(fd-cnt) then
           display 'feedmon: bad times, schedule line skipped: ',
             function trim(sched-record)
           subtract 1 from fd-cnt
         end-if
         .

       c98-exit.
         exit
         .

      * dropwatch archives each file as <name>.<yyyymmddhhmmss>:
      * the stamp is when it was taken off the drop directory.
       d00-scan-archives section.
         perform varying aa from 1 by 1 until aa > arch-cnt
           move spaces to list-fname
           string function trim(sched-fname) '.list'
             delimited by size into list-fname
           end-string
           move spaces to cmd-buf
           string
             'ls -1 ' function trim(arch-dir(aa))
             ' > ' function trim(list-fname) ' 2>/dev/null'
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
           open input listfile
           if list-fs = '00' then
             move 0 to iseof
             perform until iseof = 1
               read listfile into list-record
               at end
                 move 1 to iseof
               not at end
                 perform d01-one-archived
               end-read
             end-perform
             close listfile
           else
             display 'feedmon: cannot list ',
               function trim(arch-dir(aa))
           end-if
           move spaces to cmd-buf
           string 'rm -f ' function trim(list-fname)
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
         end-perform
         .

       d99-exit.
         exit
         .

       d01-one-archived section.
         compute name-len = function length(function trim(
           list-record))
         if list-record = spaces or name-len < 16 then
           go to d98-exit
         end-if
         move 0 to dot-pos
         perform varying kx from name-len by -1
             until kx < 1 or dot-pos > 0
           if list-record(kx:1) = '.' then
             move kx to dot-pos
           end-if
         end-perform
         if dot-pos < 2 or name-len - dot-pos not = 14 then
           go to d98-exit
         end-if
         move list-record(dot-pos + 1:14) to cand-stamp
         if cand-stamp is not numeric then
           go to d98-exit
         end-if
         move spaces to cand-name
         move list-record(1:dot-pos - 1) to cand-name
         move cand-stamp(1:8) to cand-date
         move cand-stamp(9:4) to cand-hhmm
         perform u02-note-arrival
         .

       d98-exit.
         exit
         .

      * manifest registers each member of a verified delivery as
      * 'hash=... file=name manifest=... time=yyyy-mm-dd hh:mm:ss'.
       e00-scan-registry section.
         open input procfile
         if proc-fs not = '00' then
           go to e99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read procfile into proc-record
           at end
             move 1 to iseof
           not at end
             if proc-record(1:5) = 'hash=' then
               perform e01-one-member
             end-if
           end-read
         end-perform
         close procfile
         .

       e99-exit.
         exit
         .

       e01-one-member section.
         move 'file=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         if key-pos = 0 then
           go to e98-exit
         end-if
         move spaces to cand-name
         unstring proc-record(key-pos:) delimited by all space
           into cand-name
         end-unstring
         move 'time=' to srch-key
         perform u00-find-key
         if key-pos = 0 then
           go to e98-exit
         end-if
         move proc-record(key-pos:19) to time-tok
         move spaces to cand-stamp
         string time-tok(1:4) time-tok(6:2) time-tok(9:2)
           time-tok(12:2) time-tok(15:2)
           delimited by size into cand-stamp
         end-string
         if cand-stamp(1:12) is not numeric then
           go to e98-exit
         end-if
         move cand-stamp(1:8) to cand-date
         move cand-stamp(9:4) to cand-hhmm
      *  the registry names the member as it was delivered: the
      *  pattern is held against its own name, not its path.
         compute name-len = function length(function trim(
           cand-name))
         move 0 to dot-pos
         perform varying kx from name-len by -1
             until kx < 1 or dot-pos > 0
           if cand-name(kx:1) = '/' then
             move kx to dot-pos
           end-if
         end-perform
         if dot-pos > 0 then
           move cand-name(dot-pos + 1:) to cand-name
         end-if
         perform u02-note-arrival
         .

       e98-exit.
         exit
         .

      * due today? then ON TIME, LATE or LATE PAST LIMIT if it
      * arrived; WAITING, OVERDUE or MISSING if not.
       f00-judge-feeds section.
         perform varying ff from 1 by 1 until ff > fd-cnt
           perform f01-due-today
           evaluate true
             when fd-due(ff) = 0
               if fd-arr-cnt(ff) > 0 then
                 move 'UNSCHEDULED' to fd-status(ff)
               else
                 move 'NOT DUE' to fd-status(ff)
               end-if
             when fd-arr-cnt(ff) > 0
               add 1 to due-cnt
               add 1 to ontime-cnt
               evaluate true
                 when fd-arr(ff) <= fd-exp(ff)
                   move 'ON TIME' to fd-status(ff)
                 when fd-arr(ff) <= fd-late(ff)
                   move 'LATE' to fd-status(ff)
                 when other
                   move 'PAST LIMIT' to fd-status(ff)
               end-evaluate
             when now-hhmm <= fd-exp(ff)
               add 1 to due-cnt
               add 1 to waiting-cnt
               move 'WAITING' to fd-status(ff)
             when now-hhmm <= fd-late(ff)
               add 1 to due-cnt
               add 1 to late-cnt
               move 'OVERDUE' to fd-status(ff)
             when other
               add 1 to due-cnt
               add 1 to missing-cnt
               move 'MISSING' to fd-status(ff)
           end-evaluate
         end-perform
         .

       f99-exit.
         exit
         .

       f01-due-today section.
         move 0 to fd-due(ff)
         if fd-days(ff) = 'DAILY' then
           move 1 to fd-due(ff)
           go to f98-exit
         end-if
         if bizday-flag = 0 then
           go to f98-exit
         end-if
         if fd-days(ff) = 'BIZ' then
           move 1 to fd-due(ff)
           go to f98-exit
         end-if
         perform varying kx from 1 by 4 until kx > 29
             or fd-due(ff) = 1
           if fd-days(ff)(kx:3) = dow-name then
             move 1 to fd-due(ff)
           end-if
         end-perform
         .

       f98-exit.
         exit
         .

       g00-load-state section.
         move spaces to state-fname
         string function trim(sched-fname) '.state'
           delimited by size into state-fname
         end-string
         open input statefile
         if state-fs not = '00' then
           go to g99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read statefile into state-record
           at end
             move 1 to iseof
           not at end
             if state-record(1:8) = run-date(1:8)
                 and st-cnt < 1000 then
               add 1 to st-cnt
               move state-record(1:48) to st-key(st-cnt)
             end-if
           end-read
         end-perform
         close statefile
         .

       g99-exit.
         exit
         .

      * each OVERDUE and MISSING feed, once per day and kind: a
      * scheduler running CHECK every few minutes pages once.
       g01-raise-alerts section.
         perform varying ff from 1 by 1 until ff > fd-cnt
           if fd-status(ff) = 'OVERDUE'
               or fd-status(ff) = 'MISSING' then
             display 'feedmon: ', function trim(fd-name(ff)), ' ',
               function trim(fd-status(ff)), ' - ',
               function trim(fd-pat(ff)), ' expected by ',
               fd-exp(ff)(1:2), ':', fd-exp(ff)(3:2), ', latest ',
               fd-late(ff)(1:2), ':', fd-late(ff)(3:2)
             move spaces to state-key
             string run-date ' ' function trim(fd-name(ff)) ' '
               function trim(fd-status(ff))
               delimited by size into state-key
             end-string
             move 0 to state-hit
             perform varying ss from 1 by 1 until ss > st-cnt
               if st-key(ss) = state-key then
                 move 1 to state-hit
               end-if
             end-perform
             if state-hit = 0 then
               perform j00-write-alert
             end-if
           end-if
         end-perform
         .

       g98-exit.
         exit
         .

      * the daily arrival report: every feed in the schedule, due
      * or not, with its first arrival of the day.
       h00-report section.
         display 'feed arrival report for ', run-date, ' (',
           dow-name, ', ', function trim(sched-fname), ')'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         if bizday-flag = 0 then
           display '  not a business day'
         end-if
         display '  feed                     due expected latest ',
           'arrived  late status       files'
         perform varying ff from 1 by 1 until ff > fd-cnt
           move spaces to exp-disp lat-disp arr-disp late-disp
           string fd-exp(ff)(1:2) ':' fd-exp(ff)(3:2)
             delimited by size into exp-disp
           end-string
           string fd-late(ff)(1:2) ':' fd-late(ff)(3:2)
             delimited by size into lat-disp
           end-string
           if fd-arr-cnt(ff) > 0 then
             string fd-arr(ff)(1:2) ':' fd-arr(ff)(3:2)
               delimited by size into arr-disp
             end-string
             compute late-mins =
               function integer-part(fd-arr(ff) / 100) * 60
               + function mod(fd-arr(ff), 100)
               - function integer-part(fd-exp(ff) / 100) * 60
               - function mod(fd-exp(ff), 100)
             if fd-due(ff) = 1 and late-mins > 0 then
               move late-mins to late-edit
               move late-edit to late-disp
             end-if
           else
             move '-' to arr-disp
           end-if
           display '  ', fd-name(ff), ' ',
             fd-due(ff), '   ',
             exp-disp, '    ', lat-disp, '  ', arr-disp, ' ',
             late-disp, ' ', fd-status(ff), ' ', fd-arr-cnt(ff)
           if fd-arr-cnt(ff) > 0 then
             display '    first: ', function trim(fd-arr-name(ff))
           end-if
         end-perform
         display '  ', due-cnt, ' due, ', ontime-cnt,
           ' arrived, ', late-cnt, ' overdue, ', missing-cnt,
           ' missing, ', waiting-cnt, ' not yet due'
         .

       h99-exit.
         exit
         .

      * the same keyword=value line batchchain and hungjobs leave,
      * with the code incident tags it under.
       j00-write-alert section.
         if alert-open = 0 then
           move spaces to alert-name
           string function trim(sched-fname) '.alert'
             delimited by size into alert-name
           end-string
           open output alertfile
           move 1 to alert-open
         end-if
         move spaces to alert-record
         if fd-status(ff) = 'MISSING' then
           string
             'chain=feedmon file=' function trim(fd-pat(ff))
             ' step=' function trim(fd-name(ff))
             ' rc=8 log=' function trim(sched-fname)
             ' time=' datetime-str of now-data
             ' code=FED002 status=MISSING date=' run-date
             ' latest=' fd-late(ff)(1:2) ':' fd-late(ff)(3:2)
             delimited by size into alert-record
           end-string
         else
           string
             'chain=feedmon file=' function trim(fd-pat(ff))
             ' step=' function trim(fd-name(ff))
             ' rc=4 log=' function trim(sched-fname)
             ' time=' datetime-str of now-data
             ' code=FED001 status=OVERDUE date=' run-date
             ' expected=' fd-exp(ff)(1:2) ':' fd-exp(ff)(3:2)
             delimited by size into alert-record
           end-string
         end-if
         write alert-record
         add 1 to new-alerts
         open extend statefile
         if state-fs not = '00' then
           open output statefile
         end-if
         move state-key to state-record
         write state-record
         close statefile
         .

       j99-exit.
         exit
         .

      * finds 'keyword=' inside the registry line, the same scan
      * hungjobs runs over audit.log.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           proc-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if proc-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

      * 'hh:mm' into hhmm; hm-ok 0 when it is not a time.
       u01-parse-hhmm section.
         move 0 to hm-ok
         move 0 to hm-val
         if hm-tok(3:1) not = ':' or hm-tok(1:2) is not numeric
             or hm-tok(4:2) is not numeric
             or not hm-tok(6:3) = spaces then
           go to u98-exit
         end-if
         if hm-tok(1:2) > '24' or hm-tok(4:2) > '59' then
           go to u98-exit
         end-if
         compute hm-val = function numval(hm-tok(1:2)) * 100
           + function numval(hm-tok(4:2))
         if hm-val > 2400 then
           move 0 to hm-val
           go to u98-exit
         end-if
         move 1 to hm-ok
         .

       u98-exit.
         exit
         .

      * a file that arrived on the day judged counts for every
      * feed whose pattern its name matches; the first one is the
      * feed's arrival.
       u02-note-arrival section.
         if cand-date not = run-date or cand-hhmm > now-hhmm then
           go to u97-exit
         end-if
         compute name-len = function length(function trim(
           cand-name))
         perform varying ff from 1 by 1 until ff > fd-cnt
           perform u03-match-pattern
           if pat-hit = 1 then
             if fd-arr-cnt(ff) = 0 or cand-hhmm < fd-arr(ff) then
               move cand-hhmm to fd-arr(ff)
               move cand-name to fd-arr-name(ff)
             end-if
             add 1 to fd-arr-cnt(ff)
           end-if
         end-perform
         .

       u97-exit.
         exit
         .

      * dropwatch's routing match: the pattern's single '*' splits
      * it into a required head and tail.
       u03-match-pattern section.
         move 0 to pat-hit
         compute pat-len = function length(function trim(
           fd-pat(ff)))
         move 0 to star-pos
         perform varying pp from 1 by 1 until pp > pat-len
           if fd-pat(ff)(pp:1) = '*' then
             move pp to star-pos
           end-if
         end-perform
         if star-pos = 0 then
           if cand-name(1:name-len) = fd-pat(ff)(1:pat-len)
               and name-len = pat-len then
             move 1 to pat-hit
           end-if
           go to u96-exit
         end-if
         compute pre-len = star-pos - 1
         compute suf-len = pat-len - star-pos
         if name-len < pre-len + suf-len then
           go to u96-exit
         end-if
         move 1 to pat-hit
         if pre-len > 0 then
           if cand-name(1:pre-len) not =
               fd-pat(ff)(1:pre-len) then
             move 0 to pat-hit
           end-if
         end-if
         if pat-hit = 1 and suf-len > 0 then
           compute suf-at = name-len - suf-len + 1
           if cand-name(suf-at:suf-len) not =
               fd-pat(ff)(star-pos + 1:suf-len) then
             move 0 to pat-hit
           end-if
         end-if
         .

       u96-exit.
         exit
         .
