       identification division.
         program-id. sodreport.

      * segregation-of-duties and off-hours change report for the
      * quarterly controls attestation. The evidence is already on
      * file - the row-audit trail names who changed which row of
      * which file and who approved it, corrapprove's approval
      * entries and .pend records name who submitted and who
      * approved a correction, the close registry names who closed
      * and reopened a file - and this report cross-checks it over
      * a date range instead of sampling it by hand. It flags:
      *   CLOSE-SOD     an operator who changed a file and closed it
      *                 in the same period
      *   APPROVER-EDIT an approver of corrections to a file who
      *                 later changed that file
      *   OVERRIDE      maintain OVERRIDE use, by operator
      *   OFF-HOURS     changes made outside the batch window or on
      *                 a day that is not a business day (now-str's
      *                 calendar, holidays.dat)
      *   DIRECT-CHANGE a direct change to a file whose changes
      *                 mostly come through approved corrections
      * and prints each finding with the log lines it rests on.
      *
      *   sodreport [FROM=YYYYMMDD] [TO=YYYYMMDD]
      *     [WINDOW=hhmm-hhmm] [DIR=archive-dir] [REG=close-registry]
      *     [OUT=report-file]
      *
      * The trail is read where raudinq reads it: rowaudit.log, the
      * LOGDIR daily files and DIR='s archive copies; the registry
      * is REG=, else CLOSEREG, else close.dat. WINDOW= defaults to
      * batch-window in suite.cfg; with neither, only the calendar
      * is checked. Whether a file "mostly" changes through approved
      * corrections is judged over the whole trail read, not just
      * the range. Row changes are tied to their file by the file=
      * stamp on the row-audit line; older lines without one count
      * for OVERRIDE and OFF-HOURS only. Any finding returns 4, and
      * the run is logged to readaccess.log like raudinq's.

       environment division.
         input-output section.
         file-control.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.
           select regfile assign to reg-fname
           organization is line sequential
           file status is reg-fs.
           select pendfile assign to pend-fname
           organization is line sequential
           file status is pend-fs.
           select rptfile assign to rpt-fname
           organization is line sequential
           file status is rpt-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-file-record pic x(400) value spaces.
         fd regfile.
           01 reg-record pic x(255) value spaces.
         fd pendfile.
           01 pend-record pic x(255) value spaces.
         fd rptfile.
           01 rpt-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 from-date pic 9(8) value 0.
             05 to-date pic 9(8) value 99999999.
             05 from-ts pic 9(14) value 0.
             05 to-ts pic 9(14) value 99999999999999.
             05 window-arg pic x(9) value spaces.
             05 window-set pic 9 value 0.
             05 window-start pic 9(4) value 0.
             05 window-end pic 9(4) value 0.
             05 arch-dir pic x(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 logdir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 listname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 log-fname pic x(200) value spaces.
             05 log-fs pic xx value '00'.
             05 log-eof pic 9 value 0.
             05 reg-fname pic x(128) value spaces.
             05 reg-fs pic xx value '00'.
             05 pend-fname pic x(140) value spaces.
             05 pend-fs pic xx value '00'.
             05 rpt-fname pic x(128) value spaces.
             05 rpt-fs pic xx value '00'.
             05 rpt-open pic 9 value 0.
             05 cmd-buf pic x(1024) value spaces.
             05 files-read pic 9(4) value 0.
             05 log-record pic x(400) value spaces.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(16) value spaces.
             05 srch-len pic 9(2) value 0.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 job-tok pic x(16) value spaces.
             05 act-tok pic x(1) value space.
             05 file-tok pic x(128) value spaces.
             05 oper-tok pic x(12) value spaces.
             05 appr-tok pic x(12) value spaces.
             05 time-tok pic x(19) value spaces.
             05 kind-tok pic x(8) value spaces.
             05 ts-num pic 9(14) value 0.
             05 ts-date pic 9(8) value 0.
             05 ts-hhmm pic 9(4) value 0.
             05 cx pic 9(4) value 0.
             05 dx pic 9(4) value 0.
             05 px pic 9(4) value 0.
             05 ax pic 9(4) value 0.
             05 hit-count pic 9(4) value 0.
             05 ev-count pic 9(4) value 0.
             05 ev-max pic 9(2) value 5.
             05 first-ts pic 9(14) value 0.
             05 find-count pic 9(4) value 0.
             05 find-kind pic x(14) value spaces.
             05 find-txt pic x(200) value spaces.
             05 rpt-line pic x(400) value spaces.
             05 cnt-dsp pic z(5)9 value 0.
             05 cnt-dsp2 pic z(5)9 value 0.
             05 out-ptr pic 9(4) value 1.
             05 appr-n pic 9(6) value 0.
             05 direct-n pic 9(6) value 0.
             05 biz-date pic 9(8) value 0.
             05 biz-flag pic 9 value 1.
             05 off-win pic 9 value 0.
             05 off-biz pic 9 value 0.
             05 trunc-warned pic 9 value 0.
             05 qry-ptr pic 9(3) value 1.
             05 datetime-data.
               copy datetimedata.
             05 runcfg-data.
               copy runcfg.
             05 readaudit-data.
               copy readaudit.
      *    row changes (maintain and applydelta lines, refusals
      *    left out) from the whole trail, ch-in marking those in
      *    the range.
           01 change-table.
             05 ch-cnt pic 9(4) value 0.
             05 ch-entry occurs 1 to 3000 times
                 depending on ch-cnt.
               10 ch-ts pic 9(14).
               10 ch-in pic 9.
               10 ch-done pic 9.
               10 ch-off pic 9.
               10 ch-act pic x(1).
               10 ch-file pic x(128).
               10 ch-oper pic x(12).
               10 ch-appr pic x(12).
               10 ch-line pic x(400).
      *    close registry entries: CLOSED, OPEN and RESTATED.
           01 close-table.
             05 cl-cnt pic 9(4) value 0.
             05 cl-entry occurs 1 to 500 times
                 depending on cl-cnt.
               10 cl-ts pic 9(14).
               10 cl-in pic 9.
               10 cl-kind pic x(8).
               10 cl-file pic x(128).
               10 cl-oper pic x(12).
               10 cl-line pic x(255).
      *    corrapprove's approval lines: correction file, the
      *    submitter (before=) and the approver (after=).
           01 approval-table.
             05 ap-cnt pic 9(4) value 0.
             05 ap-entry occurs 1 to 500 times
                 depending on ap-cnt.
               10 ap-ts pic 9(14).
               10 ap-corr pic x(32).
               10 ap-appr pic x(12).
               10 ap-line pic x(400).
      *    file/operator pairs already reported by the current
      *    check.
           01 pair-table.
             05 pd-cnt pic 9(4) value 0.
             05 pd-entry occurs 500 times.
               10 pd-file pic x(128).
               10 pd-oper pic x(12).

       procedure division.
       a00-start section.
         call 'run-config-load' using runcfg-data
         move cfg-batch-window to window-arg
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'FROM='
               if function test-numval(opt-tmp(6:8)) = 0 then
                 move function numval(opt-tmp(6:8)) to from-date
               else
                 display 'sodreport: FROM= wants YYYYMMDD, ignored'
               end-if
             when function upper-case(opt-tmp(1:3)) = 'TO='
               if function test-numval(opt-tmp(4:8)) = 0 then
                 move function numval(opt-tmp(4:8)) to to-date
               else
                 display 'sodreport: TO= wants YYYYMMDD, ignored'
               end-if
             when function upper-case(opt-tmp(1:7)) = 'WINDOW='
               move opt-tmp(8:9) to window-arg
             when function upper-case(opt-tmp(1:4)) = 'DIR='
               move opt-tmp(5:124) to arch-dir
             when function upper-case(opt-tmp(1:4)) = 'REG='
               move opt-tmp(5:124) to reg-fname
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:124) to rpt-fname
             when other
               display 'sodreport: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if not window-arg = spaces then
           if function test-numval(window-arg(1:4)) = 0
               and window-arg(5:1) = '-'
               and function test-numval(window-arg(6:4)) = 0 then
             move function numval(window-arg(1:4)) to window-start
             move function numval(window-arg(6:4)) to window-end
             move 1 to window-set
           else
             display 'sodreport: WINDOW= wants hhmm-hhmm, ',
               'window not checked'
           end-if
         end-if
         compute from-ts = from-date * 1000000
         compute to-ts = to-date * 1000000 + 235959
         if not rpt-fname = spaces then
           open output rptfile
           if rpt-fs = '00' then
             move 1 to rpt-open
           else
             display 'sodreport: cannot write ',
               function trim(rpt-fname), ', report not kept'
           end-if
         end-if
         perform b00-list-files
         perform c00-walk-files
         perform e00-load-registry
         if ch-cnt > 1 then
           sort ch-entry on ascending key ch-ts
         end-if
         if cl-cnt > 1 then
           sort cl-entry on ascending key cl-ts
         end-if
         if ap-cnt > 1 then
           sort ap-entry on ascending key ap-ts
         end-if
         perform g00-heading
         perform f00-close-sod
         perform f10-approver-edit
         perform f20-overrides
         perform f30-off-hours
         perform f40-direct-changes
         perform k00-summary
         perform k01-read-audit
         if rpt-open = 1 then
           close rptfile
           display 'sodreport: report kept as ',
             function trim(rpt-fname)
         end-if
         if find-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * every rowaudit file in reach: the working directory's
      * rowaudit.log, the LOGDIR daily files, and the archive
      * directory's copies - one ls list, walked in turn.
       b00-list-files section.
         move '.sodreport.list' to listname
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
         move spaces to cmd-buf
         string '{ ls -1 rowaudit.log 2>/dev/null; '
           delimited by size into cmd-buf
         end-string
         if not logdir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(logdir)
             '/rowaudit.*.log 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         if not arch-dir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(arch-dir)
             '/rowaudit* 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         string function trim(cmd-buf) ' } > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       b99-exit.
         exit
         .

       c00-walk-files section.
         open input listfile
         if list-fs not = '00' then
           go to c99-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               move list-record(1:200) to log-fname
               perform c01-walk-one
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       c99-exit.
         exit
         .

       c01-walk-one section.
         open input loginp
         if log-fs not = '00' then
           go to c98-exit
         end-if
         add 1 to files-read
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if log-record not = spaces then
               perform d00-take-line
             end-if
           end-read
         end-perform
         close loginp
         .

       c98-exit.
         exit
         .

      * one rowaudit line: a maintain or applydelta change joins
      * the change table, a corrapprove approval the approval
      * table; refusals, lock releases and closectl's own lines
      * (the registry says it better) are passed over.
       d00-take-line section.
         move 'job=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         move spaces to job-tok
         if key-pos > 0 then
           unstring log-record(key-pos:17) delimited by all space
             into job-tok
           end-unstring
         end-if
         move ' action=' to srch-key
         move 8 to srch-len
         perform u00-find-key
         move space to act-tok
         if key-pos > 0 then
           move log-record(key-pos:1) to act-tok
         end-if
         if not (job-tok = 'maintain' or job-tok = 'applydelta'
             or job-tok = 'corrapprove') or act-tok = 'R' then
           go to d99-exit
         end-if
         perform u01-line-time
         move ' oper=' to srch-key
         move 6 to srch-len
         perform u02-word-at
         move file-tok(1:12) to oper-tok
         if job-tok = 'corrapprove' then
           perform d01-take-approval
           go to d99-exit
         end-if
         move ' approved-by=' to srch-key
         move 13 to srch-len
         perform u02-word-at
         move file-tok(1:12) to appr-tok
         move ' file=' to srch-key
         move 6 to srch-len
         perform u02-word-at
         if ch-cnt >= 3000 then
           if trunc-warned = 0 then
             display 'sodreport: more than 3000 row changes on ',
               'the trail, the rest not examined - narrow it with ',
               'DIR= or archive older logs'
             move 1 to trunc-warned
           end-if
           go to d99-exit
         end-if
         add 1 to ch-cnt
         move ts-num to ch-ts(ch-cnt)
         move 0 to ch-in(ch-cnt)
         if ts-num >= from-ts and ts-num <= to-ts then
           move 1 to ch-in(ch-cnt)
         end-if
         move 0 to ch-done(ch-cnt)
         move 0 to ch-off(ch-cnt)
         move act-tok to ch-act(ch-cnt)
         move file-tok to ch-file(ch-cnt)
         move oper-tok to ch-oper(ch-cnt)
         move appr-tok to ch-appr(ch-cnt)
         move log-record to ch-line(ch-cnt)
         .

       d99-exit.
         exit
         .

       d01-take-approval section.
         if act-tok not = 'A' or ap-cnt >= 500 then
           go to d98-exit
         end-if
         move ' key=' to srch-key
         move 5 to srch-len
         perform u02-word-at
         add 1 to ap-cnt
         move ts-num to ap-ts(ap-cnt)
         move file-tok(1:32) to ap-corr(ap-cnt)
         move ' after=' to srch-key
         move 7 to srch-len
         perform u02-word-at
         move file-tok(1:12) to ap-appr(ap-cnt)
         move log-record to ap-line(ap-cnt)
         .

       d98-exit.
         exit
         .

      * the close registry: every CLOSED, OPEN and RESTATED entry
      * with who made it and when.
       e00-load-registry section.
         if reg-fname = spaces then
           display "CLOSEREG" upon environment-name
           accept reg-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if reg-fname = spaces then
           move 'close.dat' to reg-fname
         end-if
         open input regfile
         if reg-fs not = '00' then
           go to e99-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read regfile
           at end
             move 1 to log-eof
           not at end
             if reg-record not = spaces
                 and reg-record(1:1) not = '*'
                 and cl-cnt < 500 then
               perform e01-take-entry
             end-if
           end-read
         end-perform
         close regfile
         .

       e99-exit.
         exit
         .

       e01-take-entry section.
         move spaces to log-record
         move reg-record to log-record
         move spaces to file-tok
         move spaces to kind-tok
         unstring reg-record delimited by all space
           into file-tok, kind-tok
         end-unstring
         if not (kind-tok = 'CLOSED' or kind-tok = 'OPEN'
             or kind-tok = 'RESTATED') then
           go to e98-exit
         end-if
         add 1 to cl-cnt
         move kind-tok to cl-kind(cl-cnt)
         move file-tok to cl-file(cl-cnt)
         perform u01-line-time
         move ts-num to cl-ts(cl-cnt)
         move 0 to cl-in(cl-cnt)
         if ts-num >= from-ts and ts-num <= to-ts then
           move 1 to cl-in(cl-cnt)
         end-if
         move ' by=' to srch-key
         move 4 to srch-len
         perform u02-word-at
         move file-tok(1:12) to cl-oper(cl-cnt)
         move reg-record to cl-line(cl-cnt)
         .

       e98-exit.
         exit
         .

      * an operator who closed a file in the range and changed it
      * in the same range: the close entries and the changes.
       f00-close-sod section.
         move 0 to pd-cnt
         perform varying cx from 1 by 1 until cx > cl-cnt
           if cl-in(cx) = 1 and cl-kind(cx) = 'CLOSED'
               and not cl-oper(cx) = spaces then
             move cl-file(cx) to file-tok
             move cl-oper(cx) to oper-tok
             perform v00-pair-seen
             if px = 0 then
               perform f01-close-pair
             end-if
           end-if
         end-perform
         .

       f99-exit.
         exit
         .

       f01-close-pair section.
         move 0 to hit-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             add 1 to hit-count
           end-if
         end-perform
         if hit-count = 0 then
           go to f98-exit
         end-if
         perform v01-pair-add
         move 'CLOSE-SOD' to find-kind
         move hit-count to cnt-dsp
         move spaces to find-txt
         string function trim(oper-tok) ' changed '
           function trim(file-tok) ' (' function trim(cnt-dsp)
           ' row change(s)) and closed it in the same period'
           delimited by size into find-txt
         end-string
         perform w00-finding
         perform varying ax from cx by 1 until ax > cl-cnt
           if cl-in(ax) = 1 and cl-file(ax) = file-tok
               and cl-oper(ax) = oper-tok then
             move cl-line(ax) to log-record
             perform w01-evidence
           end-if
         end-perform
         move 0 to ev-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             perform w02-capped-evidence
           end-if
         end-perform
         perform w03-evidence-more
         .

       f98-exit.
         exit
         .

      * an approver of corrections applied to a file who changed
      * that file later in the range: the approval (with the
      * correction's .pend record when it is still beside it), the
      * approved change and the approver's own later changes.
       f10-approver-edit section.
         move 0 to pd-cnt
         perform varying cx from 1 by 1 until cx > ch-cnt
           if ch-in(cx) = 1 and not ch-appr(cx) = spaces
               and not ch-file(cx) = spaces then
             move ch-file(cx) to file-tok
             move ch-appr(cx) to oper-tok
             perform v00-pair-seen
             if px = 0 then
               perform f11-approver-pair
             end-if
           end-if
         end-perform
         .

       f97-exit.
         exit
         .

       f11-approver-pair section.
         move ch-ts(cx) to first-ts
         move 0 to hit-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-ts(dx) > first-ts
               and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             add 1 to hit-count
           end-if
         end-perform
         if hit-count = 0 then
           go to f96-exit
         end-if
         perform v01-pair-add
         move 'APPROVER-EDIT' to find-kind
         move hit-count to cnt-dsp
         move spaces to find-txt
         string function trim(oper-tok) ' approved corrections '
           'to ' function trim(file-tok) ' and later changed it '
           '(' function trim(cnt-dsp) ' row change(s))'
           delimited by size into find-txt
         end-string
         perform w00-finding
      *  the approver's last approval at or before the approved
      *  change is the one that carried it.
         move 0 to ax
         perform varying dx from 1 by 1 until dx > ap-cnt
           if ap-appr(dx) = oper-tok and ap-ts(dx) <= first-ts then
             move dx to ax
           end-if
         end-perform
         if ax > 0 then
           move ap-line(ax) to log-record
           perform w01-evidence
           perform f12-pend-evidence
         end-if
         move ch-line(cx) to log-record
         perform w01-evidence
         move 0 to ev-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-ts(dx) > first-ts
               and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             perform w02-capped-evidence
           end-if
         end-perform
         perform w03-evidence-more
         .

       f96-exit.
         exit
         .

      * the #PENDING and #APPROVED lines of the correction's
      * .pend record, when it is still beside the correction.
       f12-pend-evidence section.
         move spaces to pend-fname
         string function trim(ap-corr(ax)) '.pend'
           delimited by size into pend-fname
         end-string
         open input pendfile
         if pend-fs not = '00' then
           go to f95-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read pendfile
           at end
             move 1 to log-eof
           not at end
             if pend-record(1:9) = '#PENDING '
                 or pend-record(1:10) = '#APPROVED ' then
               move pend-record to log-record
               perform w01-evidence
             end-if
           end-read
         end-perform
         close pendfile
         .

       f95-exit.
         exit
         .

      * OVERRIDE use in the range, one finding per operator.
       f20-overrides section.
         perform varying cx from 1 by 1 until cx > ch-cnt
           move 0 to ch-done(cx)
         end-perform
         perform varying cx from 1 by 1 until cx > ch-cnt
           if ch-in(cx) = 1 and ch-act(cx) = 'O'
               and ch-done(cx) = 0 then
             perform f21-override-oper
           end-if
         end-perform
         .

       f94-exit.
         exit
         .

       f21-override-oper section.
         move ch-oper(cx) to oper-tok
         move 0 to hit-count
         perform varying dx from cx by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-act(dx) = 'O'
               and ch-oper(dx) = oper-tok then
             add 1 to hit-count
           end-if
         end-perform
         move 'OVERRIDE' to find-kind
         move hit-count to cnt-dsp
         move spaces to find-txt
         string function trim(oper-tok) ' applied '
           function trim(cnt-dsp) ' change(s) under OVERRIDE'
           delimited by size into find-txt
         end-string
         perform w00-finding
         move 0 to ev-count
         perform varying dx from cx by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-act(dx) = 'O'
               and ch-oper(dx) = oper-tok then
             move 1 to ch-done(dx)
             perform w02-capped-evidence
           end-if
         end-perform
         perform w03-evidence-more
         .

       f93-exit.
         exit
         .

      * changes made outside the batch window or on a day the
      * calendar says is not a business day, one finding per
      * operator and day.
       f30-off-hours section.
         move 0 to biz-date
         perform varying cx from 1 by 1 until cx > ch-cnt
           move 0 to ch-done(cx)
           move 0 to ch-off(cx)
           if ch-in(cx) = 1 and not ch-act(cx) = 'O' then
             perform f31-judge-time
           end-if
         end-perform
         perform varying cx from 1 by 1 until cx > ch-cnt
           if ch-off(cx) > 0 and ch-done(cx) = 0 then
             perform f32-off-hours-day
           end-if
         end-perform
         .

       f92-exit.
         exit
         .

      * ch-off 1 outside the window, 2 not a business day, 3 both;
      * the calendar answer is kept for the day last asked.
       f31-judge-time section.
         move 0 to off-win
         move 0 to off-biz
         compute ts-date = ch-ts(cx) / 1000000
         compute ts-hhmm = function mod(ch-ts(cx) / 100, 10000)
         if window-set = 1 then
           if window-start <= window-end then
             if ts-hhmm < window-start or ts-hhmm > window-end then
               move 1 to off-win
             end-if
           else
             if ts-hhmm < window-start and ts-hhmm > window-end then
               move 1 to off-win
             end-if
           end-if
         end-if
         if not ts-date = biz-date then
           move ts-date to biz-date
           move ts-date to m_date
           call 'is-business-day' using datetime-data, biz-flag
         end-if
         if biz-flag = 0 then
           move 2 to off-biz
         end-if
         compute ch-off(cx) = off-win + off-biz
         .

       f91-exit.
         exit
         .

       f32-off-hours-day section.
         move ch-oper(cx) to oper-tok
         compute biz-date = ch-ts(cx) / 1000000
         move 0 to hit-count
         move 0 to off-win
         move 0 to off-biz
         perform varying dx from cx by 1 until dx > ch-cnt
           compute ts-date = ch-ts(dx) / 1000000
           if ch-off(dx) > 0 and ch-oper(dx) = oper-tok
               and ts-date = biz-date then
             add 1 to hit-count
             if ch-off(dx) = 1 or ch-off(dx) = 3 then
               move 1 to off-win
             end-if
             if ch-off(dx) >= 2 then
               move 1 to off-biz
             end-if
           end-if
         end-perform
         move 'OFF-HOURS' to find-kind
         move hit-count to cnt-dsp
         move biz-date to m_date
         move spaces to find-txt
         move 1 to out-ptr
         string function trim(oper-tok) ' made '
           function trim(cnt-dsp) ' change(s) on ' m_year '-'
           m_month '-' m_day delimited by size
           into find-txt with pointer out-ptr
         end-string
         if off-biz = 1 then
           string ', not a business day' delimited by size
             into find-txt with pointer out-ptr
           end-string
         end-if
         if off-win = 1 then
           string ', outside the batch window ' window-arg
             delimited by size into find-txt with pointer out-ptr
           end-string
         end-if
         perform w00-finding
         move 0 to ev-count
         perform varying dx from cx by 1 until dx > ch-cnt
           compute ts-date = ch-ts(dx) / 1000000
           if ch-off(dx) > 0 and ch-oper(dx) = oper-tok
               and ts-date = biz-date then
             move 1 to ch-done(dx)
             perform w02-capped-evidence
           end-if
         end-perform
         perform w03-evidence-more
      *  f31 keeps the calendar answer for biz-date, no longer the
      *  day it last asked about.
         move 0 to biz-date
         .

       f90-exit.
         exit
         .

      * direct changes in the range to a file most of whose
      * changes on the trail came through approved corrections,
      * one finding per file and operator.
       f40-direct-changes section.
         move 0 to pd-cnt
         perform varying cx from 1 by 1 until cx > ch-cnt
           if ch-in(cx) = 1 and ch-appr(cx) = spaces
               and not ch-act(cx) = 'O'
               and not ch-file(cx) = spaces then
             move ch-file(cx) to file-tok
             move ch-oper(cx) to oper-tok
             perform v00-pair-seen
             if px = 0 then
               perform f41-direct-pair
             end-if
           end-if
         end-perform
         .

       f89-exit.
         exit
         .

       f41-direct-pair section.
         perform v01-pair-add
         move 0 to appr-n
         move 0 to direct-n
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-file(dx) = file-tok and not ch-act(dx) = 'O' then
             if ch-appr(dx) = spaces then
               add 1 to direct-n
             else
               add 1 to appr-n
             end-if
           end-if
         end-perform
         if not appr-n > direct-n then
           go to f88-exit
         end-if
         move 0 to hit-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-appr(dx) = spaces
               and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             add 1 to hit-count
           end-if
         end-perform
         move 'DIRECT-CHANGE' to find-kind
         move spaces to find-txt
         move 1 to out-ptr
         move hit-count to cnt-dsp
         string function trim(oper-tok) ' changed '
           function trim(file-tok) ' directly ('
           function trim(cnt-dsp) ' row change(s)); '
           delimited by size into find-txt with pointer out-ptr
         end-string
         move appr-n to cnt-dsp
         compute cnt-dsp2 = appr-n + direct-n
         string function trim(cnt-dsp) ' of its '
           function trim(cnt-dsp2) ' changes on the trail came '
           'through approved corrections'
           delimited by size into find-txt with pointer out-ptr
         end-string
         perform w00-finding
         move 0 to ev-count
         perform varying dx from 1 by 1 until dx > ch-cnt
           if ch-in(dx) = 1 and ch-appr(dx) = spaces
               and not ch-act(dx) = 'O'
               and ch-file(dx) = file-tok
               and ch-oper(dx) = oper-tok then
             perform w02-capped-evidence
           end-if
         end-perform
         perform w03-evidence-more
         .

       f88-exit.
         exit
         .

       g00-heading section.
         move spaces to rpt-line
         move 1 to out-ptr
         string 'segregation-of-duties report, ' delimited by size
           into rpt-line with pointer out-ptr
         end-string
         if from-date = 0 then
           string 'from the start of the trail' delimited by size
             into rpt-line with pointer out-ptr
           end-string
         else
           string 'from ' from-date delimited by size
             into rpt-line with pointer out-ptr
           end-string
         end-if
         if to-date = 99999999 then
           string ' to date' delimited by size
             into rpt-line with pointer out-ptr
           end-string
         else
           string ' to ' to-date delimited by size
             into rpt-line with pointer out-ptr
           end-string
         end-if
         perform w09-put-line
         move spaces to rpt-line
         move files-read to cnt-dsp
         move ch-cnt to cnt-dsp2
         string '  ' function trim(cnt-dsp) ' rowaudit file(s), '
           function trim(cnt-dsp2) ' row change(s) on the trail; '
           'registry ' function trim(reg-fname)
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         move spaces to rpt-line
         if window-set = 1 then
           string '  batch window ' window-arg
             ', business days per the holiday calendar'
             delimited by size into rpt-line
           end-string
         else
           string '  no batch window set, business days per the '
             'holiday calendar' delimited by size into rpt-line
           end-string
         end-if
         perform w09-put-line
         .

       g99-exit.
         exit
         .

       k00-summary section.
         move spaces to rpt-line
         perform w09-put-line
         move spaces to rpt-line
         move find-count to cnt-dsp
         string 'sodreport: ' function trim(cnt-dsp)
           ' finding(s)' delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       k99-exit.
         exit
         .

      * the report's own readaccess.log line: it read the whole
      * trail for the range.
       k01-read-audit section.
         move 'sodreport' to rda-tool
         move 'rowaudit' to rda-file
         move 'RANGE' to rda-qtype
         move 1 to qry-ptr
         string 'FROM=' from-date ' TO=' to-date delimited by size
           into rda-query with pointer qry-ptr
         end-string
         move find-count to rda-rows
         call 'read-audit-write' using readaudit-data
         .

       k98-exit.
         exit
         .

      * finds 'keyword=' inside log-record, the same u00 scan
      * raudinq runs.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           log-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if log-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

      * the time= stamp as a sortable YYYYMMDDHHMMSS.
       u01-line-time section.
         move ' time=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         move 0 to ts-num
         if key-pos > 0 then
           move log-record(key-pos:19) to time-tok
           if function test-numval(time-tok(1:4)) = 0 then
             compute ts-num =
               function numval(time-tok(1:4)) * 10000000000
               + function numval(time-tok(6:2)) * 100000000
               + function numval(time-tok(9:2)) * 1000000
               + function numval(time-tok(12:2)) * 10000
               + function numval(time-tok(15:2)) * 100
               + function numval(time-tok(18:2))
           end-if
         end-if
         .

       u98-exit.
         exit
         .

      * the word after srch-key into file-tok, blank when absent.
       u02-word-at section.
         perform u00-find-key
         move spaces to file-tok
         if key-pos > 0 then
           unstring log-record(key-pos:) delimited by all space
             into file-tok
           end-unstring
         end-if
         .

       u97-exit.
         exit
         .

      * px is the pair table entry for file-tok/oper-tok, 0 when
      * the current check has not reported them yet.
       v00-pair-seen section.
         move 0 to px
         perform varying ax from 1 by 1
             until ax > pd-cnt or px > 0
           if pd-file(ax) = file-tok and pd-oper(ax) = oper-tok then
             move ax to px
           end-if
         end-perform
         .

       v99-exit.
         exit
         .

       v01-pair-add section.
         if pd-cnt < 500 then
           add 1 to pd-cnt
           move file-tok to pd-file(pd-cnt)
           move oper-tok to pd-oper(pd-cnt)
         end-if
         .

       v98-exit.
         exit
         .

       w00-finding section.
         add 1 to find-count
         move spaces to rpt-line
         perform w09-put-line
         move spaces to rpt-line
         move find-count to cnt-dsp
         string 'finding ' function trim(cnt-dsp) '  ' find-kind
           ' ' function trim(find-txt)
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       w99-exit.
         exit
         .

       w01-evidence section.
         move spaces to rpt-line
         string '    > ' function trim(log-record)
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       w98-exit.
         exit
         .

      * change line dx as evidence, the first ev-max of them.
       w02-capped-evidence section.
         add 1 to ev-count
         if ev-count <= ev-max then
           move ch-line(dx) to log-record
           perform w01-evidence
         end-if
         .

       w97-exit.
         exit
         .

       w03-evidence-more section.
         if ev-count > ev-max then
           compute cnt-dsp = ev-count - ev-max
           move spaces to rpt-line
           string '    > ... and ' function trim(cnt-dsp)
             ' more line(s) like these on the trail'
             delimited by size into rpt-line
           end-string
           perform w09-put-line
         end-if
         .

       w96-exit.
         exit
         .

       w09-put-line section.
         display function trim(rpt-line trailing)
         if rpt-open = 1 then
           move rpt-line to rpt-record
           write rpt-record
         end-if
         .

       w95-exit.
         exit
         .
