       identification division.
         program-id. recert.

      * operator access recertification: operators.dat grants the
      * levels (1 trainee, 2 operator, 3 supervisor) and an id with
      * no entry is a trainee, but the file itself was never
      * reviewed. This report lists every id in it with its level,
      * the last activity the logs show for it and what it did in
      * the review period - row changes, correction approvals,
      * OVERRIDE use, reopens and restatements, and everything else
      * (reads, closes, incident updates, lock releases, refusals)
      * as OTHER - and flags:
      *   DORMANT         a listed id with no activity in the period
      *   SUPER-UNUSED    a supervisor id that never used a
      *                   supervisor right in the period (OVERRIDE,
      *                   a delete, REOPEN, RESTATE, a lock release,
      *                   a legal-hold release)
      *   UNLISTED        an id seen in the logs with no entry, so
      *                   running as a trainee by default
      *   BAD-LEVEL       an entry whose level is not 1 to 3, so
      *                   read as a trainee
      *   DUPLICATE       an id listed more than once (the last
      *                   entry is the one that counts)
      *
      *   recert [FROM=YYYYMMDD] [TO=YYYYMMDD] [DAYS=n]
      *     [DIR=archive-dir] [REG=close-registry] [OUT=report-file]
      *     [SIGNOFF]
      *
      * The period runs to TO= (today by default) from FROM=, else
      * DAYS= days back (90 by default). The evidence is read where
      * the other trail readers read it: rowaudit.log and
      * readaccess.log here and their LOGDIR daily files, DIR='s
      * archive copies, the close registry (REG=, CLOSEREG or
      * close.dat), the incident log (INCLOG or incident.log) and
      * audit.log with its daily files. An audit.log line names no
      * operator; it counts for the operator whose run= it shares
      * with a row-audit or read-access line.
      *
      * SIGNOFF records the review: a supervisor-level reviewer id
      * (operator-get) is appended with the time, the period, the
      * figures and a content hash of the permissions file to the
      * sign-off log (RECERTLOG, else recert.log). Each report
      * names the last sign-off and says when the permissions file
      * has changed since it. Any flag returns 4; a refused
      * sign-off returns 8.

       environment division.
         input-output section.
         file-control.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.
           select operfile assign to oper-fname
           organization is line sequential
           file status is oper-fs.
           select signfile assign to sign-fname
           organization is line sequential
           file status is sign-fs.
           select rptfile assign to rpt-fname
           organization is line sequential
           file status is rpt-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-file-record pic x(400) value spaces.
         fd operfile.
           01 oper-record pic x(80) value spaces.
         fd signfile.
           01 sign-record pic x(255) value spaces.
         fd rptfile.
           01 rpt-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 from-date pic 9(8) value 0.
             05 to-date pic 9(8) value 0.
             05 from-ts pic 9(14) value 0.
             05 to-ts pic 9(14) value 0.
             05 days-back pic 9(4) value 90.
             05 today pic 9(8) value 0.
             05 signoff-mode pic 9 value 0.
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
             05 log-kind pic x(10) value spaces.
             05 oper-fname pic x(128) value spaces.
             05 oper-fs pic xx value '00'.
             05 sign-fname pic x(128) value spaces.
             05 sign-fs pic xx value '00'.
             05 reg-fname pic x(128) value spaces.
             05 inc-fname pic x(128) value spaces.
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
             05 tok-1 pic x(40) value spaces.
             05 tok-2 pic x(40) value spaces.
             05 job-tok pic x(16) value spaces.
             05 act-tok pic x(1) value space.
             05 word-tok pic x(128) value spaces.
             05 oper-tok pic x(12) value spaces.
             05 run-tok pic x(17) value spaces.
             05 kind-tok pic x(8) value spaces.
             05 time-tok pic x(19) value spaces.
             05 ts-num pic 9(14) value 0.
             05 ts-in pic 9 value 0.
             05 ox pic 9(4) value 0.
             05 rx pic 9(4) value 0.
             05 found-level pic s9(4) value 0.
             05 reviewer pic x(12) value spaces.
             05 reviewer-level pic 9 value 1.
             05 oper-hash pic 9(9) value 0.
             05 chain-buf pic x(1200) value spaces.
             05 last-sign pic x(255) value spaces.
             05 last-hash pic 9(9) value 0.
             05 find-count pic 9(4) value 0.
             05 find-kind pic x(14) value spaces.
             05 find-txt pic x(200) value spaces.
             05 listed-cnt pic 9(4) value 0.
             05 rpt-line pic x(400) value spaces.
             05 cnt-dsp pic z(5)9 value 0.
             05 cnt-dsp2 pic z(5)9 value 0.
             05 col-dsp pic z(5)9 value 0.
             05 out-ptr pic 9(4) value 1.
             05 last-dsp pic x(19) value spaces.
             05 last-ts-x pic x(14) value spaces.
             05 run-known pic 9 value 0.
             05 trunc-warned pic 9 value 0.
             05 qry-ptr pic 9(3) value 1.
             05 datetime-data.
               copy datetimedata.
             05 readaudit-data.
               copy readaudit.
      *    every id met: those in the permissions file first, then
      *    those only the logs name. op-sup counts the supervisor
      *    rights used in the period, op-seen every line of any
      *    kind in it.
           01 oper-table.
             05 op-cnt pic 9(4) value 0.
             05 op-entry occurs 1 to 400 times
                 depending on op-cnt.
               10 op-id pic x(12).
               10 op-lvl pic 9.
               10 op-listed pic 9.
               10 op-bad pic 9.
               10 op-dup pic 9.
               10 op-last-ts pic 9(14).
               10 op-last-src pic x(10).
               10 op-chg pic 9(6).
               10 op-appr pic 9(6).
               10 op-ovr pic 9(6).
               10 op-reopen pic 9(6).
               10 op-other pic 9(6).
               10 op-sup pic 9(6).
               10 op-seen pic 9(6).
      *    run id to operator, from the row-audit and read-access
      *    lines, so an audit.log line can be put to its operator.
           01 run-table.
             05 rn-cnt pic 9(4) value 0.
             05 rn-entry occurs 4000 times.
               10 rn-id pic x(17).
               10 rn-oper pic x(12).

       procedure division.
       a00-start section.
         call 'now-str' using datetime-data
         move m_date to today
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp) = 'SIGNOFF'
               move 1 to signoff-mode
             when function upper-case(opt-tmp(1:5)) = 'FROM='
               if function test-numval(opt-tmp(6:8)) = 0 then
                 move function numval(opt-tmp(6:8)) to from-date
               else
                 display 'recert: FROM= wants YYYYMMDD, ignored'
               end-if
             when function upper-case(opt-tmp(1:3)) = 'TO='
               if function test-numval(opt-tmp(4:8)) = 0 then
                 move function numval(opt-tmp(4:8)) to to-date
               else
                 display 'recert: TO= wants YYYYMMDD, ignored'
               end-if
             when function upper-case(opt-tmp(1:5)) = 'DAYS='
               if function test-numval(opt-tmp(6:4)) = 0
                   and function numval(opt-tmp(6:4)) > 0 then
                 move function numval(opt-tmp(6:4)) to days-back
               else
                 display 'recert: DAYS= wants a day count, ignored'
               end-if
             when function upper-case(opt-tmp(1:4)) = 'DIR='
               move opt-tmp(5:124) to arch-dir
             when function upper-case(opt-tmp(1:4)) = 'REG='
               move opt-tmp(5:124) to reg-fname
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:124) to rpt-fname
             when other
               display 'recert: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if to-date = 0 then
           move today to to-date
         end-if
         if from-date = 0 then
           compute from-date = function date-of-integer(
             function integer-of-date(to-date) - days-back + 1)
         end-if
         compute from-ts = from-date * 1000000
         compute to-ts = to-date * 1000000 + 235959
      *  a sign-off is a supervisor's act, refused before anything
      *  is read.
         if signoff-mode = 1 then
           call 'operator-get' using reviewer
           call 'operator-level' using reviewer, reviewer-level
           if reviewer-level < 3 then
             display 'recert: SIGNOFF needs a supervisor id, ',
               function trim(reviewer), ' is level ',
               reviewer-level
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         if not rpt-fname = spaces then
           open output rptfile
           if rpt-fs = '00' then
             move 1 to rpt-open
           else
             display 'recert: cannot write ',
               function trim(rpt-fname), ', report not kept'
           end-if
         end-if
         perform b00-load-operators
         perform b10-last-signoff
         perform c00-list-files
         perform c10-walk-files
         perform e00-registry
         perform e10-incidents
         perform e20-list-audit
         perform c10-walk-files
         perform g00-heading
         perform h00-id-lines
         perform h10-findings
         perform k00-summary
         if signoff-mode = 1 then
           perform s00-signoff
         end-if
         perform k01-read-audit
         if rpt-open = 1 then
           close rptfile
           display 'recert: report kept as ',
             function trim(rpt-fname)
         end-if
         if find-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the permissions file, read the way operator-level reads
      * it, and folded through chain-hash so a sign-off can tell
      * whether it has changed since.
       b00-load-operators section.
         display "OPERFILE" upon environment-name
         accept oper-fname from environment-value
           on exception
             continue
         end-accept
         if oper-fname = spaces then
           move 'operators.dat' to oper-fname
         end-if
         open input operfile
         if oper-fs not = '00' then
           display 'recert: no permissions file ',
             function trim(oper-fname), ' - every id is a trainee'
           go to b99-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read operfile
           at end
             move 1 to log-eof
           not at end
             move spaces to chain-buf
             move oper-record to chain-buf
             call 'chain-hash' using oper-hash, chain-buf,
               oper-hash
             if oper-record not = spaces
                 and oper-record(1:1) not = '*' then
               perform b01-take-entry
             end-if
           end-read
         end-perform
         close operfile
         .

       b99-exit.
         exit
         .

       b01-take-entry section.
         move spaces to tok-1
         move spaces to tok-2
         unstring oper-record delimited by all space
           into tok-1, tok-2
         end-unstring
         move tok-1(1:12) to oper-tok
         perform v00-find-oper
         if ox = 0 then
           go to b98-exit
         end-if
         if op-listed(ox) = 1 then
           move 1 to op-dup(ox)
         else
           add 1 to listed-cnt
         end-if
         move 1 to op-listed(ox)
         move 1 to op-lvl(ox)
         move 0 to op-bad(ox)
         move 1 to found-level
         if function test-numval(tok-2) = 0 then
           move function numval(tok-2) to found-level
         else
           move 0 to found-level
         end-if
         if found-level >= 1 and found-level <= 3 then
           move found-level to op-lvl(ox)
         else
           move 1 to op-bad(ox)
         end-if
         .

       b98-exit.
         exit
         .

      * the last sign-off on record, for the heading.
       b10-last-signoff section.
         display "RECERTLOG" upon environment-name
         accept sign-fname from environment-value
           on exception
             continue
         end-accept
         if sign-fname = spaces then
           move 'recert.log' to sign-fname
         end-if
         open input signfile
         if sign-fs not = '00' then
           go to b97-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read signfile
           at end
             move 1 to log-eof
           not at end
             if sign-record(1:8) = 'signoff ' then
               move sign-record to last-sign
             end-if
           end-read
         end-perform
         close signfile
         if not last-sign = spaces then
           move spaces to log-record
           move last-sign to log-record
           move ' hash=' to srch-key
           move 6 to srch-len
           perform u02-word-at
           if function test-numval(word-tok(1:9)) = 0 then
             move function numval(word-tok(1:9)) to last-hash
           end-if
         end-if
         .

       b97-exit.
         exit
         .

      * the row-audit and read-access trails in reach: this
      * directory's logs, the LOGDIR daily files and the archive
      * directory's copies - one ls list, walked in turn.
       c00-list-files section.
         move '.recert.list' to listname
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
         string '{ ls -1 rowaudit.log readaccess.log 2>/dev/null;'
           delimited by size into cmd-buf
         end-string
         if not logdir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(logdir) '/rowaudit.*.log '
             function trim(logdir) '/readaccess.*.log 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         if not arch-dir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(arch-dir) '/rowaudit* '
             function trim(arch-dir) '/readaccess* 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         string function trim(cmd-buf) ' } > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       c99-exit.
         exit
         .

      * each listed file in turn; the kind of log is told from
      * its name.
       c10-walk-files section.
         open input listfile
         if list-fs not = '00' then
           go to c98-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               move list-record(1:200) to log-fname
               move spaces to log-kind
               move 0 to kx
               inspect log-fname tallying kx for all 'rowaudit'
               if kx > 0 then
                 move 'rowaudit' to log-kind
               end-if
               move 0 to kx
               inspect log-fname tallying kx for all 'readaccess'
               if kx > 0 then
                 move 'readaccess' to log-kind
               end-if
               move 0 to kx
               inspect log-fname tallying kx for all 'audit.'
               if kx > 0 and log-kind = spaces then
                 move 'audit' to log-kind
               end-if
               if not log-kind = spaces then
                 perform c11-walk-one
               end-if
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

       c98-exit.
         exit
         .

       c11-walk-one section.
         open input loginp
         if log-fs not = '00' then
           go to c97-exit
         end-if
         add 1 to files-read
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if log-record not = spaces then
               evaluate log-kind
                 when 'rowaudit'
                   perform d00-rowaudit-line
                 when 'readaccess'
                   perform d10-readaccess-line
                 when 'audit'
                   perform d20-audit-line
               end-evaluate
             end-if
           end-read
         end-perform
         close loginp
         .

       c97-exit.
         exit
         .

      * one row-audit line. Changes, deletes and OVERRIDE markers
      * from maintain and applydelta, approvals from corrapprove,
      * lock releases from lockmon, hold releases from legalhold;
      * closectl's reopen and restate lines only date the
      * activity - the registry counts them.
       d00-rowaudit-line section.
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
         move ' time=' to srch-key
         move 6 to srch-len
         perform u01-line-time
         perform u03-oper-and-run
         if oper-tok = spaces then
           go to d99-exit
         end-if
         perform v01-run-add
         move 'rowaudit' to log-kind
         perform v02-touch
         if ts-in = 0 or ox = 0 then
           go to d99-exit
         end-if
         evaluate true
           when job-tok = 'maintain' and act-tok = 'O'
             add 1 to op-ovr(ox)
             add 1 to op-sup(ox)
           when (job-tok = 'maintain' or job-tok = 'applydelta')
               and act-tok = 'D'
             add 1 to op-chg(ox)
             add 1 to op-sup(ox)
           when job-tok = 'maintain' and act-tok = 'R'
             add 1 to op-other(ox)
           when job-tok = 'maintain' or job-tok = 'applydelta'
             add 1 to op-chg(ox)
           when job-tok = 'corrapprove' and act-tok = 'A'
             add 1 to op-appr(ox)
           when job-tok = 'lockmon'
               or (job-tok = 'legalhold' and act-tok = 'X')
             add 1 to op-other(ox)
             add 1 to op-sup(ox)
           when job-tok = 'closectl'
             continue
           when other
             add 1 to op-other(ox)
         end-evaluate
         .

       d99-exit.
         exit
         .

      * one read-access line: a read, and a run to put to its
      * operator.
       d10-readaccess-line section.
         move ' time=' to srch-key
         move 6 to srch-len
         perform u01-line-time
         perform u03-oper-and-run
         if oper-tok = spaces then
           go to d98-exit
         end-if
         perform v01-run-add
         move 'readaccess' to log-kind
         perform v02-touch
         if ts-in = 1 and ox > 0 then
           add 1 to op-other(ox)
         end-if
         .

       d98-exit.
         exit
         .

      * one audit.log line: it dates its run's operator's activity
      * when the run is known, and counts for nothing else - the
      * run's own trail lines already have.
       d20-audit-line section.
         move ' run=' to srch-key
         move 5 to srch-len
         perform u02-word-at
         move word-tok(1:17) to run-tok
         if run-tok = spaces then
           go to d97-exit
         end-if
         move spaces to oper-tok
         perform varying rx from 1 by 1
             until rx > rn-cnt or not oper-tok = spaces
           if rn-id(rx) = run-tok then
             move rn-oper(rx) to oper-tok
           end-if
         end-perform
         if oper-tok = spaces then
           go to d97-exit
         end-if
         move ' end=' to srch-key
         move 5 to srch-len
         perform u01-line-time
         if ts-num = 0 then
           move ' start=' to srch-key
           move 7 to srch-len
           perform u01-line-time
         end-if
         move 'audit' to log-kind
         perform v02-touch
         .

       d97-exit.
         exit
         .

      * the close registry: a close is OTHER, a reopen or a
      * restatement is its own column and a supervisor right.
       e00-registry section.
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
         move reg-fname to log-fname
         open input loginp
         if log-fs not = '00' then
           go to e99-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if log-record not = spaces
                 and log-record(1:1) not = '*' then
               perform e01-registry-entry
             end-if
           end-read
         end-perform
         close loginp
         .

       e99-exit.
         exit
         .

       e01-registry-entry section.
         move spaces to tok-1
         move spaces to kind-tok
         unstring log-record delimited by all space
           into tok-1, kind-tok
         end-unstring
         if not (kind-tok = 'CLOSED' or kind-tok = 'OPEN'
             or kind-tok = 'RESTATED') then
           go to e98-exit
         end-if
         move ' time=' to srch-key
         move 6 to srch-len
         perform u01-line-time
         move ' by=' to srch-key
         move 4 to srch-len
         perform u02-word-at
         move word-tok(1:12) to oper-tok
         if oper-tok = spaces then
           go to e98-exit
         end-if
         move 'registry' to log-kind
         perform v02-touch
         if ts-in = 0 or ox = 0 then
           go to e98-exit
         end-if
         if kind-tok = 'CLOSED' then
           add 1 to op-other(ox)
         else
           add 1 to op-reopen(ox)
           add 1 to op-sup(ox)
         end-if
         .

       e98-exit.
         exit
         .

      * the incident log's ACK and RESOLVE lines carry by= and
      * time=; an ingested incident names no operator.
       e10-incidents section.
         display "INCLOG" upon environment-name
         move spaces to inc-fname
         accept inc-fname from environment-value
           on exception
             continue
         end-accept
         if inc-fname = spaces then
           move 'incident.log' to inc-fname
         end-if
         move inc-fname to log-fname
         open input loginp
         if log-fs not = '00' then
           go to e97-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             move ' by=' to srch-key
             move 4 to srch-len
             perform u02-word-at
             move word-tok(1:12) to oper-tok
             if not oper-tok = spaces then
               move ' time=' to srch-key
               move 6 to srch-len
               perform u01-line-time
               move 'incident' to log-kind
               perform v02-touch
               if ts-in = 1 and ox > 0 then
                 add 1 to op-other(ox)
               end-if
             end-if
           end-read
         end-perform
         close loginp
         .

       e97-exit.
         exit
         .

      * audit.log and its daily files, listed once the run table
      * is complete.
       e20-list-audit section.
         move spaces to cmd-buf
         string '{ ls -1 audit.log 2>/dev/null;'
           delimited by size into cmd-buf
         end-string
         if not logdir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(logdir)
             '/audit.*.log 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         if not arch-dir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(arch-dir)
             '/audit.* 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         string function trim(cmd-buf) ' } > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       e96-exit.
         exit
         .

       g00-heading section.
         move spaces to rpt-line
         string 'operator access recertification, period '
           from-date ' to ' to-date
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         move spaces to rpt-line
         move listed-cnt to cnt-dsp
         move files-read to cnt-dsp2
         string '  permissions file ' function trim(oper-fname)
           ', ' function trim(cnt-dsp) ' id(s) listed; '
           function trim(cnt-dsp2) ' trail file(s) read'
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         move spaces to rpt-line
         if last-sign = spaces then
           string '  no earlier sign-off in '
             function trim(sign-fname)
             delimited by size into rpt-line
           end-string
         else
           move spaces to log-record
           move last-sign to log-record
           move 1 to out-ptr
           move ' by=' to srch-key
           move 4 to srch-len
           perform u02-word-at
           string '  last signed off by ' function trim(word-tok)
             delimited by size into rpt-line with pointer out-ptr
           end-string
           move ' time=' to srch-key
           move 6 to srch-len
           perform u00-find-key
           if key-pos > 0 then
             string ' at ' log-record(key-pos:19)
               delimited by size into rpt-line with pointer out-ptr
             end-string
           end-if
           if last-hash = oper-hash then
             string ', permissions file unchanged since'
               delimited by size into rpt-line with pointer out-ptr
             end-string
           else
             string ', permissions file CHANGED since'
               delimited by size into rpt-line with pointer out-ptr
             end-string
           end-if
         end-if
         perform w09-put-line
         move spaces to rpt-line
         perform w09-put-line
         move spaces to rpt-line
         string 'id           lvl  last activity        source    '
           ' changes approvals overrides  reopens    other'
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       g99-exit.
         exit
         .

      * one line per id, the listed ones in file order first.
       h00-id-lines section.
         perform varying ox from 1 by 1 until ox > op-cnt
           perform h01-id-line
         end-perform
         .

       h99-exit.
         exit
         .

       h01-id-line section.
         move spaces to rpt-line
         move op-id(ox) to rpt-line(1:12)
         if op-listed(ox) = 1 then
           move op-lvl(ox) to rpt-line(15:1)
         else
           move '-' to rpt-line(15:1)
         end-if
         perform u04-last-dsp
         move last-dsp to rpt-line(19:19)
         move op-last-src(ox) to rpt-line(40:10)
         move op-chg(ox) to col-dsp
         move col-dsp to rpt-line(50:6)
         move op-appr(ox) to col-dsp
         move col-dsp to rpt-line(60:6)
         move op-ovr(ox) to col-dsp
         move col-dsp to rpt-line(70:6)
         move op-reopen(ox) to col-dsp
         move col-dsp to rpt-line(79:6)
         move op-other(ox) to col-dsp
         move col-dsp to rpt-line(88:6)
         perform w09-put-line
         .

       h98-exit.
         exit
         .

      * the flags, each with the figures it rests on.
       h10-findings section.
         perform varying ox from 1 by 1 until ox > op-cnt
           perform u04-last-dsp
           if op-listed(ox) = 1 and op-dup(ox) = 1 then
             move 'DUPLICATE' to find-kind
             move spaces to find-txt
             string function trim(op-id(ox)) ' is listed more '
               'than once, the last entry (level ' op-lvl(ox)
               ') is the one that counts'
               delimited by size into find-txt
             end-string
             perform w00-finding
           end-if
           if op-listed(ox) = 1 and op-bad(ox) = 1 then
             move 'BAD-LEVEL' to find-kind
             move spaces to find-txt
             string function trim(op-id(ox)) ' has no valid level '
               '(1 to 3) and is read as a trainee'
               delimited by size into find-txt
             end-string
             perform w00-finding
           end-if
           if op-listed(ox) = 1 and op-seen(ox) = 0 then
             move 'DORMANT' to find-kind
             move spaces to find-txt
             string function trim(op-id(ox)) ' (level ' op-lvl(ox)
               ') did nothing in the period; last activity '
               function trim(last-dsp)
               delimited by size into find-txt
             end-string
             perform w00-finding
           end-if
           if op-listed(ox) = 1 and op-lvl(ox) = 3
               and op-sup(ox) = 0 then
             move 'SUPER-UNUSED' to find-kind
             move spaces to find-txt
             string function trim(op-id(ox)) ' is a supervisor and '
               'used no supervisor right in the period'
               delimited by size into find-txt
             end-string
             perform w00-finding
           end-if
           if op-listed(ox) = 0 then
             move 'UNLISTED' to find-kind
             move op-seen(ox) to cnt-dsp
             move spaces to find-txt
             string function trim(op-id(ox)) ' is in the logs but '
               'not in ' function trim(oper-fname) ' (a trainee by '
               'default); ' function trim(cnt-dsp)
               ' line(s) in the period, last activity '
               function trim(last-dsp)
               delimited by size into find-txt
             end-string
             perform w00-finding
           end-if
         end-perform
         .

       h97-exit.
         exit
         .

       k00-summary section.
         move spaces to rpt-line
         perform w09-put-line
         move spaces to rpt-line
         move find-count to cnt-dsp
         move op-cnt to cnt-dsp2
         string 'recert: ' function trim(cnt-dsp2) ' id(s), '
           function trim(cnt-dsp) ' finding(s)'
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       k99-exit.
         exit
         .

      * the report's own readaccess.log line.
       k01-read-audit section.
         move 'recert' to rda-tool
         move oper-fname to rda-file
         move 'RANGE' to rda-qtype
         move 1 to qry-ptr
         string 'FROM=' from-date ' TO=' to-date delimited by size
           into rda-query with pointer qry-ptr
         end-string
         move op-cnt to rda-rows
         call 'read-audit-write' using readaudit-data
         .

       k98-exit.
         exit
         .

      * the sign-off line: who reviewed, when, what period, what
      * was found and the permissions file as it stood.
       s00-signoff section.
         call 'now-str' using datetime-data
         open extend signfile
         if sign-fs not = '00' then
           open output signfile
         end-if
         if sign-fs not = '00' then
           display 'recert: cannot write ',
             function trim(sign-fname), ', sign-off not recorded'
           move 8 to return-code
           go to s99-exit
         end-if
         move spaces to sign-record
         move op-cnt to cnt-dsp
         move find-count to cnt-dsp2
         string 'signoff by=' function trim(reviewer)
           ' time=' datetime-str
           ' from=' from-date ' to=' to-date
           ' operfile=' function trim(oper-fname)
           ' ids=' function trim(cnt-dsp)
           ' findings=' function trim(cnt-dsp2)
           ' hash=' oper-hash
           delimited by size into sign-record
         end-string
         write sign-record
         close signfile
         move spaces to rpt-line
         string 'recert: signed off by ' function trim(reviewer)
           ' at ' datetime-str ' in ' function trim(sign-fname)
           delimited by size into rpt-line
         end-string
         perform w09-put-line
         .

       s99-exit.
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

      * the YYYY-MM-DD HH:MM:SS stamp after srch-key as a sortable
      * YYYYMMDDHHMMSS in ts-num, and ts-in 1 when it falls in the
      * period.
       u01-line-time section.
         perform u00-find-key
         move 0 to ts-num
         move 0 to ts-in
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
         if ts-num >= from-ts and ts-num <= to-ts then
           move 1 to ts-in
         end-if
         .

       u98-exit.
         exit
         .

      * the word after srch-key into word-tok, blank when absent.
       u02-word-at section.
         perform u00-find-key
         move spaces to word-tok
         if key-pos > 0 then
           unstring log-record(key-pos:) delimited by all space
             into word-tok
           end-unstring
         end-if
         .

       u97-exit.
         exit
         .

      * a trail line's oper= and run=.
       u03-oper-and-run section.
         move ' oper=' to srch-key
         move 6 to srch-len
         perform u02-word-at
         move word-tok(1:12) to oper-tok
         move ' run=' to srch-key
         move 5 to srch-len
         perform u02-word-at
         move word-tok(1:17) to run-tok
         .

       u96-exit.
         exit
         .

      * id ox's last activity for display, 'never' when none.
       u04-last-dsp section.
         if op-last-ts(ox) = 0 then
           move 'never' to last-dsp
           go to u95-exit
         end-if
         move spaces to last-dsp
         move op-last-ts(ox) to last-ts-x
         string last-ts-x(1:4) '-' last-ts-x(5:2) '-'
           last-ts-x(7:2) ' ' last-ts-x(9:2) ':'
           last-ts-x(11:2) ':' last-ts-x(13:2)
           delimited by size into last-dsp
         end-string
         .

       u95-exit.
         exit
         .

      * ox is oper-tok's entry, added (unlisted) when new; 0 when
      * the table is full.
       v00-find-oper section.
         move 0 to ox
         perform varying rx from 1 by 1
             until rx > op-cnt or ox > 0
           if op-id(rx) = oper-tok then
             move rx to ox
           end-if
         end-perform
         if ox > 0 then
           go to v99-exit
         end-if
         if op-cnt >= 400 then
           if trunc-warned = 0 then
             display 'recert: more than 400 operator ids, the ',
               'rest not examined'
             move 1 to trunc-warned
           end-if
           go to v99-exit
         end-if
         add 1 to op-cnt
         move op-cnt to ox
         move oper-tok to op-id(ox)
         move 1 to op-lvl(ox)
         move 0 to op-listed(ox)
         move 0 to op-bad(ox)
         move 0 to op-dup(ox)
         move 0 to op-last-ts(ox)
         move spaces to op-last-src(ox)
         move 0 to op-chg(ox)
         move 0 to op-appr(ox)
         move 0 to op-ovr(ox)
         move 0 to op-reopen(ox)
         move 0 to op-other(ox)
         move 0 to op-sup(ox)
         move 0 to op-seen(ox)
         .

       v99-exit.
         exit
         .

      * run-tok belongs to oper-tok, kept once.
       v01-run-add section.
         if run-tok = spaces or rn-cnt >= 4000 then
           go to v98-exit
         end-if
         move 0 to run-known
         perform varying rx from 1 by 1
             until rx > rn-cnt or run-known = 1
           if rn-id(rx) = run-tok then
             move 1 to run-known
           end-if
         end-perform
         if run-known = 1 then
           go to v98-exit
         end-if
         add 1 to rn-cnt
         move run-tok to rn-id(rn-cnt)
         move oper-tok to rn-oper(rn-cnt)
         .

       v98-exit.
         exit
         .

      * a line of log-kind for oper-tok at ts-num: the id's entry
      * in ox, its last activity moved on, its period count up.
       v02-touch section.
         perform v00-find-oper
         if ox = 0 then
           go to v97-exit
         end-if
         if ts-num > op-last-ts(ox) then
           move ts-num to op-last-ts(ox)
           move log-kind to op-last-src(ox)
         end-if
         if ts-in = 1 then
           add 1 to op-seen(ox)
         end-if
         .

       v97-exit.
         exit
         .

       w00-finding section.
         add 1 to find-count
         if find-count = 1 then
           move spaces to rpt-line
           perform w09-put-line
         end-if
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

       w09-put-line section.
         display function trim(rpt-line trailing)
         if rpt-open = 1 then
           move rpt-line to rpt-record
           write rpt-record
         end-if
         .

       w98-exit.
         exit
         .
