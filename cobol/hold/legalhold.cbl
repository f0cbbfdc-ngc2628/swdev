       identification division.
         program-id. legalhold.

      * the legal-hold register (holds.dat, or wherever HOLDREG
      * points): when counsel or the auditors ask for records to be
      * preserved, a hold is placed here, and every program that
      * deletes or prunes - gdgkeep PRUNE and ARCHIVE, logkeep,
      * pqpurge - asks utl/legal-hold.cbl about each item first,
      * skips what a hold covers and says so.
      *
      *   legalhold PLACE hold-id SCOPE=FILE|GEN|LOG|DB NAME=item
      *     [FROM=YYYYMMDD] [TO=YYYYMMDD] REASON="text"
      *   legalhold RELEASE hold-id REASON="text"
      *   legalhold LIST
      *   legalhold REPORT
      *
      * A scope is a table file and all its generations (FILE), the
      * generations of a file stamped FROM to TO (GEN), a log file
      * or, NAME ending '*', every log so named, dated logs limited
      * to FROM to TO (LOG), or a database table (DB). PLACE under
      * an id already held adds a scope to it; any operator may
      * place a hold, with the reason. RELEASE lifts every scope of
      * the id and is for a supervisor-level id only; a released id
      * is not used again. Both are written to the row-audit trail
      * (job legalhold, action H placed, X released, key the hold
      * id). LIST shows the holds in force, REPORT what each one
      * protects on disk now - the files, generations and logs its
      * scopes take in, where named and in this directory, logs in
      * LOGDIR too. Returns 0
      * done, 4 nothing to do, 8 refused.

       environment division.
         input-output section.
         file-control.
           select regfile assign to reg-fname
           organization is line sequential
           file status is reg-fs.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.

       data division.
         file section.
         fd regfile.
           01 reg-record pic x(400) value spaces.
         fd listfile.
           01 list-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 id-arg pic x(16) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 scope-arg pic x(4) value spaces.
             05 name-arg pic x(128) value spaces.
             05 from-arg pic x(8) value spaces.
             05 to-arg pic x(8) value spaces.
             05 reason-arg pic x(100) value spaces.
             05 reg-fname pic x(128) value spaces.
             05 reg-fs pic xx value '00'.
             05 listname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 iseof pic 9 value 0.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 1.
             05 logdir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cmd-buf pic x(1024) value spaces.
             05 line-tok pic x(8) value spaces.
             05 srch-key pic x(8) value spaces.
             05 srch-len pic 9(2) value 0.
             05 key-pos pic 9(4) value 0.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 rx pic 9(4) value 0.
             05 word-tok pic x(128) value spaces.
             05 id-tok pic x(16) value spaces.
             05 id-known pic 9 value 0.
             05 id-active pic 9 value 0.
             05 act-cnt pic 9(4) value 0.
             05 prot-cnt pic 9(6) value 0.
             05 cnt-dsp pic z(5)9 value 0.
             05 name-base pic x(128) value spaces.
             05 base-tok pic x(128) value spaces.
             05 range-dsp pic x(32) value spaces.
             05 datetime-data.
               copy datetimedata.
             05 rowaudit-data.
               copy rowaudit.
             05 hold-data.
               copy holddata.
      *    the register as read: one entry per HOLD line, r-active 0
      *    once a RELEASE line for its id has followed it.
           01 reg-table.
             05 reg-cnt pic 9(4) value 0.
             05 reg-entry occurs 300 times.
               10 r-id pic x(16).
               10 r-kind pic x(4).
               10 r-name pic x(128).
               10 r-from pic x(8).
               10 r-to pic x(8).
               10 r-by pic x(12).
               10 r-time pic x(19).
               10 r-reason pic x(100).
               10 r-active pic 9.

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'PLACE' or cmd-arg = 'RELEASE'
             or cmd-arg = 'LIST' or cmd-arg = 'REPORT') then
           display 'usage: legalhold PLACE hold-id ',
             'SCOPE=FILE|GEN|LOG|DB NAME=item [FROM=YYYYMMDD] ',
             '[TO=YYYYMMDD] REASON="text" | RELEASE hold-id ',
             'REASON="text" | LIST | REPORT'
           move 8 to return-code
           go to a99-end
         end-if
         display "HOLDREG" upon environment-name
         move spaces to reg-fname
         accept reg-fname from environment-value
           on exception
             continue
         end-accept
         if reg-fname = spaces then
           move 'holds.dat' to reg-fname
         end-if
         perform u00-read-register
         evaluate cmd-arg
           when 'PLACE'
             perform b00-place
           when 'RELEASE'
             perform c00-release
           when 'LIST'
             perform d00-list
           when 'REPORT'
             perform e00-report
         end-evaluate
         .
       a99-end.
         stop run
         .

       b00-place section.
         accept id-arg from argument-value
           on exception
             move spaces to id-arg
         end-accept
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:6)) = 'SCOPE='
               move function upper-case(opt-tmp(7:4)) to scope-arg
             when function upper-case(opt-tmp(1:5)) = 'NAME='
               move opt-tmp(6:128) to name-arg
             when function upper-case(opt-tmp(1:5)) = 'FROM='
               move opt-tmp(6:8) to from-arg
             when function upper-case(opt-tmp(1:3)) = 'TO='
               move opt-tmp(4:8) to to-arg
             when function upper-case(opt-tmp(1:7)) = 'REASON='
               move opt-tmp(8:100) to reason-arg
             when other
               display 'legalhold: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if id-arg = spaces or name-arg = spaces
             or reason-arg = spaces
             or not (scope-arg = 'FILE' or scope-arg = 'GEN'
               or scope-arg = 'LOG' or scope-arg = 'DB') then
           display 'legalhold: PLACE wants a hold id, ',
             'SCOPE=FILE|GEN|LOG|DB, NAME=item and REASON="text"'
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to kx
         inspect id-arg tallying kx for all '='
         if kx > 0 then
           display 'legalhold: a hold id may not contain ''='''
           move 8 to return-code
           go to b99-exit
         end-if
         if (not from-arg = spaces
               and function test-numval(from-arg) not = 0)
             or (not to-arg = spaces
               and function test-numval(to-arg) not = 0) then
           display 'legalhold: FROM and TO are dates as YYYYMMDD'
           move 8 to return-code
           go to b99-exit
         end-if
         if (scope-arg = 'FILE' or scope-arg = 'DB')
             and not (from-arg = spaces and to-arg = spaces) then
           display 'legalhold: FROM and TO apply to GEN and LOG ',
             'scopes only - ignored'
           move spaces to from-arg
           move spaces to to-arg
         end-if
         move id-arg to id-tok
         perform u02-id-state
         if id-known = 1 and id-active = 0 then
           display 'legalhold: ', function trim(id-arg),
             ' has been released - place the hold under a new id'
           move 8 to return-code
           go to b99-exit
         end-if
         call 'operator-get' using op-id
         call 'now-str' using datetime-data
         open extend regfile
         if reg-fs not = '00' then
           open output regfile
         end-if
         move spaces to reg-record
         move 1 to key-pos
         string 'HOLD id=' function trim(id-arg)
           ' scope=' function trim(scope-arg)
           ' name=' function trim(name-arg)
           delimited by size into reg-record with pointer key-pos
         end-string
         if not from-arg = spaces then
           string ' from=' from-arg
             delimited by size into reg-record with pointer key-pos
           end-string
         end-if
         if not to-arg = spaces then
           string ' to=' to-arg
             delimited by size into reg-record with pointer key-pos
           end-string
         end-if
         string ' by=' function trim(op-id)
           ' time=' datetime-str
           ' reason=' function trim(reason-arg)
           delimited by size into reg-record with pointer key-pos
         end-string
         write reg-record
         close regfile
         move 'legalhold' to raud-job
         move 'H' to raud-action
         move id-arg to raud-key
         move scope-arg to raud-col
         move spaces to raud-before
         move name-arg(1:80) to raud-after
         move op-id to raud-oper
         call 'row-audit-write' using rowaudit-data
         if id-known = 1 then
           display 'legalhold: scope ', function trim(scope-arg),
             ' ', function trim(name-arg), ' added to hold ',
             function trim(id-arg), ' by ', function trim(op-id)
         else
           display 'legalhold: hold ', function trim(id-arg),
             ' placed on ', function trim(scope-arg), ' ',
             function trim(name-arg), ' by ', function trim(op-id)
         end-if
         .

       b99-exit.
         exit
         .

       c00-release section.
         accept id-arg from argument-value
           on exception
             move spaces to id-arg
         end-accept
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:7)) = 'REASON='
               move opt-tmp(8:100) to reason-arg
             when other
               display 'legalhold: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if id-arg = spaces or reason-arg = spaces then
           display 'legalhold: RELEASE wants a hold id and ',
             'REASON="text"'
           move 8 to return-code
           go to c99-exit
         end-if
         call 'operator-get' using op-id
         call 'operator-level' using op-id, op-level
         if op-level < 3 then
           display 'legalhold: RELEASE needs a supervisor id, ',
             function trim(op-id), ' is level ', op-level
           move 8 to return-code
           go to c99-exit
         end-if
         move id-arg to id-tok
         perform u02-id-state
         if id-active = 0 then
           display 'legalhold: ', function trim(id-arg),
             ' is not a hold in force'
           move 4 to return-code
           go to c99-exit
         end-if
         call 'now-str' using datetime-data
         open extend regfile
         if reg-fs not = '00' then
           open output regfile
         end-if
         move spaces to reg-record
         string 'RELEASE id=' function trim(id-arg)
           ' by=' function trim(op-id)
           ' time=' datetime-str
           ' reason=' function trim(reason-arg)
           delimited by size into reg-record
         end-string
         write reg-record
         close regfile
         move 'legalhold' to raud-job
         move 'X' to raud-action
         move id-arg to raud-key
         move spaces to raud-col
         move 'HELD' to raud-before
         move 'RELEASED' to raud-after
         move op-id to raud-oper
         call 'row-audit-write' using rowaudit-data
         display 'legalhold: hold ', function trim(id-arg),
           ' released by ', function trim(op-id)
         .

       c99-exit.
         exit
         .

      * the holds in force, one line per scope.
       d00-list section.
         move 0 to act-cnt
         perform varying rx from 1 by 1 until rx > reg-cnt
           if r-active(rx) = 1 then
             add 1 to act-cnt
             perform u03-range
             display function trim(r-id(rx)), ' ',
               r-kind(rx), ' ', function trim(r-name(rx)),
               function trim(range-dsp trailing), ' by ',
               function trim(r-by(rx)), ' ', r-time(rx), ' - ',
               function trim(r-reason(rx))
           end-if
         end-perform
         if act-cnt = 0 then
           display 'legalhold: no holds in force'
           move 4 to return-code
         end-if
         .

      * what each scope in force protects now: the candidates on
      * disk are listed and each is put to hold-check-id for that
      * hold, so the report shows exactly what the deleting
      * programs will leave alone on its account.
       e00-report section.
         move 0 to act-cnt
         move '.legalhold.list' to listname
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
         perform varying rx from 1 by 1 until rx > reg-cnt
           if r-active(rx) = 1 then
             add 1 to act-cnt
             perform u03-range
             display 'hold ', function trim(r-id(rx)), ' ',
               r-kind(rx), ' ', function trim(r-name(rx)),
               function trim(range-dsp trailing)
             display '  placed by ', function trim(r-by(rx)), ' ',
               r-time(rx), ' - ', function trim(r-reason(rx))
             if r-kind(rx) = 'DB' then
               display '  protects database table ',
                 function trim(r-name(rx)), ' from purging'
             else
               perform e01-report-scope
             end-if
           end-if
         end-perform
         if act-cnt = 0 then
           display 'legalhold: no holds in force'
           move 4 to return-code
         end-if
         .

       e99-exit.
         exit
         .

       e01-report-scope section.
         move spaces to cmd-buf
         move r-name(rx) to word-tok
         perform u04-basename
         evaluate r-kind(rx)
           when 'FILE'
             string '{ ls -1d ' function trim(r-name(rx)) ' '
               function trim(r-name(rx)) '.g[0-9]* 2>/dev/null;'
               delimited by size into cmd-buf
             end-string
             if not base-tok = r-name(rx) then
               string function trim(cmd-buf)
                 ' ls -1d ' function trim(base-tok) ' '
                 function trim(base-tok) '.g[0-9]* 2>/dev/null;'
                 delimited by size into cmd-buf
               end-string
             end-if
             string function trim(cmd-buf) ' }'
               delimited by size into cmd-buf
             end-string
           when 'GEN'
             string '{ ls -1d '
               function trim(r-name(rx)) '.g[0-9]* 2>/dev/null;'
               delimited by size into cmd-buf
             end-string
             if not base-tok = r-name(rx) then
               string function trim(cmd-buf)
                 ' ls -1d ' function trim(base-tok)
                 '.g[0-9]* 2>/dev/null;'
                 delimited by size into cmd-buf
               end-string
             end-if
             string function trim(cmd-buf) ' }'
               delimited by size into cmd-buf
             end-string
           when 'LOG'
             string '{ ls -1d ' function trim(r-name(rx))
               ' 2>/dev/null;'
               delimited by size into cmd-buf
             end-string
             if not logdir = spaces then
               string function trim(cmd-buf)
                 ' ls -1d ' function trim(logdir) '/'
                 function trim(base-tok) ' 2>/dev/null;'
                 delimited by size into cmd-buf
               end-string
             end-if
             string function trim(cmd-buf) ' }'
               delimited by size into cmd-buf
             end-string
         end-evaluate
         string function trim(cmd-buf) ' > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to prot-cnt
         open input listfile
         if list-fs not = '00' then
           go to e98-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile
           at end
             move 1 to list-eof
           not at end
             if not list-record = spaces then
               move r-id(rx) to hd-id
               move list-record to hd-name
               move r-kind(rx) to hd-kind
               if r-kind(rx) = 'FILE' then
                 move r-name(rx) to word-tok
                 perform u04-basename
                 move base-tok to name-base
                 move list-record to word-tok
                 perform u04-basename
                 if not base-tok = name-base then
                   move 'GEN' to hd-kind
                 end-if
               end-if
               call 'hold-check-id' using hold-data
               if hd-held = 1 then
                 add 1 to prot-cnt
                 display '  protects ', function trim(list-record)
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
         if prot-cnt = 0 then
           display '  protects nothing on disk here at present'
         else
           move prot-cnt to cnt-dsp
           display '  ', function trim(cnt-dsp), ' item(s)'
         end-if
         .

       e98-exit.
         exit
         .

      * the register into reg-table.
       u00-read-register section.
         move 0 to reg-cnt
         open input regfile
         if reg-fs not = '00' then
           go to u99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read regfile
             at end
               move 1 to iseof
             not at end
               move spaces to line-tok
               unstring reg-record delimited by all space
                 into line-tok
               end-unstring
               if line-tok = 'HOLD' or line-tok = 'RELEASE' then
                 perform u01-take-line
               end-if
           end-read
         end-perform
         close regfile
         .

       u99-exit.
         exit
         .

       u01-take-line section.
         move ' id=' to srch-key
         move 4 to srch-len
         perform u05-word-at
         move word-tok(1:16) to id-tok
         if line-tok = 'RELEASE' then
           perform varying kx from 1 by 1 until kx > reg-cnt
             if r-id(kx) = id-tok then
               move 0 to r-active(kx)
             end-if
           end-perform
           go to u98-exit
         end-if
         if reg-cnt >= 300 then
           go to u98-exit
         end-if
         add 1 to reg-cnt
         move id-tok to r-id(reg-cnt)
         move 1 to r-active(reg-cnt)
         move ' scope=' to srch-key
         move 7 to srch-len
         perform u05-word-at
         move word-tok(1:4) to r-kind(reg-cnt)
         move ' name=' to srch-key
         move 6 to srch-len
         perform u05-word-at
         move word-tok to r-name(reg-cnt)
         move ' from=' to srch-key
         move 6 to srch-len
         perform u05-word-at
         move word-tok(1:8) to r-from(reg-cnt)
         move ' to=' to srch-key
         move 4 to srch-len
         perform u05-word-at
         move word-tok(1:8) to r-to(reg-cnt)
         move ' by=' to srch-key
         move 4 to srch-len
         perform u05-word-at
         move word-tok(1:12) to r-by(reg-cnt)
         move ' time=' to srch-key
         move 6 to srch-len
         perform u05-word-at
         move spaces to r-time(reg-cnt)
         if key-pos > 0 then
           move reg-record(key-pos:19) to r-time(reg-cnt)
         end-if
         move ' reason=' to srch-key
         move 8 to srch-len
         perform u05-word-at
         move spaces to r-reason(reg-cnt)
         if key-pos > 0 then
           move reg-record(key-pos:100) to r-reason(reg-cnt)
         end-if
         .

       u98-exit.
         exit
         .

      * whether id-tok has been placed (id-known) and is still in
      * force (id-active).
       u02-id-state section.
         move 0 to id-known
         move 0 to id-active
         perform varying rx from 1 by 1 until rx > reg-cnt
           if r-id(rx) = id-tok then
             move 1 to id-known
             if r-active(rx) = 1 then
               move 1 to id-active
             end-if
           end-if
         end-perform
         .

      * the date range of entry rx for display, blank when it
      * has none.
       u03-range section.
         move spaces to range-dsp
         evaluate true
           when not r-from(rx) = spaces and not r-to(rx) = spaces
             string ' from ' r-from(rx) ' to ' r-to(rx)
               delimited by size into range-dsp
             end-string
           when not r-from(rx) = spaces
             string ' from ' r-from(rx)
               delimited by size into range-dsp
             end-string
           when not r-to(rx) = spaces
             string ' up to ' r-to(rx)
               delimited by size into range-dsp
             end-string
         end-evaluate
         .

      * the last part of the path in word-tok into base-tok.
       u04-basename section.
         move spaces to base-tok
         move function length(function trim(word-tok)) to rec-len
         move 0 to kx
         perform varying key-pos from rec-len by -1
             until key-pos < 1 or kx > 0
           if word-tok(key-pos:1) = '/' then
             move key-pos to kx
           end-if
         end-perform
         if kx < rec-len then
           move word-tok(kx + 1:rec-len - kx) to base-tok
         end-if
         .

      * the word after srch-key in reg-record into word-tok,
      * key-pos left at its start (0 when the key is absent).
       u05-word-at section.
         move spaces to word-tok
         move 0 to key-pos
         move function length(function trim(reg-record)) to rec-len
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if reg-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         if key-pos > 0 then
           unstring reg-record(key-pos:) delimited by all space
             into word-tok
           end-unstring
         end-if
         .
