       identification division.
         program-id. excreg.

      * the data-exception register (utl/exc-reg.cbl) for the
      * analysts: table.cbl's OUTLIER= report, variance's BREACH
      * cells, scorecard's outliers, duplicate keys and trailer
      * mismatches and reconcile's tolerance breaks each put their
      * exceptions on it under a stable id, and this is where what
      * was decided about them goes - so the month-end review reads
      * what was concluded last time instead of re-investigating
      * the same lines.
      *
      *   excreg LIST [table-file] [OPEN|EXPLAINED|ESCALATED]
      *   excreg EXPLAIN exc-id [UNTIL=YYYYMMDD|DAYS=n] reason...
      *   excreg ESCALATE exc-id note...
      *   excreg REOPEN exc-id note...
      *   excreg AGED [DAYS=n] [table-file]
      *
      * EXPLAIN takes the exception out of the reports' headline
      * counts - they footnote it instead - until the UNTIL date,
      * or DAYS days from today (90 when neither is given); after
      * that it is OPEN again. ESCALATE marks it passed on, still
      * counted; REOPEN withdraws either. Each decision is stamped
      * with the operator (utl/oper-id.cbl) and today's date.
      * AGED lists the exceptions still open or escalated more than
      * DAYS (default 30) after they were first seen, and returns
      * 4 when there are any. Failed steps and alerts are not data
      * exceptions - they are incident.cbl's. Returns 0 done,
      * 4 nothing to do, 8 refused.

       environment division.
         input-output section.
         file-control.
           select excfile assign to exc-fname
           organization is line sequential
           file status is exc-fs.

       data division.
         file section.
         fd excfile.
           01 exc-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 id-arg pic x(8) value spaces.
             05 state-arg pic x(9) value spaces.
             05 until-arg pic x(8) value spaces.
             05 days-arg pic 9(4) value 0.
             05 days-set pic 9 value 0.
             05 note-text pic x(240) value spaces.
             05 text-ptr pic 9(4) value 1.
             05 text-on pic 9 value 0.
             05 text-len pic 9(4) value 0.
             05 exc-fname pic x(128) value spaces.
             05 exc-fs pic xx value '00'.
             05 today pic 9(8) value 0.
             05 until-date pic 9(8) value 0.
             05 op-id pic x(12) value spaces.
             05 ii pic 9(4) value 0.
             05 found-ix pic 9(4) value 0.
             05 list-cnt pic 9(4) value 0.
             05 open-days pic 9(5) value 0.
             05 cnt-dsp pic zzz9.
             05 days-dsp pic zzzz9.
             05 first-dsp pic x(10) value spaces.
             05 last-dsp pic x(10) value spaces.
             05 exc-data.
               copy excdata.

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'LIST' or cmd-arg = 'EXPLAIN'
             or cmd-arg = 'ESCALATE' or cmd-arg = 'REOPEN'
             or cmd-arg = 'AGED') then
           perform a01-usage
           go to a99-end
         end-if
         display "EXCREG" upon environment-name
         move spaces to exc-fname
         accept exc-fname from environment-value
           on exception
             continue
         end-accept
         if exc-fname = spaces then
           move 'exceptions.dat' to exc-fname
         end-if
         move function current-date(1:8) to today
         evaluate cmd-arg
           when 'LIST'
             perform c00-list
           when 'AGED'
             perform e00-aged
           when other
             perform d00-decide
         end-evaluate
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: excreg LIST [table-file] ',
           '[OPEN|EXPLAINED|ESCALATED]'
         display '       excreg EXPLAIN exc-id ',
           '[UNTIL=YYYYMMDD|DAYS=n] reason...'
         display '       excreg ESCALATE exc-id note...'
         display '       excreg REOPEN exc-id note...'
         display '       excreg AGED [DAYS=n] [table-file]'
         move 8 to return-code
         .

       a98-exit.
         exit
         .

       c00-list section.
         move '*' to xc-file
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate function upper-case(opt-tmp)
             when 'OPEN'
             when 'EXPLAINED'
             when 'ESCALATED'
               move function upper-case(opt-tmp) to state-arg
             when other
               move opt-tmp(1:128) to xc-file
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         move 0 to xc-cnt
         call 'exc-load' using exc-data
         perform varying ii from 1 by 1 until ii > xc-cnt
           if state-arg = spaces or xc-e-state(ii) = state-arg then
             add 1 to list-cnt
             perform f00-show-entry
           end-if
         end-perform
         move list-cnt to cnt-dsp
         display 'excreg: ', function trim(cnt-dsp),
           ' exception(s)'
         .

       c99-exit.
         exit
         .

      * EXPLAIN, ESCALATE and REOPEN: the options come first, the
      * first word that is not one starts the reason, which runs to
      * the last argument.
       d00-decide section.
         accept id-arg from argument-value
           on exception
             move spaces to id-arg
         end-accept
         move function upper-case(id-arg) to id-arg
         if id-arg = spaces then
           perform a01-usage
           go to d99-exit
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when text-on = 0 and cmd-arg = 'EXPLAIN'
                 and function upper-case(opt-tmp(1:6)) = 'UNTIL='
               move opt-tmp(7:8) to until-arg
             when text-on = 0 and cmd-arg = 'EXPLAIN'
                 and function upper-case(opt-tmp(1:5)) = 'DAYS='
               if function test-numval(opt-tmp(6:4)) = 0 then
                 move function numval(opt-tmp(6:4)) to days-arg
                 move 1 to days-set
               else
                 display 'excreg: DAYS= wants a number of days'
                 move 8 to return-code
                 go to d99-exit
               end-if
             when other
               move 1 to text-on
               if text-ptr > 1 then
                 string ' ' delimited by size
                   into note-text with pointer text-ptr
                 end-string
               end-if
               string function trim(opt-tmp) delimited by size
                 into note-text with pointer text-ptr
               end-string
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if note-text = spaces then
           display 'excreg: ', function trim(cmd-arg),
             ' wants a reason'
           move 8 to return-code
           go to d99-exit
         end-if
         compute text-len = function length(function trim(
           note-text))
         if text-len > 100 then
           display 'excreg: reason is ', text-len,
             ' characters, 100 at most'
           move 8 to return-code
           go to d99-exit
         end-if
         move '*' to xc-file
         move 0 to xc-cnt
         call 'exc-load' using exc-data
         move 0 to found-ix
         perform varying ii from 1 by 1
             until ii > xc-cnt or found-ix > 0
           if xc-id(ii) = id-arg then
             move ii to found-ix
           end-if
         end-perform
         if found-ix = 0 then
           display 'excreg: no exception ', function trim(id-arg)
           move 8 to return-code
           go to d99-exit
         end-if
         evaluate true
           when cmd-arg = 'ESCALATE'
               and xc-e-state(found-ix) = 'ESCALATED'
           when cmd-arg = 'REOPEN'
               and xc-e-state(found-ix) = 'OPEN'
             display 'excreg: ', function trim(id-arg),
               ' is already ', function trim(xc-e-state(found-ix))
             move 4 to return-code
             go to d99-exit
         end-evaluate
         if cmd-arg = 'EXPLAIN' then
           perform d01-until-date
           if return-code not = 0 then
             go to d99-exit
           end-if
         end-if
         call 'operator-get' using op-id
         open extend excfile
         if exc-fs not = '00' then
           display 'excreg: cannot write ',
             function trim(exc-fname), ', status ', exc-fs
           move 8 to return-code
           go to d99-exit
         end-if
         move spaces to exc-record
         if cmd-arg = 'EXPLAIN' then
           string 'EXPLAIN ' function trim(id-arg) ' '
             function trim(op-id) ' ' today ' ' until-date ' '
             function trim(note-text)
             delimited by size into exc-record
           end-string
         else
           string function trim(cmd-arg) ' ' function trim(id-arg)
             ' ' function trim(op-id) ' ' today ' '
             function trim(note-text)
             delimited by size into exc-record
           end-string
         end-if
         write exc-record
         close excfile
         move found-ix to xc-ix
         call 'exc-line' using exc-data
         display 'excreg: ', function trim(id-arg), ' ',
           function trim(cmd-arg), ' by ', function trim(op-id)
         display '    was ', function trim(xc-line)
         .

       d99-exit.
         exit
         .

      * an explanation always ends: UNTIL= as given, else DAYS=
      * (default 90) from today.
       d01-until-date section.
         if not until-arg = spaces then
           if until-arg is not numeric
               or function test-date-yyyymmdd(
                 function numval(until-arg)) not = 0 then
             display 'excreg: UNTIL= wants a date as YYYYMMDD'
             move 8 to return-code
             go to d98-exit
           end-if
           move until-arg to until-date
           if until-date < today then
             display 'excreg: UNTIL= is in the past'
             move 8 to return-code
           end-if
           go to d98-exit
         end-if
         if days-set = 0 then
           move 90 to days-arg
         end-if
         compute until-date = function date-of-integer(
           function integer-of-date(today) + days-arg)
         .

       d98-exit.
         exit
         .

      * the exceptions nobody has explained away, first seen longer
      * ago than DAYS - the ones the review should not see again.
       e00-aged section.
         move '*' to xc-file
         move 30 to days-arg
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'DAYS='
               if function test-numval(opt-tmp(6:4)) = 0 then
                 move function numval(opt-tmp(6:4)) to days-arg
               else
                 display 'excreg: DAYS= wants a number of days, ',
                   '30 used'
               end-if
             when other
               move opt-tmp(1:128) to xc-file
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         move 0 to xc-cnt
         call 'exc-load' using exc-data
         move days-arg to days-dsp
         display 'exceptions open more than ',
           function trim(days-dsp), ' day(s):'
         perform varying ii from 1 by 1 until ii > xc-cnt
           if not xc-e-state(ii) = 'EXPLAINED'
               and xc-first(ii) > 0 then
             compute open-days = function integer-of-date(today)
               - function integer-of-date(xc-first(ii))
             if open-days > days-arg then
               add 1 to list-cnt
               perform f00-show-entry
             end-if
           end-if
         end-perform
         if list-cnt = 0 then
           display '  (none)'
         else
           move 4 to return-code
         end-if
         move list-cnt to cnt-dsp
         display 'excreg: ', function trim(cnt-dsp),
           ' aged exception(s)'
         .

       e99-exit.
         exit
         .

       f00-show-entry section.
         move ii to xc-ix
         call 'exc-line' using exc-data
         display function trim(xc-line)
         move spaces to first-dsp
         string xc-first(ii)(1:4) '-' xc-first(ii)(5:2) '-'
           xc-first(ii)(7:2) delimited by size into first-dsp
         end-string
         move spaces to last-dsp
         string xc-last(ii)(1:4) '-' xc-last(ii)(5:2) '-'
           xc-last(ii)(7:2) delimited by size into last-dsp
         end-string
         move 0 to open-days
         if xc-first(ii) > 0 then
           compute open-days = function integer-of-date(today)
             - function integer-of-date(xc-first(ii))
         end-if
         move open-days to days-dsp
         display '    first seen ', first-dsp, ', last seen ',
           last-dsp, ', ', function trim(days-dsp), ' day(s) on ',
           'the register'
         .

       f99-exit.
         exit
         .
