      * r-header prefix group when GROUP= is given.
      *
      *   variance target-file actual-file [WARN=pct]
      *     [BREACH=pct] [GROUP=n] [, or ; or CSV]
      *
      * WARN defaults to 5, BREACH to 10. A cell missing on one
      * side only, or a non-zero actual against a zero target,
      * counts as a breach; a cell missing on both sides is
      * skipped. Any breach sets RETURN-CODE 4 so a chain step can
      * gate on it.
      *
      * The analysts' notes on either file's rows (annotate.cbl)
      * are printed beneath the row they explain, and a cell line
      * whose column or row carries one is marked '*' - a breach
      * already accounted for reads as such.
      *
      * Every BREACH cell goes on the data-exception register
      * (excreg.cbl) against the actual file, its id printed on
      * the line. One an analyst has EXPLAINED prints as
      * 'explained', is left out of the breach count and the return
      * code, and is listed under the counts instead.

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname1 pic a(128) value spaces.
             05 fname2 pic a(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-fname pic a(128) value spaces.
             05 csv-data.
               copy csvdata.
             05 warn-pct pic 9(3)v9(2) value 5.
             05 breach-pct pic 9(3)v9(2) value 10.
             05 group-len pic 9(2) value 0.
             05 var-abs pic 9(5)v9(2) value 0.
             05 cell-state pic 9 value 0.
             05 row-state pic 9 value 0.
             05 state-txt pic x(9) value spaces.
             05 tgt-str pic x(34) value spaces.
             05 act-str pic x(34) value spaces.
             05 var-str pic x(34) value spaces.
             05 grp-breach pic 9(6) occurs 99 times value 0.
             05 grp-found pic 9 value 0.
             05 cnt-dsp pic z(5)9 value 0.
             05 note-mark pic x(2) value spaces.
             05 note-rows pic 9(6) value 0.
             05 exc-mark pic x(24) value spaces.
             05 expl-cnt pic 9(6) value 0.
             05 number53.
               copy num53.
      *    the notes on the target and the actual file's rows.
           01 annot-data.
             copy annotdata.
      *    the breaches already on the exception register.
           01 exc-data.
             copy excdata.
      *    target and actual snapshots each carry an OCCURS
      *    DEPENDING ON t-row, so each gets its own 01-level
      *    record - the same arrangement reconcile.cbl uses.
         end-accept
         if fname1 = spaces or fname2 = spaces then
           display 'usage: variance target-file actual-file ',
             '[WARN=pct] [BREACH=pct] [GROUP=n] [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:5)) = 'WARN='
               if function test-numval(opt-tmp(6:6)) = 0 then
                 move function numval(opt-tmp(6:6)) to warn-pct
           ' (actual) against ', function trim(fname1),
           ' (target), warn ', warn-pct, '%, breach ',
           breach-pct, '%'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform g00-read-target
         perform g01-read-actual
         move fname1 to an-file
         call 'annot-load' using annot-data
         move fname2 to an-file
         call 'annot-load' using annot-data
         move fname2 to xc-file
         call 'exc-load' using exc-data
         if f-length = 0 or f-length-a = 0 then
           display 'variance: no data rows on one side, nothing ',
             'to compare'
           no advancing
         move tgt-only-cnt to cnt-dsp
         display function trim(cnt-dsp), ' target-only'
         if note-rows > 0 then
           move note-rows to cnt-dsp
           display 'notes: ', function trim(cnt-dsp), ' row(s) ',
             'carry an analyst''s note, printed beneath the row'
         end-if
         if expl-cnt > 0 then
           move expl-cnt to cnt-dsp
           display 'explained: ', function trim(cnt-dsp),
             ' breach cell(s) not counted above:'
           perform varying xc-ix from 1 by 1 until xc-ix > xc-cnt
             if xc-e-hit(xc-ix) = 1
                 and xc-e-state(xc-ix) = 'EXPLAINED' then
               call 'exc-line' using exc-data
               display '  ', function trim(xc-line)
             end-if
           end-perform
         end-if
         if group-len > 0 and breach-cnt > 0 then
           display ' '
           display 'breaches by group:'
           at end
             move 1 to iseof1
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record1 not = spaces
                 and table-record1(1:1) not = '#' then
               move table-record1 to csv-line
               move fname1 to csv-fname
               compute linenum = cntrec1 + 1
               perform g04-csv-record
               move csv-line to table-record1
             end-if
             if table-record1 not = spaces
                 and table-record1(1:1) not = '#'
                 and csv-skip = 0 then
               move table-record1 to table-record
               if cntrec1 = 0 then
                 perform g02-parse-header
           at end
             move 1 to iseof2
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record2 not = spaces
                 and table-record2(1:1) not = '#' then
               move table-record2 to csv-line
               move fname2 to csv-fname
               compute linenum = cntrec2 + 1
               perform g04-csv-record
               move csv-line to table-record2
             end-if
             if table-record2 not = spaces
                 and table-record2(1:1) not = '#'
                 and csv-skip = 0 then
               move table-record2 to table-record
               if cntrec2 = 0 then
                 perform g02-parse-header

      * same first-line layout table.cbl's C-parse-header reads,
      * filed under whichever snapshot cur-side points at.
      * one quoted-CSV record in csv-line rewritten for the usual
      * split; a record whose quotes do not balance is a bad row,
      * reported with the quote that was left open.
       g04-csv-record section.
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           display 'variance: bad row at line ', linenum,
             ' of ', function trim(csv-fname), ' skipped: ',
             function trim(csv-msg)
         end-if
         .

       g95-exit.
         exit
         .

       g02-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
           else
             perform j01-compare-row
           end-if
           move r-header-a(jj) to an-key
           perform j05-show-notes
         end-perform
         perform varying ii from 1 by 1 until f-length < ii
           move 0 to found-flag
             add 1 to tgt-only-cnt
             display function trim(r-header(ii)),
               '  (no actual row)'
             move r-header(ii) to an-key
             perform j05-show-notes
           end-if
         end-perform
         .
             end-if
           end-if
         end-if
         move spaces to exc-mark
         if cell-state = 2 then
           perform j06-register-breach
         end-if
         if cell-state > row-state then
           move cell-state to row-state
         end-if
           when 1 move 'WARNING' to state-txt
           when 2 move 'BREACH' to state-txt
         end-evaluate
         if exc-mark = 'explained' then
           move exc-mark to state-txt
           move spaces to exc-mark
         end-if
         if t-miss(matchidx, kk) = 1 then
           move 'NA' to tgt-str
         else
           call 'trim-float53' using number53
           move numstr53 to var-str
         end-if
         move spaces to note-mark
         if an-cnt > 0 then
           move r-header-a(jj) to an-key
           move c-header-a(kk) to an-col
           move 0 to an-ix
           call 'annot-match' using annot-data
           if an-ix > 0 then
             move ' *' to note-mark
           end-if
         end-if
         display function trim(r-header-a(jj)), '  ',
           function trim(c-header-a(kk)), '  target ',
           function trim(tgt-str), ' actual ',
           function trim(act-str), ' var ',
           function trim(var-str), ' ',
           function trim(var-pct-dsp), '% ',
           function trim(state-txt), note-mark,
           function trim(exc-mark trailing)
         .

       j97-exit.
       j96-exit.
         exit
         .

      * every note on row an-key, whichever column, beneath it.
       j05-show-notes section.
         if an-cnt = 0 then
           go to j95-exit
         end-if
         move spaces to an-col
         move 0 to an-ix
         call 'annot-match' using annot-data
         if an-ix > 0 then
           add 1 to note-rows
         end-if
         perform until an-ix = 0
           display '    * ', function trim(an-line)
           call 'annot-match' using annot-data
         end-perform
         .

       j95-exit.
         exit
         .

      * a breach cell on the exception register. An EXPLAINED one
      * no longer breaches: it counts as inside for its row and
      * prints as 'explained'; the rest carry their id.
       j06-register-breach section.
         move 'BREACH' to xc-type
         move fname2 to xc-file
         move r-header-a(jj) to xc-key
         move c-header-a(kk) to xc-col
         call 'exc-seen' using exc-data
         if xc-ix = 0 then
           go to j94-exit
         end-if
         if xc-e-state(xc-ix) = 'EXPLAINED' then
           add 1 to expl-cnt
           move 0 to cell-state
           move 'explained' to exc-mark
           go to j94-exit
         end-if
         string ' [' xc-id(xc-ix) ']' delimited by size
           into exc-mark
         end-string
         if xc-e-state(xc-ix) = 'ESCALATED' then
           move 'ESCALATED' to exc-mark(13:)
         end-if
         .

       j94-exit.
         exit
         .
