      * column that moved, before -> after, including a row whose
      * column count itself changed between snapshots.
      *
      *   reconcile old-table-file new-table-file [, or ; or CSV]
      *
      * With a tolerance in force (TOL=, TOLPCT= or the schema's
      * rules) every change beyond it is a tolerance break and goes
      * on the data-exception register (excreg.cbl) against the new
      * file, its id printed on the CHANGED line. A break an analyst
      * has EXPLAINED still goes to the DELTA= file but is left out
      * of CHANGED and the change-volume figures, and listed after
      * the report instead.
      * With a collation named - COLLATE=PLAIN|CASE|NATURAL, or
      * suite.cfg's collation= (utl/collation.cbl) - each section
      * lists its rows, and the DELTA= file its records, in
      * r-header order under it, the order sort.cbl and the key
      * index use; with none they keep the files' own order. Rows
      * still match on r-header exactly.

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname1 pic a(128) value spaces.
             05 fname2 pic a(128) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-fname pic a(128) value spaces.
             05 csv-data.
               copy csvdata.
             05 opt-tmp pic x(136) value spaces.
             05 delta-fname pic x(128) value spaces.
             05 delta-active pic 9 value 0.
             05 diff-val pic s9(16)v9(9) value 0.
             05 diff-pct pic s9(5)v9(2) value 0.
             05 suppressed-cnt pic 9(6) value 0.
             05 break-expl pic 9 value 0.
             05 expl-cnt pic 9(6) value 0.
             05 exc-mark pic x(24) value spaces.
             05 oi pic 9(4) value 0.
             05 coll-data.
               copy colldata.
             05 number53.
               copy num53.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.
             05 schema-data.
               copy schemadata.
      *    each snapshot's t-row carries an OCCURS DEPENDING ON,
      *    which GnuCOBOL only allows on the last item of its
      *    record, so old/new each get their own 01-level record
      *    instead of living as 05 items inside v-ws.
      *    the new file's tolerance breaks already on the register.
           01 exc-data.
             copy excdata.
      *    the order each snapshot's rows are reported in: the
      *    rows' collation keys sorted with their row numbers when
      *    a collation is named, the load order when not. Own 01s
      *    for the OCCURS DEPENDING reason above.
           01 ord-old-table.
             05 ord-old-length pic 9(4) value 0.
             05 ord-old-entry occurs 1 to 1000 times
                 depending on ord-old-length.
               10 ord-old-coll pic x(64).
               10 ord-old-key pic x(32).
               10 ord-old-row pic 9(4).
           01 ord-new-table.
             05 ord-new-length pic 9(4) value 0.
             05 ord-new-entry occurs 1 to 1000 times
                 depending on ord-new-length.
               10 ord-new-coll pic x(64).
               10 ord-new-key pic x(32).
               10 ord-new-row pic 9(4).
           01 table-data-3d-old.
             copy coor3d.
           01 table-data-3d-new.
         accept fname1 from argument-value
         if fname1 = spaces then
           display 'usage: reconcile old-table-file ',
             'new-table-file [delimiter|CSV]'
           go to a99-end
         end-if
         accept fname2 from argument-value
         if fname2 = spaces then
           display 'usage: reconcile old-table-file ',
             'new-table-file [delimiter|CSV]'
           go to a99-end
         end-if
      *  the remaining arguments are optional and order-free: a
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:6)) = 'DELTA='
               move opt-tmp(7:128) to delta-fname
               move 1 to delta-active
               end-if
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when function upper-case(opt-tmp(1:8)) = 'COLLATE='
               move opt-tmp(9:8) to cl-mode
             when function upper-case(opt-tmp(1:10)) =
                 'THRESHOLD='
               if function test-numval(opt-tmp(11:3)) = 0 then
         end-if
         display 'comparing ', function trim(fname1), ' (old) to ',
           function trim(fname2), ' (new)'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform g00-read-old
         perform g01-read-new
      *  per-column tolerances from the schema (TOL/TOLPCT rules)
           go to a99-end
         end-if
         if delta-active = 1 then
      *    the delta file may not land under another environment's
      *    data directories.
           move delta-fname to eg-name
           call 'env-path-check' using env-guard-data
           if eg-refused = 1 then
             move 'ENV001' to msg-code
             move eg-msg to msg-detail
             call 'msg-display' using msgcat-data
             move 8 to return-code
             go to a99-end
           end-if
           open output deltafile
         end-if
         if tol-set = 1 then
           move fname2 to xc-file
           call 'exc-load' using exc-data
         end-if
         call 'coll-setup' using coll-data
         perform h00-report-order
         perform j00-report
         if tol-set = 1 then
           display ' '
           display 'reconcile: ', suppressed-cnt, ' value ',
             'pair(s) within tolerance suppressed as noise'
         end-if
         if expl-cnt > 0 then
           display 'reconcile: ', expl-cnt, ' explained ',
             'tolerance break(s) not counted above:'
           perform varying xc-ix from 1 by 1 until xc-ix > xc-cnt
             if xc-e-hit(xc-ix) = 1
                 and xc-e-state(xc-ix) = 'EXPLAINED' then
               call 'exc-line' using exc-data
               display '  ', function trim(xc-line)
             end-if
           end-perform
         end-if
         if delta-active = 1 then
           close deltafile
           display 'reconcile: wrote ', delta-count,
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
             if table-record1 not = spaces and csv-skip = 0 then
               move table-record1 to table-record
               if table-record1(1:8) = '#TRAILER' then
                 move table-record1 to trl-record
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
             if table-record2 not = spaces and csv-skip = 0 then
               move table-record2 to table-record
               if table-record2(1:8) = '#TRAILER' then
                 move table-record2 to trl-record
      * leading token labels the row-header column and is skipped,
      * the rest are value-column names, filed under whichever
      * snapshot cur-side points at.
      * one quoted-CSV record in csv-line rewritten for the usual
      * split; a record whose quotes do not balance is a bad row,
      * reported with the quote that was left open.
       g04-csv-record section.
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           move 'RCN007' to msg-code
           move spaces to msg-detail
           string 'line ' linenum ' in '
             function trim(csv-fname) ': '
             function trim(csv-msg)
             delimited by size into msg-detail
           end-string
           call 'msg-display' using msgcat-data
         end-if
         .

       g94-csv-exit.
         exit
         .

       g02-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         exit
         .

      * the report order for both snapshots: load order, or with a
      * collation named, collation key then r-header.
       h00-report-order section.
         move f-length to ord-old-length
         perform varying ii from 1 by 1 until f-length < ii
           move r-header(ii) to cl-text
           call 'coll-key' using coll-data
           move cl-key to ord-old-coll(ii)
           move r-header(ii) to ord-old-key(ii)
           move ii to ord-old-row(ii)
         end-perform
         move f-length-new to ord-new-length
         perform varying jj from 1 by 1 until f-length-new < jj
           move r-header-new(jj) to cl-text
           call 'coll-key' using coll-data
           move cl-key to ord-new-coll(jj)
           move r-header-new(jj) to ord-new-key(jj)
           move jj to ord-new-row(jj)
         end-perform
         if cl-set = 1 then
           if ord-old-length > 0 then
             sort ord-old-entry on ascending key ord-old-coll
               ord-old-key ord-old-row
           end-if
           if ord-new-length > 0 then
             sort ord-new-entry on ascending key ord-new-coll
               ord-new-key ord-new-row
           end-if
         end-if
         .

       h99-exit.
         exit
         .

       j00-report section.
         display ' '
         display 'DROPPED (in old, not in new):'
         perform varying oi from 1 by 1 until f-length < oi
           move ord-old-row(oi) to ii
           move 0 to found-flag
           perform varying jj from 1 by 1
               until f-length-new < jj
         end-perform
         display ' '
         display 'ADDED (in new, not in old):'
         perform varying oi from 1 by 1 until f-length-new < oi
           move ord-new-row(oi) to jj
           move 0 to found-flag
           perform varying ii from 1 by 1 until f-length < ii
             if r-header-new(jj) = r-header(ii) then
         end-perform
         display ' '
         display 'CHANGED (value differs old -> new):'
         perform varying oi from 1 by 1 until f-length < oi
           move ord-old-row(oi) to ii
           move 0 to found-flag
           perform varying jj from 1 by 1
               until f-length-new < jj
      *    Both cells must be present - a value turning NA (or
      *    back) is a real change, never rounding noise, because
      *    missing is not zero.
           move 0 to break-expl
           move spaces to exc-mark
           if cell-differs = 1 and tol-set = 1
               and t-miss(ii, kk) = 0
               and t-miss-new(matchidx, kk) = 0 then
             perform j02-apply-tolerance
             if cell-differs = 1 then
               perform j03-register-break
             end-if
           end-if
           if cell-differs = 1 then
             if break-expl = 0 then
               move 1 to row-changed
             end-if
             if t-miss(ii, kk) = 1 then
               move 'NA' to before-str
             else
               move t-val-new(matchidx, kk) to float53
               call 'trim-float53' using number53
             end-if
             if break-expl = 0 then
               display '  ', function trim(r-header(ii)), '  ',
                 function trim(c-header-new(kk)), '  ',
                 function trim(before-str), ' -> ',
                 function trim(numstr53),
                 function trim(exc-mark trailing)
             end-if
             if delta-active = 1 then
               move spaces to delta-record
               string 'C ' function trim(r-header(ii))
       j96-exit.
         exit
         .

      * a change beyond tolerance on the exception register: the
      * CHANGED line carries its id, or break-expl says an analyst
      * has explained it.
       j03-register-break section.
         move 'TOLBREAK' to xc-type
         move fname2 to xc-file
         move r-header(ii) to xc-key
         move c-header-new(kk) to xc-col
         call 'exc-seen' using exc-data
         if xc-ix = 0 then
           go to j95-exit
         end-if
         if xc-e-state(xc-ix) = 'EXPLAINED' then
           move 1 to break-expl
           add 1 to expl-cnt
           go to j95-exit
         end-if
         string ' [' xc-id(xc-ix) ']' delimited by size
           into exc-mark
         end-string
         if xc-e-state(xc-ix) = 'ESCALATED' then
           move 'ESCALATED' to exc-mark(13:)
         end-if
         .

       j95-exit.
         exit
         .
