       identification division.
         program-id. cdcmerge.

      * change-data-capture merge: the nightly extract of the large
      * tables used to export and bridge the whole table even when
      * a few hundred rows had changed. batchchain's CDC= extract
      * fetches only the rows past the table's watermark (the last
      * change-timestamp or sequence value taken) and bridges them
      * into an increment file; this folds the increment into the
      * existing table file, either as a reconcile-style delta for
      * applydelta (A for a key the file does not have, C for a
      * changed value) or by writing the merged full file itself,
      * and works out the new watermark from the export.
      *
      *   cdcmerge table-file increment-file export-file
      *     change-column DELTA=delta-file|MERGE [WM=watermark-file]
      *
      * An increment row replaces the table file's row of the same
      * r-header; a key the table file does not have is added at
      * the end (the chain's SORT step puts it in place). Rows
      * deleted in the database do not show past a watermark and
      * are not removed - a periodic full extract still catches
      * them. The new watermark is the highest change-column value
      * in the export - compared as numbers when every value is
      * one, as text otherwise, so the column must be a sequence,
      * an epoch or a timestamp written without a space - and goes
      * to watermark-file.new as 'column value'; the chain renames
      * it over the watermark only once the step has succeeded, so
      * a failed run fetches the same rows again next time and the
      * merge, an upsert, takes them cleanly. With no rows past the
      * watermark nothing is written and the watermark stands.
      * DELTA carries the first value column only, the layout
      * applydelta applies.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential
           file status is inp-fs.
           select incinp assign to inc-fname
           organization is line sequential
           file status is inc-fs.
           select expinp assign to exp-fname
           organization is line sequential
           file status is exp-fs.
           select tableout assign to foutname
           organization is line sequential.
           select wmout assign to wm-new-name
           organization is line sequential.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd incinp.
           01 inc-record pic x(255) value spaces.
         fd expinp.
           01 exp-record pic x(1024) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd wmout.
           01 wm-record pic x(160) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 table-fname pic x(128) value spaces.
             05 inp-fs pic xx value '00'.
             05 inc-fname pic x(128) value spaces.
             05 inc-fs pic xx value '00'.
             05 exp-fname pic x(128) value spaces.
             05 exp-fs pic xx value '00'.
             05 chg-col-arg pic x(32) value spaces.
             05 mode-arg pic x(136) value spaces.
             05 merge-mode pic 9 value 0.
             05 delta-fname pic x(128) value spaces.
             05 wm-fname pic x(128) value spaces.
             05 wm-new-name pic x(136) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 table-there pic 9 value 0.
             05 hdr-line pic x(255) value spaces.
             05 r-header-in pic x(32) value spaces.
             05 val-tok pic x(32) value spaces.
             05 old-val pic s9(16)v9(15) comp-3 value 0.
             05 new-val pic s9(16)v9(15) comp-3 value 0.
             05 old-miss pic 9 value 0.
             05 new-miss pic 9 value 0.
             05 kept-count pic 9(6) value 0.
             05 replaced-count pic 9(6) value 0.
             05 same-count pic 9(6) value 0.
             05 added-count pic 9(6) value 0.
             05 delta-count pic 9(6) value 0.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
      *    the change column's place in the export and the highest
      *    value seen under it.
             05 exp-tok pic x(64) value spaces.
             05 exp-ptr pic 9(4) value 1.
             05 exp-len pic 9(4) value 0.
             05 exp-col pic 9(3) value 0.
             05 exp-ix pic 9(3) value 0.
             05 exp-rows pic 9(6) value 0.
             05 wm-max pic x(64) value spaces.
             05 wm-all-num pic 9 value 1.
             05 wm-max-num pic s9(18) comp-3 value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    the increment, held while the table file streams past;
      *    inc-used marks the rows that replaced a table row.
           01 inc-table.
             05 inc-cnt pic 9(4) value 0.
             05 inc-entry occurs 5000 times.
               10 inc-key pic x(32).
               10 inc-line pic x(255).
               10 inc-used pic 9.

       procedure division.
       a00-start section.
         accept table-fname from argument-value
           on exception
             move spaces to table-fname
         end-accept
         accept inc-fname from argument-value
           on exception
             move spaces to inc-fname
         end-accept
         accept exp-fname from argument-value
           on exception
             move spaces to exp-fname
         end-accept
         accept chg-col-arg from argument-value
           on exception
             move spaces to chg-col-arg
         end-accept
         accept mode-arg from argument-value
           on exception
             move spaces to mode-arg
         end-accept
         evaluate true
           when function upper-case(mode-arg) = 'MERGE'
             move 1 to merge-mode
           when function upper-case(mode-arg(1:6)) = 'DELTA='
               and mode-arg(7:128) not = spaces
             move mode-arg(7:128) to delta-fname
           when other
             move spaces to table-fname
         end-evaluate
         if table-fname = spaces or inc-fname = spaces
             or exp-fname = spaces or chg-col-arg = spaces then
           display 'usage: cdcmerge table-file increment-file ',
             'export-file change-column DELTA=delta-file|MERGE ',
             '[WM=watermark-file]'
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
             when function upper-case(opt-tmp(1:3)) = 'WM='
               move opt-tmp(4:128) to wm-fname
             when other
               display 'cdcmerge: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if wm-fname = spaces then
           string function trim(table-fname) '.wm'
             delimited by size into wm-fname
           end-string
         end-if
         string function trim(wm-fname) '.new'
           delimited by size into wm-new-name
         end-string
         perform b00-scan-export
         if return-code = 8 then
           go to a99-end
         end-if
         perform b01-load-increment
         if return-code = 8 then
           go to a99-end
         end-if
         if inc-cnt = 0 then
           display 'cdcmerge: no rows past the watermark, ',
             function trim(table-fname), ' unchanged'
           go to a99-end
         end-if
         move table-fname to fname
         move 1 to table-there
         open input tableinp
         if inp-fs not = '00' then
           move 0 to table-there
         else
           close tableinp
         end-if
         if merge-mode = 1 then
           perform c00-merge
         else
           perform d00-delta
         end-if
         perform e00-write-watermark
         .
       a99-end.
         stop run
         .

      * the export's '#PQCOLS' line names the columns; the change
      * column's highest value across the rows is the new mark.
       b00-scan-export section.
         open input expinp
         if exp-fs not = '00' then
           display 'cdcmerge: cannot open export ',
             function trim(exp-fname), ', status ', exp-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read expinp into exp-record
           at end
             move 1 to iseof
           not at end
             if exp-record(1:7) = '#PQCOLS' then
               perform b02-find-column
             else
             if exp-record not = spaces
                 and exp-record(1:1) not = '#'
                 and exp-col > 0 then
               perform b03-take-mark
             end-if
             end-if
           end-read
         end-perform
         close expinp
         if exp-col = 0 then
           display 'cdcmerge: change column ',
             function trim(chg-col-arg), ' is not among the ',
             'export''s columns'
           move 8 to return-code
         end-if
         .

       b99-exit.
         exit
         .

      * the increment as pqbridge wrote it: a header line, rows,
      * the trailer.
       b01-load-increment section.
         open input incinp
         if inc-fs not = '00' then
           display 'cdcmerge: cannot open increment ',
             function trim(inc-fname), ', status ', inc-fs
           move 8 to return-code
           go to b98-exit
         end-if
         move 0 to cntrec
         move 0 to iseof
         perform until iseof = 1
           read incinp into inc-record
           at end
             move 1 to iseof
           not at end
             if inc-record = spaces or inc-record(1:1) = '#' then
               continue
             else
             if cntrec = 0 then
               move inc-record to hdr-line
             else
               if inc-cnt >= 5000 then
                 display 'cdcmerge: more than 5000 changed rows - ',
                   'run a full extract instead'
                 move 8 to return-code
                 close incinp
                 go to b98-exit
               end-if
               add 1 to inc-cnt
               move spaces to inc-key(inc-cnt)
               unstring inc-record delimited by all space
                 into inc-key(inc-cnt)
               end-unstring
               move inc-record to inc-line(inc-cnt)
               move 0 to inc-used(inc-cnt)
             end-if
             add 1 to cntrec
             end-if
           end-read
         end-perform
         close incinp
         .

       b98-exit.
         exit
         .

       b02-find-column section.
         move 0 to exp-ix
         move 8 to exp-ptr
         compute exp-len = function length(function trim(
           exp-record, trailing))
         perform until exp-ptr > exp-len or exp-col > 0
           move spaces to exp-tok
           unstring exp-record delimited by all space
             into exp-tok
             with pointer exp-ptr
           end-unstring
           if exp-tok not = spaces then
             add 1 to exp-ix
             if function upper-case(exp-tok) =
                 function upper-case(chg-col-arg) then
               move exp-ix to exp-col
             end-if
           end-if
         end-perform
         .

       b97-exit.
         exit
         .

       b03-take-mark section.
         move 0 to exp-ix
         move 1 to exp-ptr
         compute exp-len = function length(function trim(
           exp-record, trailing))
         move spaces to exp-tok
         perform until exp-ptr > exp-len or exp-ix = exp-col
           move spaces to exp-tok
           unstring exp-record delimited by all space
             into exp-tok
             with pointer exp-ptr
           end-unstring
           if exp-tok not = spaces then
             add 1 to exp-ix
           end-if
         end-perform
         if exp-ix not = exp-col or exp-tok = spaces then
           go to b96-exit
         end-if
         add 1 to exp-rows
         if function test-numval(exp-tok) not = 0 then
           move 0 to wm-all-num
         end-if
         if wm-max = spaces then
           move exp-tok to wm-max
           if wm-all-num = 1 then
             compute wm-max-num = function numval(exp-tok)
           end-if
           go to b96-exit
         end-if
         if wm-all-num = 1 then
           if function numval(exp-tok) > wm-max-num then
             compute wm-max-num = function numval(exp-tok)
             move exp-tok to wm-max
           end-if
         else
           if exp-tok > wm-max then
             move exp-tok to wm-max
           end-if
         end-if
         .

       b96-exit.
         exit
         .

      * the merged full file: each table row, or the increment's
      * row for its key, then the increment's new keys.
       c00-merge section.
         move table-fname to foutname
         perform z01-point-at-temp
         open output tableout
         move 0 to cntrec
         if table-there = 1 then
           open input tableinp
           move 0 to iseof
           perform until iseof = 1
             read tableinp into table-record
             at end
               move 1 to iseof
             not at end
               if table-record = spaces
                   or table-record(1:1) = '#' then
                 continue
               else
               if cntrec = 0 then
                 move table-record to table-out-record
                 write table-out-record
               else
                 perform u00-find-increment
                 if ii > 0 then
                   move 1 to inc-used(ii)
                   move inc-line(ii) to table-out-record
                   add 1 to replaced-count
                 else
                   move table-record to table-out-record
                   add 1 to kept-count
                 end-if
                 perform c01-write-row
               end-if
               add 1 to cntrec
               end-if
             end-read
           end-perform
           close tableinp
         end-if
         if cntrec = 0 then
           move hdr-line to table-out-record
           write table-out-record
         end-if
         perform varying ii from 1 by 1 until ii > inc-cnt
           if inc-used(ii) = 0 then
             move inc-line(ii) to table-out-record
             add 1 to added-count
             perform c01-write-row
           end-if
         end-perform
         move 2 to dp53
         move trl-hash to float53
         call 'trim-float53' using number53
         move 15 to dp53
         move spaces to table-out-record
         string '#TRAILER ' trl-count ' '
           function trim(numstr53) delimited by size
           into table-out-record
         end-string
         write table-out-record
         close tableout
         perform z00-swap-output
         display 'cdcmerge: ', function trim(table-fname),
           ' merged - ', replaced-count, ' row(s) replaced, ',
           added-count, ' added, ', kept-count, ' unchanged'
         .

       c99-exit.
         exit
         .

      * a row out, counted into the trailer by its first value.
       c01-write-row section.
         write table-out-record
         add 1 to trl-count
         move spaces to r-header-in
         move spaces to val-tok
         unstring table-out-record delimited by all space
           into r-header-in, val-tok
         end-unstring
         if function test-numval(val-tok) = 0 then
           compute trl-hash = trl-hash + function numval(val-tok)
         end-if
         .

       c98-exit.
         exit
         .

      * the delta: a C for each table row whose value the
      * increment changes, an A for each key the file lacks.
       d00-delta section.
         move delta-fname to foutname
         open output tableout
         if table-there = 1 then
           open input tableinp
           move 0 to cntrec
           move 0 to iseof
           perform until iseof = 1
             read tableinp into table-record
             at end
               move 1 to iseof
             not at end
               if table-record = spaces
                   or table-record(1:1) = '#' then
                 continue
               else
               if cntrec > 0 then
                 perform u00-find-increment
                 if ii > 0 then
                   move 1 to inc-used(ii)
                   perform d01-change-record
                 end-if
               end-if
               add 1 to cntrec
               end-if
             end-read
           end-perform
           close tableinp
         end-if
         perform varying ii from 1 by 1 until ii > inc-cnt
           if inc-used(ii) = 0 then
             move spaces to r-header-in
             move spaces to val-tok
             unstring inc-line(ii) delimited by all space
               into r-header-in, val-tok
             end-unstring
             if val-tok = spaces then
               move 'NA' to val-tok
             end-if
             move spaces to table-out-record
             string 'A ' function trim(r-header-in) ' '
               function trim(val-tok) delimited by size
               into table-out-record
             end-string
             write table-out-record
             add 1 to added-count
             add 1 to delta-count
           end-if
         end-perform
         close tableout
         display 'cdcmerge: wrote ', delta-count,
           ' delta record(s) to ', function trim(delta-fname),
           ' - ', replaced-count, ' changed, ', added-count,
           ' added, ', same-count, ' already current'
         .

       d99-exit.
         exit
         .

       d01-change-record section.
         move spaces to r-header-in
         move spaces to val-tok
         unstring table-record delimited by all space
           into r-header-in, val-tok
         end-unstring
         move 0 to old-miss
         move 0 to old-val
         if function test-numval(val-tok) = 0 then
           compute old-val = function numval(val-tok)
         else
           move 1 to old-miss
         end-if
         move spaces to r-header-in
         move spaces to val-tok
         unstring inc-line(ii) delimited by all space
           into r-header-in, val-tok
         end-unstring
         move 0 to new-miss
         move 0 to new-val
         if function test-numval(val-tok) = 0 then
           compute new-val = function numval(val-tok)
         else
           move 1 to new-miss
           move 'NA' to val-tok
         end-if
         if old-miss = new-miss and old-val = new-val then
           add 1 to same-count
           go to d98-exit
         end-if
         move spaces to table-out-record
         string 'C ' function trim(r-header-in) ' 01 '
           function trim(val-tok) delimited by size
           into table-out-record
         end-string
         write table-out-record
         add 1 to replaced-count
         add 1 to delta-count
         .

       d98-exit.
         exit
         .

      * the pending watermark; the chain renames it into place.
       e00-write-watermark section.
         if wm-max = spaces then
           go to e99-exit
         end-if
         open output wmout
         move spaces to wm-record
         string function trim(chg-col-arg) ' ' function trim(wm-max)
           delimited by size into wm-record
         end-string
         write wm-record
         close wmout
         display 'cdcmerge: watermark ', function trim(chg-col-arg),
           ' ', function trim(wm-max), ' pending in ',
           function trim(wm-new-name)
         .

       e99-exit.
         exit
         .

      * ii set to the increment row for the table row's key, or 0.
       u00-find-increment section.
         move spaces to r-header-in
         unstring table-record delimited by all space
           into r-header-in
         end-unstring
         perform varying ii from 1 by 1 until ii > inc-cnt
           if inc-key(ii) = r-header-in then
             go to u99-exit
           end-if
         end-perform
         move 0 to ii
         .

       u99-exit.
         exit
         .

      * atomic write-and-swap: the output is written under a
      * temporary name and renamed into place only after a clean
      * close and trailer write, so a crash mid-write can never
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'cdcmerge: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-name
         end-string
         move swap-name to foutname
         .

       z98-exit.
         exit
         .

       z00-swap-output section.
         move spaces to swap-cmd
         string 'mv -f ' function trim(swap-name) ' '
           function trim(real-name)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'cdcmerge' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move inc-fname to lin-in-file(1)
         if table-there = 1 then
           move 2 to lin-in-count
           move table-fname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
