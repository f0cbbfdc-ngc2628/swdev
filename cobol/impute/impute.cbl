       identification division.
         program-id. impute.

      * missing-value imputation for a dated coor1d or coor3d table
      * file: the NA cells of the chosen columns are filled, each
      * column by its own method, and the result written as a new
      * table file beside the original, which is never touched. A
      * continuous series is what forecast, rolling and the
      * allocation drivers need; the reports keep their NA
      * treatment by reading the original.
      *
      *   impute in-table-file out-table-file prefix-len
      *     FILL=col:method [FILL=col:method ...] [KEYPOS=n]
      *     [DP=n] [, or ; or CSV]
      *
      * The date is the YYYYMMDD at KEYPOS of r-header (default 1)
      * and a series is the rows sharing the first prefix-len
      * characters of r-header (0 for one series), in date order.
      * col is a c-header, or * for every column not named in a
      * FILL= of its own; method is one of
      *   CFWD      the series' last observed value before the day
      *   CBACK     the series' next observed value after the day
      *   LINEAR    straight line between the observed values on
      *             either side, by calendar day
      *   AVGn      the average of the series' observed values over
      *             the n days before the day (AVG alone is AVG7)
      *   FIXEDv    the value v, e.g. FIXED0 or FIXED:12.5
      * Only observed cells are ever used as a source, never one
      * imputed in the same run. A cell with no source (nothing
      * before it for CFWD, no neighbour on one side for LINEAR,
      * nothing in the window for AVGn) stays NA and returns 4, as
      * do rows without a readable date, which are passed through
      * unfilled. Computed figures are rounded to DP= decimals
      * (default 2); carried and fixed values are written as given.
      *
      * Every cell supplied is listed in out-table-file.imputed -
      * key, column, method and value, one per line - which is the
      * imputation log and also how the reports know the cell is
      * an estimate: table marks each one 'est:' on its row and
      * says how many figures of the report are not observed. The
      * file and its .imputed list travel together; copying or
      * renaming the one without the other loses the marking.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential.
           select tableout assign to foutname
           organization is line sequential.
           select implog assign to log-name
           organization is line sequential
           file status is log-fs.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd implog.
           01 log-record pic x(160) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 log-name pic x(140) value spaces.
             05 log-fs pic xx value '00'.
             05 len-arg pic x(8) value spaces.
             05 prefix-len pic 9(2) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 key-pos pic 9(2) value 1.
             05 dp-n pic 9(2) value 2.
             05 date-tok pic x(8) value spaces.
             05 date-num pic 9(8) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 ff pic 9(2) value 0.
             05 rx pic 9(4) value 0.
             05 px pic 9(4) value 0.
             05 nx pic 9(4) value 0.
             05 hdr-first pic x(32) value spaces.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 tok-in pic x(32) occurs 10 times value spaces.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 undated-count pic 9(6) value 0.
             05 truncated-warned pic 9 value 0.
      *    the FILL= arguments as given, then resolved per column.
             05 fl-cnt pic 9(2) value 0.
             05 fl-entry occurs 10 times.
               10 fl-col pic x(6).
               10 fl-meth pic 9.
               10 fl-days pic 9(3).
               10 fl-fixed pic x(32).
               10 fl-label pic x(8).
               10 fl-used pic 9.
             05 fl-any pic 9(2) value 0.
             05 fl-bad pic 9 value 0.
             05 meth-tok pic x(40) value spaces.
             05 meth-col pic x(8) value spaces.
             05 days-dsp pic z(2)9 value 0.
             05 cm-meth pic 9 occurs 10 times value 0.
             05 cm-days pic 9(3) occurs 10 times value 0.
             05 cm-fixed pic x(32) occurs 10 times value spaces.
             05 cm-label pic x(8) occurs 10 times value spaces.
             05 cm-filled pic 9(6) occurs 10 times value 0.
             05 cm-left pic 9(6) occurs 10 times value 0.
             05 fill-found pic 9 value 0.
             05 fill-tok pic x(32) value spaces.
             05 fill-val pic s9(16)v9(15) comp-3 value 0.
             05 prev-ix pic 9(4) value 0.
             05 next-ix pic 9(4) value 0.
             05 win-lo pic s9(9) value 0.
             05 win-sum pic s9(16)v9(15) value 0.
             05 win-cnt pic 9(6) value 0.
             05 fill-total pic 9(6) value 0.
             05 left-total pic 9(6) value 0.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 out-ptr pic 9(4) value 1.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    the rows in reading order, which is the order they are
      *    written back out in: each cell's text as it came, its
      *    value when it is a number, and its state - 0 observed,
      *    1 missing, 2 text - plus 1 in rw-imp once supplied.
           01 row-table.
             05 rw-cnt pic 9(4) value 0.
             05 row-entry occurs 1000 times.
               10 rw-key pic x(32).
               10 rw-grp pic x(32).
               10 rw-date pic 9(8).
               10 rw-int pic s9(9).
               10 rw-pos pic 9(4).
               10 rw-cell occurs 10 times.
                 15 rw-tok pic x(32).
                 15 rw-val pic s9(16)v9(15) comp-3.
                 15 rw-st pic 9.
                 15 rw-imp pic 9.
      *    the dated rows sorted into series and date order; its
      *    own 01 so the OCCURS DEPENDING the SORT needs is the last
      *    item of its record.
           01 order-table.
             05 ord-cnt pic 9(4) value 0.
             05 ord-entry occurs 1 to 1000 times
                 depending on ord-cnt.
               10 ord-grp pic x(32).
               10 ord-date pic 9(8).
               10 ord-ix pic 9(4).

       procedure division.
       a00-start section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         accept foutname from argument-value
           on exception
             move spaces to foutname
         end-accept
         accept len-arg from argument-value
           on exception
             move spaces to len-arg
         end-accept
         if fname = spaces or foutname = spaces
             or function test-numval(len-arg) not = 0 then
           perform a01-usage
           move 8 to return-code
           go to a99-end
         end-if
         move function numval(len-arg) to prefix-len
         if prefix-len > 32 then
           display 'impute: prefix-len must be 0 through 32'
           move 8 to return-code
           go to a99-end
         end-if
         if function trim(fname) = function trim(foutname) then
           display 'impute: the output must be a new file, the ',
             'original stays as it is'
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
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
               end-if
               if key-pos < 1 or key-pos > 25 then
                 move 1 to key-pos
               end-if
             when function upper-case(opt-tmp(1:3)) = 'DP='
                 and function test-numval(opt-tmp(4:2)) = 0
               move function numval(opt-tmp(4:2)) to dp-n
             when function upper-case(opt-tmp(1:5)) = 'FILL='
               perform b00-fill-arg
             when other
               display 'impute: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if fl-bad = 1 then
           move 8 to return-code
           go to a99-end
         end-if
         if fl-cnt = 0 then
           display 'impute: no FILL= given, nothing to impute'
           perform a01-usage
           move 8 to return-code
           go to a99-end
         end-if
         if dp-n > 15 then
           move 15 to dp-n
         end-if
         move spaces to log-name
         string function trim(foutname) '.imputed'
           delimited by size into log-name
         end-string
         perform g00-read-file
         if rw-cnt = 0 then
           display 'impute: no data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform h00-map-methods
         if fl-bad = 1 then
           move 8 to return-code
           go to a99-end
         end-if
         if ord-cnt > 0 then
           sort ord-entry on ascending key ord-grp ord-date ord-ix
         end-if
         perform varying ii from 1 by 1 until ii > ord-cnt
           move ii to rw-pos(ord-ix(ii))
         end-perform
         open output implog
         if log-fs not = '00' then
           display 'impute: cannot write the imputation log ',
             function trim(log-name), ' (status ', log-fs, ')'
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to log-record
         string '* cells imputed into ' function trim(foutname)
           ' from ' function trim(fname)
           ' - key column method value'
           delimited by size into log-record
         end-string
         write log-record
         perform m00-impute
         close implog
         perform k00-write-output
         perform a02-report
         if left-total > 0 or undated-count > 0
             or bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: impute in-table-file out-table-file ',
           'prefix-len FILL=col:method [FILL=col:method ...] ',
           '[KEYPOS=n] [DP=n] [delimiter|CSV]'
         display '  method: CFWD CBACK LINEAR AVGn FIXEDv; col * ',
           'for every column not named'
         .

       a98-exit.
         exit
         .

       a02-report section.
         display 'impute: ', rw-cnt, ' row(s) written to ',
           function trim(foutname), ', ', fill-total,
           ' cell(s) imputed, listed in ', function trim(log-name)
         perform varying jj from 1 by 1 until jj > colcount
           if cm-meth(jj) > 0 then
             display '  ', col-name(jj), ' ', cm-label(jj), ' ',
               cm-filled(jj), ' filled ', cm-left(jj),
               ' left NA (no source)'
           end-if
         end-perform
         if undated-count > 0 then
           display 'impute: ', undated-count, ' row(s) without a ',
             'readable date at KEYPOS ', key-pos,
             ' passed through unfilled'
         end-if
         .

       a97-exit.
         exit
         .

      * one FILL=col:method argument; the method is checked here,
      * the column once the header has been read.
       b00-fill-arg section.
         move spaces to meth-col
         move spaces to meth-tok
         unstring opt-tmp(6:) delimited by ':'
           into meth-col meth-tok
         end-unstring
         move function upper-case(meth-col) to meth-col
         move function upper-case(meth-tok) to meth-tok
         if meth-col = spaces or meth-tok = spaces then
           display 'impute: FILL= needs col:method, ',
             function trim(opt-tmp), ' refused'
           move 1 to fl-bad
           go to b99-exit
         end-if
         if fl-cnt >= 10 then
           display 'impute: more than 10 FILL= arguments, ',
             function trim(opt-tmp), ' refused'
           move 1 to fl-bad
           go to b99-exit
         end-if
         add 1 to fl-cnt
         move meth-col(1:6) to fl-col(fl-cnt)
         move 0 to fl-meth(fl-cnt)
         move 0 to fl-days(fl-cnt)
         move spaces to fl-fixed(fl-cnt)
         move 0 to fl-used(fl-cnt)
         evaluate true
           when meth-tok = 'CFWD'
             move 1 to fl-meth(fl-cnt)
           when meth-tok = 'CBACK'
             move 2 to fl-meth(fl-cnt)
           when meth-tok = 'LINEAR'
             move 3 to fl-meth(fl-cnt)
           when meth-tok(1:3) = 'AVG'
             move 4 to fl-meth(fl-cnt)
             move 7 to fl-days(fl-cnt)
             if meth-tok(4:) not = spaces then
               if function test-numval(meth-tok(4:)) = 0 then
                 move function numval(meth-tok(4:))
                   to fl-days(fl-cnt)
               else
                 move 0 to fl-days(fl-cnt)
               end-if
             end-if
             if fl-days(fl-cnt) < 1 then
               display 'impute: AVG needs a day count 1 through ',
                 '366, ', function trim(opt-tmp), ' refused'
               move 1 to fl-bad
             end-if
           when meth-tok(1:5) = 'FIXED'
             move 5 to fl-meth(fl-cnt)
      *      FIXED12.5, FIXED:12.5 and FIXED=12.5 all read alike;
      *      the value is what follows the column's own ':'.
             move meth-tok(6:) to fl-fixed(fl-cnt)
             if fl-fixed(fl-cnt)(1:1) = '=' then
               move fl-fixed(fl-cnt)(2:) to fl-fixed(fl-cnt)
             end-if
             if fl-fixed(fl-cnt) = spaces then
               move spaces to meth-tok
               unstring opt-tmp(6:) delimited by ':'
                 into meth-col meth-tok fl-fixed(fl-cnt)
               end-unstring
             end-if
             if fl-fixed(fl-cnt) = spaces
                 or function test-numval(fl-fixed(fl-cnt)) not = 0
                 then
               display 'impute: FIXED needs a number, ',
                 function trim(opt-tmp), ' refused'
               move 1 to fl-bad
             end-if
           when other
             display 'impute: unknown method in ',
               function trim(opt-tmp),
               ' - CFWD, CBACK, LINEAR, AVGn or FIXEDv'
             move 1 to fl-bad
         end-evaluate
         move spaces to fl-label(fl-cnt)
         evaluate fl-meth(fl-cnt)
           when 1
             move 'CFWD' to fl-label(fl-cnt)
           when 2
             move 'CBACK' to fl-label(fl-cnt)
           when 3
             move 'LINEAR' to fl-label(fl-cnt)
           when 4
             move fl-days(fl-cnt) to days-dsp
             string 'AVG' function trim(days-dsp)
               delimited by size into fl-label(fl-cnt)
             end-string
           when 5
             move 'FIXED' to fl-label(fl-cnt)
         end-evaluate
         .

       b99-exit.
         exit
         .

      * the header/row parse rolling's g01/g02 do; every cell is
      * kept as text, the ones that are numbers with their value.
       g00-read-file section.
         move 0 to cntrec
         move 0 to iseof
         open input tableinp
         perform until iseof = 1
           read tableinp into table-record
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g04-csv-record
             end-if
             if table-record = spaces
                 or table-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
               perform g01-parse-header
             else
               perform g02-parse-row
               perform g03-keep-row
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
         close tableinp
         .

       g99-exit.
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g04-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'impute: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g95-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         compute hdr-len = function length(function trim(
           table-record))
         move spaces to hdr-first
         unstring table-record delimited by all delim-arg
           into hdr-first
           with pointer hdr-ptr
         end-unstring
         perform until hdr-ptr > hdr-len
           move spaces to hdr-tok
           unstring table-record delimited by all delim-arg
             into hdr-tok
             with pointer hdr-ptr
           end-unstring
           if not hdr-tok = spaces then
             add 1 to colcount
             if colcount <= 10 then
               move hdr-tok to col-name(colcount)
             end-if
           end-if
         end-perform
         if colcount > 10 then
           display 'impute: too many columns, truncated to 10'
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         .

       g98-exit.
         exit
         .

       g02-parse-row section.
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying jj from 1 by 1 until jj > colcount
           move spaces to tok-in(jj)
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into tok-in(jj)
               with pointer row-ptr
             end-unstring
           end-if
           if tok-in(jj) = spaces then
             move 'NA' to tok-in(jj)
           end-if
         end-perform
         .

       g97-exit.
         exit
         .

      * every row is kept, dated or not, so the output has them all
      * in their places; only the dated ones join the series.
       g03-keep-row section.
         if rw-cnt >= 1000 then
           if truncated-warned = 0 then
             display 'impute: input exceeds table capacity of ',
               '1000 rows, extra rows ignored'
             move 1 to truncated-warned
           end-if
           go to g96-exit
         end-if
         add 1 to rw-cnt
         move rw-cnt to rx
         move r-header-in to rw-key(rx)
         move spaces to rw-grp(rx)
         if prefix-len > 0 then
           move r-header-in(1:prefix-len) to rw-grp(rx)
         end-if
         move 0 to rw-date(rx)
         move 0 to rw-int(rx)
         move 0 to rw-pos(rx)
         perform varying jj from 1 by 1 until jj > 10
           move tok-in(jj) to rw-tok(rx, jj)
           move 0 to rw-val(rx, jj)
           move 0 to rw-imp(rx, jj)
           move 2 to rw-st(rx, jj)
           evaluate true
             when tok-in(jj) = '-'
                 or function upper-case(tok-in(jj)) = 'NA'
               move 1 to rw-st(rx, jj)
             when function test-numval(tok-in(jj)) = 0
               move 0 to rw-st(rx, jj)
               compute t-val-chk = function numval(tok-in(jj))
                 on size error
                   move 2 to rw-st(rx, jj)
               end-compute
               if rw-st(rx, jj) = 0 then
                 compute rw-val(rx, jj) =
                   function numval(tok-in(jj))
               end-if
           end-evaluate
         end-perform
         move r-header-in(key-pos:8) to date-tok
         if function test-numval(date-tok) not = 0 then
           add 1 to undated-count
           go to g96-exit
         end-if
         move function numval(date-tok) to date-num
         if function test-date-yyyymmdd(date-num) not = 0 then
           add 1 to undated-count
           go to g96-exit
         end-if
         move date-num to rw-date(rx)
         compute rw-int(rx) = function integer-of-date(date-num)
         add 1 to ord-cnt
         move rw-grp(rx) to ord-grp(ord-cnt)
         move date-num to ord-date(ord-cnt)
         move rx to ord-ix(ord-cnt)
         .

       g96-exit.
         exit
         .

      * each column's method: its own FILL= first, then FILL=*. A
      * FILL= naming a column the header does not have is refused
      * rather than quietly filling nothing.
       h00-map-methods section.
         perform varying jj from 1 by 1 until jj > colcount
           move 0 to cm-meth(jj)
           perform varying ff from 1 by 1 until ff > fl-cnt
             if fl-col(ff) = function upper-case(col-name(jj))
                 and cm-meth(jj) = 0 then
               move ff to fl-any
               perform h01-take-method
             end-if
           end-perform
           if cm-meth(jj) = 0 then
             perform varying ff from 1 by 1 until ff > fl-cnt
               if fl-col(ff) = '*' and cm-meth(jj) = 0 then
                 move ff to fl-any
                 perform h01-take-method
               end-if
             end-perform
           end-if
         end-perform
         perform varying ff from 1 by 1 until ff > fl-cnt
           if fl-used(ff) = 0 and fl-col(ff) not = '*' then
             display 'impute: FILL= column ',
               function trim(fl-col(ff)), ' is not in the header ',
               'of ', function trim(fname), ', run refused'
             move 1 to fl-bad
           end-if
         end-perform
         .

       h99-exit.
         exit
         .

       h01-take-method section.
         move fl-meth(fl-any) to cm-meth(jj)
         move fl-days(fl-any) to cm-days(jj)
         move fl-fixed(fl-any) to cm-fixed(jj)
         move fl-label(fl-any) to cm-label(jj)
         move 1 to fl-used(fl-any)
         .

       h98-exit.
         exit
         .

      * the missing cells of every FILL= column, series by series
      * in date order, so the log reads the way the series runs.
       m00-impute section.
         perform varying ii from 1 by 1 until ii > ord-cnt
           move ord-ix(ii) to rx
           perform varying jj from 1 by 1 until jj > colcount
             if cm-meth(jj) > 0 and rw-st(rx, jj) = 1 then
               perform m01-fill-cell
             end-if
           end-perform
         end-perform
         .

       m99-exit.
         exit
         .

       m01-fill-cell section.
         move 0 to fill-found
         move spaces to fill-tok
         evaluate cm-meth(jj)
           when 1
             perform m02-find-prev
             if prev-ix > 0 then
               move rw-tok(prev-ix, jj) to fill-tok
               move 1 to fill-found
             end-if
           when 2
             perform m03-find-next
             if next-ix > 0 then
               move rw-tok(next-ix, jj) to fill-tok
               move 1 to fill-found
             end-if
           when 3
             perform m02-find-prev
             perform m03-find-next
             if prev-ix > 0 and next-ix > 0 then
               if rw-int(next-ix) = rw-int(prev-ix) then
                 compute fill-val rounded = (rw-val(prev-ix, jj)
                   + rw-val(next-ix, jj)) / 2
               else
                 compute fill-val rounded = rw-val(prev-ix, jj)
                   + (rw-val(next-ix, jj) - rw-val(prev-ix, jj))
                   * (rw-int(rx) - rw-int(prev-ix))
                   / (rw-int(next-ix) - rw-int(prev-ix))
               end-if
               perform m04-format-value
               move 1 to fill-found
             end-if
           when 4
             perform m05-window-average
             if win-cnt > 0 then
               compute fill-val rounded = win-sum / win-cnt
               perform m04-format-value
               move 1 to fill-found
             end-if
           when 5
             move cm-fixed(jj) to fill-tok
             move 1 to fill-found
         end-evaluate
         if fill-found = 0 then
           add 1 to cm-left(jj)
           add 1 to left-total
           go to m98-exit
         end-if
         move fill-tok to rw-tok(rx, jj)
         move 1 to rw-imp(rx, jj)
         add 1 to cm-filled(jj)
         add 1 to fill-total
         move spaces to log-record
         string function trim(rw-key(rx)) ' '
           function trim(col-name(jj)) ' '
           function trim(cm-label(jj)) ' '
           function trim(fill-tok)
           delimited by size into log-record
         end-string
         write log-record
         .

       m98-exit.
         exit
         .

      * the nearest observed cell of this column earlier (m02) or
      * later (m03) in the same series; 0 when there is none.
       m02-find-prev section.
         move 0 to prev-ix
         move rw-pos(rx) to kk
         perform until kk <= 1 or prev-ix > 0
           subtract 1 from kk
           if ord-grp(kk) not = rw-grp(rx) then
             move 1 to kk
           else
             move ord-ix(kk) to px
             if rw-st(px, jj) = 0 then
               move px to prev-ix
             end-if
           end-if
         end-perform
         .

       m97-exit.
         exit
         .

       m03-find-next section.
         move 0 to next-ix
         move rw-pos(rx) to kk
         perform until kk >= ord-cnt or next-ix > 0
           add 1 to kk
           if ord-grp(kk) not = rw-grp(rx) then
             move ord-cnt to kk
           else
             move ord-ix(kk) to nx
             if rw-st(nx, jj) = 0 then
               move nx to next-ix
             end-if
           end-if
         end-perform
         .

       m96-exit.
         exit
         .

      * the series' observed cells dated in the n days before this
      * one - the day itself is the one missing.
       m05-window-average section.
         compute win-lo = rw-int(rx) - cm-days(jj)
         move 0 to win-sum
         move 0 to win-cnt
         move rw-pos(rx) to kk
         perform until kk <= 1
           subtract 1 from kk
           move ord-ix(kk) to px
           if ord-grp(kk) not = rw-grp(rx)
               or rw-int(px) <= win-lo then
             move 1 to kk
           else
             if rw-st(px, jj) = 0 and rw-int(px) < rw-int(rx) then
               add rw-val(px, jj) to win-sum
               add 1 to win-cnt
             end-if
           end-if
         end-perform
         .

       m95-exit.
         exit
         .

      * a computed figure at DP= decimals, written the way the
      * feeds write numbers: 0.5 not .5, 12 not 12., 0 not '.'.
       m04-format-value section.
         move fill-val to float53
         move dp-n to dp53
         call 'trim-float53' using number53
         move 15 to dp53
         move function trim(numstr53) to fill-tok
         compute hdr-len = function length(function trim(fill-tok))
         if fill-tok(hdr-len:1) = '.' then
           move space to fill-tok(hdr-len:1)
         end-if
         evaluate true
           when fill-tok = spaces or fill-tok = '-'
             move '0' to fill-tok
           when fill-tok(1:1) = '.'
             move fill-tok to numstr53
             move spaces to fill-tok
             string '0' function trim(numstr53)
               delimited by size into fill-tok
             end-string
           when fill-tok(1:2) = '-.'
             move fill-tok(2:) to numstr53
             move spaces to fill-tok
             string '-0' function trim(numstr53)
               delimited by size into fill-tok
             end-string
         end-evaluate
         .

       m94-exit.
         exit
         .

      * the rows back out in the order they were read, with the
      * header's own first token, and a fresh control trailer over
      * what the new file holds.
       k00-write-output section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(hdr-first) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > colcount
           move col-name(jj) to row-tok
           perform k03-put-token
         end-perform
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         perform varying rx from 1 by 1 until rx > rw-cnt
           move spaces to table-out-record
           move 1 to out-ptr
           string function trim(rw-key(rx)) delimited by size
             into table-out-record with pointer out-ptr
           end-string
           perform varying jj from 1 by 1 until jj > colcount
             move rw-tok(rx, jj) to row-tok
             perform k03-put-token
           end-perform
           write table-out-record
           add 1 to trl-count
           if function test-numval(rw-tok(rx, 1)) = 0 then
             compute trl-hash = trl-hash
               + function numval(rw-tok(rx, 1))
           end-if
         end-perform
         move trl-hash to float53
         move 2 to dp53
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
         .

       k99-exit.
         exit
         .

       k03-put-token section.
         if delim-arg = space then
           string ' ' delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-arg delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         string function trim(row-tok) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         .

       k96-exit.
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
           display 'impute: ' function trim(eg-msg)
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
         move 'impute' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
