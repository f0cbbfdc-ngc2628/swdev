
       identification division.
         program-id. prioryr.

      * same-business-day prior-year comparison: lines a dated
      * coor1d/coor3d extract up against last year's extract day
      * for equivalent day - not date for date, which goes wrong
      * every time the weekdays shift, but the 3rd Tuesday of the
      * month against last year's 3rd Tuesday of the same month,
      * moved on to the next business day when that day was a
      * holiday (now-str.cbl's business-day calendar). Each row
      * shows this year, last year, the change and the change
      * percent for one column, and month-to-date and year-to-date
      * subtotals follow each month - the Monday "are we up on
      * last year" answer without a spreadsheet.
      *
      *   prioryr this-year-file last-year-file [COL=name]
      *     [KEYPOS=n] [, or ; or CSV]
      *
      * KEYPOS= names the key position the 8-digit YYYYMMDD date
      * starts at (default 1); COL= picks the compared column by
      * c-header name (default the first). Around the date the
      * keys must match exactly, so with KEYPOS= past 1 each branch
      * is set against its own last year. The report runs branch
      * by branch - the part of the key outside the date, in the
      * order each first appears - and within a branch in file
      * order, which must be date order; a key-sorted and a
      * date-sorted file report alike. MTD and YTD subtotals are
      * per branch and carry its key part. Subtotals are
      * like-for-like: only days with a figure on both sides
      * count, and days with no matching prior-year row are listed
      * and counted. Bad or undated rows set RETURN-CODE 4.

       environment division.
         input-output section.
         file-control.
           select tableinp1 assign to fname1
           organization is line sequential.
           select tableinp2 assign to fname2
           organization is line sequential.

       data division.
         file section.
         fd tableinp1.
           01 table-record1 pic a(255) value spaces.
         fd tableinp2.
           01 table-record2 pic a(255) value spaces.
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
             05 col-arg pic x(6) value spaces.
             05 key-pos pic 9(2) value 1.
             05 table-record pic a(255) value spaces.
             05 cur-side pic 9 value 1.
             05 iseof1 pic 9 value 0.
             05 iseof2 pic 9 value 0.
             05 cntrec1 pic 9(6) value 0.
             05 cntrec2 pic 9(6) value 0.
             05 dataidx1 pic 9(6) value 0.
             05 dataidx2 pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(6) value 0.
             05 pp pic 9(6) value 0.
             05 sfx-pos pic 9(2) value 0.
             05 sfx-len pic 9(2) value 0.
             05 kk pic 9(2) value 0.
             05 matchidx pic 9(6) value 0.
             05 meas-col pic 9(2) value 1.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 t-val-in pic x(32) occurs 10 times value spaces.
             05 t-miss-in pic 9 occurs 10 times value 0.
             05 row-bad pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(6) value 0.
             05 truncated-warned1 pic 9 value 0.
             05 truncated-warned2 pic 9 value 0.
             05 date-tok pic x(8) value spaces.
             05 this-num pic 9(8) value 0.
             05 this-int pic s9(9) value 0.
             05 this-dow pic 9 value 0.
             05 this-nth pic 9 value 0.
             05 ly-num pic 9(8) value 0.
             05 ly-parts redefines ly-num.
               10 ly-year pic 9(4).
               10 ly-month pic 9(2).
               10 ly-day pic 9(2).
             05 this-year pic 9(4) value 0.
             05 this-month pic 9(2) value 0.
             05 this-day pic 9(2) value 0.
             05 ly-str pic x(8) value spaces.
             05 first-num pic 9(8) value 0.
             05 first-int pic s9(9) value 0.
             05 first-dow pic 9 value 0.
             05 cand-int pic s9(9) value 0.
             05 day-offset pic s9(2) value 0.
             05 bizday-flag pic 9 value 0.
             05 cur-month pic x(6) value spaces.
             05 cur-year pic x(4) value spaces.
             05 this-val pic s9(16)v9(9) value 0.
             05 last-val pic s9(16)v9(9) value 0.
             05 chg-val pic s9(16)v9(9) value 0.
             05 chg-pct pic s9(5)v9(2) value 0.
             05 chg-pct-dsp pic +(4)9.99 value 0.
             05 pct-txt pic x(10) value spaces.
             05 this-str pic x(34) value spaces.
             05 last-str pic x(34) value spaces.
             05 chg-str pic x(34) value spaces.
             05 mtd-this pic s9(16)v9(9) value 0.
             05 mtd-last pic s9(16)v9(9) value 0.
             05 ytd-this pic s9(16)v9(9) value 0.
             05 ytd-last pic s9(16)v9(9) value 0.
             05 sub-label pic x(48) value spaces.
             05 sub-len pic 9(2) value 0.
             05 row-rest pic x(32) value spaces.
             05 cur-rest pic x(32) value spaces.
             05 gx pic 9(4) value 0.
             05 grp-cnt pic 9(4) value 0.
             05 grp-key pic x(32) occurs 1000 times value spaces.
             05 sub-this pic s9(16)v9(9) value 0.
             05 sub-last pic s9(16)v9(9) value 0.
             05 matched-cnt pic 9(6) value 0.
             05 unmatched-cnt pic 9(6) value 0.
             05 cnt-dsp pic z(5)9 value 0.
             05 number53.
               copy num53.
             05 datetime-data.
               copy datetimedata.
             05 next-datetime-data.
               copy datetimedata.
      *    this year's and last year's extracts each carry an
      *    OCCURS DEPENDING ON t-row, so each gets its own 01-level
      *    record - the same arrangement reconcile.cbl uses.
           01 table-data-3d.
             copy coor3d.
           01 table-data-3d-ly.
             copy coor3d replacing
               ==f-length== by ==f-length-p==
               ==col-length== by ==col-length-p==
               ==c-header== by ==c-header-p==
               ==c-type== by ==c-type-p==
               ==t-row== by ==t-row-p==
               ==r-header== by ==r-header-p==
               ==row-col-length== by ==row-col-length-p==
               ==t-col== by ==t-col-p==
               ==t-miss== by ==t-miss-p==
               ==t-txt== by ==t-txt-p==
               ==t-val== by ==t-val-p==.

       procedure division.
       a00-start section.
         accept fname1 from argument-value
           on exception
             move spaces to fname1
         end-accept
         accept fname2 from argument-value
           on exception
             move spaces to fname2
         end-accept
         if fname1 = spaces or fname2 = spaces then
           display 'usage: prioryr this-year-file last-year-file ',
             '[COL=name] [KEYPOS=n] [delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
               end-if
               if key-pos < 1 or key-pos > 25 then
                 move 1 to key-pos
               end-if
             when other
               display 'prioryr: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         perform g00-read-this-year
         perform g01-read-last-year
         if f-length = 0 or f-length-p = 0 then
           display 'prioryr: no data rows on one side, nothing ',
             'to compare'
           move 8 to return-code
           go to a99-end
         end-if
         perform h00-find-measure-col
         display 'prior-year comparison of ',
           function trim(c-header(meas-col)), ': ',
           function trim(fname1), ' against ',
           function trim(fname2), ' (same business day)'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         perform j00-report
         move matched-cnt to cnt-dsp
         display 'days: ', function trim(cnt-dsp), ' matched, '
           no advancing
         move unmatched-cnt to cnt-dsp
         display function trim(cnt-dsp), ' without a prior-year ',
           'row'
         if bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       g00-read-this-year section.
         move 1 to cur-side
         move 0 to cntrec1
         move 0 to iseof1
         move 0 to dataidx1
         open input tableinp1
         perform until iseof1 = 1
           read tableinp1 into table-record1
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
                 move colcount to col-length
               else
                 perform g03-parse-row
                 if row-bad = 1 then
                   compute linenum = cntrec1 + 1
                   add 1 to bad-row-count
                   display 'prioryr: bad row at line ', linenum,
                     ' of ', function trim(fname1), ' skipped: ',
                     function trim(table-record1)
                 else
                   if dataidx1 >= 999 then
                     if truncated-warned1 = 0 then
                       display 'prioryr: this-year table exceeds ',
                         'capacity of 999 rows, extra rows ignored'
                       move 1 to truncated-warned1
                     end-if
                   else
                     add 1 to dataidx1
                     move r-header-in to r-header(dataidx1)
                     move colcount to row-col-length(dataidx1)
                     perform varying kk from 1 by 1
                         until kk > colcount
                       move function numval(t-val-in(kk))
                         to t-val(dataidx1, kk)
                       move t-miss-in(kk)
                         to t-miss(dataidx1, kk)
                     end-perform
                   end-if
                 end-if
               end-if
               add 1 to cntrec1
             end-if
           end-read
         end-perform
         close tableinp1
         move dataidx1 to f-length
         .

       g99-exit.
         exit
         .

       g01-read-last-year section.
         move 2 to cur-side
         move 0 to cntrec2
         move 0 to iseof2
         move 0 to dataidx2
         open input tableinp2
         perform until iseof2 = 1
           read tableinp2 into table-record2
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
                 move colcount to col-length-p
               else
                 perform g03-parse-row
                 if row-bad = 1 then
                   compute linenum = cntrec2 + 1
                   add 1 to bad-row-count
                   display 'prioryr: bad row at line ', linenum,
                     ' of ', function trim(fname2), ' skipped: ',
                     function trim(table-record2)
                 else
                   if dataidx2 >= 999 then
                     if truncated-warned2 = 0 then
                       display 'prioryr: last-year table exceeds ',
                         'capacity of 999 rows, extra rows ignored'
                       move 1 to truncated-warned2
                     end-if
                   else
                     add 1 to dataidx2
                     move r-header-in to r-header-p(dataidx2)
                     move colcount
                       to row-col-length-p(dataidx2)
                     perform varying kk from 1 by 1
                         until kk > colcount
                       move function numval(t-val-in(kk))
                         to t-val-p(dataidx2, kk)
                       move t-miss-in(kk)
                         to t-miss-p(dataidx2, kk)
                     end-perform
                   end-if
                 end-if
               end-if
               add 1 to cntrec2
             end-if
           end-read
         end-perform
         close tableinp2
         move dataidx2 to f-length-p
         .

       g98-exit.
         exit
         .

      * same first-line layout table.cbl's C-parse-header reads,
      * filed under whichever extract cur-side points at.
      * one quoted-CSV record in csv-line rewritten for the usual
      * split; a record whose quotes do not balance is a bad row,
      * reported with the quote that was left open.
       g04-csv-record section.
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           add 1 to bad-row-count
           display 'prioryr: bad row at line ', linenum,
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
         compute hdr-len = function length(function trim(
           table-record))
         move spaces to hdr-tok
         unstring table-record delimited by all delim-arg
           into hdr-tok
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
               if cur-side = 1 then
                 move hdr-tok to c-header(colcount)
               else
                 move hdr-tok to c-header-p(colcount)
               end-if
             end-if
           end-if
         end-perform
         if colcount > 10 then
           display 'prioryr: too many columns, truncated to 10'
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         .

       g97-exit.
         exit
         .

       g03-parse-row section.
         move 0 to row-bad
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying kk from 1 by 1 until kk > colcount
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok
               with pointer row-ptr
             end-unstring
           end-if
           move 0 to t-miss-in(kk)
           if row-tok = '-'
               or function upper-case(row-tok) = 'NA' then
             move 1 to t-miss-in(kk)
             move '0' to t-val-in(kk)
           else
             if function test-numval(row-tok) not = 0 then
               move 1 to row-bad
             else
               compute t-val-chk = function numval(row-tok)
                 on size error
                   move 1 to row-bad
               end-compute
               if row-bad = 0 then
                 move row-tok to t-val-in(kk)
               end-if
             end-if
           end-if
         end-perform
         .

       g96-exit.
         exit
         .

       h00-find-measure-col section.
         move 1 to meas-col
         if not col-arg = spaces then
           move 0 to meas-col
           perform varying kk from 1 by 1 until kk > col-length
             if function upper-case(c-header(kk)) = col-arg then
               move kk to meas-col
             end-if
           end-perform
           if meas-col = 0 then
             display 'prioryr: COL= name ',
               function trim(col-arg),
               ' not found in the header, using column 1'
             move 1 to meas-col
           end-if
         end-if
         .

       h99-exit.
         exit
         .

      * this year's rows drive the report in file order; a change
      * of month closes the month-to-date subtotal, a change of
      * year restarts the year-to-date one.
       j00-report section.
         compute sfx-pos = key-pos + 8
         compute sfx-len = 33 - sfx-pos
         move 0 to grp-cnt
         perform varying ii from 1 by 1 until f-length < ii
           move r-header(ii)(key-pos:8) to date-tok
           if function test-numval(date-tok) not = 0 then
             add 1 to bad-row-count
             display 'prioryr: ', function trim(r-header(ii)),
               ' carries no YYYYMMDD date at key position ',
               key-pos, ', skipped'
           else
             perform j08-key-rest
             perform j09-add-group
           end-if
         end-perform
         perform varying gx from 1 by 1 until gx > grp-cnt
           move grp-key(gx) to cur-rest
           move spaces to cur-month
           move spaces to cur-year
           perform varying ii from 1 by 1 until f-length < ii
             move r-header(ii)(key-pos:8) to date-tok
             if function test-numval(date-tok) = 0 then
               perform j08-key-rest
               if row-rest = cur-rest then
                 perform j10-report-row
               end-if
             end-if
           end-perform
           if not cur-month = spaces then
             perform j03-month-break
             perform j04-year-break
           end-if
         end-perform
         .

       j99-exit.
         exit
         .

      * the equivalent business day a year back: same month, same
      * weekday, same occurrence of it in the month (the 3rd
      * Tuesday stays the 3rd Tuesday; a 5th occurrence last year
      * did not have falls back to the 4th), then on to the next
      * business day when that date was a weekend or holiday.
      * MOD(day-number, 7) is the weekday, as in now-str.cbl.
       j01-equivalent-day section.
         compute this-int = function integer-of-date(this-num)
         compute this-dow = function mod(this-int, 7)
         move date-tok(1:4) to this-year
         move date-tok(5:2) to this-month
         move date-tok(7:2) to this-day
         compute this-nth = (this-day - 1) / 7 + 1
         compute first-num =
           (this-year - 1) * 10000 + this-month * 100 + 1
         compute first-int = function integer-of-date(first-num)
         compute first-dow = function mod(first-int, 7)
         compute day-offset =
           function mod(this-dow - first-dow + 7, 7)
         compute cand-int =
           first-int + day-offset + (this-nth - 1) * 7
         compute ly-num = function date-of-integer(cand-int)
         if ly-month not = this-month then
           subtract 7 from cand-int
           compute ly-num = function date-of-integer(cand-int)
         end-if
         move ly-year to m_year of datetime-data
         move ly-month to m_month of datetime-data
         move ly-day to m_day of datetime-data
         call 'is-business-day' using datetime-data, bizday-flag
         if bizday-flag = 0 then
           call 'next-business-day' using datetime-data,
             next-datetime-data
           compute ly-num =
             m_year of next-datetime-data * 10000
             + m_month of next-datetime-data * 100
             + m_day of next-datetime-data
         end-if
         move ly-num to ly-str
         .

       j98-exit.
         exit
         .

      *  the prior-year row is the one whose key carries the
      *  equivalent date and is otherwise this row's key - with a
      *  branch or region ahead of or after the date, a row is only
      *  set against its own branch's row. The first such row wins.
       j02-compare-day section.
         move 0 to matchidx
         perform varying pp from 1 by 1
             until f-length-p < pp or matchidx > 0
           if r-header-p(pp)(key-pos:8) = ly-str then
             perform j07-same-key
           end-if
         end-perform
         if t-miss(ii, meas-col) = 1 then
           move 'NA' to this-str
         else
           move t-val(ii, meas-col) to float53
           perform j06-trim-num
           move numstr53 to this-str
         end-if
         if matchidx = 0 then
           add 1 to unmatched-cnt
           display date-tok, '  this ', function trim(this-str),
             '  last ', ly-str, ' (no prior-year row)'
           go to j97-exit
         end-if
         if t-miss(ii, meas-col) = 1
             or t-miss-p(matchidx, meas-col) = 1 then
           add 1 to unmatched-cnt
           display date-tok, '  this ', function trim(this-str),
             '  last ', ly-str, ' (missing cell, not compared)'
           go to j97-exit
         end-if
         add 1 to matched-cnt
         move t-val(ii, meas-col) to this-val
         move t-val-p(matchidx, meas-col) to last-val
         add this-val to mtd-this
         add last-val to mtd-last
         add this-val to ytd-this
         add last-val to ytd-last
         move this-val to sub-this
         move last-val to sub-last
         perform j05-format-change
         display date-tok, '  this ', function trim(this-str),
           '  last ', ly-str, ' ', function trim(last-str),
           '  change ', function trim(chg-str), ' ',
           function trim(pct-txt)
         .

       j97-exit.
         exit
         .

       j03-month-break section.
         move mtd-this to sub-this
         move mtd-last to sub-last
         perform j05-format-change
         move spaces to sub-label
         move 1 to sub-len
         string 'MTD ' cur-month(1:4) '-' cur-month(5:2)
           delimited by size into sub-label with pointer sub-len
         end-string
         perform j11-label-key
         display sub-label(1:sub-len), '  this ',
           function trim(this-str),
           '  last ', function trim(last-str),
           '  change ', function trim(chg-str), ' ',
           function trim(pct-txt)
         move 0 to mtd-this
         move 0 to mtd-last
         .

       j96-exit.
         exit
         .

       j04-year-break section.
         move ytd-this to sub-this
         move ytd-last to sub-last
         perform j05-format-change
         move spaces to sub-label
         move 1 to sub-len
         string 'YTD ' cur-year delimited by size into sub-label
           with pointer sub-len
         end-string
         perform j11-label-key
         display sub-label(1:sub-len), '  this ',
           function trim(this-str),
           '  last ', function trim(last-str),
           '  change ', function trim(chg-str), ' ',
           function trim(pct-txt)
         display ' '
         move 0 to ytd-this
         move 0 to ytd-last
         .

       j95-exit.
         exit
         .

      * this, last and change as trimmed figures, and the change
      * percent against last year - 'n/a' when last year was zero.
       j05-format-change section.
         compute chg-val = sub-this - sub-last
         move sub-this to float53
         perform j06-trim-num
         move numstr53 to this-str
         move sub-last to float53
         perform j06-trim-num
         move numstr53 to last-str
         move chg-val to float53
         perform j06-trim-num
         move numstr53 to chg-str
         move spaces to pct-txt
         if sub-last = 0 then
           move 'n/a' to pct-txt
         else
           compute chg-pct rounded = chg-val * 100 / sub-last
             on size error
               move 99999.99 to chg-pct
           end-compute
           move chg-pct to chg-pct-dsp
           string function trim(chg-pct-dsp) '%'
             delimited by size into pct-txt
           end-string
         end-if
         .

       j94-exit.
         exit
         .

      * trim-float53 renders a zero as a bare '.', which reads as a
      * misprint on a management report.
       j06-trim-num section.
         call 'trim-float53' using number53
         if numstr53 = '.' then
           move '0' to numstr53
         end-if
         .

       j93-exit.
         exit
         .

      *  the parts of the two keys outside the date must agree.
       j07-same-key section.
         if key-pos > 1 then
           if not r-header-p(pp)(1:key-pos - 1)
               = r-header(ii)(1:key-pos - 1) then
             go to j92-exit
           end-if
         end-if
         if sfx-len > 0 then
           if not r-header-p(pp)(sfx-pos:sfx-len)
               = r-header(ii)(sfx-pos:sfx-len) then
             go to j92-exit
           end-if
         end-if
         move pp to matchidx
         .

       j92-exit.
         exit
         .

      * row ii's key outside the date - the branch - as the
      * subtotal labels show it.
       j08-key-rest section.
         move spaces to row-rest
         if key-pos > 1 then
           move r-header(ii)(1:key-pos - 1) to row-rest
         end-if
         if sfx-len > 0 then
           if not r-header(ii)(sfx-pos:sfx-len) = spaces then
             if row-rest = spaces then
               move r-header(ii)(sfx-pos:sfx-len) to row-rest
             else
               string function trim(row-rest) ' '
                 function trim(r-header(ii)(sfx-pos:sfx-len))
                 delimited by size into row-rest
               end-string
             end-if
           end-if
         end-if
         .

       j91-exit.
         exit
         .

       j09-add-group section.
         perform varying gx from 1 by 1
             until gx > grp-cnt or grp-key(gx) = row-rest
           continue
         end-perform
         if gx > grp-cnt then
           add 1 to grp-cnt
           move row-rest to grp-key(grp-cnt)
         end-if
         .

       j90-exit.
         exit
         .

      * one row of the branch being reported, the month and year
      * breaks taken as its date moves on.
       j10-report-row section.
         move function numval(date-tok) to this-num
         if not cur-month = spaces
             and not date-tok(1:6) = cur-month then
           perform j03-month-break
         end-if
         if not cur-year = spaces
             and not date-tok(1:4) = cur-year then
           perform j04-year-break
         end-if
         move date-tok(1:6) to cur-month
         move date-tok(1:4) to cur-year
         perform j01-equivalent-day
         perform j02-compare-day
         .

       j89-exit.
         exit
         .

      * the subtotal label with the branch's key part after it;
      * sub-len comes in as the label's string pointer and goes
      * out as its length, at least the date column's width.
       j11-label-key section.
         if not cur-rest = spaces then
           string ' ' function trim(cur-rest)
             delimited by size into sub-label with pointer sub-len
           end-string
         end-if
         subtract 1 from sub-len
         if sub-len < 12 then
           move 12 to sub-len
         end-if
         .

       j88-exit.
         exit
         .
