       identification division.
         program-id. aging.

      * aging bucket report over dated keys: every row of a coor1d
      * or coor3d table file whose r-header carries a YYYYMMDD
      * stamp (at KEYPOS, the layout daycover checks) is aged
      * against an as-of date and its value lands in one of five
      * buckets - current, 1-30, 31-60, 61-90 and over 90 days -
      * per key-prefix group, with the count, amount and share of
      * the group's amount in each. crosstab's BAND= bands on the
      * value itself; this bands on how old the row is.
      *
      *   aging in-table-file as-of-YYYYMMDD prefix-len
      *     [BIZ] [KEYPOS=n] [COL=name] [LIMITS=a:b:c]
      *     [OUT=out-table-file] [, or ; or CSV]
      *
      * Age is in calendar days, or in business days on the site
      * calendar (now-str's business-days-between, holidays.dat /
      * HOLIDAYS respected) with BIZ. A row dated on or after the
      * as-of date is current. prefix-len is the leading part of
      * r-header the groups are made on (0 puts every row in one
      * group, ALL). COL= names the value column by c-header,
      * default the first. LIMITS= moves the bucket edges from
      * 30:60:90. OUT= also writes the buckets as a coor3d file -
      * one row per group, an amount column per bucket and a TOTAL
      * - with a control trailer, for table and the HTML pack.
      * Rows without a readable date, or whose value is missing,
      * are left out and counted; undated rows return 4.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential.
           select tableout assign to foutname
           organization is line sequential.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 asof-arg pic x(8) value spaces.
             05 len-arg pic x(8) value spaces.
             05 prefix-len pic 9(2) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-arg pic x(6) value spaces.
             05 limits-arg pic x(40) value spaces.
             05 biz-mode pic 9 value 0.
             05 key-pos pic 9(2) value 1.
             05 asof-num pic 9(8) value 0.
             05 asof-int pic s9(9) value 0.
             05 date-tok pic x(8) value spaces.
             05 date-num pic 9(8) value 0.
             05 row-age pic s9(9) value 0.
             05 lim-tok1 pic x(8) value spaces.
             05 lim-tok2 pic x(8) value spaces.
             05 lim-tok3 pic x(8) value spaces.
             05 lim-1 pic 9(4) value 30.
             05 lim-2 pic 9(4) value 60.
             05 lim-3 pic 9(4) value 90.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 jj pic 9(2) value 0.
             05 gg pic 9(3) value 0.
             05 bb pic 9 value 0.
             05 dd pic 9(3) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 meas-tok pic x(32) value spaces.
             05 row-bad pic 9 value 0.
             05 row-miss pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 meas-col pic 9(2) value 1.
             05 meas-val pic s9(16)v9(2) value 0.
             05 skipped-miss pic 9(6) value 0.
             05 undated-count pic 9(6) value 0.
             05 aged-count pic 9(8) value 0.
      *    the age of each distinct date is worked out once: a
      *    business-day count reads the holiday file every call.
             05 age-cnt pic 9(3) value 0.
             05 age-date pic 9(8) occurs 400 times value 0.
             05 age-days pic s9(9) occurs 400 times value 0.
             05 row-grp pic x(32) value spaces.
             05 grp-count pic 9(3) value 0.
             05 grp-key pic x(32) occurs 99 times value spaces.
             05 grp-idx pic 9(3) value 0.
             05 grp-full-warned pic 9 value 0.
             05 bkt-label pic x(8) occurs 5 times value spaces.
             05 bkt-name pic x(6) occurs 5 times value spaces.
      *    group 100 carries the totals over every group.
             05 cell-tab occurs 100 times.
               10 cell-col occurs 5 times.
                 15 cell-cnt pic 9(8).
                 15 cell-sum pic s9(16)v9(2) comp-3.
             05 grp-tot-cnt pic 9(8) value 0.
             05 grp-tot-sum pic s9(16)v9(2) value 0.
             05 pct-val pic s9(5)v9 value 0.
             05 cnt-dsp pic z(7)9 value 0.
      *    sums go through an edited picture - trim-float53
      *    renders a zero as a bare '.'.
             05 sum-dsp pic -(13)9.99 value 0.
             05 pct-dsp pic -(4)9.9 value 0.
             05 lbl-dsp pic z(3)9 value 0.
             05 lbl-dsp2 pic z(3)9 value 0.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 out-ptr pic 9(4) value 1.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 biz-days pic s9(9) value 0.
             05 from-data.
               copy datetimedata.
             05 to-data.
               copy datetimedata.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         accept asof-arg from argument-value
           on exception
             move spaces to asof-arg
         end-accept
         accept len-arg from argument-value
           on exception
             move spaces to len-arg
         end-accept
         if fname = spaces
             or function test-numval(asof-arg) not = 0
             or function test-numval(len-arg) not = 0 then
           perform a01-usage
           move 8 to return-code
           go to a99-end
         end-if
         move function numval(asof-arg) to asof-num
         if function test-date-yyyymmdd(asof-num) not = 0 then
           display 'aging: ', asof-arg, ' is not a calendar date'
           move 8 to return-code
           go to a99-end
         end-if
         move function numval(len-arg) to prefix-len
         if prefix-len > 32 then
           display 'aging: prefix-len must be 0 through 32'
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
             when function upper-case(opt-tmp) = 'BIZ'
               move 1 to biz-mode
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
               end-if
               if key-pos < 1 or key-pos > 25 then
                 move 1 to key-pos
               end-if
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when function upper-case(opt-tmp(1:7)) = 'LIMITS='
               move opt-tmp(8:40) to limits-arg
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:128) to foutname
             when other
               display 'aging: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if limits-arg not = spaces then
           perform b00-parse-limits
           if lim-1 = 0 then
             display 'aging: LIMITS= wants a:b:c, rising, each ',
               'over zero'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform b01-bucket-labels
         compute asof-int = function integer-of-date(asof-num)
         compute m_year of to-data = asof-num / 10000
         compute m_month of to-data = function mod(asof-num / 100,
           100)
         compute m_day of to-data = function mod(asof-num, 100)
         perform varying gg from 1 by 1 until gg > 100
           perform varying bb from 1 by 1 until bb > 5
             move 0 to cell-cnt(gg, bb)
             move 0 to cell-sum(gg, bb)
           end-perform
         end-perform
         perform g00-read-file
         if cntrec < 2 then
           display 'aging: no data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform k00-print-report
         if foutname not = spaces then
           perform m00-write-buckets
         end-if
         if skipped-miss > 0 then
           display 'aging: ', skipped-miss, ' row(s) with a ',
             'missing value left out'
         end-if
         if undated-count > 0 then
           display 'aging: ', undated-count, ' row(s) without a ',
             'readable date at KEYPOS ', key-pos, ' left out'
           move 4 to return-code
         end-if
         if bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: aging in-table-file as-of-YYYYMMDD ',
           'prefix-len [BIZ] [KEYPOS=n] [COL=name] ',
           '[LIMITS=a:b:c] [OUT=out-table-file] [delimiter|CSV]'
         .

       a98-exit.
         exit
         .

       b00-parse-limits section.
         move spaces to lim-tok1
         move spaces to lim-tok2
         move spaces to lim-tok3
         unstring limits-arg delimited by ':'
           into lim-tok1, lim-tok2, lim-tok3
         end-unstring
         if function test-numval(lim-tok1) not = 0
             or function test-numval(lim-tok2) not = 0
             or function test-numval(lim-tok3) not = 0 then
           move 0 to lim-1
           go to b99-exit
         end-if
         move function numval(lim-tok1) to lim-1
         move function numval(lim-tok2) to lim-2
         move function numval(lim-tok3) to lim-3
         if lim-1 = 0 or lim-2 <= lim-1 or lim-3 <= lim-2 then
           move 0 to lim-1
         end-if
         .

       b99-exit.
         exit
         .

      * report labels ('31-60') and the short column names the
      * coor3d header can hold ('D31_60').
       b01-bucket-labels section.
         move 'current' to bkt-label(1)
         move 'CUR' to bkt-name(1)
         move 1 to lbl-dsp
         move lim-1 to lbl-dsp2
         move 2 to bb
         perform b02-one-label
         compute lbl-dsp = lim-1 + 1
         move lim-2 to lbl-dsp2
         move 3 to bb
         perform b02-one-label
         compute lbl-dsp = lim-2 + 1
         move lim-3 to lbl-dsp2
         move 4 to bb
         perform b02-one-label
         move lim-3 to lbl-dsp2
         move spaces to bkt-label(5)
         string 'over ' function trim(lbl-dsp2)
           delimited by size into bkt-label(5)
         end-string
         move spaces to bkt-name(5)
         string 'OVR' function trim(lbl-dsp2)
           delimited by size into bkt-name(5)
         end-string
         .

       b98-exit.
         exit
         .

       b02-one-label section.
         move spaces to bkt-label(bb)
         string function trim(lbl-dsp) '-' function trim(lbl-dsp2)
           delimited by size into bkt-label(bb)
         end-string
         move spaces to bkt-name(bb)
         string 'D' function trim(lbl-dsp) '_'
           function trim(lbl-dsp2)
           delimited by size into bkt-name(bb)
         end-string
         .

       b97-exit.
         exit
         .

      * the header/row parse crosstab's g01/g02 do, taking only
      * the measured column; each good row is aged and filed
      * straight away, so the file's length is not capped.
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
               perform g03-csv-record
             end-if
             if table-record = spaces
                 or table-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
               perform g01-parse-header
             else
               perform g02-parse-row
               if row-bad = 1 then
                 compute linenum = cntrec + 1
                 add 1 to bad-row-count
                 display 'aging: bad row at line ', linenum,
                   ' skipped: ', function trim(table-record)
               else
                 if row-miss = 1 then
                   add 1 to skipped-miss
                 else
                   perform j00-age-row
                 end-if
               end-if
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
       g03-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'aging: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g96-exit.
         exit
         .

       g01-parse-header section.
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
               move hdr-tok to col-name(colcount)
             end-if
           end-if
         end-perform
         if colcount > 10 then
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         move 1 to meas-col
         if not col-arg = spaces then
           move 0 to meas-col
           perform varying jj from 1 by 1 until jj > colcount
             if function upper-case(col-name(jj)) = col-arg then
               move jj to meas-col
             end-if
           end-perform
           if meas-col = 0 then
             display 'aging: COL= name ', function trim(col-arg),
               ' not found in the header, using column 1'
             move 1 to meas-col
           end-if
         end-if
         .

       g98-exit.
         exit
         .

       g02-parse-row section.
         move 0 to row-bad
         move 0 to row-miss
         move spaces to r-header-in
         move spaces to meas-tok
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying jj from 1 by 1 until jj > meas-col
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok
               with pointer row-ptr
             end-unstring
           end-if
           if jj = meas-col then
             move row-tok to meas-tok
           end-if
         end-perform
         if meas-tok = '-' or function upper-case(meas-tok) = 'NA'
             then
           move 1 to row-miss
           go to g97-exit
         end-if
         if function test-numval(meas-tok) not = 0 then
           move 1 to row-bad
           go to g97-exit
         end-if
         compute t-val-chk = function numval(meas-tok)
           on size error
             move 1 to row-bad
         end-compute
         if row-bad = 0 then
           compute meas-val = function numval(meas-tok)
         end-if
         .

       g97-exit.
         exit
         .

      * the row's date, its age in days and the bucket that age
      * falls in, under its group and under the all-groups total.
       j00-age-row section.
         move r-header-in(key-pos:8) to date-tok
         if function test-numval(date-tok) not = 0 then
           add 1 to undated-count
           go to j99-exit
         end-if
         move function numval(date-tok) to date-num
         if function test-date-yyyymmdd(date-num) not = 0 then
           add 1 to undated-count
           go to j99-exit
         end-if
         perform j01-date-age
         evaluate true
           when row-age <= 0
             move 1 to bb
           when row-age <= lim-1
             move 2 to bb
           when row-age <= lim-2
             move 3 to bb
           when row-age <= lim-3
             move 4 to bb
           when other
             move 5 to bb
         end-evaluate
         perform j02-find-group
         if grp-idx = 0 then
           go to j99-exit
         end-if
         add 1 to cell-cnt(grp-idx, bb)
         add meas-val to cell-sum(grp-idx, bb)
         add 1 to cell-cnt(100, bb)
         add meas-val to cell-sum(100, bb)
         add 1 to aged-count
         .

       j99-exit.
         exit
         .

      * calendar days between the date and the as-of date, or the
      * business days after the date up to and including it.
       j01-date-age section.
         perform varying dd from 1 by 1 until dd > age-cnt
           if age-date(dd) = date-num then
             move age-days(dd) to row-age
             go to j98-exit
           end-if
         end-perform
         compute row-age = asof-int
           - function integer-of-date(date-num)
         if biz-mode = 1 and row-age > 0 then
           compute m_year of from-data = date-num / 10000
           compute m_month of from-data =
             function mod(date-num / 100, 100)
           compute m_day of from-data = function mod(date-num, 100)
           call 'business-days-between' using from-data, to-data,
             biz-days
           move biz-days to row-age
         end-if
         if age-cnt < 400 then
           add 1 to age-cnt
           move date-num to age-date(age-cnt)
           move row-age to age-days(age-cnt)
         end-if
         .

       j98-exit.
         exit
         .

      * groups keep their order of first appearance, as crosstab
      * files them.
       j02-find-group section.
         move 0 to grp-idx
         move spaces to row-grp
         if prefix-len = 0 then
           move 'ALL' to row-grp
         else
           move r-header-in(1:prefix-len) to row-grp
         end-if
         perform varying gg from 1 by 1 until gg > grp-count
           if grp-key(gg) = row-grp then
             move gg to grp-idx
           end-if
         end-perform
         if grp-idx = 0 then
           if grp-count >= 99 then
             if grp-full-warned = 0 then
               display 'aging: more than 99 groups, extra rows ',
                 'ignored'
               move 1 to grp-full-warned
             end-if
           else
             add 1 to grp-count
             move row-grp to grp-key(grp-count)
             move grp-count to grp-idx
           end-if
         end-if
         .

       j97-exit.
         exit
         .

       k00-print-report section.
         if biz-mode = 1 then
           move 'business' to opt-tmp
         else
           move 'calendar' to opt-tmp
         end-if
         display 'aging of ', function trim(fname), ' as of ',
           asof-arg(1:4), '-', asof-arg(5:2), '-', asof-arg(7:2),
           ' in ', function trim(opt-tmp), ' days, amount ',
           function trim(col-name(meas-col))
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform varying gg from 1 by 1 until gg > grp-count
           display ' '
           display 'group ', function trim(grp-key(gg))
           perform k01-print-group
         end-perform
         if grp-count > 1 then
           display ' '
           display 'all groups'
           move 100 to gg
           perform k01-print-group
         end-if
         display ' '
         display 'aging: ', aged-count, ' row(s) aged in ',
           grp-count, ' group(s)'
         .

       k99-exit.
         exit
         .

      * one group's five buckets and its total; the share is of
      * the group's amount.
       k01-print-group section.
         display '  bucket        count              amount     pct'
         move 0 to grp-tot-cnt
         move 0 to grp-tot-sum
         perform varying bb from 1 by 1 until bb > 5
           add cell-cnt(gg, bb) to grp-tot-cnt
           add cell-sum(gg, bb) to grp-tot-sum
         end-perform
         perform varying bb from 1 by 1 until bb > 5
           move cell-cnt(gg, bb) to cnt-dsp
           move cell-sum(gg, bb) to sum-dsp
           if grp-tot-sum = 0 then
             move 0 to pct-val
           else
             compute pct-val rounded =
               cell-sum(gg, bb) * 100 / grp-tot-sum
           end-if
           move pct-val to pct-dsp
           display '  ', bkt-label(bb), '  ', cnt-dsp, '  ',
             sum-dsp, '  ', pct-dsp
         end-perform
         move grp-tot-cnt to cnt-dsp
         move grp-tot-sum to sum-dsp
         display '  total     ', cnt-dsp, '  ', sum-dsp
         .

       k98-exit.
         exit
         .

      * the coor3d view: AGING key column, one amount per bucket
      * and the row's TOTAL, trailer over the first column.
       m00-write-buckets section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string 'AGING' delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying bb from 1 by 1 until bb > 5
           move bkt-name(bb) to row-tok
           perform m02-put-token
         end-perform
         move 'TOTAL' to row-tok
         perform m02-put-token
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         perform varying gg from 1 by 1 until gg > grp-count
           perform m01-write-group
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
         display 'aging: buckets written to ', function trim(
           foutname)
         .

       m99-exit.
         exit
         .

       m01-write-group section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(grp-key(gg)) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move 0 to grp-tot-sum
         perform varying bb from 1 by 1 until bb > 5
           add cell-sum(gg, bb) to grp-tot-sum
           move cell-sum(gg, bb) to sum-dsp
           move function trim(sum-dsp) to row-tok
           perform m02-put-token
         end-perform
         move grp-tot-sum to sum-dsp
         move function trim(sum-dsp) to row-tok
         perform m02-put-token
         write table-out-record
         add 1 to trl-count
         add cell-sum(gg, 1) to trl-hash
         .

       m98-exit.
         exit
         .

       m02-put-token section.
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

       m97-exit.
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
           display 'aging: ' function trim(eg-msg)
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
         move 'aging' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
