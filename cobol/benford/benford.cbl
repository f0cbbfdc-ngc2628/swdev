       identification division.
         program-id. benford.

      * Benford's-law screen for fabricated figures: the leading
      * digits of a value column (or up to five of them) in a
      * coor1d or coor3d table file are counted - first digit 1-9
      * and first two digits 10-99 - and set against Benford's
      * expected shares, log10(1 + 1/d). Each digit is reported
      * with its count, actual and expected share, the difference
      * and a z statistic (an asterisk past 1.96, the 5% level);
      * each test with its mean absolute deviation, the conformity
      * reading Nigrini gives for it, and the chi-square. The rows
      * behind the most over-represented first-two digits are then
      * listed from a second pass over the file, so internal audit
      * can screen the expense and adjustment files here rather
      * than on copies in their own tool.
      *
      *   benford in-table-file [COL=name[:name...]] [TOP=n]
      *     [LIST=n] [OUT=out-table-file] [, or ; or CSV]
      *
      * COL= names the columns by c-header, default the first.
      * Missing cells (NA or -) and zeros are left out; a negative
      * value is tested on its magnitude. TOP= is how many of the
      * over-represented first-two digits have their rows listed
      * (default 3), LIST= how many rows each (default 50). OUT=
      * also writes the distributions as a coor3d file - one row
      * per column and digit, named column.digit, with CNT,
      * ACTUAL, EXPECT, DIFF and ZSTAT - with a control trailer,
      * for table and the HTML pack. A test reading
      * nonconformity, or a bad row, returns 4.

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
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-arg pic x(40) value spaces.
             05 col-want pic x(6) occurs 5 times value spaces.
             05 top-n pic 9(2) value 3.
             05 list-max pic 9(4) value 50.
             05 iseof pic 9 value 0.
             05 pass-no pic 9 value 1.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(2) value 0.
             05 cc pic 9 value 0.
             05 dd pic 9(3) value 0.
             05 tt pic 9(2) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) occurs 10 times value spaces.
             05 row-bad pic 9 value 0.
             05 meas-tok pic x(32) value spaces.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 abs-val pic 9(16)v9(15) value 0.
             05 digit-1 pic 9 value 0.
             05 digit-2 pic 9(2) value 0.
             05 nonconf-count pic 9 value 0.
      *    up to five tested columns: where each sits in the row,
      *    what was left out and the digit counts; the first-two
      *    counts are subscripted by the digits less 9.
             05 meas-count pic 9 value 0.
             05 meas-tab occurs 5 times.
               10 meas-col pic 9(2).
               10 meas-n pic 9(8).
               10 miss-cnt pic 9(8).
               10 zero-cnt pic 9(8).
               10 d1-cnt pic 9(8) occurs 9 times.
               10 d2-cnt pic 9(8) occurs 90 times.
               10 mad-1 pic 9v9(6).
               10 mad-2 pic 9v9(6).
               10 chi-1 pic 9(7)v9(2).
               10 chi-2 pic 9(7)v9(2).
               10 top-cnt pic 9(2).
               10 top-digit pic 9(2) occurs 10 times.
               10 top-listed pic 9(4) occurs 10 times.
               10 top-rows pic 9(8) occurs 10 times.
      *    Benford's expected shares, worked out once.
             05 exp-1 pic 9v9(9) occurs 9 times value 0.
             05 exp-2 pic 9v9(9) occurs 90 times value 0.
             05 d-z pic s9(5)v9(4) occurs 90 times value 0.
             05 d-act pic 9v9(9) value 0.
             05 d-exp pic 9v9(9) value 0.
             05 d-diff pic s9v9(9) value 0.
             05 d-abs pic 9v9(9) value 0.
             05 d-cnt pic 9(8) value 0.
             05 d-corr pic 9v9(9) value 0.
             05 z-val pic s9(5)v9(4) value 0.
             05 sum-abs pic 9(3)v9(9) value 0.
             05 sum-chi pic 9(9)v9(4) value 0.
             05 best-z pic s9(5)v9(4) value 0.
             05 best-dd pic 9(3) value 0.
             05 taken pic 9 occurs 90 times value 0.
             05 conf-txt pic x(24) value spaces.
             05 cnt-dsp pic z(7)9 value 0.
             05 shr-dsp pic 9.9(4) value 0.
             05 shr-dsp2 pic 9.9(4) value 0.
             05 diff-dsp pic -9.9(4) value 0.
             05 z-dsp pic -(4)9.99 value 0.
             05 mad-dsp pic 9.9(6) value 0.
             05 chi-dsp pic z(6)9.99 value 0.
             05 dig-dsp pic z9 value 0.
             05 flag-mark pic x value space.
             05 out-tok pic x(32) value spaces.
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

       procedure division.
       a00-start section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         if fname = spaces then
           perform a01-usage
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
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:40)) to col-arg
             when function upper-case(opt-tmp(1:4)) = 'TOP='
               if function test-numval(opt-tmp(5:3)) = 0 then
                 move function numval(opt-tmp(5:3)) to top-n
               end-if
               if top-n > 10 then
                 move 10 to top-n
               end-if
             when function upper-case(opt-tmp(1:5)) = 'LIST='
               if function test-numval(opt-tmp(6:5)) = 0 then
                 move function numval(opt-tmp(6:5)) to list-max
               end-if
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:128) to foutname
             when other
               display 'benford: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if col-arg not = spaces then
           unstring col-arg delimited by ':'
             into col-want(1), col-want(2), col-want(3),
               col-want(4), col-want(5)
           end-unstring
         end-if
         perform b00-expected-shares
         perform varying cc from 1 by 1 until cc > 5
           perform b01-clear-column
         end-perform
         move 1 to pass-no
         perform g00-read-file
         if cntrec < 2 then
           display 'benford: no data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform varying cc from 1 by 1 until cc > meas-count
           perform k00-print-column
         end-perform
         if top-n > 0 then
           display ' '
           display 'rows behind the most over-represented first two ',
             'digits (column, digits, line in file):'
           move 2 to pass-no
           perform g00-read-file
           perform varying cc from 1 by 1 until cc > meas-count
             perform n02-rows-summary
           end-perform
         end-if
         if foutname not = spaces then
           perform m00-write-digits
         end-if
         display ' '
         display 'benford: ', meas-count, ' column(s) of ',
           function trim(fname), ' tested, ', nonconf-count,
           ' test(s) reading nonconformity'
         if nonconf-count > 0 or bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: benford in-table-file ',
           '[COL=name[:name...]] [TOP=n] [LIST=n] ',
           '[OUT=out-table-file] [delimiter|CSV]'
         .

       a98-exit.
         exit
         .

       b00-expected-shares section.
         perform varying dd from 1 by 1 until dd > 9
           compute exp-1(dd) rounded =
             function log10(1 + 1 / dd)
         end-perform
         perform varying dd from 10 by 1 until dd > 99
           compute exp-2(dd - 9) rounded =
             function log10(1 + 1 / dd)
         end-perform
         .

       b99-exit.
         exit
         .

       b01-clear-column section.
         move 0 to meas-col(cc)
         move 0 to meas-n(cc)
         move 0 to miss-cnt(cc)
         move 0 to zero-cnt(cc)
         move 0 to top-cnt(cc)
         perform varying dd from 1 by 1 until dd > 9
           move 0 to d1-cnt(cc, dd)
         end-perform
         perform varying dd from 1 by 1 until dd > 90
           move 0 to d2-cnt(cc, dd)
         end-perform
         perform varying tt from 1 by 1 until tt > 10
           move 0 to top-digit(cc, tt)
           move 0 to top-listed(cc, tt)
           move 0 to top-rows(cc, tt)
         end-perform
         .

       b98-exit.
         exit
         .

      * the header/row parse aging's g01/g02 do, keeping every
      * column of the row; pass 1 counts the digits, pass 2 lists
      * the rows behind the digits picked from the counts.
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
               if pass-no = 1 then
                 perform g01-parse-header
               end-if
             else
               perform g02-parse-row
               if row-bad = 1 then
                 if pass-no = 1 then
                   compute linenum = cntrec + 1
                   add 1 to bad-row-count
                   display 'benford: bad row at line ', linenum,
                     ' skipped: ', function trim(table-record)
                 end-if
               else
                 perform varying cc from 1 by 1
                     until cc > meas-count
                   perform j00-test-value
                 end-perform
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
           if pass-no = 1 then
             compute linenum = cntrec + 1
             add 1 to bad-row-count
             display 'benford: bad row at line ', linenum,
               ' skipped: ', function trim(csv-msg)
           end-if
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
         move 0 to meas-count
         perform varying kk from 1 by 1 until kk > 5
           if not col-want(kk) = spaces then
             move 0 to jj
             perform varying tt from 1 by 1 until tt > colcount
               if function upper-case(col-name(tt)) = col-want(kk)
                   then
                 move tt to jj
               end-if
             end-perform
             if jj = 0 then
               display 'benford: COL= name ',
                 function trim(col-want(kk)),
                 ' not found in the header, left out'
             else
               add 1 to meas-count
               move jj to meas-col(meas-count)
             end-if
           end-if
         end-perform
         if meas-count = 0 then
           if not col-arg = spaces then
             display 'benford: using column 1'
           end-if
           move 1 to meas-count
           move 1 to meas-col(1)
         end-if
         .

       g98-exit.
         exit
         .

      * a cell that is not missing must read as a number or the
      * whole row is a bad row, as in aging.
       g02-parse-row section.
         move 0 to row-bad
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying jj from 1 by 1 until jj > colcount
           move spaces to row-tok(jj)
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok(jj)
               with pointer row-ptr
             end-unstring
           end-if
         end-perform
         perform varying cc from 1 by 1 until cc > meas-count
           move row-tok(meas-col(cc)) to meas-tok
           if not (meas-tok = '-'
               or function upper-case(meas-tok) = 'NA') then
             if function test-numval(meas-tok) not = 0 then
               move 1 to row-bad
             else
               compute t-val-chk = function numval(meas-tok)
                 on size error
                   move 1 to row-bad
               end-compute
             end-if
           end-if
         end-perform
         .

       g97-exit.
         exit
         .

      * the magnitude is brought into 10-99.9..; its whole part
      * is the first two digits, and the first digit with it.
       j00-test-value section.
         move row-tok(meas-col(cc)) to meas-tok
         if meas-tok = '-' or function upper-case(meas-tok) = 'NA'
             then
           if pass-no = 1 then
             add 1 to miss-cnt(cc)
           end-if
           go to j99-exit
         end-if
         compute abs-val = function abs(function numval(meas-tok))
         if abs-val = 0 then
           if pass-no = 1 then
             add 1 to zero-cnt(cc)
           end-if
           go to j99-exit
         end-if
         perform until abs-val < 100
           compute abs-val = abs-val / 10
         end-perform
         perform until abs-val >= 10
           compute abs-val = abs-val * 10
         end-perform
         move abs-val to digit-2
         compute digit-1 = digit-2 / 10
         if pass-no = 2 then
           perform n01-list-row
           go to j99-exit
         end-if
         add 1 to meas-n(cc)
         add 1 to d1-cnt(cc, digit-1)
         add 1 to d2-cnt(cc, digit-2 - 9)
         .

       j99-exit.
         exit
         .

       k00-print-column section.
         display ' '
         display 'benford test of ', function trim(fname),
           ', column ', function trim(col-name(meas-col(cc)))
         move meas-n(cc) to cnt-dsp
         display '  ', function trim(cnt-dsp), ' value(s) tested; ',
           miss-cnt(cc), ' missing and ', zero-cnt(cc),
           ' zero left out'
         if meas-n(cc) = 0 then
           display '  nothing to test'
           go to k99-exit
         end-if
         display ' '
         display '  first digit    count  actual  expect    diff',
           '       z'
         move 0 to sum-abs
         move 0 to sum-chi
         perform varying dd from 1 by 1 until dd > 9
           move d1-cnt(cc, dd) to d-cnt
           move exp-1(dd) to d-exp
           perform k01-digit-line
         end-perform
         compute mad-1(cc) rounded = sum-abs / 9
         move sum-chi to chi-1(cc)
         move mad-1(cc) to mad-dsp
         move chi-1(cc) to chi-dsp
         evaluate true
           when mad-1(cc) <= 0.006
             move 'close conformity' to conf-txt
           when mad-1(cc) <= 0.012
             move 'acceptable conformity' to conf-txt
           when mad-1(cc) <= 0.015
             move 'marginal conformity' to conf-txt
           when other
             move 'nonconformity' to conf-txt
             add 1 to nonconf-count
         end-evaluate
         display '  first digit MAD ', mad-dsp, ' - ',
           function trim(conf-txt), '; chi-square ',
           function trim(chi-dsp), ' on 8 df (15.51 at 5%)'
         display ' '
         display '  first two      count  actual  expect    diff',
           '       z'
         move 0 to sum-abs
         move 0 to sum-chi
         perform varying dd from 10 by 1 until dd > 99
           move d2-cnt(cc, dd - 9) to d-cnt
           move exp-2(dd - 9) to d-exp
           perform k01-digit-line
           move z-val to d-z(dd - 9)
         end-perform
         compute mad-2(cc) rounded = sum-abs / 90
         move sum-chi to chi-2(cc)
         move mad-2(cc) to mad-dsp
         move chi-2(cc) to chi-dsp
         evaluate true
           when mad-2(cc) <= 0.0012
             move 'close conformity' to conf-txt
           when mad-2(cc) <= 0.0018
             move 'acceptable conformity' to conf-txt
           when mad-2(cc) <= 0.0022
             move 'marginal conformity' to conf-txt
           when other
             move 'nonconformity' to conf-txt
             add 1 to nonconf-count
         end-evaluate
         display '  first two MAD ', mad-dsp, ' - ',
           function trim(conf-txt), '; chi-square ',
           function trim(chi-dsp), ' on 89 df (112.02 at 5%)'
         perform k02-pick-top
         .

       k99-exit.
         exit
         .

      * one digit's line: shares, difference and the z statistic
      * with the continuity correction where it is smaller than
      * the difference; the totals for MAD and chi-square.
       k01-digit-line section.
         compute d-act rounded = d-cnt / meas-n(cc)
         compute d-diff = d-act - d-exp
         compute d-abs = function abs(d-diff)
         compute d-corr = 1 / (2 * meas-n(cc))
         if d-corr < d-abs then
           compute z-val rounded = (d-abs - d-corr) /
             function sqrt(d-exp * (1 - d-exp) / meas-n(cc))
         else
           compute z-val rounded = d-abs /
             function sqrt(d-exp * (1 - d-exp) / meas-n(cc))
         end-if
         if d-diff < 0 then
           compute z-val = 0 - z-val
         end-if
         add d-abs to sum-abs
         compute sum-chi rounded = sum-chi +
           (d-cnt - meas-n(cc) * d-exp) ** 2 / (meas-n(cc) * d-exp)
         move dd to dig-dsp
         move d-cnt to cnt-dsp
         move d-act to shr-dsp
         move d-exp to shr-dsp2
         move d-diff to diff-dsp
         move z-val to z-dsp
         move space to flag-mark
         if z-val > 1.96 or z-val < -1.96 then
           move '*' to flag-mark
         end-if
         display '           ', dig-dsp, ' ', cnt-dsp, '  ', shr-dsp,
           '  ', shr-dsp2, ' ', diff-dsp, ' ', z-dsp, ' ', flag-mark
         .

       k98-exit.
         exit
         .

      * the TOP= first-two digits furthest over their expected
      * share, by z, whose rows pass 2 lists in file order.
       k02-pick-top section.
         perform varying dd from 1 by 1 until dd > 90
           move 0 to taken(dd)
         end-perform
         move 0 to top-cnt(cc)
         perform varying tt from 1 by 1 until tt > top-n
           move 0 to best-dd
           move 0 to best-z
           perform varying dd from 1 by 1 until dd > 90
             if taken(dd) = 0 and d-z(dd) > best-z then
               move d-z(dd) to best-z
               move dd to best-dd
             end-if
           end-perform
           if best-dd > 0 then
             move 1 to taken(best-dd)
             add 1 to top-cnt(cc)
             compute top-digit(cc, top-cnt(cc)) = best-dd + 9
           end-if
         end-perform
         .

       k97-exit.
         exit
         .

       n01-list-row section.
         perform varying tt from 1 by 1 until tt > top-cnt(cc)
           if top-digit(cc, tt) = digit-2 then
             add 1 to top-rows(cc, tt)
             if top-listed(cc, tt) < list-max then
               add 1 to top-listed(cc, tt)
               compute linenum = cntrec + 1
               move col-name(meas-col(cc)) to out-tok
               display '  ', out-tok(1:6), ' ', digit-2, '  line ',
                 linenum, '  ', r-header-in, ' ',
                 function trim(meas-tok)
             end-if
           end-if
         end-perform
         .

       n99-exit.
         exit
         .

       n02-rows-summary section.
         if top-cnt(cc) = 0 then
           display ' '
           display 'benford: no first two digits over their ',
             'expected share in column ',
             function trim(col-name(meas-col(cc)))
         end-if
         perform varying tt from 1 by 1 until tt > top-cnt(cc)
           if top-rows(cc, tt) > top-listed(cc, tt) then
             compute d-cnt = top-rows(cc, tt) - top-listed(cc, tt)
             display '  ... ', d-cnt,
               ' more row(s) with first two digits ',
               top-digit(cc, tt), ' not listed (LIST=', list-max, ')'
           end-if
         end-perform
         .

       n98-exit.
         exit
         .

      * the coor3d view: a row per column and digit, 1-9 the
      * first-digit test and 10-99 the first-two test, trailer
      * over CNT.
       m00-write-digits section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string 'BENFORD' delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move 'CNT' to out-tok
         perform m02-put-token
         move 'ACTUAL' to out-tok
         perform m02-put-token
         move 'EXPECT' to out-tok
         perform m02-put-token
         move 'DIFF' to out-tok
         perform m02-put-token
         move 'ZSTAT' to out-tok
         perform m02-put-token
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         perform varying cc from 1 by 1 until cc > meas-count
           if meas-n(cc) > 0 then
             perform varying dd from 1 by 1 until dd > 9
               move d1-cnt(cc, dd) to d-cnt
               move exp-1(dd) to d-exp
               perform m01-write-digit
             end-perform
             perform varying dd from 10 by 1 until dd > 99
               move d2-cnt(cc, dd - 9) to d-cnt
               move exp-2(dd - 9) to d-exp
               perform m01-write-digit
             end-perform
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
         display 'benford: digit distributions written to ',
           function trim(foutname)
         .

       m99-exit.
         exit
         .

       m01-write-digit section.
         compute d-act rounded = d-cnt / meas-n(cc)
         compute d-diff = d-act - d-exp
         compute d-abs = function abs(d-diff)
         compute d-corr = 1 / (2 * meas-n(cc))
         if d-corr < d-abs then
           compute z-val rounded = (d-abs - d-corr) /
             function sqrt(d-exp * (1 - d-exp) / meas-n(cc))
         else
           compute z-val rounded = d-abs /
             function sqrt(d-exp * (1 - d-exp) / meas-n(cc))
         end-if
         if d-diff < 0 then
           compute z-val = 0 - z-val
         end-if
         move dd to dig-dsp
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(col-name(meas-col(cc))) '.'
           function trim(dig-dsp) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move d-cnt to cnt-dsp
         move function trim(cnt-dsp) to out-tok
         perform m02-put-token
         move d-act to shr-dsp
         move shr-dsp to out-tok
         perform m02-put-token
         move d-exp to shr-dsp
         move shr-dsp to out-tok
         perform m02-put-token
         move d-diff to diff-dsp
         move function trim(diff-dsp) to out-tok
         perform m02-put-token
         move z-val to z-dsp
         move function trim(z-dsp) to out-tok
         perform m02-put-token
         write table-out-record
         add 1 to trl-count
         add d-cnt to trl-hash
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
         string function trim(out-tok) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         .

       m97-exit.
         exit
         .

      * atomic write-and-swap, as aging writes its buckets.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'benford: ' function trim(eg-msg)
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

       z02-note-lineage section.
         move 'benford' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
