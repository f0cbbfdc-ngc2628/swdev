       identification division.
         program-id. correl.

      * correlation and regression between the columns of one
      * coor3d table file: tablestats figures each column on its
      * own and forecast fits a line through one column's history,
      * but nothing set one column against another. This reports
      * the pairwise correlation matrix over the numeric columns
      * and, given a dependent and an independent column, fits the
      * least-squares line between them and lists every row's
      * residual, marking the rows far off the fit - the branch
      * whose transaction count is out of line with its revenue,
      * which table's OUTLIER= (one column against its own mean)
      * cannot show.
      *
      *   correl in-table-file [Y=column X=column] [SIGMA=n]
      *     [OUT=out-table-file] [SCHEMA=rules-file]
      *     [, or ; or CSV]
      *
      * A column the schema declares TEXT, or with any cell that
      * is neither a number nor missing, stays out of the matrix.
      * Each pair is taken over the rows where both cells are
      * present (NA or - in either leaves the row out of that
      * pair), so the pair counts are shown under the matrix. With
      * Y= and X= the fit is y = a + b * x over the rows carrying
      * both; a row whose residual is more than SIGMA (default 2)
      * residual deviations from the line is marked. OUT= also
      * writes the residuals as a coor3d file - the row's key, Y,
      * X, FIT, RESID and ZRES - with a control trailer, for table
      * and the HTML pack. The file is read twice and not held, so
      * its length is not capped. A marked row or a bad row
      * returns 4.

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
             05 schema-data.
               copy schemadata.
             05 col-type-chk pic 9 value 0.
             05 y-arg pic x(6) value spaces.
             05 x-arg pic x(6) value spaces.
             05 y-col pic 9(2) value 0.
             05 x-col pic 9(2) value 0.
             05 sigma-n pic 9(2)v9(2) value 2.
             05 iseof pic 9 value 0.
             05 pass-no pic 9 value 1.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(2) value 0.
             05 jj pic 9(2) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
      *    0 numeric, 1 TEXT by the schema, 2 found holding text.
             05 col-kind pic 9 occurs 10 times value 0.
             05 num-cols pic 9(2) value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) occurs 10 times value spaces.
             05 row-miss pic 9 occurs 10 times value 0.
             05 row-val usage comp-2 occurs 10 times value 0.
             05 row-bad pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
      *    running sums for every column pair, over the rows where
      *    both cells are present: x is the row's column, y the
      *    column across.
             05 pair-row occurs 10 times.
               10 pair-cell occurs 10 times.
                 15 pr-n pic 9(8).
                 15 pr-sx usage comp-2.
                 15 pr-sy usage comp-2.
                 15 pr-sxx usage comp-2.
                 15 pr-syy usage comp-2.
                 15 pr-sxy usage comp-2.
             05 corr-ok pic 9 value 0.
             05 corr-r usage comp-2 value 0.
             05 denom usage comp-2 value 0.
             05 var-x usage comp-2 value 0.
             05 var-y usage comp-2 value 0.
             05 fit-n pic 9(8) value 0.
             05 fit-a usage comp-2 value 0.
             05 fit-b usage comp-2 value 0.
             05 fit-r2 usage comp-2 value 0.
             05 fit-sse usage comp-2 value 0.
             05 resid-sdev usage comp-2 value 0.
             05 fit-val usage comp-2 value 0.
             05 resid usage comp-2 value 0.
             05 z-res usage comp-2 value 0.
             05 fit-done pic 9 value 0.
             05 flag-count pic 9(6) value 0.
             05 fit-skipped pic 9(6) value 0.
             05 flag-mark pic x value space.
             05 mat-line pic x(132) value spaces.
             05 mat-ptr pic 9(4) value 1.
             05 r-dsp pic -9.9(4) value 0.
             05 n-dsp pic z(7)9 value 0.
             05 val-dsp pic -(12)9.9(4) value 0.
             05 val-dsp2 pic -(12)9.9(4) value 0.
             05 fit-dsp pic -(12)9.9(4) value 0.
             05 res-dsp pic -(12)9.9(4) value 0.
             05 z-dsp pic -(3)9.99 value 0.
             05 work-val pic s9(16)v9(4) value 0.
             05 kind-txt pic x(80) value spaces.
             05 kind-ptr pic 9(4) value 1.
             05 out-tok pic x(32) value spaces.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 trl-val pic s9(16)v9(2) value 0.
             05 out-open pic 9 value 0.
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
             when function upper-case(opt-tmp(1:2)) = 'Y='
               move function upper-case(opt-tmp(3:6)) to y-arg
             when function upper-case(opt-tmp(1:2)) = 'X='
               move function upper-case(opt-tmp(3:6)) to x-arg
             when function upper-case(opt-tmp(1:6)) = 'SIGMA='
               if function test-numval(opt-tmp(7:6)) = 0 then
                 move function numval(opt-tmp(7:6)) to sigma-n
               end-if
               if sigma-n = 0 then
                 move 2 to sigma-n
               end-if
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:128) to foutname
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when other
               display 'correl: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if (y-arg = spaces and not x-arg = spaces)
             or (x-arg = spaces and not y-arg = spaces) then
           display 'correl: Y= and X= go together'
           perform a01-usage
           move 8 to return-code
           go to a99-end
         end-if
         if not sch-fname = spaces then
           call 'schema-load' using schema-data
           if sch-loaded = 0 then
             display 'correl: schema file ',
               function trim(sch-fname),
               ' could not be loaded, run refused'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform varying ii from 1 by 1 until ii > 10
           perform varying jj from 1 by 1 until jj > 10
             move 0 to pr-n(ii, jj)
             move 0 to pr-sx(ii, jj)
             move 0 to pr-sy(ii, jj)
             move 0 to pr-sxx(ii, jj)
             move 0 to pr-syy(ii, jj)
             move 0 to pr-sxy(ii, jj)
           end-perform
         end-perform
         move 1 to pass-no
         perform g00-read-file
         if cntrec < 2 then
           display 'correl: no data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform k00-print-matrix
         if not y-arg = spaces then
           perform h00-fit-line
           if fit-done = 0 then
             move 8 to return-code
             go to a99-end
           end-if
           perform k02-print-fit
           if not foutname = spaces then
             perform z01-point-at-temp
             open output tableout
             move 1 to out-open
             perform m00-write-header
           end-if
           move 2 to pass-no
           perform g00-read-file
           if out-open = 1 then
             perform m02-write-trailer
           end-if
           display ' '
           display 'correl: ', fit-n, ' row(s) fitted, ',
             flag-count, ' more than ', sigma-n,
             ' residual deviation(s) off the line, ', fit-skipped,
             ' left out for a missing cell'
           if flag-count > 0 then
             move 4 to return-code
           end-if
         end-if
         if bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: correl in-table-file [Y=column X=column] ',
           '[SIGMA=n] [OUT=out-table-file] [SCHEMA=rules-file] ',
           '[delimiter|CSV]'
         .

       a98-exit.
         exit
         .

      * the header/row parse aging's g01/g02 do, keeping every
      * column; pass 1 gathers the pair sums, pass 2 lists each
      * row against the fitted line.
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
                   display 'correl: bad row at line ', linenum,
                     ' skipped: ', function trim(table-record)
                 end-if
               else
                 if pass-no = 1 then
                   perform j00-add-row
                 else
                   perform n00-list-row
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
           if pass-no = 1 then
             compute linenum = cntrec + 1
             add 1 to bad-row-count
             display 'correl: bad row at line ', linenum,
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
           display 'correl: too many columns, truncated to 10'
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         perform varying jj from 1 by 1 until jj > colcount
           move 0 to col-kind(jj)
           if sch-loaded = 1 then
             call 'schema-col-type' using schema-data,
               col-name(jj), col-type-chk
             move col-type-chk to col-kind(jj)
           end-if
           if function upper-case(col-name(jj)) = y-arg then
             move jj to y-col
           end-if
           if function upper-case(col-name(jj)) = x-arg then
             move jj to x-col
           end-if
         end-perform
         .

       g98-exit.
         exit
         .

      * a cell in a numeric column that is neither a number nor
      * missing marks the column as text from then on; a cell the
      * row is cut short of counts as missing.
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
           move 1 to row-miss(jj)
           move 0 to row-val(jj)
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok(jj)
               with pointer row-ptr
             end-unstring
           end-if
           if col-kind(jj) = 0 and not row-tok(jj) = spaces
               and not (row-tok(jj) = '-'
               or function upper-case(row-tok(jj)) = 'NA') then
             if function test-numval(row-tok(jj)) not = 0 then
               if pass-no = 1 then
                 move 2 to col-kind(jj)
               end-if
             else
               compute t-val-chk = function numval(row-tok(jj))
                 on size error
                   move 1 to row-bad
               end-compute
               move 0 to row-miss(jj)
               compute row-val(jj) = function numval(row-tok(jj))
             end-if
           end-if
         end-perform
         .

       g97-exit.
         exit
         .

       j00-add-row section.
         perform varying ii from 1 by 1 until ii > colcount
           if row-miss(ii) = 0 then
             perform varying jj from 1 by 1 until jj > colcount
               if row-miss(jj) = 0 then
                 add 1 to pr-n(ii, jj)
                 compute pr-sx(ii, jj) = pr-sx(ii, jj) + row-val(ii)
                 compute pr-sy(ii, jj) = pr-sy(ii, jj) + row-val(jj)
                 compute pr-sxx(ii, jj) = pr-sxx(ii, jj)
                   + row-val(ii) * row-val(ii)
                 compute pr-syy(ii, jj) = pr-syy(ii, jj)
                   + row-val(jj) * row-val(jj)
                 compute pr-sxy(ii, jj) = pr-sxy(ii, jj)
                   + row-val(ii) * row-val(jj)
               end-if
             end-perform
           end-if
         end-perform
         .

       j99-exit.
         exit
         .

      * Pearson's r from one pair's sums; corr-ok stays 0 when
      * the pair has fewer than 3 rows or a column does not vary.
       j01-pair-r section.
         move 0 to corr-ok
         move 0 to corr-r
         if pr-n(ii, jj) < 3 then
           go to j98-exit
         end-if
         compute var-x = pr-n(ii, jj) * pr-sxx(ii, jj)
           - pr-sx(ii, jj) * pr-sx(ii, jj)
         compute var-y = pr-n(ii, jj) * pr-syy(ii, jj)
           - pr-sy(ii, jj) * pr-sy(ii, jj)
         if var-x <= 0 or var-y <= 0 then
           go to j98-exit
         end-if
         compute corr-r = (pr-n(ii, jj) * pr-sxy(ii, jj)
           - pr-sx(ii, jj) * pr-sy(ii, jj))
           / function sqrt(var-x * var-y)
         if corr-r > 1 then
           move 1 to corr-r
         end-if
         if corr-r < -1 then
           move -1 to corr-r
         end-if
         move 1 to corr-ok
         .

       j98-exit.
         exit
         .

       k00-print-matrix section.
         move 0 to num-cols
         move spaces to kind-txt
         move 1 to kind-ptr
         perform varying jj from 1 by 1 until jj > colcount
           if col-kind(jj) = 0 then
             add 1 to num-cols
           else
             string ' ' function trim(col-name(jj))
               delimited by size into kind-txt
               with pointer kind-ptr
             end-string
             if col-kind(jj) = 1 then
               string '(TEXT)' delimited by size into kind-txt
                 with pointer kind-ptr
               end-string
             end-if
           end-if
         end-perform
         display 'correlation of ', function trim(fname), ': ',
           num-cols, ' numeric column(s)'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         if not kind-txt = spaces then
           display 'left out as text:', function trim(kind-txt,
             trailing)
         end-if
         if num-cols < 2 then
           display 'correl: fewer than 2 numeric columns, no ',
             'matrix'
           go to k99-exit
         end-if
         display ' '
         move spaces to mat-line
         move 9 to mat-ptr
         perform varying jj from 1 by 1 until jj > colcount
           if col-kind(jj) = 0 then
             string '  ' col-name(jj) delimited by size
               into mat-line with pointer mat-ptr
             end-string
           end-if
         end-perform
         display function trim(mat-line, trailing)
         perform varying ii from 1 by 1 until ii > colcount
           if col-kind(ii) = 0 then
             perform k01-matrix-row
           end-if
         end-perform
         display ' '
         display 'rows in each pair (both cells present):'
         perform varying ii from 1 by 1 until ii > colcount
           if col-kind(ii) = 0 then
             move spaces to mat-line
             move col-name(ii) to mat-line(1:6)
             move 9 to mat-ptr
             perform varying jj from 1 by 1 until jj > colcount
               if col-kind(jj) = 0 then
                 move pr-n(ii, jj) to n-dsp
                 string n-dsp delimited by size
                   into mat-line with pointer mat-ptr
                 end-string
               end-if
             end-perform
             display function trim(mat-line, trailing)
           end-if
         end-perform
         .

       k99-exit.
         exit
         .

       k01-matrix-row section.
         move spaces to mat-line
         move col-name(ii) to mat-line(1:6)
         move 9 to mat-ptr
         perform varying jj from 1 by 1 until jj > colcount
           if col-kind(jj) = 0 then
             perform j01-pair-r
             if corr-ok = 1 then
               move corr-r to r-dsp
               string ' ' r-dsp delimited by size
                 into mat-line with pointer mat-ptr
               end-string
             else
               string '     n/a' delimited by size
                 into mat-line with pointer mat-ptr
               end-string
             end-if
           end-if
         end-perform
         display function trim(mat-line, trailing)
         .

       k98-exit.
         exit
         .

      * the least-squares line y = a + b * x from the pair's
      * sums, and the residual deviation the rows are marked on.
       h00-fit-line section.
         move 0 to fit-done
         if y-col = 0 or x-col = 0 then
           display 'correl: Y= or X= column not found in the ',
             'header'
           go to h99-exit
         end-if
         if col-kind(y-col) not = 0 or col-kind(x-col) not = 0
             then
           display 'correl: Y= and X= must both be numeric ',
             'columns'
           go to h99-exit
         end-if
         move x-col to ii
         move y-col to jj
         move pr-n(ii, jj) to fit-n
         if fit-n < 3 then
           display 'correl: fewer than 3 rows carry both ',
             function trim(y-arg), ' and ', function trim(x-arg),
             ', nothing to fit'
           go to h99-exit
         end-if
         compute var-x = pr-sxx(ii, jj)
           - pr-sx(ii, jj) * pr-sx(ii, jj) / fit-n
         if var-x <= 0 then
           display 'correl: ', function trim(x-arg),
             ' does not vary, no line to fit'
           go to h99-exit
         end-if
         compute var-y = pr-syy(ii, jj)
           - pr-sy(ii, jj) * pr-sy(ii, jj) / fit-n
         compute denom = pr-sxy(ii, jj)
           - pr-sx(ii, jj) * pr-sy(ii, jj) / fit-n
         compute fit-b = denom / var-x
         compute fit-a = (pr-sy(ii, jj) - fit-b * pr-sx(ii, jj))
           / fit-n
         compute fit-sse = var-y - fit-b * denom
         if fit-sse < 0 then
           move 0 to fit-sse
         end-if
         if var-y > 0 then
           compute fit-r2 = 1 - fit-sse / var-y
         else
           move 1 to fit-r2
         end-if
         if fit-n > 2 then
           compute resid-sdev = function sqrt(fit-sse / (fit-n - 2))
         end-if
         move 1 to fit-done
         .

       h99-exit.
         exit
         .

       k02-print-fit section.
         display ' '
         display 'regression of ', function trim(y-arg), ' on ',
           function trim(x-arg), ' over ', fit-n, ' row(s)'
         move 4 to dp53
         move fit-a to work-val
         move work-val to float53
         call 'trim-float53' using number53
         display '  ', function trim(y-arg), ' = ',
           function trim(numstr53) no advancing
         move fit-b to work-val
         move work-val to float53
         call 'trim-float53' using number53
         display ' + ', function trim(numstr53), ' * ',
           function trim(x-arg)
         move fit-r2 to work-val
         move work-val to float53
         call 'trim-float53' using number53
         display '  r-squared ', function trim(numstr53)
           no advancing
         move resid-sdev to work-val
         move work-val to float53
         call 'trim-float53' using number53
         display ', residual sdev ', function trim(numstr53)
         move 15 to dp53
         display '  rows marked * are more than ', sigma-n,
           ' residual deviation(s) off the line'
         display ' '
         move spaces to mat-line
         move 'key' to mat-line(1:3)
         move x-arg to out-tok
         move 51 to mat-ptr
         perform k03-put-heading
         move y-arg to out-tok
         move 70 to mat-ptr
         perform k03-put-heading
         move 'fit' to out-tok
         move 89 to mat-ptr
         perform k03-put-heading
         move 'residual' to out-tok
         move 108 to mat-ptr
         perform k03-put-heading
         move 'z' to out-tok
         move 116 to mat-ptr
         perform k03-put-heading
         display function trim(mat-line, trailing)
         .

       k97-exit.
         exit
         .

      * a listing heading set right-aligned to end at mat-ptr,
      * over the edited figure beneath it.
       k03-put-heading section.
         compute kind-ptr = mat-ptr
           - function length(function trim(out-tok)) + 1
         move function trim(out-tok)
           to mat-line(kind-ptr:function length(function trim(
             out-tok)))
         .

       k96-exit.
         exit
         .

      * each row with both cells, its fitted value and residual;
      * the residual in deviations is what the mark goes on.
       n00-list-row section.
         if row-miss(x-col) = 1 or row-miss(y-col) = 1 then
           add 1 to fit-skipped
           go to n99-exit
         end-if
         compute fit-val = fit-a + fit-b * row-val(x-col)
         compute resid = row-val(y-col) - fit-val
         if resid-sdev > 0 then
           compute z-res = resid / resid-sdev
         else
           move 0 to z-res
         end-if
         move space to flag-mark
         if z-res > sigma-n or z-res < 0 - sigma-n then
           move '*' to flag-mark
           add 1 to flag-count
         end-if
         compute val-dsp = function numval(row-tok(x-col))
         compute val-dsp2 = function numval(row-tok(y-col))
         compute fit-dsp rounded = fit-val
         compute res-dsp rounded = resid
         compute z-dsp rounded = z-res
         display r-header-in, ' ', val-dsp, ' ', val-dsp2, ' ',
           fit-dsp, ' ', res-dsp, ' ', z-dsp, ' ', flag-mark
         if out-open = 1 then
           perform m01-write-row
         end-if
         .

       n99-exit.
         exit
         .

      * the coor3d view of the fit: Y, X, FIT, RESID and ZRES per
      * row, trailer over Y.
       m00-write-header section.
         move spaces to table-out-record
         move 1 to out-ptr
         string 'CORREL' delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move y-arg to out-tok
         perform m03-put-token
         move x-arg to out-tok
         perform m03-put-token
         move 'FIT' to out-tok
         perform m03-put-token
         move 'RESID' to out-tok
         perform m03-put-token
         move 'ZRES' to out-tok
         perform m03-put-token
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         .

       m99-exit.
         exit
         .

       m01-write-row section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(r-header-in) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move function trim(row-tok(y-col)) to out-tok
         perform m03-put-token
         move function trim(row-tok(x-col)) to out-tok
         perform m03-put-token
         move function trim(fit-dsp) to out-tok
         perform m03-put-token
         move function trim(res-dsp) to out-tok
         perform m03-put-token
         move function trim(z-dsp) to out-tok
         perform m03-put-token
         write table-out-record
         add 1 to trl-count
         compute trl-val = function numval(row-tok(y-col))
         add trl-val to trl-hash
         .

       m98-exit.
         exit
         .

       m02-write-trailer section.
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
         display 'correl: residuals written to ', function trim(
           foutname)
         .

       m97-exit.
         exit
         .

       m03-put-token section.
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

       m96-exit.
         exit
         .

      * atomic write-and-swap, as aging writes its buckets.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'correl: ' function trim(eg-msg)
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
         move 'correl' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
