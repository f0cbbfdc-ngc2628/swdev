       identification division.
         program-id. rolling.

      * rolling-window and cumulative columns for a dated coor1d or
      * coor3d table file: the rows are put in key-date order within
      * each key-prefix group and five derived columns are added
      * beside the originals - an N-day moving average and moving
      * sum, month-to-date and year-to-date running totals and the
      * day-over-day change - written out as a new coor3d file with
      * their own c-headers, so the running figures come out of the
      * suite and its audit trail instead of a spreadsheet.
      *
      *   rolling in-table-file out-table-file prefix-len
      *     [KEYPOS=n] [COL=name] [WINDOW=n] [DP=n] [FISCAL]
      *     [, or ; or CSV]
      *
      * The date is the YYYYMMDD at KEYPOS of r-header (default 1);
      * the groups are the first prefix-len characters of r-header
      * (0 for one group). COL= names the column the figures are
      * taken from, default the first. WINDOW= is the moving window
      * in calendar days, the row's own day included (default 7);
      * the new columns are MAn and MSn for it, MTD, YTD and DOD.
      * FISCAL runs the totals over the fiscal period and fiscal
      * year instead (PTD, FYTD; utl/fiscal-cal.cbl). DP= is the
      * decimals the derived figures are rounded to (default 2).
      * Missing cells stay out of every window and total, as
      * everywhere in the suite: a window with no present cell, or
      * a change with either day missing, is NA. Rows without a
      * readable date are left out and return 4. When the originals
      * and the five new columns would pass the 10-column limit,
      * only the COL= column is carried.

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
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 len-arg pic x(8) value spaces.
             05 prefix-len pic 9(2) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-arg pic x(6) value spaces.
             05 key-pos pic 9(2) value 1.
             05 window-n pic 9(3) value 7.
             05 dp-n pic 9(2) value 2.
             05 fiscal-mode pic 9 value 0.
             05 date-tok pic x(8) value spaces.
             05 date-num pic 9(8) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 rx pic 9(4) value 0.
             05 px pic 9(4) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 out-first pic 9(2) value 1.
             05 out-last pic 9(2) value 1.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 tok-in pic x(32) occurs 10 times value spaces.
             05 row-bad pic 9 value 0.
             05 row-miss pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 undated-count pic 9(6) value 0.
             05 truncated-warned pic 9 value 0.
             05 meas-col pic 9(2) value 1.
             05 win-lo pic s9(9) value 0.
             05 win-sum pic s9(16)v9(15) value 0.
             05 win-cnt pic 9(6) value 0.
             05 mtd-sum pic s9(16)v9(15) value 0.
             05 mtd-cnt pic 9(6) value 0.
             05 ytd-sum pic s9(16)v9(15) value 0.
             05 ytd-cnt pic 9(6) value 0.
             05 drv-val pic s9(16)v9(15) value 0.
             05 prev-grp pic x(32) value spaces.
             05 prev-mon pic x(10) value spaces.
             05 prev-yr pic x(6) value spaces.
             05 cur-mon pic x(10) value spaces.
             05 cur-yr pic x(6) value spaces.
             05 prev-ix pic 9(4) value 0.
             05 win-dsp pic z(2)9 value 0.
             05 drv-name pic x(6) occurs 5 times value spaces.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 out-ptr pic 9(4) value 1.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 fiscal-data.
               copy fiscaldata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    the rows as read: key, date, the measured value and the
      *    original cell text, passed through as it came.
           01 row-table.
             05 row-entry occurs 1000 times.
               10 rw-key pic x(32).
               10 rw-grp pic x(32).
               10 rw-date pic 9(8).
               10 rw-int pic s9(9).
               10 rw-val pic s9(16)v9(15) comp-3.
               10 rw-miss pic 9.
               10 rw-tok pic x(32) occurs 10 times.
      *    the reading order, sorted into group and date order; its
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
           display 'usage: rolling in-table-file out-table-file ',
             'prefix-len [KEYPOS=n] [COL=name] [WINDOW=n] [DP=n] ',
             '[FISCAL] [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         move function numval(len-arg) to prefix-len
         if prefix-len > 32 then
           display 'rolling: prefix-len must be 0 through 32'
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
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when function upper-case(opt-tmp(1:7)) = 'WINDOW='
                 and function test-numval(opt-tmp(8:3)) = 0
               move function numval(opt-tmp(8:3)) to window-n
             when function upper-case(opt-tmp(1:3)) = 'DP='
                 and function test-numval(opt-tmp(4:2)) = 0
               move function numval(opt-tmp(4:2)) to dp-n
             when function upper-case(opt-tmp) = 'FISCAL'
               move 1 to fiscal-mode
             when other
               display 'rolling: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if window-n < 1 then
           move 1 to window-n
         end-if
         if window-n > 366 then
           move 366 to window-n
         end-if
         if dp-n > 15 then
           move 15 to dp-n
         end-if
         perform g00-read-file
         if ord-cnt = 0 then
           display 'rolling: no dated data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform h00-pick-columns
         sort ord-entry on ascending key ord-grp ord-date ord-ix
         perform k00-write-output
         display 'rolling: ', ord-cnt, ' row(s) written to ',
           function trim(foutname), ' with a ', window-n,
           '-day window'
         if undated-count > 0 then
           display 'rolling: ', undated-count, ' row(s) without a ',
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

      * the header/row parse crosstab's g01/g02 do; the cells are
      * kept as text, and only the measured one has to be a number
      * ('NA' or '-' marking it missing).
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
               if row-bad = 1 then
                 compute linenum = cntrec + 1
                 add 1 to bad-row-count
                 display 'rolling: bad row at line ', linenum,
                   ' skipped: ', function trim(table-record)
               else
                 perform g03-keep-row
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
       g04-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'rolling: bad row at line ', linenum,
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
           display 'rolling: too many columns, truncated to 10'
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
             display 'rolling: COL= name ', function trim(col-arg),
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
         move tok-in(meas-col) to row-tok
         if row-tok = '-' or function upper-case(row-tok) = 'NA'
             then
           move 1 to row-miss
           go to g97-exit
         end-if
         if function test-numval(row-tok) not = 0 then
           move 1 to row-bad
           go to g97-exit
         end-if
         compute t-val-chk = function numval(row-tok)
           on size error
             move 1 to row-bad
         end-compute
         .

       g97-exit.
         exit
         .

      * a dated row into the row table and its place in the order
      * table; the group is the key's leading prefix-len.
       g03-keep-row section.
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
         if ord-cnt >= 1000 then
           if truncated-warned = 0 then
             display 'rolling: input exceeds table capacity of ',
               '1000 rows, extra rows ignored'
             move 1 to truncated-warned
           end-if
           go to g96-exit
         end-if
         add 1 to ord-cnt
         move ord-cnt to rx
         move r-header-in to rw-key(rx)
         move spaces to rw-grp(rx)
         if prefix-len > 0 then
           move r-header-in(1:prefix-len) to rw-grp(rx)
         end-if
         move date-num to rw-date(rx)
         compute rw-int(rx) = function integer-of-date(date-num)
         move row-miss to rw-miss(rx)
         move 0 to rw-val(rx)
         if row-miss = 0 then
           compute rw-val(rx) = function numval(row-tok)
         end-if
         perform varying jj from 1 by 1 until jj > 10
           move tok-in(jj) to rw-tok(rx, jj)
         end-perform
         move rw-grp(rx) to ord-grp(ord-cnt)
         move date-num to ord-date(ord-cnt)
         move rx to ord-ix(ord-cnt)
         .

       g96-exit.
         exit
         .

      * which original columns ride along, and the new columns'
      * names.
       h00-pick-columns section.
         move 1 to out-first
         move colcount to out-last
         if colcount + 5 > 10 then
           display 'rolling: ', colcount, ' column(s) and five ',
             'derived ones pass the 10-column limit, only ',
             function trim(col-name(meas-col)), ' is carried'
           move meas-col to out-first
           move meas-col to out-last
         end-if
         move window-n to win-dsp
         move spaces to drv-name(1)
         string 'MA' function trim(win-dsp) delimited by size
           into drv-name(1)
         end-string
         move spaces to drv-name(2)
         string 'MS' function trim(win-dsp) delimited by size
           into drv-name(2)
         end-string
         if fiscal-mode = 1 then
           move 'PTD' to drv-name(3)
           move 'FYTD' to drv-name(4)
         else
           move 'MTD' to drv-name(3)
           move 'YTD' to drv-name(4)
         end-if
         move 'DOD' to drv-name(5)
         .

       h99-exit.
         exit
         .

       k00-write-output section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string 'KEY' delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from out-first by 1 until jj > out-last
           move col-name(jj) to row-tok
           perform k03-put-token
         end-perform
         perform varying jj from 1 by 1 until jj > 5
           move drv-name(jj) to row-tok
           perform k03-put-token
         end-perform
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         move spaces to prev-grp
         perform varying ii from 1 by 1 until ii > ord-cnt
           move ord-ix(ii) to rx
           perform k01-running-totals
           perform k02-write-row
         end-perform
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
         .

       k99-exit.
         exit
         .

      * month- (or period-) and year-to-date totals restart on a
      * new group, month or year.
       k01-running-totals section.
         move spaces to cur-mon
         move spaces to cur-yr
         if fiscal-mode = 1 then
           move rw-date(rx) to fis-date
           call 'fiscal-period-of' using fiscal-data
           if fis-found = 1 then
             move fis-per-label to cur-mon
             move fis-year to cur-yr
           end-if
         else
           move rw-date(rx)(1:6) to cur-mon
           move rw-date(rx)(1:4) to cur-yr
         end-if
         if rw-grp(rx) not = prev-grp or ii = 1 then
           move spaces to prev-mon
           move spaces to prev-yr
           move 0 to prev-ix
         end-if
         if cur-mon not = prev-mon then
           move 0 to mtd-sum
           move 0 to mtd-cnt
         end-if
         if cur-yr not = prev-yr then
           move 0 to ytd-sum
           move 0 to ytd-cnt
         end-if
         if rw-miss(rx) = 0 then
           add rw-val(rx) to mtd-sum
           add 1 to mtd-cnt
           add rw-val(rx) to ytd-sum
           add 1 to ytd-cnt
         end-if
         move rw-grp(rx) to prev-grp
         move cur-mon to prev-mon
         move cur-yr to prev-yr
         .

       k98-exit.
         exit
         .

      * the window runs back from this row over the group's rows
      * dated inside the last WINDOW days; the day-over-day change
      * is against the group's previous row.
       k02-write-row section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(rw-key(rx)) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from out-first by 1 until jj > out-last
           move rw-tok(rx, jj) to row-tok
           perform k03-put-token
         end-perform
         compute win-lo = rw-int(rx) - window-n
         move 0 to win-sum
         move 0 to win-cnt
         perform varying kk from ii by -1
             until kk < 1 or ord-grp(kk) not = rw-grp(rx)
           move ord-ix(kk) to px
           if rw-int(px) > win-lo and rw-miss(px) = 0 then
             add rw-val(px) to win-sum
             add 1 to win-cnt
           end-if
         end-perform
         if win-cnt = 0 then
           move 'NA' to row-tok
           perform k03-put-token
           perform k03-put-token
         else
           compute drv-val rounded = win-sum / win-cnt
           perform k04-put-derived
           move win-sum to drv-val
           perform k04-put-derived
         end-if
         if mtd-cnt = 0 then
           move 'NA' to row-tok
           perform k03-put-token
         else
           move mtd-sum to drv-val
           perform k04-put-derived
         end-if
         if ytd-cnt = 0 then
           move 'NA' to row-tok
           perform k03-put-token
         else
           move ytd-sum to drv-val
           perform k04-put-derived
         end-if
         if prev-ix = 0 or rw-miss(rx) = 1 or rw-miss(prev-ix) = 1
             then
           move 'NA' to row-tok
           perform k03-put-token
         else
           compute drv-val = rw-val(rx) - rw-val(prev-ix)
           perform k04-put-derived
         end-if
         move rx to prev-ix
         write table-out-record
         add 1 to trl-count
         if function test-numval(rw-tok(rx, out-first)) = 0 then
           compute trl-hash = trl-hash
             + function numval(rw-tok(rx, out-first))
         end-if
         .

       k97-exit.
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

      * a derived figure at DP= decimals; zero written as 0, not
      * trim-float53's bare '.'.
       k04-put-derived section.
         move drv-val to float53
         move dp-n to dp53
         call 'trim-float53' using number53
         move 15 to dp53
         if numstr53(1:1) = '.' or numstr53(1:2) = '-.' then
           if numstr53 = '.' or numstr53 = '-.' then
             move '0' to numstr53
           end-if
         end-if
         move numstr53 to row-tok
         perform k03-put-token
         .

       k95-exit.
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
           display 'rolling: ' function trim(eg-msg)
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
         move 'rolling' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
