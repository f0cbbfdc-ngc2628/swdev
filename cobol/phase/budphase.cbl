
       identification division.
         program-id. budphase.

      * calendar-weighted budget phasing: targets arrive as one
      * annual or quarterly figure per r-header, but variance.cbl
      * wants a target file at the granularity of the actuals.
      * This spreads each key's amount across the months or days
      * of the from/to period - in proportion to business days
      * (now-str.cbl's business-days-between / is-business-day,
      * holidays.dat respected), flat, or by a seasonal profile
      * file - and writes a standard coor1d target file with a
      * control trailer. Pieces are rounded to two decimals and
      * the rounding residue lands on the key's heaviest piece,
      * so the pieces add back to the amount exactly - the same
      * rule allocate.cbl applies across rows, applied here
      * across time.
      *
      *   budphase targets-file out-table-file from-YYYYMMDD
      *     to-YYYYMMDD [BY=MONTH|DAY] [METHOD=BIZ|FLAT]
      *     [PROFILE=file] [KEYFMT=KD|DK|D] [, or ; or CSV]
      *
      * BY= defaults to MONTH (a partial month at either end of
      * the range is clipped to it); METHOD= defaults to BIZ.
      * PROFILE= names a seasonal profile, one 'MM weight' line
      * per month ('*' comments): the month's weight is spread
      * evenly over its days, so a day bucket takes one day's
      * share, a whole month the lot and a clipped month only its
      * own days' share (a profile overrides METHOD=).
      * The output key is the target key and the bucket date
      * (YYYYMM or YYYYMMDD) joined by '-' (KEYFMT=KD, the
      * default), the date first (DK), or the date alone (D, for
      * a one-key targets file).

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential
           file status is in-fs.
           select tableout assign to foutname
           organization is line sequential.
           select proffile assign to prof-fname
           organization is line sequential
           file status is prof-fs.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd proffile.
           01 prof-record pic x(80) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 in-fs pic xx value '00'.
             05 from-arg pic x(8) value spaces.
             05 to-arg pic x(8) value spaces.
             05 from-num pic 9(8) value 0.
             05 to-num pic 9(8) value 0.
             05 from-int pic s9(9) value 0.
             05 to-int pic s9(9) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 by-day pic 9 value 0.
             05 phase-method pic x(4) value 'BIZ'.
             05 key-fmt pic x(2) value 'KD'.
             05 prof-fname pic x(128) value spaces.
             05 prof-fs pic xx value '00'.
             05 prof-wt pic s9(9)v9(6) occurs 12 times value 0.
             05 prof-tok1 pic x(8) value spaces.
             05 prof-tok2 pic x(16) value spaces.
             05 prof-mm pic 9(2) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 dataidx pic 9(6) value 0.
             05 ii pic 9(6) value 0.
             05 bb pic 9(3) value 0.
             05 r-header-in pic x(32) value spaces.
             05 t-val-in pic x(32) value spaces.
             05 row-missing pic 9 value 0.
             05 bad-row-count pic 9(4) value 0.
             05 truncated-warned pic 9 value 0.
             05 scan-int pic s9(9) value 0.
             05 scan-num pic 9(8) value 0.
             05 scan-parts redefines scan-num.
               10 scan-year pic 9(4).
               10 scan-month pic 9(2).
               10 scan-day pic 9(2).
             05 month-first pic 9(8) value 0.
             05 month-last-int pic s9(9) value 0.
             05 bkt-count pic 9(3) value 0.
             05 bkt-label pic x(8) occurs 400 times value spaces.
             05 bkt-start pic 9(8) occurs 400 times value 0.
             05 bkt-end pic 9(8) occurs 400 times value 0.
             05 bkt-wt pic s9(9)v9(6) occurs 400 times value 0.
             05 bkt-piece pic s9(14)v9(2) occurs 400 times
               value 0.
             05 tot-wt pic s9(11)v9(6) value 0.
             05 big-idx pic 9(3) value 0.
             05 key-amount pic s9(14)v9(2) value 0.
             05 alloc-sum pic s9(14)v9(2) value 0.
             05 residue pic s9(14)v9(2) value 0.
             05 days-in-month pic 9(2) value 0.
             05 bizday-flag pic 9 value 0.
             05 bizdays-count pic s9(9) value 0.
             05 nospread-cnt pic 9(4) value 0.
             05 skipped-miss pic 9(4) value 0.
             05 out-key pic x(48) value spaces.
             05 out-ptr pic 9(4) value 1.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 start-datetime-data.
               copy datetimedata.
             05 end-datetime-data.
               copy datetimedata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
           01 table-data-1d.
             copy coor1d.

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
         accept from-arg from argument-value
           on exception
             move spaces to from-arg
         end-accept
         accept to-arg from argument-value
           on exception
             move spaces to to-arg
         end-accept
         if fname = spaces or foutname = spaces
             or function test-numval(from-arg) not = 0
             or function test-numval(to-arg) not = 0 then
           perform a01-usage
           move 8 to return-code
           go to a99-end
         end-if
         move function numval(from-arg) to from-num
         move function numval(to-arg) to to-num
         if from-num > to-num then
           display 'budphase: from date is after the to date'
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
             when function upper-case(opt-tmp) = 'BY=DAY'
               move 1 to by-day
             when function upper-case(opt-tmp) = 'BY=MONTH'
               move 0 to by-day
             when function upper-case(opt-tmp(1:7)) = 'METHOD='
               move function upper-case(opt-tmp(8:4)) to phase-method
             when function upper-case(opt-tmp(1:8)) = 'PROFILE='
               move opt-tmp(9:128) to prof-fname
             when function upper-case(opt-tmp(1:7)) = 'KEYFMT='
               move function upper-case(opt-tmp(8:2)) to key-fmt
             when other
               display 'budphase: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if prof-fname not = spaces then
           move 'PROF' to phase-method
         end-if
         if not (phase-method = 'BIZ' or phase-method = 'FLAT'
             or phase-method = 'PROF') then
           display 'budphase: METHOD= must be BIZ or FLAT, or ',
             'give PROFILE='
           move 8 to return-code
           go to a99-end
         end-if
         if not (key-fmt = 'KD' or key-fmt = 'DK'
             or key-fmt = 'D') then
           display 'budphase: KEYFMT= must be KD, DK or D'
           move 8 to return-code
           go to a99-end
         end-if
         if phase-method = 'PROF' then
           perform b00-load-profile
           if prof-fs not = '00' then
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform g00-read-targets
         if in-fs not = '00' then
           display 'budphase: cannot open ', function trim(fname),
             ', status ', in-fs
           move 8 to return-code
           go to a99-end
         end-if
         if t-length = 0 then
           display 'budphase: no target rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         if key-fmt = 'D' and t-length > 1 then
           display 'budphase: KEYFMT=D wants a one-key targets ',
             'file, ', function trim(fname), ' has ', t-length
           move 8 to return-code
           go to a99-end
         end-if
         perform h00-build-buckets
         perform h01-weigh-buckets
         if tot-wt = 0 then
           display 'budphase: the period carries no weight under ',
             'METHOD=', function trim(phase-method),
             ' - nothing can be phased'
           move 8 to return-code
           go to a99-end
         end-if
         perform k00-write-output
         compute dataidx = t-length - skipped-miss
         display 'budphase: ', dataidx, ' target(s) phased over ',
           bkt-count, ' bucket(s) into ', function trim(foutname)
         if skipped-miss > 0 then
           display 'budphase: ', skipped-miss, ' target(s) with a ',
             'missing amount left out'
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
         display 'usage: budphase targets-file out-table-file ',
           'from-YYYYMMDD to-YYYYMMDD [BY=MONTH|DAY] ',
           '[METHOD=BIZ|FLAT] [PROFILE=file] [KEYFMT=KD|DK|D] ',
           '[delimiter|CSV]'
         .

       a98-exit.
         exit
         .

       b00-load-profile section.
         open input proffile
         if prof-fs not = '00' then
           display 'budphase: cannot open profile file ',
             function trim(prof-fname), ', status ', prof-fs
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read proffile into prof-record
           at end
             move 1 to iseof
           not at end
             if prof-record not = spaces
                 and prof-record(1:1) not = '*' then
               move spaces to prof-tok1
               move spaces to prof-tok2
               unstring prof-record delimited by all space
                 into prof-tok1, prof-tok2
               end-unstring
               move 0 to prof-mm
               if function test-numval(prof-tok1) = 0 then
                 move function numval(prof-tok1) to prof-mm
               end-if
               if prof-mm < 1 or prof-mm > 12
                   or function test-numval(prof-tok2) not = 0 then
                 display 'budphase: bad profile line skipped: ',
                   function trim(prof-record)
               else
                 move function numval(prof-tok2)
                   to prof-wt(prof-mm)
               end-if
             end-if
           end-read
         end-perform
         close proffile
         .

       b99-exit.
         exit
         .

      * same coor1d load allocate.cbl's g00-read-weights does,
      * missing tokens included - a missing amount is not phased.
       g00-read-targets section.
         move 0 to cntrec
         move 0 to iseof
         move 0 to dataidx
         open input tableinp
         if in-fs not = '00' then
           go to g99-exit
         end-if
         perform until iseof = 1
           read tableinp into table-record
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               move table-record to csv-line
               compute linenum = cntrec + 1
               perform g01-csv-record
               move csv-line to table-record
             end-if
             if table-record not = spaces
                 and table-record(1:1) not = '#'
                 and csv-skip = 0 then
               if cntrec = 0 then
                 move spaces to c-header
                 unstring table-record delimited by all delim-arg
                   into r-header-in, c-header
                 end-unstring
               else
                 move spaces to r-header-in
                 move spaces to t-val-in
                 unstring table-record delimited by all delim-arg
                   into r-header-in, t-val-in
                 end-unstring
                 move 0 to row-missing
                 if t-val-in = '-'
                     or function upper-case(t-val-in) = 'NA' then
                   move 1 to row-missing
                   move '0' to t-val-in
                 end-if
                 if row-missing = 0
                     and function test-numval(t-val-in) not = 0
                     then
                   compute linenum = cntrec + 1
                   add 1 to bad-row-count
                   display 'budphase: bad row at line ', linenum,
                     ' skipped: ', function trim(table-record)
                 else
                   if dataidx >= 99999 then
                     if truncated-warned = 0 then
                       display 'budphase: input exceeds table ',
                         'capacity of 99999 rows, extra rows ',
                         'ignored'
                       move 1 to truncated-warned
                     end-if
                   else
                     add 1 to dataidx
                     move r-header-in to r-header(dataidx)
                     move function numval(t-val-in)
                       to t-val(dataidx)
                     move row-missing to t-miss(dataidx)
                   end-if
                 end-if
               end-if
               add 1 to cntrec
             end-if
           end-read
         end-perform
         close tableinp
         move dataidx to t-length
         if c-header = spaces then
           move 'TARGET' to c-header
         end-if
         .

       g99-exit.
         exit
         .

      * one quoted-CSV record in csv-line rewritten for the usual
      * split; a record whose quotes do not balance is a bad row,
      * reported with the quote that was left open.
       g01-csv-record section.
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           add 1 to bad-row-count
           display 'budphase: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         end-if
         .

       g98-exit.
         exit
         .

      * the buckets the period breaks into: each day, or each
      * month clipped to the from/to range.
       h00-build-buckets section.
         compute from-int = function integer-of-date(from-num)
         compute to-int = function integer-of-date(to-num)
         move 0 to bkt-count
         move from-int to scan-int
         perform until scan-int > to-int
           if bkt-count >= 400 then
             display 'budphase: more than 400 buckets, the period ',
               'is cut short at ', scan-num
             move to-int to scan-int
             add 1 to scan-int
           else
             compute scan-num = function date-of-integer(scan-int)
             add 1 to bkt-count
             move scan-num to bkt-start(bkt-count)
             if by-day = 1 then
               move scan-num to bkt-end(bkt-count)
               move scan-num to bkt-label(bkt-count)
               add 1 to scan-int
             else
               move spaces to bkt-label(bkt-count)
               move scan-num(1:6) to bkt-label(bkt-count)
               if scan-month = 12 then
                 compute month-first =
                   (scan-year + 1) * 10000 + 101
               else
                 compute month-first =
                   scan-year * 10000 + (scan-month + 1) * 100 + 1
               end-if
               compute month-last-int =
                 function integer-of-date(month-first) - 1
               if month-last-int > to-int then
                 move to-int to month-last-int
               end-if
               compute bkt-end(bkt-count) =
                 function date-of-integer(month-last-int)
               compute scan-int = month-last-int + 1
             end-if
           end-if
         end-perform
         .

       h99-exit.
         exit
         .

      * the weight each bucket carries: its business days, one
      * apiece, or the profile figure for its month prorated over
      * the days of the month the bucket covers.
       h01-weigh-buckets section.
         move 0 to tot-wt
         move 0 to big-idx
         perform varying bb from 1 by 1 until bb > bkt-count
           move 0 to bkt-wt(bb)
           evaluate phase-method
             when 'FLAT'
               move 1 to bkt-wt(bb)
             when 'BIZ'
               perform h02-business-days
             when 'PROF'
               move bkt-start(bb) to scan-num
               perform h03-days-in-month
               compute bkt-wt(bb) = prof-wt(scan-month)
                 * (function integer-of-date(bkt-end(bb))
                 - function integer-of-date(bkt-start(bb)) + 1)
                 / days-in-month
           end-evaluate
           add bkt-wt(bb) to tot-wt
           if bkt-wt(bb) > 0 then
             if big-idx = 0 then
               move bb to big-idx
             else
               if bkt-wt(bb) > bkt-wt(big-idx) then
                 move bb to big-idx
               end-if
             end-if
           end-if
         end-perform
         .

       h98-exit.
         exit
         .

      * business days inside the bucket: business-days-between
      * counts after its start date, so the count starts from the
      * day before the bucket.
       h02-business-days section.
         if by-day = 1 then
           move bkt-start(bb) to scan-num
           move scan-year to m_year of start-datetime-data
           move scan-month to m_month of start-datetime-data
           move scan-day to m_day of start-datetime-data
           call 'is-business-day' using start-datetime-data,
             bizday-flag
           move bizday-flag to bkt-wt(bb)
           go to h97-exit
         end-if
         compute scan-num = function date-of-integer(
           function integer-of-date(bkt-start(bb)) - 1)
         move scan-year to m_year of start-datetime-data
         move scan-month to m_month of start-datetime-data
         move scan-day to m_day of start-datetime-data
         move bkt-end(bb) to scan-num
         move scan-year to m_year of end-datetime-data
         move scan-month to m_month of end-datetime-data
         move scan-day to m_day of end-datetime-data
         call 'business-days-between' using start-datetime-data,
           end-datetime-data, bizdays-count
         move bizdays-count to bkt-wt(bb)
         .

       h97-exit.
         exit
         .

      * calendar days of scan-num's month, for the profile's even
      * spread across a month's days.
       h03-days-in-month section.
         if scan-month = 12 then
           compute month-first = (scan-year + 1) * 10000 + 101
         else
           compute month-first =
             scan-year * 10000 + (scan-month + 1) * 100 + 1
         end-if
         compute days-in-month = function mod(
           function date-of-integer(
             function integer-of-date(month-first) - 1), 100)
         .

       h96-exit.
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
         if delim-arg = space then
           string ' ' function trim(c-header) delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-arg function trim(c-header)
             delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         move 2 to dp53
         perform varying ii from 1 by 1 until t-length < ii
           if t-miss(ii) = 1 then
             add 1 to skipped-miss
             display 'budphase: ', function trim(r-header(ii)),
               ' has no amount, not phased'
           else
             perform k01-spread-one-key
             perform varying bb from 1 by 1 until bb > bkt-count
               perform k02-write-piece
             end-perform
           end-if
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

      * rounded piece per bucket, then the rounding residue onto
      * the heaviest bucket so the pieces add back exactly.
       k01-spread-one-key section.
         move t-val(ii) to key-amount
         move 0 to alloc-sum
         perform varying bb from 1 by 1 until bb > bkt-count
           compute bkt-piece(bb) rounded =
             key-amount * bkt-wt(bb) / tot-wt
           add bkt-piece(bb) to alloc-sum
         end-perform
         compute residue = key-amount - alloc-sum
         if residue not = 0 and big-idx > 0 then
           add residue to bkt-piece(big-idx)
         end-if
         .

       k98-exit.
         exit
         .

       k02-write-piece section.
         move spaces to out-key
         evaluate key-fmt
           when 'KD'
             string function trim(r-header(ii)) '-'
               function trim(bkt-label(bb))
               delimited by size into out-key
             end-string
           when 'DK'
             string function trim(bkt-label(bb)) '-'
               function trim(r-header(ii))
               delimited by size into out-key
             end-string
           when other
             move bkt-label(bb) to out-key
         end-evaluate
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(out-key) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move bkt-piece(bb) to float53
         call 'trim-float53' using number53
         if numstr53(1:1) = '.' or numstr53(1:2) = '-.' then
           if bkt-piece(bb) = 0 then
             move '0' to numstr53
           end-if
         end-if
         if delim-arg = space then
           string ' ' delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-arg delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         string function trim(numstr53) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         write table-out-record
         add 1 to trl-count
         add bkt-piece(bb) to trl-hash
         .

       k97-exit.
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
           display 'budphase: ' function trim(eg-msg)
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
         move 'budphase' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         if prof-fname not = spaces then
           move 2 to lin-in-count
           move prof-fname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
