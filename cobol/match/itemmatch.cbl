       identification division.
         program-id. itemmatch.

      * open-item matching for the suspense and clearing files:
      * debits and credits that belong together carry the same
      * reference in part of the key, and the clearing team used to
      * tick them off on a printout. This pairs the offsetting
      * signed rows of a coor1d or coor3d file and writes two table
      * files - the cleared items, each with the match id it
      * cleared under, and the items still open with their age.
      * The open file is read back next run (PRIOR=), so an item
      * booked Monday clears against its reversal on Thursday.
      *
      *   itemmatch in-table-file cleared-file open-file
      *     [pos:]len [AMOUNT] [TOL=n] [PRIOR=open-file]
      *     [ASOF=YYYYMMDD] [DATEPOS=n] [COL=name] [, or ; or CSV]
      *
      * [pos:]len is the reference segment of r-header, from pos
      * (default 1) for len characters; AMOUNT adds the absolute
      * amount to it, so only equal and opposite items pair. COL=
      * names the amount column (default the first). TOL= is the
      * absolute difference a match may leave (default 0). Within
      * a reference, oldest first:
      *   - one item against one opposite item;
      *   - then one item against several opposite ones, taken
      *     oldest first while they do not overshoot it;
      *   - then whatever is left, if it nets off as a whole.
      * A match id is the as-of date and a sequence number. An
      * item's first date is the YYYYMMDD at DATEPOS= of its key
      * (default 1) or, if there is none, the as-of date (default
      * today); the age is the days from it to the as-of date.
      * Rows with no amount, or a bad one, are reported and left
      * out (4).
      *
      *   cleared-file: ITEM AMOUNT MATCH FIRST
      *   open-file:    ITEM AMOUNT FIRST AGE

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential
           file status is inp-fs.
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
             05 in-fname pic x(128) value spaces.
             05 clr-fname pic x(128) value spaces.
             05 opn-fname pic x(128) value spaces.
             05 prior-fname pic x(128) value spaces.
             05 inp-fs pic xx value '00'.
             05 ref-arg pic x(16) value spaces.
             05 ref-pos pic 9(2) value 1.
             05 ref-len pic 9(2) value 0.
             05 ref-a pic x(8) value spaces.
             05 ref-b pic x(8) value spaces.
             05 amount-mode pic 9 value 0.
             05 tol-val pic s9(16)v9(15) comp-3 value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-arg pic x(6) value spaces.
             05 asof-arg pic x(8) value spaces.
             05 asof-num pic 9(8) value 0.
             05 asof-int pic s9(9) value 0.
             05 date-pos pic 9(2) value 1.
             05 date-tok pic x(8) value spaces.
             05 date-num pic 9(8) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 reading-prior pic 9 value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 mm pic 9(4) value 0.
             05 rx pic 9(4) value 0.
             05 px pic 9(4) value 0.
             05 g-lo pic 9(4) value 0.
             05 g-hi pic 9(4) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 amt-col pic 9(2) value 1.
             05 first-col pic 9(2) value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 tok-in pic x(32) occurs 10 times value spaces.
             05 row-bad pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 miss-count pic 9(4) value 0.
             05 truncated-warned pic 9 value 0.
             05 new-count pic 9(4) value 0.
             05 carried-count pic 9(4) value 0.
             05 match-seq pic 9(4) value 0.
             05 cleared-count pic 9(4) value 0.
             05 open-count pic 9(4) value 0.
             05 open-bal pic s9(16)v9(15) comp-3 value 0.
             05 oldest-age pic s9(9) value 0.
             05 run-sum pic s9(16)v9(15) comp-3 value 0.
             05 run-abs pic s9(16)v9(15) comp-3 value 0.
             05 net-abs pic s9(16)v9(15) comp-3 value 0.
             05 x-abs pic s9(16)v9(15) comp-3 value 0.
             05 has-debit pic 9 value 0.
             05 has-credit pic 9 value 0.
             05 match-done pic 9 value 0.
             05 age-val pic s9(9) value 0.
             05 age-dsp pic -(8)9 value 0.
             05 id-dsp pic 9(12) value 0.
             05 bal-dsp pic -(15)9.99 value 0.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 out-ptr pic 9(4) value 1.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 now-data.
               copy datetimedata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    every item in play: the carried open items first, then
      *    the new rows; it-match is 0 while the item is open and
      *    it-sel marks the items a many-to-one match is trying.
           01 item-table.
             05 item-entry occurs 2000 times.
               10 it-key pic x(32).
               10 it-ref pic x(32).
               10 it-amt pic s9(16)v9(15) comp-3.
               10 it-first pic 9(8).
               10 it-match pic 9(12).
               10 it-sel pic 9.
      *    the items in reference and first-date order; its own 01
      *    so the OCCURS DEPENDING the SORT needs is the last item
      *    of its record.
           01 order-table.
             05 ord-cnt pic 9(4) value 0.
             05 ord-entry occurs 1 to 2000 times
                 depending on ord-cnt.
               10 ord-ref pic x(32).
               10 ord-abs pic 9(16)v9(15) comp-3.
               10 ord-first pic 9(8).
               10 ord-ix pic 9(4).

       procedure division.
       a00-start section.
         accept in-fname from argument-value
           on exception
             move spaces to in-fname
         end-accept
         accept clr-fname from argument-value
           on exception
             move spaces to clr-fname
         end-accept
         accept opn-fname from argument-value
           on exception
             move spaces to opn-fname
         end-accept
         accept ref-arg from argument-value
           on exception
             move spaces to ref-arg
         end-accept
         if in-fname = spaces or clr-fname = spaces
             or opn-fname = spaces or ref-arg = spaces then
           perform a01-usage
           go to a99-end
         end-if
         unstring ref-arg delimited by ':' into ref-a ref-b
         end-unstring
         if ref-b = spaces then
           move ref-a to ref-b
           move '1' to ref-a
         end-if
         if function test-numval(ref-a) not = 0
             or function test-numval(ref-b) not = 0 then
           perform a01-usage
           go to a99-end
         end-if
         move function numval(ref-a) to ref-pos
         move function numval(ref-b) to ref-len
         if ref-pos < 1 or ref-len < 1 or ref-pos + ref-len > 33
             then
           display 'itemmatch: reference segment must lie within ',
             'the 32-character key'
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
             when function upper-case(opt-tmp) = 'AMOUNT'
               move 1 to amount-mode
             when function upper-case(opt-tmp(1:4)) = 'TOL='
                 and function test-numval(opt-tmp(5:20)) = 0
               compute tol-val = function abs(
                 function numval(opt-tmp(5:20)))
             when function upper-case(opt-tmp(1:6)) = 'PRIOR='
               move opt-tmp(7:128) to prior-fname
             when function upper-case(opt-tmp(1:5)) = 'ASOF='
               move opt-tmp(6:8) to asof-arg
             when function upper-case(opt-tmp(1:8)) = 'DATEPOS='
               if function test-numval(opt-tmp(9:2)) = 0 then
                 move function numval(opt-tmp(9:2)) to date-pos
               end-if
               if date-pos < 1 or date-pos > 25 then
                 move 1 to date-pos
               end-if
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when other
               display 'itemmatch: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if asof-arg = spaces then
           call 'now-str' using now-data
           compute asof-num = m_year of now-data * 10000
             + m_month of now-data * 100 + m_day of now-data
         else
           if function test-numval(asof-arg) not = 0 then
             move 1 to asof-num
           else
             move function numval(asof-arg) to asof-num
           end-if
           if function test-date-yyyymmdd(asof-num) not = 0 then
             display 'itemmatch: ASOF= ', asof-arg, ' is not a ',
               'calendar date'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         compute asof-int = function integer-of-date(asof-num)
         if not prior-fname = spaces then
           move prior-fname to fname
           move 1 to reading-prior
           perform g00-read-file
           if return-code = 8 then
             go to a99-end
           end-if
         end-if
         move in-fname to fname
         move 0 to reading-prior
         perform g00-read-file
         if return-code = 8 then
           go to a99-end
         end-if
         if ord-cnt = 0 then
           display 'itemmatch: no items found in ',
             function trim(in-fname)
           move 8 to return-code
           go to a99-end
         end-if
         sort ord-entry on ascending key ord-ref ord-abs ord-first
           ord-ix
         perform h00-match-groups
         perform k00-write-cleared
         perform k01-write-open
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         move open-bal to bal-dsp
         move oldest-age to age-dsp
         display 'itemmatch: ', carried-count, ' item(s) carried, ',
           new-count, ' new; ', match-seq, ' match(es) cleared ',
           cleared-count, ' item(s) into ',
           function trim(clr-fname)
         display 'itemmatch: ', open-count, ' item(s) open in ',
           function trim(opn-fname), ', balance ',
           function trim(bal-dsp), ', oldest ',
           function trim(age-dsp), ' day(s)'
         if miss-count > 0 then
           display 'itemmatch: ', miss-count, ' row(s) without an ',
             'amount left out'
         end-if
         if bad-row-count > 0 or miss-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: itemmatch in-table-file cleared-file ',
           'open-file [pos:]len [AMOUNT] [TOL=n] ',
           '[PRIOR=open-file] [ASOF=YYYYMMDD] [DATEPOS=n] ',
           '[COL=name] [delimiter|CSV]'
         move 8 to return-code
         .

       a98-exit.
         exit
         .

      * the header/row parse crosstab's g01/g02 do. The carried
      * open file is read the same way, its AMOUNT and FIRST
      * columns found by name.
       g00-read-file section.
         move 0 to cntrec
         move 0 to iseof
         open input tableinp
         if inp-fs not = '00' then
           display 'itemmatch: cannot open ', function trim(fname),
             ', status ', inp-fs
           move 8 to return-code
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
                 display 'itemmatch: bad row at line ', linenum,
                   ' of ', function trim(fname), ' skipped: ',
                   function trim(table-record)
               else
                 perform g03-keep-item
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
           display 'itemmatch: bad row at line ', linenum,
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
               move function upper-case(hdr-tok) to
                 col-name(colcount)
             end-if
           end-if
         end-perform
         if colcount > 10 then
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         move 1 to amt-col
         move 0 to first-col
         if reading-prior = 1 then
           perform varying jj from 1 by 1 until jj > colcount
             if col-name(jj) = 'AMOUNT' then
               move jj to amt-col
             end-if
             if col-name(jj) = 'FIRST' then
               move jj to first-col
             end-if
           end-perform
         else
           if not col-arg = spaces then
             move 0 to amt-col
             perform varying jj from 1 by 1 until jj > colcount
               if col-name(jj) = col-arg then
                 move jj to amt-col
               end-if
             end-perform
             if amt-col = 0 then
               display 'itemmatch: COL= name ',
                 function trim(col-arg), ' not found in the ',
                 'header, using column 1'
               move 1 to amt-col
             end-if
           end-if
         end-if
         .

       g98-exit.
         exit
         .

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
         move tok-in(amt-col) to row-tok
         if row-tok = '-' or function upper-case(row-tok) = 'NA'
             then
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

      * an item into the item table and its place in the order
      * table: reference segment, absolute amount (AMOUNT only) and
      * first date.
       g03-keep-item section.
         if row-tok = '-' or function upper-case(row-tok) = 'NA'
             then
           add 1 to miss-count
           display 'itemmatch: ', function trim(r-header-in),
             ' has no amount in ', function trim(fname)
           go to g96-exit
         end-if
         if ord-cnt >= 2000 then
           if truncated-warned = 0 then
             display 'itemmatch: more than 2000 items, extra ',
               'rows ignored'
             move 1 to truncated-warned
           end-if
           go to g96-exit
         end-if
         add 1 to ord-cnt
         move ord-cnt to rx
         move r-header-in to it-key(rx)
         move r-header-in(ref-pos:ref-len) to it-ref(rx)
         compute it-amt(rx) = function numval(row-tok)
         move 0 to it-match(rx)
         move 0 to it-sel(rx)
         move 0 to date-num
         if reading-prior = 1 and first-col > 0 then
           move tok-in(first-col)(1:8) to date-tok
         else
           move r-header-in(date-pos:8) to date-tok
         end-if
         if function test-numval(date-tok) = 0 then
           move function numval(date-tok) to date-num
           if function test-date-yyyymmdd(date-num) not = 0 then
             move 0 to date-num
           end-if
         end-if
         if date-num = 0 or date-num > asof-num then
           move asof-num to date-num
         end-if
         move date-num to it-first(rx)
         if reading-prior = 1 then
           add 1 to carried-count
         else
           add 1 to new-count
         end-if
         move it-ref(rx) to ord-ref(ord-cnt)
         move 0 to ord-abs(ord-cnt)
         if amount-mode = 1 then
           compute ord-abs(ord-cnt) = function abs(it-amt(rx))
         end-if
         move date-num to ord-first(ord-cnt)
         move rx to ord-ix(ord-cnt)
         .

       g96-exit.
         exit
         .

      * each reference (and amount, with AMOUNT) is a run of the
      * sorted order table from g-lo to g-hi.
       h00-match-groups section.
         move 1 to g-lo
         perform until g-lo > ord-cnt
           move g-lo to g-hi
           perform until g-hi >= ord-cnt
               or ord-ref(g-hi + 1) not = ord-ref(g-lo)
               or ord-abs(g-hi + 1) not = ord-abs(g-lo)
             add 1 to g-hi
           end-perform
           if g-hi > g-lo then
             perform h01-one-to-one
             perform h02-one-to-many
             perform h03-net-remainder
           end-if
           compute g-lo = g-hi + 1
         end-perform
         .

       h99-exit.
         exit
         .

      * oldest item first, each against the oldest opposite item
      * that leaves no more than the tolerance.
       h01-one-to-one section.
         perform varying ii from g-lo by 1 until ii > g-hi
           move ord-ix(ii) to rx
           if it-match(rx) = 0 and it-amt(rx) not = 0 then
             move 0 to match-done
             perform varying kk from g-lo by 1
                 until kk > g-hi or match-done = 1
               move ord-ix(kk) to px
               if kk not = ii and it-match(px) = 0
                   and ((it-amt(rx) > 0 and it-amt(px) < 0)
                     or (it-amt(rx) < 0 and it-amt(px) > 0)) then
                 compute net-abs = function abs(it-amt(rx)
                   + it-amt(px))
                 if net-abs <= tol-val then
                   perform u00-next-match-id
                   move id-dsp to it-match(rx)
                   move id-dsp to it-match(px)
                   add 2 to cleared-count
                   move 1 to match-done
                 end-if
               end-if
             end-perform
           end-if
         end-perform
         .

       h98-exit.
         exit
         .

      * an item still open against several opposite ones: they
      * are taken oldest first as long as they do not carry the
      * running total past the item, and the match stands once
      * the item is offset to within the tolerance.
       h02-one-to-many section.
         perform varying ii from g-lo by 1 until ii > g-hi
           move ord-ix(ii) to rx
           if it-match(rx) = 0 and it-amt(rx) not = 0 then
             compute x-abs = function abs(it-amt(rx))
             move 0 to run-sum
             move 0 to match-done
             perform varying kk from g-lo by 1
                 until kk > g-hi or match-done = 1
               move ord-ix(kk) to px
               if kk not = ii and it-match(px) = 0
                   and ((it-amt(rx) > 0 and it-amt(px) < 0)
                     or (it-amt(rx) < 0 and it-amt(px) > 0)) then
                 compute run-abs = function abs(run-sum
                   + it-amt(px))
                 if run-abs <= x-abs + tol-val then
                   add it-amt(px) to run-sum
                   move 1 to it-sel(px)
                   compute net-abs = function abs(it-amt(rx)
                     + run-sum)
                   if net-abs <= tol-val then
                     move 1 to match-done
                   end-if
                 end-if
               end-if
             end-perform
             if match-done = 1 then
               perform u00-next-match-id
               move id-dsp to it-match(rx)
               add 1 to cleared-count
             end-if
             perform varying kk from g-lo by 1 until kk > g-hi
               move ord-ix(kk) to px
               if it-sel(px) = 1 then
                 if match-done = 1 then
                   move id-dsp to it-match(px)
                   add 1 to cleared-count
                 end-if
                 move 0 to it-sel(px)
               end-if
             end-perform
           end-if
         end-perform
         .

       h97-exit.
         exit
         .

      * what is still open under the reference clears together
      * when it has both debits and credits and nets to within the
      * tolerance.
       h03-net-remainder section.
         move 0 to run-sum
         move 0 to has-debit
         move 0 to has-credit
         perform varying ii from g-lo by 1 until ii > g-hi
           move ord-ix(ii) to rx
           if it-match(rx) = 0 then
             add it-amt(rx) to run-sum
             if it-amt(rx) > 0 then
               move 1 to has-debit
             end-if
             if it-amt(rx) < 0 then
               move 1 to has-credit
             end-if
           end-if
         end-perform
         compute net-abs = function abs(run-sum)
         if has-debit = 1 and has-credit = 1
             and net-abs <= tol-val then
           perform u00-next-match-id
           perform varying ii from g-lo by 1 until ii > g-hi
             move ord-ix(ii) to rx
             if it-match(rx) = 0 then
               move id-dsp to it-match(rx)
               add 1 to cleared-count
             end-if
           end-perform
         end-if
         .

       h96-exit.
         exit
         .

      * the cleared items, match by match.
       k00-write-cleared section.
         move clr-fname to foutname
         perform z01-point-at-temp
         open output tableout
         move 0 to trl-count
         move 0 to trl-hash
         move 'ITEM AMOUNT MATCH FIRST' to table-out-record
         if delim-arg not = space then
           inspect table-out-record(1:23)
             replacing all space by delim-arg
         end-if
         write table-out-record
         perform varying mm from 1 by 1 until mm > match-seq
           compute id-dsp = asof-num * 10000 + mm
           perform varying ii from 1 by 1 until ii > ord-cnt
             move ord-ix(ii) to rx
             if it-match(rx) = id-dsp then
               perform k02-item-line
               move it-match(rx) to row-tok
               perform k03-put-token
               move it-first(rx) to row-tok
               perform k03-put-token
               write table-out-record
             end-if
           end-perform
         end-perform
         perform k04-write-trailer
         close tableout
         perform z00-swap-output
         .

       k99-exit.
         exit
         .

      * the items left open, in reference and date order, aged.
       k01-write-open section.
         move opn-fname to foutname
         perform z01-point-at-temp
         open output tableout
         move 0 to trl-count
         move 0 to trl-hash
         move 'ITEM AMOUNT FIRST AGE' to table-out-record
         if delim-arg not = space then
           inspect table-out-record(1:21)
             replacing all space by delim-arg
         end-if
         write table-out-record
         perform varying ii from 1 by 1 until ii > ord-cnt
           move ord-ix(ii) to rx
           if it-match(rx) = 0 then
             add 1 to open-count
             add it-amt(rx) to open-bal
             compute age-val = asof-int
               - function integer-of-date(it-first(rx))
             if age-val > oldest-age then
               move age-val to oldest-age
             end-if
             perform k02-item-line
             move it-first(rx) to row-tok
             perform k03-put-token
             move age-val to age-dsp
             move function trim(age-dsp) to row-tok
             perform k03-put-token
             write table-out-record
           end-if
         end-perform
         perform k04-write-trailer
         close tableout
         perform z00-swap-output
         .

       k98-exit.
         exit
         .

      * key and amount of item rx, counted into the trailer.
       k02-item-line section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(it-key(rx)) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         move it-amt(rx) to float53
         call 'trim-float53' using number53
         move numstr53 to row-tok
         perform k03-put-token
         add 1 to trl-count
         add it-amt(rx) to trl-hash
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

       k04-write-trailer section.
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
         .

       k95-exit.
         exit
         .

      * the next match id: the as-of date and a sequence number.
       u00-next-match-id section.
         add 1 to match-seq
         compute id-dsp = asof-num * 10000 + match-seq
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
           display 'itemmatch: ' function trim(eg-msg)
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
         move 'itemmatch' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move in-fname to lin-in-file(1)
         if not prior-fname = spaces then
           move 2 to lin-in-count
           move prior-fname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
