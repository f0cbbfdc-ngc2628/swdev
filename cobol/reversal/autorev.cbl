
       identification division.
         program-id. autorev.

      * auto-reversing adjustments: accrual and estimate rows keyed
      * into a period's table file (maintain BATCH, applydelta) are
      * flagged as auto-reversing by key - a reversal list file of
      * exact keys and 'prefix*' patterns, or PATTERN= on the
      * command line - and when the period is closed this program
      * writes the negated rows as a maintain BATCH correction
      * file for the next period's table file. The file is not
      * applied here: it goes through corrapprove SUBMIT/APPROVE
      * and maintain APPLY like any other batch correction, so a
      * forgotten reversal stops double-counting a month.
      * closectl CLOSE runs it when given NEXT=.
      *
      *   autorev closed-table-file next-table-file [LIST=file]
      *     [PATTERN=key|prefix*]... [, or ; or CSV]
      *
      * Without LIST= or PATTERN= the list comes from reversals.dat
      * (or wherever REVLIST points): one key or 'prefix*' per
      * line, '*' comments. Each flagged row becomes one maintain
      * 'N key values' line of its negated values: the netting is
      * done by maintain APPLY against the next period's file as
      * it stands then - the key inserted if it has still not
      * arrived, the reversal added to its cells if it has - so
      * nothing keyed into that file between the close and the
      * approval is overwritten. The counts of keys new to the
      * next file and already in it are as of this run. The
      * correction file lands in <next-table-file>.reversal;
      * RETURN-CODE 4 when nothing was flagged, 8 on a usage or
      * file error.

       environment division.
         input-output section.
         file-control.
           select tableinp1 assign to fname1
           organization is line sequential
           file status is fs1.
           select tableinp2 assign to fname2
           organization is line sequential
           file status is fs2.
           select listfile assign to list-fname
           organization is line sequential
           file status is list-fs.
           select corrfile assign to corr-fname
           organization is line sequential.

       data division.
         file section.
         fd tableinp1.
           01 table-record1 pic a(255) value spaces.
         fd tableinp2.
           01 table-record2 pic a(255) value spaces.
         fd listfile.
           01 list-record pic x(80) value spaces.
         fd corrfile.
           01 corr-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname1 pic a(128) value spaces.
             05 fname2 pic a(128) value spaces.
             05 fs1 pic xx value '00'.
             05 fs2 pic xx value '00'.
             05 list-fname pic x(128) value spaces.
             05 list-fs pic xx value '00'.
             05 corr-fname pic x(140) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 table-record pic a(255) value spaces.
             05 cur-side pic 9 value 1.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 dataidx pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(6) value 0.
             05 nn pic 9(6) value 0.
             05 kk pic 9(2) value 0.
             05 pp pic 9(3) value 0.
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
             05 truncated-warned pic 9 value 0.
             05 pat-count pic 9(3) value 0.
             05 pat-text pic x(32) occurs 200 times value spaces.
             05 pat-len pic 9(2) occurs 200 times value 0.
             05 pat-prefix pic 9 occurs 200 times value 0.
             05 pat-tok pic x(32) value spaces.
             05 flagged pic 9 value 0.
             05 next-idx pic 9(6) value 0.
             05 next-loaded pic 9 value 0.
             05 rev-val pic s9(16)v9(15) value 0.
             05 out-ptr pic 9(4) value 1.
             05 val-str pic x(34) value spaces.
             05 rev-count pic 9(6) value 0.
             05 ins-count pic 9(6) value 0.
             05 upd-count pic 9(6) value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 env-guard-data.
               copy envguard.
      *    the closed period and the next period each carry an
      *    OCCURS DEPENDING ON t-row, so each gets its own 01-level
      *    record - the same arrangement reconcile.cbl uses.
           01 table-data-3d.
             copy coor3d.
           01 table-data-3d-nx.
             copy coor3d replacing
               ==f-length== by ==f-length-n==
               ==col-length== by ==col-length-n==
               ==c-header== by ==c-header-n==
               ==c-type== by ==c-type-n==
               ==t-row== by ==t-row-n==
               ==r-header== by ==r-header-n==
               ==row-col-length== by ==row-col-length-n==
               ==t-col== by ==t-col-n==
               ==t-miss== by ==t-miss-n==
               ==t-txt== by ==t-txt-n==
               ==t-val== by ==t-val-n==.

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
           display 'usage: autorev closed-table-file ',
             'next-table-file [LIST=file] [PATTERN=key|prefix*] ',
             '[delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:5)) = 'LIST='
               move opt-tmp(6:128) to list-fname
             when function upper-case(opt-tmp(1:8)) = 'PATTERN='
               move opt-tmp(9:32) to pat-tok
               perform b01-add-pattern
             when other
               display 'autorev: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if list-fname = spaces and pat-count = 0 then
           display "REVLIST" upon environment-name
           accept list-fname from environment-value
             on exception
               continue
           end-accept
           if list-fname = spaces then
             move 'reversals.dat' to list-fname
           end-if
         end-if
         if not list-fname = spaces then
           perform b00-load-list
           if list-fs not = '00' then
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         if pat-count = 0 then
           display 'autorev: no reversal keys or patterns given'
           move 8 to return-code
           go to a99-end
         end-if
         move 1 to cur-side
         perform g00-read-file
         if fs1 not = '00' then
           display 'autorev: cannot open ', function trim(fname1),
             ', status ', fs1
           move 8 to return-code
           go to a99-end
         end-if
         move 2 to cur-side
         perform g00-read-file
         if fs2 = '00' then
           move 1 to next-loaded
           if not col-length-n = col-length then
             display 'autorev: ', function trim(fname2), ' has ',
               col-length-n, ' column(s) against ', col-length,
               ' in ', function trim(fname1),
               ' - reversals follow column position'
           end-if
         else
           move 0 to f-length-n
         end-if
         perform j00-write-reversals
         display 'autorev: ', rev-count, ' auto-reversing row(s) of ',
           function trim(fname1), ' reversed into ',
           function trim(corr-fname), ' (', ins-count, ' new to ',
           'the next period, ', upd-count, ' already in it)'
         if rev-count = 0 then
           move 4 to return-code
         else
           display 'autorev: submit it with corrapprove SUBMIT ',
             function trim(corr-fname)
           if bad-row-count > 0 then
             move 4 to return-code
           end-if
         end-if
         .
       a99-end.
         stop run
         .

       b00-load-list section.
         open input listfile
         if list-fs not = '00' then
           display 'autorev: cannot open reversal list ',
             function trim(list-fname), ', status ', list-fs
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read listfile into list-record
           at end
             move 1 to iseof
           not at end
             if list-record not = spaces
                 and list-record(1:1) not = '*' then
               move spaces to pat-tok
               unstring list-record delimited by all space
                 into pat-tok
               end-unstring
               perform b01-add-pattern
             end-if
           end-read
         end-perform
         close listfile
         .

       b99-exit.
         exit
         .

      * a trailing '*' makes the entry a key prefix; anything else
      * must match the whole r-header.
       b01-add-pattern section.
         if pat-tok = spaces then
           go to b98-exit
         end-if
         if pat-count >= 200 then
           display 'autorev: more than 200 reversal entries, ',
             function trim(pat-tok), ' ignored'
           go to b98-exit
         end-if
         add 1 to pat-count
         move 0 to pat-prefix(pat-count)
         compute pat-len(pat-count) =
           function length(function trim(pat-tok))
         if pat-tok(pat-len(pat-count):1) = '*' then
           move 1 to pat-prefix(pat-count)
           subtract 1 from pat-len(pat-count)
           move spaces to pat-tok(pat-len(pat-count) + 1:1)
         end-if
         move pat-tok to pat-text(pat-count)
         if pat-len(pat-count) = 0 then
           subtract 1 from pat-count
         end-if
         .

       b98-exit.
         exit
         .

      * same header/row parse table.cbl's C-parse-header and
      * C-parse-row do against the coor3d layout, filed under
      * whichever period cur-side points at.
       g00-read-file section.
         move 0 to cntrec
         move 0 to iseof
         move 0 to dataidx
         if cur-side = 1 then
           open input tableinp1
           if fs1 not = '00' then
             go to g99-exit
           end-if
         else
           open input tableinp2
           if fs2 not = '00' then
             go to g99-exit
           end-if
         end-if
         perform until iseof = 1
           if cur-side = 1 then
             read tableinp1 into table-record
               at end
                 move 1 to iseof
             end-read
           else
             read tableinp2 into table-record
               at end
                 move 1 to iseof
             end-read
           end-if
           move 0 to csv-skip
           if iseof = 0 and csv-mode = 1
               and table-record not = spaces
               and table-record(1:1) not = '#' then
             perform g04-csv-record
           end-if
           if iseof = 0
               and table-record not = spaces
               and table-record(1:1) not = '#' then
             if csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
               perform g01-parse-header
             else
               perform g02-parse-row
               if row-bad = 1 then
                 compute linenum = cntrec + 1
                 add 1 to bad-row-count
                 display 'autorev: bad row at line ', linenum,
                   ' skipped: ', function trim(table-record)
               else
                 perform g03-file-row
               end-if
             end-if
             end-if
             add 1 to cntrec
           end-if
         end-perform
         if cur-side = 1 then
           close tableinp1
           move dataidx to f-length
         else
           close tableinp2
           move dataidx to f-length-n
         end-if
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
           display 'autorev: bad row at line ', linenum,
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
               if cur-side = 1 then
                 move hdr-tok to c-header(colcount)
               else
                 move hdr-tok to c-header-n(colcount)
               end-if
             end-if
           end-if
         end-perform
         if colcount > 10 then
           display 'autorev: too many columns, truncated to 10'
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         if cur-side = 1 then
           move colcount to col-length
         else
           move colcount to col-length-n
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

       g97-exit.
         exit
         .

       g03-file-row section.
         if dataidx >= 999 then
           if truncated-warned = 0 then
             display 'autorev: input exceeds table capacity of ',
               '999 rows, extra rows ignored'
             move 1 to truncated-warned
           end-if
           go to g96-exit
         end-if
         add 1 to dataidx
         if cur-side = 1 then
           move r-header-in to r-header(dataidx)
           move colcount to row-col-length(dataidx)
           perform varying kk from 1 by 1 until kk > colcount
             move function numval(t-val-in(kk))
               to t-val(dataidx, kk)
             move t-miss-in(kk) to t-miss(dataidx, kk)
           end-perform
         else
           move r-header-in to r-header-n(dataidx)
           move colcount to row-col-length-n(dataidx)
           perform varying kk from 1 by 1 until kk > colcount
             move function numval(t-val-in(kk))
               to t-val-n(dataidx, kk)
             move t-miss-in(kk) to t-miss-n(dataidx, kk)
           end-perform
         end-if
         .

       g96-exit.
         exit
         .

      * one 'N key values' correction line for every flagged row
      * of the closed period, in file order.
       j00-write-reversals section.
         move spaces to corr-fname
         string function trim(fname2) '.reversal'
           delimited by size into corr-fname
         end-string
         perform z01-point-at-temp
         open output corrfile
         perform varying ii from 1 by 1 until f-length < ii
           perform j01-check-flag
           if flagged = 1 then
             add 1 to rev-count
             move 0 to next-idx
             perform varying nn from 1 by 1 until f-length-n < nn
               if r-header-n(nn) = r-header(ii) then
                 move nn to next-idx
               end-if
             end-perform
             if next-idx = 0 then
               add 1 to ins-count
             else
               add 1 to upd-count
             end-if
             perform j02-write-net
           end-if
         end-perform
         close corrfile
         perform z00-swap-output
         .

       j99-exit.
         exit
         .

       j01-check-flag section.
         move 0 to flagged
         perform varying pp from 1 by 1
             until pp > pat-count or flagged = 1
           if pat-prefix(pp) = 1 then
             if r-header(ii)(1:pat-len(pp)) =
                 pat-text(pp)(1:pat-len(pp)) then
               move 1 to flagged
             end-if
           else
             if r-header(ii) = pat-text(pp) then
               move 1 to flagged
             end-if
           end-if
         end-perform
         .

       j98-exit.
         exit
         .

      * one flagged row as an N line: every value negated, a
      * missing cell staying missing; maintain nets the line into
      * the next period's file when it is applied.
       j02-write-net section.
         move spaces to corr-record
         move 1 to out-ptr
         string 'N ' function trim(r-header(ii)) delimited by size
           into corr-record with pointer out-ptr
         end-string
         perform varying kk from 1 by 1
             until kk > row-col-length(ii)
           if t-miss(ii, kk) = 1 then
             move '-' to val-str
           else
             compute rev-val = 0 - t-val(ii, kk)
             perform j04-format-val
           end-if
           string ' ' function trim(val-str) delimited by size
             into corr-record with pointer out-ptr
           end-string
         end-perform
         write corr-record
         .

       j97-exit.
         exit
         .

      * trim-float53 renders a zero as a bare '.', which maintain
      * would reject as not a number.
       j04-format-val section.
         move rev-val to float53
         call 'trim-float53' using number53
         move numstr53 to val-str
         if val-str = '.' or val-str = '-.' then
           move '0' to val-str
         end-if
         .

       j95-exit.
         exit
         .

      * atomic write-and-swap: the correction file is written under
      * a temporary name and renamed into place only after a clean
      * close, so corrapprove can never pick up half a file.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move corr-fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'autorev: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move corr-fname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-name
         end-string
         move swap-name to corr-fname
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
         move real-name to corr-fname
         .

       z99-exit.
         exit
         .
