       identification division.
         program-id. neardup.

      * near-duplicate key report: table's duplicate check and the
      * dups policy only see r-headers that are exactly equal, and
      * the upstream feeds send one branch as 'BR0412', 'br0412',
      * 'BR 0412' and 'BR412', splitting its figures across rows
      * until the totals look wrong. This groups the keys of one
      * file - and of the KEYS= reference list, when given - that
      * are equal once normalised: case folded, spaces and
      * punctuation dropped, leading zeros of each run of digits
      * dropped, and with EDIT=n also keys whose normal forms are
      * within n single-character edits of each other. Each group
      * is listed with its member keys, row counts and value
      * totals, and a suggested map in rekey's 'old-key new-key'
      * form is written for review.
      *
      *   neardup in-table-file [KEYS=ref-file] [MAP=map-file]
      *     [EDIT=n] [COL=name] [, or ; or CSV]
      *
      * The value is the COL= column (default the first), missing
      * cells left out. The suggested key of a group is its one
      * reference key; with none it is the member with the most
      * rows (the first seen on a tie), and a group holding two
      * reference keys gets no suggestion. The map (default
      * in-table-file.map) carries every key of the file - the
      * members under their suggested key, the rest unchanged - so
      * rekey can run on it once reviewed; a key holding a space
      * cannot be mapped and is left as a '*' comment. EDIT= is 0
      * (default), 1 or 2. Returns 4 when any group is found.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential
           file status is inp-fs.
           select keyfile assign to key-fname
           organization is line sequential
           file status is key-fs.
           select mapout assign to map-fname
           organization is line sequential.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd keyfile.
           01 key-record pic x(80) value spaces.
         fd mapout.
           01 map-record pic x(80) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 inp-fs pic xx value '00'.
             05 key-fname pic x(128) value spaces.
             05 key-fs pic xx value '00'.
             05 map-fname pic x(132) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-arg pic x(6) value spaces.
             05 edit-max pic 9 value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 gg pic 9(4) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 meas-col pic 9(2) value 1.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 row-miss pic 9 value 0.
             05 row-bad pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 full-warned pic 9 value 0.
             05 row-count pic 9(6) value 0.
      *    the normalising scratch.
             05 nrm-in pic x(32) value spaces.
             05 nrm-alnum pic x(32) value spaces.
             05 nrm-out pic x(32) value spaces.
             05 nrm-len pic 9(2) value 0.
             05 nrm-ch pic x value space.
             05 nrm-in-num pic 9 value 0.
             05 nrm-nonzero pic 9 value 0.
             05 cc pic 9(2) value 0.
      *    the edit distance scratch: two rows of the usual table.
             05 ed-a pic x(32) value spaces.
             05 ed-b pic x(32) value spaces.
             05 ed-la pic 9(2) value 0.
             05 ed-lb pic 9(2) value 0.
             05 ed-prev pic 9(2) occurs 33 times value 0.
             05 ed-cur pic 9(2) occurs 33 times value 0.
             05 ed-min pic 9(2) value 0.
             05 ed-cost pic 9 value 0.
             05 ed-dist pic 9(2) value 0.
             05 ea pic 9(2) value 0.
             05 eb pic 9(2) value 0.
             05 ra pic 9(4) value 0.
             05 rb pic 9(4) value 0.
      *    the report.
             05 grp-count pic 9(4) value 0.
             05 grp-dsp pic zzz9 value 0.
             05 mem-count pic 9(4) value 0.
             05 ref-in-grp pic 9(4) value 0.
             05 best-ix pic 9(4) value 0.
             05 rows-dsp pic z(5)9 value 0.
             05 sum-dsp pic x(18) justified right value spaces.
             05 ref-flag pic x(3) value spaces.
             05 keys-total pic 9(4) value 0.
             05 grouped-keys pic 9(4) value 0.
             05 unmapped-count pic 9(4) value 0.
             05 number53.
               copy num53.
      *    every distinct key: from the file (ky-rows > 0), from the
      *    reference list (ky-ref 1), or both; ky-nf is its normal
      *    form in nf-entry and ky-sug the suggested key's index.
           01 key-table.
             05 ky-cnt pic 9(4) value 0.
             05 ky-entry occurs 2000 times.
               10 ky-key pic x(32).
               10 ky-nf pic 9(4).
               10 ky-rows pic 9(6).
               10 ky-present pic 9(6).
               10 ky-sum pic s9(16)v9(15) comp-3.
               10 ky-ref pic 9.
               10 ky-sug pic 9(4).
      *    the distinct normal forms; nf-par joins the ones within
      *    the edit distance, the root naming the group.
           01 nf-table.
             05 nf-cnt pic 9(4) value 0.
             05 nf-entry occurs 2000 times.
               10 nf-text pic x(32).
               10 nf-len pic 9(2).
               10 nf-par pic 9(4).
               10 nf-grp pic 9(4).

       procedure division.
       a00-start section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         if fname = spaces then
           display 'usage: neardup in-table-file [KEYS=ref-file] ',
             '[MAP=map-file] [EDIT=n] [COL=name] [delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:5)) = 'KEYS='
               move opt-tmp(6:128) to key-fname
             when function upper-case(opt-tmp(1:4)) = 'MAP='
               move opt-tmp(5:128) to map-fname
             when function upper-case(opt-tmp(1:5)) = 'EDIT='
                 and function test-numval(opt-tmp(6:1)) = 0
               move function numval(opt-tmp(6:1)) to edit-max
               if edit-max > 2 then
                 display 'neardup: EDIT= is at most 2'
                 move 2 to edit-max
               end-if
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when other
               display 'neardup: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if map-fname = spaces then
           string function trim(fname) '.map' delimited by size
             into map-fname
           end-string
         end-if
         perform g00-read-file
         if return-code = 8 then
           go to a99-end
         end-if
         if row-count = 0 then
           display 'neardup: no data rows found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         if not key-fname = spaces then
           perform g04-load-keys
           if return-code = 8 then
             go to a99-end
           end-if
         end-if
         perform h00-normalise-keys
         if edit-max > 0 then
           perform h02-join-near-forms
         end-if
         perform k00-report-groups
         perform m00-write-map
         display ' '
         display 'neardup: ', keys-total, ' key(s), ', grp-count,
           ' near-duplicate group(s) holding ', grouped-keys,
           ' key(s); suggested map in ', function trim(map-fname)
         if unmapped-count > 0 then
           display 'neardup: ', unmapped-count, ' key(s) holding a ',
             'space left as comments in the map'
         end-if
         if grp-count > 0 or bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the header/row parse crosstab's g01/g02 do; each row's key
      * is counted into the key table with its value.
       g00-read-file section.
         move 0 to cntrec
         move 0 to iseof
         open input tableinp
         if inp-fs not = '00' then
           display 'neardup: cannot open ', function trim(fname),
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
               perform g05-csv-record
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
                 display 'neardup: bad row at line ', linenum,
                   ' skipped: ', function trim(table-record)
               else
                 add 1 to row-count
                 perform g03-count-key
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
       g05-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'neardup: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g94-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         move 1 to meas-col
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
             if function upper-case(hdr-tok) = col-arg
                 and colcount <= 10 then
               move colcount to meas-col
             end-if
           end-if
         end-perform
         if colcount > 10 then
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         if not col-arg = spaces and meas-col = 1
             and colcount > 1 then
           display 'neardup: COL= name ', function trim(col-arg),
             ' taken as column 1'
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
         perform varying jj from 1 by 1 until jj > meas-col
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok
               with pointer row-ptr
             end-unstring
           end-if
         end-perform
         if row-tok = spaces or row-tok = '-'
             or function upper-case(row-tok) = 'NA' then
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

       g03-count-key section.
         perform u00-find-key
         if kk = 0 then
           go to g96-exit
         end-if
         add 1 to ky-rows(kk)
         if row-miss = 0 then
           add 1 to ky-present(kk)
           compute ky-sum(kk) = ky-sum(kk)
             + function numval(row-tok)
         end-if
         .

       g96-exit.
         exit
         .

      * the reference key list, one key per line, '*' comments -
      * the same file table's KEYS= reads.
       g04-load-keys section.
         open input keyfile
         if key-fs not = '00' then
           display 'neardup: cannot open key file ',
             function trim(key-fname), ', status ', key-fs
           move 8 to return-code
           go to g95-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read keyfile into key-record
           at end
             move 1 to iseof
           not at end
             if key-record not = spaces
                 and key-record(1:1) not = '*' then
               move function trim(key-record) to r-header-in
               perform u00-find-key
               if kk > 0 then
                 move 1 to ky-ref(kk)
               end-if
             end-if
           end-read
         end-perform
         close keyfile
         .

       g95-exit.
         exit
         .

      * each key's normal form, one nf-entry per distinct form.
       h00-normalise-keys section.
         move ky-cnt to keys-total
         perform varying ii from 1 by 1 until ii > ky-cnt
           move ky-key(ii) to nrm-in
           perform h01-normalise
           move 0 to gg
           perform varying kk from 1 by 1
               until kk > nf-cnt or gg > 0
             if nf-text(kk) = nrm-out then
               move kk to gg
             end-if
           end-perform
           if gg = 0 then
             add 1 to nf-cnt
             move nf-cnt to gg
             move nrm-out to nf-text(gg)
             move nrm-len to nf-len(gg)
             move gg to nf-par(gg)
             move 0 to nf-grp(gg)
           end-if
           move gg to ky-nf(ii)
         end-perform
         .

       h99-exit.
         exit
         .

      * nrm-in to nrm-out: upper case, letters and digits only,
      * then the leading zeros of every run of digits dropped (a
      * run of nothing but zeros keeps one).
       h01-normalise section.
         move spaces to nrm-alnum
         move 0 to nrm-len
         move function upper-case(nrm-in) to nrm-in
         perform varying cc from 1 by 1 until cc > 32
           move nrm-in(cc:1) to nrm-ch
           if (nrm-ch >= 'A' and nrm-ch <= 'Z')
               or (nrm-ch >= '0' and nrm-ch <= '9') then
             add 1 to nrm-len
             move nrm-ch to nrm-alnum(nrm-len:1)
           end-if
         end-perform
         move spaces to nrm-out
         move nrm-len to ed-la
         move 0 to nrm-len
         move 0 to nrm-in-num
         move 0 to nrm-nonzero
         perform varying cc from 1 by 1 until cc > ed-la
           move nrm-alnum(cc:1) to nrm-ch
           if nrm-ch >= '0' and nrm-ch <= '9' then
             if nrm-in-num = 0 then
               move 1 to nrm-in-num
               move 0 to nrm-nonzero
             end-if
             if nrm-ch = '0' and nrm-nonzero = 0 then
               continue
             else
               move 1 to nrm-nonzero
               add 1 to nrm-len
               move nrm-ch to nrm-out(nrm-len:1)
             end-if
           else
             if nrm-in-num = 1 and nrm-nonzero = 0 then
               add 1 to nrm-len
               move '0' to nrm-out(nrm-len:1)
             end-if
             move 0 to nrm-in-num
             add 1 to nrm-len
             move nrm-ch to nrm-out(nrm-len:1)
           end-if
         end-perform
         if nrm-in-num = 1 and nrm-nonzero = 0 then
           add 1 to nrm-len
           move '0' to nrm-out(nrm-len:1)
         end-if
         .

       h98-exit.
         exit
         .

      * forms within edit-max edits of each other join one group;
      * only forms whose lengths are that close can be.
       h02-join-near-forms section.
         perform varying ii from 1 by 1 until ii > nf-cnt
           perform varying kk from ii by 1 until kk > nf-cnt
             if kk > ii
                 and nf-len(ii) <= nf-len(kk) + edit-max
                 and nf-len(kk) <= nf-len(ii) + edit-max then
               move nf-text(ii) to ed-a
               move nf-len(ii) to ed-la
               move nf-text(kk) to ed-b
               move nf-len(kk) to ed-lb
               perform h03-edit-distance
               if ed-dist <= edit-max then
                 move ii to ra
                 perform until nf-par(ra) = ra
                   move nf-par(ra) to ra
                 end-perform
                 move kk to rb
                 perform until nf-par(rb) = rb
                   move nf-par(rb) to rb
                 end-perform
                 if ra < rb then
                   move ra to nf-par(rb)
                 end-if
                 if rb < ra then
                   move rb to nf-par(ra)
                 end-if
               end-if
             end-if
           end-perform
         end-perform
         .

       h97-exit.
         exit
         .

      * edit distance of ed-a and ed-b, row by row; it stops as
      * soon as a whole row is past edit-max.
       h03-edit-distance section.
         perform varying eb from 0 by 1 until eb > ed-lb
           move eb to ed-prev(eb + 1)
         end-perform
         move 0 to ed-min
         perform varying ea from 1 by 1
             until ea > ed-la or ed-min > edit-max
           move ea to ed-cur(1)
           move ea to ed-min
           perform varying eb from 1 by 1 until eb > ed-lb
             move 1 to ed-cost
             if ed-a(ea:1) = ed-b(eb:1) then
               move 0 to ed-cost
             end-if
             compute ed-cur(eb + 1) = ed-prev(eb) + ed-cost
             if ed-prev(eb + 1) + 1 < ed-cur(eb + 1) then
               compute ed-cur(eb + 1) = ed-prev(eb + 1) + 1
             end-if
             if ed-cur(eb) + 1 < ed-cur(eb + 1) then
               compute ed-cur(eb + 1) = ed-cur(eb) + 1
             end-if
             if ed-cur(eb + 1) < ed-min then
               move ed-cur(eb + 1) to ed-min
             end-if
           end-perform
           perform varying eb from 0 by 1 until eb > ed-lb
             move ed-cur(eb + 1) to ed-prev(eb + 1)
           end-perform
         end-perform
         if ed-min > edit-max then
           compute ed-dist = edit-max + 1
         else
           move ed-prev(ed-lb + 1) to ed-dist
         end-if
         .

       h96-exit.
         exit
         .

      * one block per group of two or more keys, in the order the
      * groups' first keys were seen.
       k00-report-groups section.
         display 'near-duplicate keys in ', function trim(fname)
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         if not key-fname = spaces then
           display '  reference keys from ', function trim(key-fname)
         end-if
         perform varying ii from 1 by 1 until ii > ky-cnt
           move ii to ky-sug(ii)
         end-perform
         perform varying ii from 1 by 1 until ii > ky-cnt
           move ky-nf(ii) to ra
           perform until nf-par(ra) = ra
             move nf-par(ra) to ra
           end-perform
           if nf-grp(ra) = 0 then
             move 0 to mem-count
             move 0 to ref-in-grp
             move 0 to best-ix
             perform varying kk from 1 by 1 until kk > ky-cnt
               perform u01-root-of-kk
               if rb = ra then
                 add 1 to mem-count
                 if ky-ref(kk) = 1 then
                   add 1 to ref-in-grp
                   move kk to best-ix
                 end-if
               end-if
             end-perform
             if mem-count > 1 then
               add 1 to grp-count
               move grp-count to nf-grp(ra)
               add mem-count to grouped-keys
               if ref-in-grp = 0 then
                 perform k02-pick-busiest
               end-if
               perform k01-print-group
             else
               move 9999 to nf-grp(ra)
             end-if
           end-if
         end-perform
         if grp-count = 0 then
           display ' '
           display '  no near-duplicate keys'
         end-if
         .

       k99-exit.
         exit
         .

       k01-print-group section.
         move grp-count to grp-dsp
         display ' '
         display 'group ', function trim(grp-dsp), '  ',
           function trim(nf-text(ra))
         display '  key' '                                  rows',
           '             value'
         perform varying kk from 1 by 1 until kk > ky-cnt
           perform u01-root-of-kk
           if rb = ra then
             move spaces to ref-flag
             if ky-ref(kk) = 1 then
               move 'REF' to ref-flag
             end-if
             move ky-rows(kk) to rows-dsp
             if ky-present(kk) = 0 then
               move 'NA' to sum-dsp
             else
               move ky-sum(kk) to float53
               call 'trim-float53' using number53
               move function trim(numstr53) to sum-dsp
             end-if
             display '  ', ky-key(kk), ref-flag, rows-dsp, sum-dsp
             if ref-in-grp < 2 then
               move best-ix to ky-sug(kk)
             end-if
           end-if
         end-perform
         if ref-in-grp > 1 then
           display '  ', ref-in-grp, ' reference keys in the ',
             'group, no key suggested'
         else
           display '  suggested key ', function trim(ky-key(best-ix))
         end-if
         .

       k98-exit.
         exit
         .

      * no reference key: the member with the most rows.
       k02-pick-busiest section.
         move 0 to best-ix
         perform varying kk from 1 by 1 until kk > ky-cnt
           perform u01-root-of-kk
           if rb = ra then
             if best-ix = 0 then
               move kk to best-ix
             else
               if ky-rows(kk) > ky-rows(best-ix) then
                 move kk to best-ix
               end-if
             end-if
           end-if
         end-perform
         .

       k97-exit.
         exit
         .

      * every key the file carries, under its suggested key.
       m00-write-map section.
         open output mapout
         move spaces to map-record
         string '* suggested by neardup from ' function trim(fname)
           ' - review before use' delimited by size
           into map-record
         end-string
         write map-record
         perform varying kk from 1 by 1 until kk > ky-cnt
           if ky-rows(kk) > 0 then
             move ky-sug(kk) to best-ix
             move spaces to map-record
             move function trim(ky-key(kk)) to row-tok
             move 0 to cc
             move function length(function trim(row-tok)) to nrm-len
             inspect row-tok(1:nrm-len) tallying cc for all space
             if cc > 0 then
               add 1 to unmapped-count
               string '* ' function trim(ky-key(kk)) ' -> '
                 function trim(ky-key(best-ix))
                 ' (key holds a space, map by hand)'
                 delimited by size into map-record
               end-string
             else
               string function trim(ky-key(kk)) ' '
                 function trim(ky-key(best-ix))
                 delimited by size into map-record
               end-string
             end-if
             write map-record
           end-if
         end-perform
         close mapout
         .

       m99-exit.
         exit
         .

      * kk set to r-header-in's entry in the key table, added if
      * new; 0 when the table is full.
       u00-find-key section.
         move 0 to kk
         perform varying gg from 1 by 1
             until gg > ky-cnt or kk > 0
           if ky-key(gg) = r-header-in then
             move gg to kk
           end-if
         end-perform
         if kk > 0 then
           go to u99-exit
         end-if
         if ky-cnt >= 2000 then
           if full-warned = 0 then
             display 'neardup: more than 2000 distinct keys, ',
               'extra keys ignored'
             move 1 to full-warned
           end-if
           go to u99-exit
         end-if
         add 1 to ky-cnt
         move ky-cnt to kk
         move r-header-in to ky-key(kk)
         move 0 to ky-nf(kk)
         move 0 to ky-rows(kk)
         move 0 to ky-present(kk)
         move 0 to ky-sum(kk)
         move 0 to ky-ref(kk)
         move kk to ky-sug(kk)
         .

       u99-exit.
         exit
         .

      * rb set to the group root of key kk's normal form.
       u01-root-of-kk section.
         move ky-nf(kk) to rb
         perform until nf-par(rb) = rb
           move nf-par(rb) to rb
         end-perform
         .

       u98-exit.
         exit
         .
