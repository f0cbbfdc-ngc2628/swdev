       identification division.
         program-id. enrich.

      * reference master enrichment: the extracts carry a bare
      * r-header code (BR0412), and every customer pack had the
      * branch name, region and manager typed in beside it. This
      * looks each row's key up on a reference master - one record
      * per key and effective date range, with named text
      * attributes - as of the file's date, and writes the chosen
      * attributes into the row as TEXT columns of the coor3d
      * layout, so sort3d, tablefilt, crosstab and the HTML pack
      * can sort, filter and group on them. table's KEYS= check
      * only says a key exists; this says what it is.
      *
      *   enrich in-table-file out-table-file master-file
      *     attr[,attr...] [ASOF=YYYYMMDD|KEY] [DATEPOS=n]
      *     [KEYLEN=n] [SCHEMA=rules-file] [, or ; or CSV]
      *
      * master file ('*' comments): a header line naming the
      * columns, then one line per key and version -
      *   KEY FROM TO attr1 attr2 ...
      *   BR0412 20240101 99991231 Leeds North J.Smith
      * split on '|' when the line has one (so a value may hold
      * spaces), on spaces otherwise. FROM/TO are the inclusive
      * effective dates; a blank or 0 TO is open-ended, and where
      * versions overlap the latest FROM wins.
      *
      * ASOF= is the date the keys are looked up at, default
      * today; ASOF=KEY takes each row's own YYYYMMDD at DATEPOS=
      * (default 1). KEYLEN= matches only the first n characters of
      * r-header against the master key. The attributes go on
      * after the existing columns under their master names (cut
      * to the 6 characters a c-header holds); spaces and the
      * delimiter inside a value become '_', and values are cut to
      * the 16 characters a TEXT cell holds. A row whose key has no
      * master record, or none in effect on the date, goes to the
      * exception report (out-file.exc), not through with blanks,
      * and returns 4. out-file.sch is written beside the output:
      * the SCHEMA= rules (if any) plus a TEXT line for each added
      * column, for the readers that need c-type set.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential.
           select tableout assign to foutname
           organization is line sequential.
           select mstfile assign to mst-fname
           organization is line sequential
           file status is mst-fs.
           select excfile assign to exc-fname
           organization is line sequential.
           select schin assign to sch-fname
           organization is line sequential
           file status is schin-fs.
           select schout assign to schout-name
           organization is line sequential.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd mstfile.
           01 mst-record pic x(400) value spaces.
         fd excfile.
           01 exc-record pic x(255) value spaces.
         fd schin.
           01 schin-record pic x(80) value spaces.
         fd schout.
           01 schout-record pic x(80) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 mst-fname pic x(128) value spaces.
             05 mst-fs pic xx value '00'.
             05 exc-fname pic x(132) value spaces.
             05 exc-open pic 9 value 0.
             05 schin-fs pic xx value '00'.
             05 schout-name pic x(132) value spaces.
             05 attr-arg pic x(136) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 linenum pic 9(6) value 0.
             05 bad-row-count pic 9(4) value 0.
             05 csv-data.
               copy csvdata.
             05 asof-arg pic x(8) value spaces.
             05 asof-num pic 9(8) value 0.
             05 row-asof pic 9(8) value 0.
             05 asof-key pic 9 value 0.
             05 date-pos pic 9(2) value 1.
             05 key-len pic 9(2) value 0.
             05 date-tok pic x(8) value spaces.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 jj pic 9(2) value 0.
             05 aa pic 9(2) value 0.
             05 mm pic 9(4) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 hdr-line pic x(255) value spaces.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 look-key pic x(32) value spaces.
             05 tok-in pic x(32) occurs 10 times value spaces.
             05 out-ptr pic 9(4) value 1.
             05 out-count pic 9(6) value 0.
             05 nomaster-cnt pic 9(6) value 0.
             05 noteff-cnt pic 9(6) value 0.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 col1-text pic 9 value 0.
             05 col-type-chk pic 9 value 0.
      *    the attributes asked for: the master column each comes
      *    from and the c-header it goes out under.
             05 want-cnt pic 9(2) value 0.
             05 want-name pic x(16) occurs 10 times value spaces.
             05 want-col pic 9(2) occurs 10 times value 0.
             05 want-hdr pic x(6) occurs 10 times value spaces.
             05 attr-ptr pic 9(4) value 1.
             05 attr-tok pic x(32) value spaces.
             05 attr-len pic 9(2) value 0.
      *    the master: its header names, then the versions.
             05 mst-hdr-seen pic 9 value 0.
             05 mst-split pic x(1) value space.
             05 mst-ncols pic 9(2) value 0.
             05 mst-col-name pic x(16) occurs 13 times value spaces.
             05 mst-tok pic x(32) occurs 13 times value spaces.
             05 mst-ptr pic 9(4) value 1.
             05 mst-len pic 9(4) value 0.
             05 mst-bad pic 9(4) value 0.
             05 mst-full-warned pic 9 value 0.
             05 mst-cnt pic 9(4) value 0.
             05 mst-entry occurs 2000 times.
               10 mst-key pic x(32).
               10 mst-from pic 9(8).
               10 mst-to pic 9(8).
               10 mst-attr pic x(32) occurs 10 times.
             05 hit-ix pic 9(4) value 0.
             05 key-seen pic 9 value 0.
             05 cell-txt pic x(32) value spaces.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 now-data.
               copy datetimedata.
             05 schema-data.
               copy schemadata.
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
         accept foutname from argument-value
           on exception
             move spaces to foutname
         end-accept
         accept mst-fname from argument-value
           on exception
             move spaces to mst-fname
         end-accept
         accept attr-arg from argument-value
           on exception
             move spaces to attr-arg
         end-accept
         if fname = spaces or foutname = spaces
             or mst-fname = spaces or attr-arg = spaces then
           display 'usage: enrich in-table-file out-table-file ',
             'master-file attr[,attr...] [ASOF=YYYYMMDD|KEY] ',
             '[DATEPOS=n] [KEYLEN=n] [SCHEMA=rules-file] ',
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
             when function upper-case(opt-tmp(1:5)) = 'ASOF='
               move function upper-case(opt-tmp(6:8)) to asof-arg
             when function upper-case(opt-tmp(1:8)) = 'DATEPOS='
               if function test-numval(opt-tmp(9:2)) = 0 then
                 move function numval(opt-tmp(9:2)) to date-pos
               end-if
               if date-pos < 1 or date-pos > 25 then
                 move 1 to date-pos
               end-if
             when function upper-case(opt-tmp(1:7)) = 'KEYLEN='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-len
               end-if
               if key-len > 32 then
                 move 0 to key-len
               end-if
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when other
               display 'enrich: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         evaluate true
           when asof-arg = 'KEY'
             move 1 to asof-key
           when asof-arg = spaces
             call 'now-str' using now-data
             compute asof-num = m_year of now-data * 10000
               + m_month of now-data * 100 + m_day of now-data
           when function test-numval(asof-arg) = 0
             move function numval(asof-arg) to asof-num
             if function test-date-yyyymmdd(asof-num) not = 0 then
               display 'enrich: ASOF= ', asof-arg, ' is not a ',
                 'calendar date'
               move 8 to return-code
               go to a99-end
             end-if
           when other
             display 'enrich: ASOF= wants YYYYMMDD or KEY'
             move 8 to return-code
             go to a99-end
         end-evaluate
         if not sch-fname = spaces then
           call 'schema-load' using schema-data
           if sch-loaded = 0 then
             display 'enrich: schema file ',
               function trim(sch-fname),
               ' could not be loaded, run refused'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform b00-load-master
         if mst-cnt = 0 then
           display 'enrich: no usable master records in ',
             function trim(mst-fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform b01-pick-attributes
         if want-cnt = 0 then
           move 8 to return-code
           go to a99-end
         end-if
         string function trim(foutname) '.exc' delimited by size
           into exc-fname
         end-string
         string function trim(foutname) '.sch' delimited by size
           into schout-name
         end-string
         perform g00-enrich-file
         if return-code = 8 then
           go to a99-end
         end-if
         if exc-open = 1 then
           close excfile
         end-if
         perform m00-write-schema
         display 'enrich: ', out-count, ' row(s) written to ',
           function trim(foutname), ' with ', want-cnt,
           ' attribute(s); ', nomaster-cnt, ' key(s) without a ',
           'master record, ', noteff-cnt, ' not in effect'
         if nomaster-cnt > 0 or noteff-cnt > 0 then
           display 'enrich: unmatched rows reported in ',
             function trim(exc-fname)
           move 4 to return-code
         end-if
         if mst-bad > 0 then
           move 4 to return-code
         end-if
         if bad-row-count > 0 then
           display 'enrich: ', bad-row-count, ' bad row(s) skipped'
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the master's header line names its columns (KEY, FROM, TO
      * and the attributes); every later line is one version.
       b00-load-master section.
         open input mstfile
         if mst-fs not = '00' then
           display 'enrich: cannot open master file ',
             function trim(mst-fname), ', status ', mst-fs
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read mstfile into mst-record
           at end
             move 1 to iseof
           not at end
             if mst-record not = spaces
                 and mst-record(1:1) not = '*' then
               perform b02-split-master
               if mst-hdr-seen = 0 then
                 move 1 to mst-hdr-seen
                 perform varying jj from 1 by 1 until jj > 13
                   move function upper-case(mst-tok(jj))
                     to mst-col-name(jj)
                 end-perform
               else
                 perform b03-file-version
               end-if
             end-if
           end-read
         end-perform
         close mstfile
         .

       b99-exit.
         exit
         .

      * ATTR names against the master header; each must be one of
      * its columns past TO, and the result must fit 10 columns.
       b01-pick-attributes section.
         move 1 to attr-ptr
         compute hdr-len = function length(function trim(
           attr-arg))
         perform until attr-ptr > hdr-len
           move spaces to attr-tok
           unstring attr-arg delimited by ','
             into attr-tok
             with pointer attr-ptr
           end-unstring
           if attr-tok not = spaces then
             if want-cnt >= 10 then
               display 'enrich: more than 10 attributes named'
               move 0 to want-cnt
               go to b98-exit
             end-if
             add 1 to want-cnt
             move function upper-case(attr-tok) to
               want-name(want-cnt)
             move 0 to want-col(want-cnt)
             perform varying jj from 4 by 1 until jj > mst-ncols
               if mst-col-name(jj) = want-name(want-cnt) then
                 compute want-col(want-cnt) = jj - 3
               end-if
             end-perform
             if want-col(want-cnt) = 0 then
               display 'enrich: attribute ',
                 function trim(attr-tok), ' is not a column of ',
                 function trim(mst-fname)
               move 0 to want-cnt
               go to b98-exit
             end-if
             move want-name(want-cnt)(1:6) to want-hdr(want-cnt)
             if want-name(want-cnt)(7:10) not = spaces then
               display 'enrich: attribute ',
                 function trim(want-name(want-cnt)),
                 ' goes out as c-header ', want-hdr(want-cnt)
             end-if
           end-if
         end-perform
         .

       b98-exit.
         exit
         .

      * a master line into mst-tok(1..13): on '|' when the line
      * has one, so a name with spaces survives, else on spaces.
       b02-split-master section.
         move space to mst-split
         move 0 to key-seen
         inspect mst-record tallying key-seen for all '|'
         if key-seen > 0 then
           move '|' to mst-split
         end-if
         perform varying jj from 1 by 1 until jj > 13
           move spaces to mst-tok(jj)
         end-perform
         move 1 to mst-ptr
         move 0 to mst-ncols
         compute mst-len = function length(function trim(
           mst-record, trailing))
         perform until mst-ptr > mst-len or mst-ncols >= 13
           add 1 to mst-ncols
           if mst-split = space then
             unstring mst-record delimited by all space
               into mst-tok(mst-ncols)
               with pointer mst-ptr
             end-unstring
           else
             unstring mst-record delimited by '|'
               into mst-tok(mst-ncols)
               with pointer mst-ptr
             end-unstring
           end-if
           move function trim(mst-tok(mst-ncols))
             to mst-tok(mst-ncols)
         end-perform
         .

       b97-exit.
         exit
         .

       b03-file-version section.
         if mst-tok(1) = spaces
             or function test-numval(mst-tok(2)) not = 0 then
           add 1 to mst-bad
           display 'enrich: bad master line skipped: ',
             function trim(mst-record)
           go to b96-exit
         end-if
         if mst-cnt >= 2000 then
           if mst-full-warned = 0 then
             display 'enrich: more than 2000 master records, ',
               'extra records ignored'
             move 1 to mst-full-warned
           end-if
           go to b96-exit
         end-if
         add 1 to mst-cnt
         move mst-tok(1) to mst-key(mst-cnt)
         move function numval(mst-tok(2)) to mst-from(mst-cnt)
         move 99999999 to mst-to(mst-cnt)
         if function test-numval(mst-tok(3)) = 0 then
           if function numval(mst-tok(3)) > 0 then
             move function numval(mst-tok(3)) to mst-to(mst-cnt)
           end-if
         end-if
         perform varying jj from 1 by 1 until jj > 10
           move mst-tok(jj + 3) to mst-attr(mst-cnt, jj)
         end-perform
         .

       b96-exit.
         exit
         .

      * one pass: the header gains the attribute names, each row
      * its attribute values or a line on the exception report.
       g00-enrich-file section.
         move 0 to cntrec
         move 0 to iseof
         perform z01-point-at-temp
         open input tableinp
         open output tableout
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
               if colcount + want-cnt > 10 then
                 display 'enrich: ', colcount, ' column(s) and ',
                   want-cnt, ' attribute(s) pass the 10-column ',
                   'limit, run refused'
                 close tableinp
                 close tableout
                 move spaces to swap-cmd
                 string 'rm -f ' function trim(swap-name)
                   delimited by size into swap-cmd
                 end-string
                 call "SYSTEM" using swap-cmd
                 move 8 to return-code
                 go to g99-exit
               end-if
               perform g03-write-header
             else
               perform g02-parse-row
               perform h00-look-up
               if hit-ix = 0 then
                 perform h01-write-exception
               else
                 perform k00-write-row
               end-if
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
         close tableinp
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
         close tableout
         perform z00-swap-output
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
           display 'enrich: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g95-exit.
         exit
         .

       g01-parse-header section.
         move table-record to hdr-line
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
             if colcount = 1 and sch-loaded = 1 then
               call 'schema-col-type' using schema-data,
                 hdr-tok(1:6), col-type-chk
               move col-type-chk to col1-text
             end-if
           end-if
         end-perform
         if colcount > 10 then
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

       g03-write-header section.
         move spaces to table-out-record
         move function trim(hdr-line) to table-out-record
         compute out-ptr = function length(function trim(
           hdr-line)) + 1
         perform varying aa from 1 by 1 until aa > want-cnt
           move want-hdr(aa) to cell-txt
           perform k01-put-token
         end-perform
         write table-out-record
         .

       g96-exit.
         exit
         .

      * the version of the row's key in effect on the date: the
      * one with the latest FROM that has started and not ended.
       h00-look-up section.
         move 0 to hit-ix
         move 0 to key-seen
         move r-header-in to look-key
         if key-len > 0 then
           move spaces to look-key
           move r-header-in(1:key-len) to look-key
         end-if
         move asof-num to row-asof
         if asof-key = 1 then
           move 0 to row-asof
           move r-header-in(date-pos:8) to date-tok
           if function test-numval(date-tok) = 0 then
             move function numval(date-tok) to row-asof
           end-if
         end-if
         perform varying mm from 1 by 1 until mm > mst-cnt
           if mst-key(mm) = look-key then
             move 1 to key-seen
             if mst-from(mm) <= row-asof
                 and mst-to(mm) >= row-asof then
               if hit-ix = 0 then
                 move mm to hit-ix
               else
                 if mst-from(mm) > mst-from(hit-ix) then
                   move mm to hit-ix
                 end-if
               end-if
             end-if
           end-if
         end-perform
         .

       h99-exit.
         exit
         .

       h01-write-exception section.
         if exc-open = 0 then
           open output excfile
           move 1 to exc-open
         end-if
         move spaces to exc-record
         if key-seen = 0 then
           add 1 to nomaster-cnt
           string 'NOMASTER ' function trim(look-key) ' '
             function trim(table-record)
             delimited by size into exc-record
           end-string
         else
           add 1 to noteff-cnt
           string 'NOTINEFFECT ' function trim(look-key) ' asof='
             row-asof ' ' function trim(table-record)
             delimited by size into exc-record
           end-string
         end-if
         write exc-record
         .

       h98-exit.
         exit
         .

      * the row as it came, then its attribute values.
       k00-write-row section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(r-header-in) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > colcount
           move tok-in(jj) to cell-txt
           perform k01-put-token
         end-perform
         perform varying aa from 1 by 1 until aa > want-cnt
           move mst-attr(hit-ix, want-col(aa)) to cell-txt
           if cell-txt = spaces then
             move 'NA' to cell-txt
           end-if
           move function trim(cell-txt) to cell-txt
           compute attr-len = function length(function trim(
             cell-txt))
           if attr-len > 16 then
             move 16 to attr-len
           end-if
           move cell-txt(1:attr-len) to attr-tok
           move attr-tok to cell-txt
           inspect cell-txt(1:attr-len) replacing all space by '_'
           if delim-arg not = space then
             inspect cell-txt(1:attr-len)
               replacing all delim-arg by '_'
           end-if
           perform k01-put-token
         end-perform
         write table-out-record
         add 1 to out-count
         add 1 to trl-count
         if col1-text = 0 and function test-numval(tok-in(1)) = 0
             then
           compute trl-hash = trl-hash + function numval(tok-in(1))
         end-if
         .

       k99-exit.
         exit
         .

       k01-put-token section.
         if delim-arg = space then
           string ' ' delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-arg delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         string function trim(cell-txt) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         .

       k98-exit.
         exit
         .

      * the rules the input came with, then a TEXT line for each
      * added column.
       m00-write-schema section.
         open output schout
         if sch-fname not = spaces then
           open input schin
           if schin-fs = '00' then
             move 0 to iseof
             perform until iseof = 1
               read schin into schin-record
               at end
                 move 1 to iseof
               not at end
                 write schout-record from schin-record
               end-read
             end-perform
             close schin
           end-if
         end-if
         perform varying aa from 1 by 1 until aa > want-cnt
           move spaces to schout-record
           string function trim(want-hdr(aa)) ' TEXT'
             delimited by size into schout-record
           end-string
           write schout-record
         end-perform
         close schout
         .

       m99-exit.
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
           display 'enrich: ' function trim(eg-msg)
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
         move 'enrich' to lin-program
         move foutname to lin-out-file
         move 2 to lin-in-count
         move fname to lin-in-file(1)
         move mst-fname to lin-in-file(2)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
