
       identification division.
         program-id. dataprof.

      * data profiler for a coor1d/coor3d feed: reads one file, or
      * several deliveries of the same feed, and reports what the
      * data actually looks like, column by column - type (numeric,
      * text, or mixed), missing cells, min, max, mean, an estimate
      * of the distinct values, the decimal places seen and the
      * sign - and for the key its common prefix, length range and
      * character shape (A letters, 9 digits, BR-10 is A-9). From
      * that it proposes a schema rules file in tableschema.cbl's
      * format for an analyst to review and tighten, so a new feed
      * starts from its own figures instead of guessed ranges.
      *
      *   dataprof table-file [table-file ...] [PROPOSE=rules-file]
      *     [MARGIN=pct] [SAVE=profile-file] [COMPARE=profile-file]
      *     [, or ; or CSV]
      *
      * Up to 10 files, taken together as one profile; columns are
      * matched by header name, so a delivery that drops or adds a
      * column still profiles. The proposed file carries:
      *   R-HEADER prefix*      the keys' common prefix, else ANY
      *   col min max REQUIRED  numeric columns, the range seen
      *                         widened by MARGIN percent of its
      *                         span (profile-margin in suite.cfg,
      *                         default 10) and kept at zero or
      *                         above when no value was negative;
      *                         REQUIRED when no cell was missing
      *   col TEXT              text and mixed columns
      * SAVE= writes the profile as keyword=value lines; COMPARE=
      * reads a saved one and flags every column whose shape moved
      * - type, decimal places, sign, missing cells where there
      * were none, a range beyond the margin, the distinct count
      * halving or doubling, a column gone or new - and the key's
      * prefix, lengths and shape. Any change returns 4. COMPARE=
      * is done before SAVE=, so the two may name the same file and
      * each delivery is judged against the one before.
      *
      * The distinct count is a linear-counting estimate over a
      * 4096-bit map per column, good to a few percent up to some
      * tens of thousands of values; past that the map fills and
      * the count is shown as a floor (>).

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential
           file status is inp-fs.
           select propfile assign to prop-fname
           organization is line sequential.
           select savefile assign to save-fname
           organization is line sequential.
           select cmpfile assign to cmp-fname
           organization is line sequential
           file status is cmp-fs.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd propfile.
           01 prop-record pic x(255) value spaces.
         fd savefile.
           01 save-record pic x(255) value spaces.
         fd cmpfile.
           01 cmp-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 inp-fs pic xx value '00'.
             05 prop-fname pic x(128) value spaces.
             05 save-fname pic x(128) value spaces.
             05 cmp-fname pic x(128) value spaces.
             05 cmp-fs pic xx value '00'.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 in-count pic 9(2) value 0.
             05 in-ix pic 9(2) value 0.
             05 in-file occurs 10 times.
               10 in-name pic x(128) value spaces.
               10 in-rows pic 9(8) value 0.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(8) value 0.
             05 linenum pic 9(8) value 0.
             05 row-count pic 9(8) value 0.
             05 bad-row-count pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(2) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-map pic 9(2) occurs 10 times value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 cell-val pic s9(16)v9(9) comp-3 value 0.
             05 int-part pic x(32) value spaces.
             05 frac-part pic x(32) value spaces.
             05 frac-len pic 9(2) value 0.
             05 hash-tok pic x(32) value spaces.
             05 hash-len pic 9(2) value 0.
             05 hash-pos pic 9(2) value 0.
             05 hash-h pic 9(9) comp value 0.
             05 hash-mix pic 9(18) comp value 0.
             05 hash-bit pic 9(4) comp value 0.
             05 bit-zeros pic 9(4) comp value 0.
             05 dist-est pic 9(8) value 0.
             05 dist-over pic 9 value 0.
             05 dist-now pic 9(8) value 0.
             05 dist-then pic 9(8) value 0.
             05 key-len pic 9(2) value 0.
             05 key-shape pic x(16) value spaces.
             05 shape-ptr pic 9(2) value 1.
             05 shape-last pic x value space.
             05 shape-ch pic x value space.
             05 margin-pct pic 9(3) value 10.
             05 span-val pic s9(16)v9(9) comp-3 value 0.
             05 pad-val pic s9(16)v9(9) comp-3 value 0.
             05 lo-val pic s9(16)v9(9) comp-3 value 0.
             05 hi-val pic s9(16)v9(9) comp-3 value 0.
             05 dp-scale pic 9(16) value 1.
             05 fmt-val pic s9(16)v9(9) comp-3 value 0.
             05 fmt-dp pic 9(2) value 0.
             05 fmt-tok pic x(34) value spaces.
             05 fmt-len pic 9(2) value 0.
             05 out-ptr pic 9(4) value 1.
             05 cnt-dsp pic z(7)9 value 0.
             05 len-dsp pic z9 value 0.
             05 change-count pic 9(4) value 0.
             05 change-txt pic x(120) value spaces.
             05 cmp-bad pic 9 value 0.
             05 sv-tok pic x(64) occurs 14 times value spaces.
             05 sv-kw pic x(16) value spaces.
             05 sv-arg pic x(48) value spaces.
             05 sv-ix pic 9(2) value 0.
             05 number53.
               copy num53.
             05 runcfg-data.
               copy runcfg.
             05 datetime-data.
               copy datetimedata.
      *    the running profile, one entry per column header seen
      *    in any of the files.
           01 prof-data.
             05 pf-cols pic 9(2) value 0.
             05 pf-col occurs 10 times.
               10 pf-name pic x(32).
               10 pf-cells pic 9(8).
               10 pf-na pic 9(8).
               10 pf-num pic 9(8).
               10 pf-text pic 9(8).
               10 pf-neg pic 9(8).
               10 pf-min pic s9(16)v9(9) comp-3.
               10 pf-max pic s9(16)v9(9) comp-3.
               10 pf-sum pic s9(18)v9(9) comp-3.
               10 pf-mean pic s9(16)v9(9) comp-3.
               10 pf-dp pic 9(2).
               10 pf-type pic x(8).
               10 pf-sign pic x(3).
               10 pf-dist pic 9(8).
               10 pf-dist-over pic 9.
               10 pf-bits pic x(4096).
      *    the key column: common prefix, lengths, shapes.
           01 key-data.
             05 ky-count pic 9(8) value 0.
             05 ky-prefix pic x(32) value spaces.
             05 ky-plen pic 9(2) value 0.
             05 ky-minlen pic 9(2) value 0.
             05 ky-maxlen pic 9(2) value 0.
             05 ky-dist pic 9(8) value 0.
             05 ky-dist-over pic 9 value 0.
             05 ky-bits pic x(4096) value all '0'.
             05 ky-shapes pic 9 value 0.
             05 ky-shape-other pic 9(8) value 0.
             05 ky-shape-row occurs 5 times.
               10 ky-shape pic x(16) value spaces.
               10 ky-shape-cnt pic 9(8) value 0.
      *    a profile read back from a COMPARE= file.
           01 saved-data.
             05 sv-cols pic 9(2) value 0.
             05 sv-col occurs 10 times.
               10 sv-name pic x(32) value spaces.
               10 sv-type pic x(8) value spaces.
               10 sv-cells pic 9(8) value 0.
               10 sv-na pic 9(8) value 0.
               10 sv-min pic s9(16)v9(9) comp-3 value 0.
               10 sv-max pic s9(16)v9(9) comp-3 value 0.
               10 sv-dist pic 9(8) value 0.
               10 sv-dp pic 9(2) value 0.
               10 sv-sign pic x(3) value spaces.
               10 sv-seen pic 9 value 0.
             05 sv-key-seen pic 9 value 0.
             05 sv-prefix pic x(32) value spaces.
             05 sv-minlen pic 9(2) value 0.
             05 sv-maxlen pic 9(2) value 0.
             05 sv-shape pic x(16) value spaces.
      *    one line of the printed profile.
           01 rep-line.
             05 rl-col pic x(8) value spaces.
             05 rl-type pic x(8) value spaces.
             05 rl-cells pic z(7)9 value 0.
             05 filler pic x value space.
             05 rl-na pic z(7)9 value 0.
             05 filler pic x(2) value spaces.
             05 rl-min pic x(14) value spaces.
             05 rl-max pic x(14) value spaces.
             05 rl-mean pic x(14) value spaces.
             05 rl-dist pic x(10) value spaces.
             05 rl-dp pic z9 value 0.
             05 filler pic x(2) value spaces.
             05 rl-sign pic x(3) value spaces.

       procedure division.
       a00-start section.
         call 'run-config-load' using runcfg-data
         if cfg-profile-margin > 0 then
           move cfg-profile-margin to margin-pct
         end-if
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         if opt-tmp = spaces then
           display 'usage: dataprof table-file [table-file ...] ',
             '[PROPOSE=rules-file] [MARGIN=pct] ',
             '[SAVE=profile-file] [COMPARE=profile-file] ',
             '[delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         perform until opt-tmp = spaces
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:8)) = 'PROPOSE='
               move opt-tmp(9:128) to prop-fname
             when function upper-case(opt-tmp(1:7)) = 'MARGIN='
               if function test-numval(opt-tmp(8:)) = 0 then
                 move function numval(opt-tmp(8:)) to margin-pct
               else
                 display 'dataprof: MARGIN= wants a percentage, ',
                   function trim(opt-tmp), ' ignored'
               end-if
             when function upper-case(opt-tmp(1:5)) = 'SAVE='
               move opt-tmp(6:128) to save-fname
             when function upper-case(opt-tmp(1:8)) = 'COMPARE='
               move opt-tmp(9:128) to cmp-fname
             when other
               if in-count >= 10 then
                 display 'dataprof: more than 10 files, ',
                   function trim(opt-tmp), ' ignored'
               else
                 add 1 to in-count
                 move opt-tmp to in-name(in-count)
               end-if
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if in-count = 0 then
           display 'dataprof: no table file named'
           move 8 to return-code
           go to a99-end
         end-if
         move all '0' to ky-bits
         perform varying in-ix from 1 by 1 until in-ix > in-count
           perform g00-read-file
         end-perform
         if row-count = 0 then
           display 'dataprof: no data rows found'
           move 8 to return-code
           go to a99-end
         end-if
         perform h00-finish
         perform k00-print-profile
         if not prop-fname = spaces then
           perform k01-write-schema
         end-if
         if not cmp-fname = spaces then
           perform m00-compare
         end-if
         if not save-fname = spaces then
           perform k02-save-profile
         end-if
         .
       a99-end.
         stop run
         .

      * one delivery, row by row: nothing is held but the running
      * profile, so a file of any length profiles. The header is
      * matched to the profile's columns by name; # lines (the
      * control trailer among them) are not data.
       g00-read-file section.
         move in-name(in-ix) to fname
         move 0 to cntrec
         move 0 to iseof
         open input tableinp
         if inp-fs not = '00' then
           display 'dataprof: cannot open ', function trim(fname),
             ', file skipped'
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
             if table-record = spaces or csv-skip = 1
                 or table-record(1:1) = '#' then
               continue
             else
             if cntrec = 0 then
               perform g01-parse-header
             else
               perform g02-take-row
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
           display 'dataprof: bad row at line ', linenum,
             ' of ', function trim(fname), ' skipped: ',
             function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g95-exit.
         exit
         .

      * each header column to its profile entry, a name not seen
      * in an earlier delivery opening a new one.
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
           if not hdr-tok = spaces and colcount < 10 then
             add 1 to colcount
             move 0 to col-map(colcount)
             perform varying kk from 1 by 1 until kk > pf-cols
               if function upper-case(pf-name(kk)) =
                   function upper-case(hdr-tok) then
                 move kk to col-map(colcount)
               end-if
             end-perform
             if col-map(colcount) = 0 then
               perform g03-new-column
             end-if
           end-if
         end-perform
         .

       g98-exit.
         exit
         .

       g03-new-column section.
         if pf-cols >= 10 then
           display 'dataprof: more than 10 columns across the ',
             'files, ', function trim(hdr-tok), ' in ',
             function trim(fname), ' not profiled'
           go to g94-exit
         end-if
         add 1 to pf-cols
         move hdr-tok to pf-name(pf-cols)
         move 0 to pf-cells(pf-cols)
         move 0 to pf-na(pf-cols)
         move 0 to pf-num(pf-cols)
         move 0 to pf-text(pf-cols)
         move 0 to pf-neg(pf-cols)
         move 0 to pf-min(pf-cols)
         move 0 to pf-max(pf-cols)
         move 0 to pf-sum(pf-cols)
         move 0 to pf-mean(pf-cols)
         move 0 to pf-dp(pf-cols)
         move spaces to pf-type(pf-cols)
         move spaces to pf-sign(pf-cols)
         move 0 to pf-dist(pf-cols)
         move 0 to pf-dist-over(pf-cols)
         move all '0' to pf-bits(pf-cols)
         move pf-cols to col-map(colcount)
         if in-ix > 1 then
           display 'dataprof: column ', function trim(hdr-tok),
             ' first appears in ', function trim(fname)
         end-if
         .

       g94-exit.
         exit
         .

       g02-take-row section.
         add 1 to row-count
         add 1 to in-rows(in-ix)
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform g07-take-key
         perform varying jj from 1 by 1 until jj > colcount
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok
               with pointer row-ptr
             end-unstring
           end-if
           move col-map(jj) to kk
           if kk > 0 then
             perform g05-take-cell
           end-if
         end-perform
         .

       g97-exit.
         exit
         .

      * row-tok into column kk: missing, a number (range, sum,
      * sign, decimals) or text; either kind goes on the distinct
      * map.
       g05-take-cell section.
         add 1 to pf-cells(kk)
         if row-tok = spaces or row-tok = '-'
             or function upper-case(row-tok) = 'NA' then
           add 1 to pf-na(kk)
           go to g93-exit
         end-if
         move function trim(row-tok) to hash-tok
         perform g06-hash-bit
         move '1' to pf-bits(kk)(hash-bit:1)
         if function test-numval(row-tok) not = 0 then
           add 1 to pf-text(kk)
           go to g93-exit
         end-if
         compute cell-val = function numval(row-tok)
           on size error
             add 1 to pf-text(kk)
             go to g93-exit
         end-compute
         add 1 to pf-num(kk)
         if pf-num(kk) = 1 then
           move cell-val to pf-min(kk)
           move cell-val to pf-max(kk)
         end-if
         if cell-val < pf-min(kk) then
           move cell-val to pf-min(kk)
         end-if
         if cell-val > pf-max(kk) then
           move cell-val to pf-max(kk)
         end-if
         add cell-val to pf-sum(kk)
         if cell-val < 0 then
           add 1 to pf-neg(kk)
         end-if
         move spaces to int-part
         move spaces to frac-part
         move 0 to frac-len
         unstring hash-tok delimited by '.'
           into int-part, frac-part
         end-unstring
         if not frac-part = spaces then
           compute frac-len = function length(function trim(
             frac-part))
         end-if
         if frac-len > pf-dp(kk) then
           move frac-len to pf-dp(kk)
         end-if
         .

       g93-exit.
         exit
         .

      * hash-tok to a bit of the 4096-bit distinct map: a
      * multiply-and-add over the characters, kept below a prime,
      * then spread by a Fibonacci multiply whose top 12 bits of 32
      * pick the bit - keys that differ only in their last digits
      * would otherwise crowd into neighbouring bits.
       g06-hash-bit section.
         move 0 to hash-h
         compute hash-len = function length(function trim(
           hash-tok))
         perform varying hash-pos from 1 by 1
             until hash-pos > hash-len
           compute hash-h = function mod(hash-h * 257 +
             function ord(hash-tok(hash-pos:1)), 1000003)
         end-perform
         compute hash-mix = function mod(hash-h * 2654435761,
           4294967296)
         compute hash-bit = hash-mix / 1048576 + 1
         .

       g92-exit.
         exit
         .

      * the key's prefix shared with every key so far, its length
      * and its shape - letters A, digits 9, anything else itself,
      * a run of letters or digits written once.
       g07-take-key section.
         add 1 to ky-count
         compute key-len = function length(function trim(
           r-header-in))
         if ky-count = 1 then
           move r-header-in to ky-prefix
           move key-len to ky-plen
           move key-len to ky-minlen
           move key-len to ky-maxlen
         end-if
         perform until ky-plen = 0
             or r-header-in(1:ky-plen) = ky-prefix(1:ky-plen)
           subtract 1 from ky-plen
         end-perform
         if key-len < ky-minlen then
           move key-len to ky-minlen
         end-if
         if key-len > ky-maxlen then
           move key-len to ky-maxlen
         end-if
         move r-header-in to hash-tok
         perform g06-hash-bit
         move '1' to ky-bits(hash-bit:1)
         move spaces to key-shape
         move space to shape-last
         move 1 to shape-ptr
         perform varying hash-pos from 1 by 1
             until hash-pos > key-len or shape-ptr > 16
           move r-header-in(hash-pos:1) to shape-ch
           evaluate true
             when shape-ch >= '0' and shape-ch <= '9'
               move '9' to shape-ch
             when shape-ch >= 'A' and shape-ch <= 'Z'
               move 'A' to shape-ch
             when shape-ch >= 'a' and shape-ch <= 'z'
               move 'A' to shape-ch
           end-evaluate
           if not ((shape-ch = 'A' or shape-ch = '9')
               and shape-ch = shape-last) then
             move shape-ch to key-shape(shape-ptr:1)
             add 1 to shape-ptr
           end-if
           move shape-ch to shape-last
         end-perform
         perform varying sv-ix from 1 by 1
             until sv-ix > ky-shapes
               or ky-shape(sv-ix) = key-shape
           continue
         end-perform
         if sv-ix <= ky-shapes then
           add 1 to ky-shape-cnt(sv-ix)
         else
           if ky-shapes < 5 then
             add 1 to ky-shapes
             move key-shape to ky-shape(ky-shapes)
             move 1 to ky-shape-cnt(ky-shapes)
           else
             add 1 to ky-shape-other
           end-if
         end-if
         .

       g91-exit.
         exit
         .

      * type, sign, mean and distinct estimate once every file is
      * in.
       h00-finish section.
         perform varying kk from 1 by 1 until kk > pf-cols
           evaluate true
             when pf-num(kk) > 0 and pf-text(kk) = 0
               move 'NUMERIC' to pf-type(kk)
             when pf-num(kk) = 0 and pf-text(kk) > 0
               move 'TEXT' to pf-type(kk)
             when pf-num(kk) > 0 and pf-text(kk) > 0
               move 'MIXED' to pf-type(kk)
             when other
               move 'EMPTY' to pf-type(kk)
           end-evaluate
           if pf-num(kk) > 0 then
             compute pf-mean(kk) rounded = pf-sum(kk) / pf-num(kk)
             evaluate true
               when pf-neg(kk) = 0
                 move '+' to pf-sign(kk)
               when pf-neg(kk) = pf-num(kk)
                 move '-' to pf-sign(kk)
               when other
                 move '+/-' to pf-sign(kk)
             end-evaluate
           end-if
           move 0 to bit-zeros
           inspect pf-bits(kk) tallying bit-zeros for all '0'
           perform h01-estimate
           move dist-est to pf-dist(kk)
           move dist-over to pf-dist-over(kk)
         end-perform
         move 0 to bit-zeros
         inspect ky-bits tallying bit-zeros for all '0'
         perform h01-estimate
         move dist-est to ky-dist
         move dist-over to ky-dist-over
         .

       h99-exit.
         exit
         .

      * linear counting: with z of the m bits still clear, about
      * m * ln(m / z) distinct values went in. A full map says only
      * "at least m * ln(m)".
       h01-estimate section.
         move 0 to dist-over
         if bit-zeros = 4096 then
           move 0 to dist-est
           go to h98-exit
         end-if
         if bit-zeros = 0 then
           move 1 to dist-over
           move 1 to bit-zeros
         end-if
         compute dist-est rounded =
           4096 * function log(4096 / bit-zeros)
         if dist-est = 0 then
           move 1 to dist-est
         end-if
         .

       h98-exit.
         exit
         .

       k00-print-profile section.
         move row-count to cnt-dsp
         move in-count to len-dsp
         display 'data profile of ', function trim(len-dsp),
           ' file(s), ', function trim(cnt-dsp), ' rows'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform varying in-ix from 1 by 1 until in-ix > in-count
           move in-rows(in-ix) to cnt-dsp
           display '  ', function trim(in-name(in-ix)), '  ',
             function trim(cnt-dsp), ' rows'
         end-perform
         if bad-row-count > 0 then
           move bad-row-count to cnt-dsp
           display '  bad rows skipped ', function trim(cnt-dsp)
         end-if
         move spaces to change-txt
         move 1 to out-ptr
         string 'key  prefix ' delimited by size
           into change-txt with pointer out-ptr
         end-string
         if ky-plen = 0 then
           string '(none)' delimited by size
             into change-txt with pointer out-ptr
           end-string
         else
           string ky-prefix(1:ky-plen) delimited by size
             into change-txt with pointer out-ptr
           end-string
         end-if
         move ky-minlen to len-dsp
         string '  length ' function trim(len-dsp)
           delimited by size into change-txt with pointer out-ptr
         end-string
         if ky-maxlen > ky-minlen then
           move ky-maxlen to len-dsp
           string '-' function trim(len-dsp)
             delimited by size into change-txt with pointer out-ptr
           end-string
         end-if
         move ky-dist to cnt-dsp
         if ky-dist-over = 1 then
           string '  distinct >' function trim(cnt-dsp)
             delimited by size into change-txt with pointer out-ptr
           end-string
         else
           string '  distinct ~' function trim(cnt-dsp)
             delimited by size into change-txt with pointer out-ptr
           end-string
         end-if
         display function trim(change-txt)
         perform varying sv-ix from 1 by 1 until sv-ix > ky-shapes
           move ky-shape-cnt(sv-ix) to cnt-dsp
           display '  shape ', ky-shape(sv-ix), function trim(
             cnt-dsp), ' keys'
         end-perform
         if ky-shape-other > 0 then
           move ky-shape-other to cnt-dsp
           display '  shape (other)        ', function trim(cnt-dsp),
             ' keys'
         end-if
         display 'column  type       cells       na  min           ',
           'max           mean          distinct  dp  sign'
         perform varying kk from 1 by 1 until kk > pf-cols
           move spaces to rep-line
           move pf-name(kk) to rl-col
           move pf-type(kk) to rl-type
           move pf-cells(kk) to rl-cells
           move pf-na(kk) to rl-na
           move pf-dp(kk) to rl-dp
           move pf-sign(kk) to rl-sign
           if pf-num(kk) > 0 then
             move pf-min(kk) to fmt-val
             move pf-dp(kk) to fmt-dp
             perform n00-format-num
             move fmt-tok to rl-min
             move pf-max(kk) to fmt-val
             perform n00-format-num
             move fmt-tok to rl-max
             move pf-mean(kk) to fmt-val
             add 2 to fmt-dp
             perform n00-format-num
             move fmt-tok to rl-mean
           end-if
           move pf-dist(kk) to cnt-dsp
           if pf-dist-over(kk) = 1 then
             string '>' function trim(cnt-dsp)
               delimited by size into rl-dist
             end-string
           else
             string '~' function trim(cnt-dsp)
               delimited by size into rl-dist
             end-string
           end-if
           display rep-line
         end-perform
         .

       k99-exit.
         exit
         .

      * the proposed rules, dated and marked for review. A numeric
      * range is widened by the margin on both sides and rounded
      * outward to the decimals seen; a constant column is widened
      * by the margin of its value, or by 1 when that is zero.
       k01-write-schema section.
         call 'now-str' using datetime-data
         open output propfile
         move spaces to prop-record
         string '* proposed by dataprof ' datetime-str
           ' - review before use' delimited by size
           into prop-record
         end-string
         write prop-record
         perform varying in-ix from 1 by 1 until in-ix > in-count
           move spaces to prop-record
           move in-rows(in-ix) to cnt-dsp
           string '* from ' function trim(in-name(in-ix)) ', '
             function trim(cnt-dsp) ' rows' delimited by size
             into prop-record
           end-string
           write prop-record
         end-perform
         move spaces to prop-record
         move margin-pct to cnt-dsp
         string '* ranges widened by ' function trim(cnt-dsp)
           '% of the span seen' delimited by size
           into prop-record
         end-string
         write prop-record
         move spaces to prop-record
         if ky-plen = 0 then
           move 'R-HEADER ANY' to prop-record
         else
           string 'R-HEADER ' ky-prefix(1:ky-plen) '*'
             delimited by size into prop-record
           end-string
         end-if
         write prop-record
         perform varying kk from 1 by 1 until kk > pf-cols
           move spaces to prop-record
           evaluate pf-type(kk)
             when 'NUMERIC'
               perform k05-proposed-range
             when 'TEXT'
               string function trim(pf-name(kk)) ' TEXT'
                 delimited by size into prop-record
               end-string
             when 'MIXED'
               move pf-text(kk) to cnt-dsp
               string '* ' function trim(pf-name(kk))
                 ' mixes numbers with ' function trim(cnt-dsp)
                 ' text cells - proposed as TEXT'
                 delimited by size into prop-record
               end-string
               write prop-record
               move spaces to prop-record
               string function trim(pf-name(kk)) ' TEXT'
                 delimited by size into prop-record
               end-string
             when other
               string '* ' function trim(pf-name(kk))
                 ' had no values - no rule proposed'
                 delimited by size into prop-record
               end-string
           end-evaluate
           write prop-record
         end-perform
         close propfile
         display 'dataprof: proposed rules written to ',
           function trim(prop-fname)
         .

       k98-exit.
         exit
         .

       k05-proposed-range section.
         compute span-val = pf-max(kk) - pf-min(kk)
         if span-val = 0 then
           move pf-max(kk) to span-val
           if span-val < 0 then
             compute span-val = 0 - span-val
           end-if
         end-if
         compute pad-val = span-val * margin-pct / 100
         if span-val = 0 then
           move 1 to pad-val
         end-if
         compute lo-val = pf-min(kk) - pad-val
         compute hi-val = pf-max(kk) + pad-val
         if pf-neg(kk) = 0 and lo-val < 0 then
           move 0 to lo-val
         end-if
         compute dp-scale = 10 ** pf-dp(kk)
         compute lo-val =
           function integer(lo-val * dp-scale) / dp-scale
         compute hi-val =
           0 - function integer(0 - hi-val * dp-scale) / dp-scale
         move 1 to out-ptr
         string function trim(pf-name(kk)) ' ' delimited by size
           into prop-record with pointer out-ptr
         end-string
         move lo-val to fmt-val
         move pf-dp(kk) to fmt-dp
         perform n00-format-num
         string function trim(fmt-tok) ' ' delimited by size
           into prop-record with pointer out-ptr
         end-string
         move hi-val to fmt-val
         perform n00-format-num
         string function trim(fmt-tok) delimited by size
           into prop-record with pointer out-ptr
         end-string
         if pf-na(kk) = 0 then
           string ' REQUIRED' delimited by size
             into prop-record with pointer out-ptr
           end-string
         end-if
         .

       k94-exit.
         exit
         .

      * the profile as keyword=value lines, one for the run, one
      * for the key and one per column, for a later COMPARE=.
       k02-save-profile section.
         call 'now-str' using datetime-data
         open output savefile
         move spaces to save-record
         string '#PROFILE time=' datetime-str ' files=' in-count
           ' rows=' row-count ' margin=' margin-pct
           delimited by size into save-record
         end-string
         write save-record
         move spaces to save-record
         move 1 to out-ptr
         string 'KEY prefix=' delimited by size
           into save-record with pointer out-ptr
         end-string
         if ky-plen > 0 then
           string ky-prefix(1:ky-plen) delimited by size
             into save-record with pointer out-ptr
           end-string
         end-if
         string ' minlen=' ky-minlen ' maxlen=' ky-maxlen
           ' distinct=' ky-dist ' shape=' delimited by size
           into save-record with pointer out-ptr
         end-string
         if ky-shapes > 0 then
           string function trim(ky-shape(1)) delimited by size
             into save-record with pointer out-ptr
           end-string
         end-if
         write save-record
         perform varying kk from 1 by 1 until kk > pf-cols
           move spaces to save-record
           move 1 to out-ptr
           string 'COL name=' function trim(pf-name(kk))
             ' type=' function trim(pf-type(kk))
             ' cells=' pf-cells(kk) ' na=' pf-na(kk)
             delimited by size
             into save-record with pointer out-ptr
           end-string
           if pf-num(kk) > 0 then
             move pf-min(kk) to fmt-val
             move 9 to fmt-dp
             perform n00-format-num
             string ' min=' function trim(fmt-tok)
               delimited by size
               into save-record with pointer out-ptr
             end-string
             move pf-max(kk) to fmt-val
             perform n00-format-num
             string ' max=' function trim(fmt-tok)
               delimited by size
               into save-record with pointer out-ptr
             end-string
             move pf-mean(kk) to fmt-val
             perform n00-format-num
             string ' mean=' function trim(fmt-tok)
               delimited by size
               into save-record with pointer out-ptr
             end-string
           end-if
           string ' distinct=' pf-dist(kk) ' dp=' pf-dp(kk)
             delimited by size
             into save-record with pointer out-ptr
           end-string
           if not pf-sign(kk) = spaces then
             string ' sign=' function trim(pf-sign(kk))
               delimited by size
               into save-record with pointer out-ptr
             end-string
           end-if
           write save-record
         end-perform
         close savefile
         display 'dataprof: profile saved to ',
           function trim(save-fname)
         .

       k97-exit.
         exit
         .

      * today's profile against a saved one: every column whose
      * shape moved gets a SHAPE CHANGED line, and any returns 4.
       m00-compare section.
         perform m01-load-saved
         if cmp-bad = 1 then
           move 8 to return-code
           go to m99-exit
         end-if
         move 0 to change-count
         if sv-key-seen = 1 then
           perform m03-compare-key
         end-if
         perform varying kk from 1 by 1 until kk > pf-cols
           perform varying sv-ix from 1 by 1
               until sv-ix > sv-cols
                 or function upper-case(sv-name(sv-ix)) =
                   function upper-case(pf-name(kk))
             continue
           end-perform
           if sv-ix > sv-cols then
             move 'new column' to change-txt
             perform m05-flag
           else
             move 1 to sv-seen(sv-ix)
             perform m04-compare-col
           end-if
         end-perform
         perform varying sv-ix from 1 by 1 until sv-ix > sv-cols
           if sv-seen(sv-ix) = 0 then
             move 0 to kk
             move 'column gone' to change-txt
             perform m05-flag
           end-if
         end-perform
         if change-count = 0 then
           display 'dataprof: no shape changes against ',
             function trim(cmp-fname)
         else
           move change-count to cnt-dsp
           display 'dataprof: ', function trim(cnt-dsp),
             ' shape change(s) against ', function trim(cmp-fname)
           if return-code < 4 then
             move 4 to return-code
           end-if
         end-if
         .

       m99-exit.
         exit
         .

       m01-load-saved section.
         move 0 to cmp-bad
         move 0 to iseof
         open input cmpfile
         if cmp-fs not = '00' then
           display 'dataprof: saved profile ',
             function trim(cmp-fname), ' could not be read, ',
             'no comparison made'
           move 1 to cmp-bad
           go to m98-exit
         end-if
         perform until iseof = 1
           read cmpfile
           at end
             move 1 to iseof
           not at end
             perform m02-saved-line
           end-read
         end-perform
         close cmpfile
         if sv-cols = 0 and sv-key-seen = 0 then
           display 'dataprof: ', function trim(cmp-fname),
             ' holds no profile, no comparison made'
           move 1 to cmp-bad
         end-if
         .

       m98-exit.
         exit
         .

      * one KEY or COL line of a saved profile.
       m02-saved-line section.
         perform varying sv-ix from 1 by 1 until sv-ix > 14
           move spaces to sv-tok(sv-ix)
         end-perform
         unstring cmp-record delimited by all space
           into sv-tok(1), sv-tok(2), sv-tok(3), sv-tok(4),
             sv-tok(5), sv-tok(6), sv-tok(7), sv-tok(8),
             sv-tok(9), sv-tok(10), sv-tok(11), sv-tok(12),
             sv-tok(13), sv-tok(14)
         end-unstring
         evaluate sv-tok(1)
           when 'KEY'
             move 1 to sv-key-seen
           when 'COL'
             if sv-cols >= 10 then
               go to m97-exit
             end-if
             add 1 to sv-cols
           when other
             go to m97-exit
         end-evaluate
         perform varying sv-ix from 2 by 1 until sv-ix > 14
           move spaces to sv-kw
           move spaces to sv-arg
           unstring sv-tok(sv-ix) delimited by '='
             into sv-kw, sv-arg
           end-unstring
           if sv-tok(1) = 'KEY' then
             evaluate sv-kw
               when 'prefix'
                 move sv-arg to sv-prefix
               when 'minlen'
                 move function numval(sv-arg) to sv-minlen
               when 'maxlen'
                 move function numval(sv-arg) to sv-maxlen
               when 'shape'
                 move sv-arg to sv-shape
             end-evaluate
           else
             evaluate sv-kw
               when 'name'
                 move sv-arg to sv-name(sv-cols)
               when 'type'
                 move sv-arg to sv-type(sv-cols)
               when 'cells'
                 move function numval(sv-arg) to sv-cells(sv-cols)
               when 'na'
                 move function numval(sv-arg) to sv-na(sv-cols)
               when 'min'
                 move function numval(sv-arg) to sv-min(sv-cols)
               when 'max'
                 move function numval(sv-arg) to sv-max(sv-cols)
               when 'distinct'
                 move function numval(sv-arg) to sv-dist(sv-cols)
               when 'dp'
                 move function numval(sv-arg) to sv-dp(sv-cols)
               when 'sign'
                 move sv-arg to sv-sign(sv-cols)
             end-evaluate
           end-if
         end-perform
         .

       m97-exit.
         exit
         .

       m03-compare-key section.
         move 0 to kk
         move 0 to sv-ix
         if ky-plen = 0 and not sv-prefix = spaces
             or ky-plen > 0 and not ky-prefix(1:ky-plen) = sv-prefix
         then
           move spaces to change-txt
           if ky-plen = 0 then
             string 'key prefix ' function trim(sv-prefix)
               ' now none' delimited by size into change-txt
             end-string
           else
             string 'key prefix ' function trim(sv-prefix)
               ' now ' ky-prefix(1:ky-plen)
               delimited by size into change-txt
             end-string
           end-if
           perform m05-flag
         end-if
         if not ky-minlen = sv-minlen or not ky-maxlen = sv-maxlen
         then
           move spaces to change-txt
           move 1 to out-ptr
           move sv-minlen to len-dsp
           string 'key length ' function trim(len-dsp) '-'
             delimited by size into change-txt with pointer out-ptr
           end-string
           move sv-maxlen to len-dsp
           string function trim(len-dsp) ' now '
             delimited by size into change-txt with pointer out-ptr
           end-string
           move ky-minlen to len-dsp
           string function trim(len-dsp) '-'
             delimited by size into change-txt with pointer out-ptr
           end-string
           move ky-maxlen to len-dsp
           string function trim(len-dsp)
             delimited by size into change-txt with pointer out-ptr
           end-string
           perform m05-flag
         end-if
         if ky-shapes > 0 and not ky-shape(1) = sv-shape then
           move spaces to change-txt
           string 'key shape ' function trim(sv-shape) ' now '
             function trim(ky-shape(1))
             delimited by size into change-txt
           end-string
           perform m05-flag
         end-if
         .

       m96-exit.
         exit
         .

      * column kk against saved column sv-ix; the range test
      * allows the same margin the proposed rules do.
       m04-compare-col section.
         if not pf-type(kk) = sv-type(sv-ix) then
           move spaces to change-txt
           string 'type ' function trim(sv-type(sv-ix)) ' now '
             function trim(pf-type(kk))
             delimited by size into change-txt
           end-string
           perform m05-flag
         end-if
         if sv-na(sv-ix) = 0 and pf-na(kk) > 0 then
           move pf-na(kk) to cnt-dsp
           move spaces to change-txt
           string function trim(cnt-dsp) ' missing cells, none '
             'before' delimited by size into change-txt
           end-string
           perform m05-flag
         end-if
         if not pf-dp(kk) = sv-dp(sv-ix) then
           move spaces to change-txt
           move 1 to out-ptr
           move sv-dp(sv-ix) to len-dsp
           string 'decimal places ' function trim(len-dsp) ' now '
             delimited by size into change-txt with pointer out-ptr
           end-string
           move pf-dp(kk) to len-dsp
           string function trim(len-dsp)
             delimited by size into change-txt with pointer out-ptr
           end-string
           perform m05-flag
         end-if
         if not pf-sign(kk) = sv-sign(sv-ix) then
           move spaces to change-txt
           string 'sign ' function trim(sv-sign(sv-ix)) ' now '
             function trim(pf-sign(kk))
             delimited by size into change-txt
           end-string
           perform m05-flag
         end-if
         if pf-num(kk) > 0 and sv-type(sv-ix) = 'NUMERIC' then
           compute span-val = sv-max(sv-ix) - sv-min(sv-ix)
           compute pad-val = span-val * margin-pct / 100
           if pf-min(kk) < sv-min(sv-ix) - pad-val
               or pf-max(kk) > sv-max(sv-ix) + pad-val then
             perform m06-range-text
             perform m05-flag
           end-if
         end-if
      *  the distinct count is only a change when it has doubled
      *  or halved both outright and per filled cell, so a larger
      *  or smaller delivery of the same data is not flagged.
         compute dist-now = pf-dist(kk) * 1000 /
           (pf-cells(kk) - pf-na(kk) + 1)
         compute dist-then = sv-dist(sv-ix) * 1000 /
           (sv-cells(sv-ix) - sv-na(sv-ix) + 1)
         if pf-dist(kk) > sv-dist(sv-ix) * 2
             and dist-now > dist-then * 2
             or pf-dist(kk) * 2 < sv-dist(sv-ix)
             and dist-now * 2 < dist-then then
           move spaces to change-txt
           move 1 to out-ptr
           move sv-dist(sv-ix) to cnt-dsp
           string 'distinct ~' function trim(cnt-dsp) ' now ~'
             delimited by size
             into change-txt with pointer out-ptr
           end-string
           move pf-dist(kk) to cnt-dsp
           string function trim(cnt-dsp) delimited by size
             into change-txt with pointer out-ptr
           end-string
           perform m05-flag
         end-if
         .

       m95-exit.
         exit
         .

       m06-range-text section.
         move spaces to change-txt
         move 1 to out-ptr
         move pf-dp(kk) to fmt-dp
         move sv-min(sv-ix) to fmt-val
         perform n00-format-num
         string 'range ' function trim(fmt-tok) '..'
           delimited by size into change-txt with pointer out-ptr
         end-string
         move sv-max(sv-ix) to fmt-val
         perform n00-format-num
         string function trim(fmt-tok) ' now ' delimited by size
           into change-txt with pointer out-ptr
         end-string
         move pf-min(kk) to fmt-val
         perform n00-format-num
         string function trim(fmt-tok) '..' delimited by size
           into change-txt with pointer out-ptr
         end-string
         move pf-max(kk) to fmt-val
         perform n00-format-num
         string function trim(fmt-tok) delimited by size
           into change-txt with pointer out-ptr
         end-string
         .

       m93-exit.
         exit
         .

      * change-txt for column kk (saved column sv-ix when kk is
      * 0, the key when both are).
       m05-flag section.
         add 1 to change-count
         evaluate true
           when kk > 0
             display 'dataprof: SHAPE CHANGED ',
               function trim(pf-name(kk)), ' - ',
               function trim(change-txt)
           when sv-ix > 0 and sv-ix <= sv-cols
             display 'dataprof: SHAPE CHANGED ',
               function trim(sv-name(sv-ix)), ' - ',
               function trim(change-txt)
           when other
             display 'dataprof: SHAPE CHANGED key - ',
               function trim(change-txt)
         end-evaluate
         .

       m94-exit.
         exit
         .

      * fmt-val at fmt-dp decimals, written the way the feeds
      * write numbers: 0.5 not .5, 12 not 12., 0 not '.'.
       n00-format-num section.
         move fmt-val to float53
         move fmt-dp to dp53
         call 'trim-float53' using number53
         move 15 to dp53
         move function trim(numstr53) to fmt-tok
         compute fmt-len = function length(function trim(fmt-tok))
         if fmt-tok(fmt-len:1) = '.' then
           move space to fmt-tok(fmt-len:1)
         end-if
         evaluate true
           when fmt-tok = spaces or fmt-tok = '-'
             move '0' to fmt-tok
           when fmt-tok(1:1) = '.'
             move fmt-tok to numstr53
             move spaces to fmt-tok
             string '0' function trim(numstr53)
               delimited by size into fmt-tok
             end-string
           when fmt-tok(1:2) = '-.'
             move fmt-tok(2:) to numstr53
             move spaces to fmt-tok
             string '-0' function trim(numstr53)
               delimited by size into fmt-tok
             end-string
         end-evaluate
         .

       n99-exit.
         exit
         .
