      * monthly, produced inside the suite instead of rebuilt as
      * a pivot table by hand.
      *
      *   crosstab in-table-file prefix-len|FPERIOD|FQUARTER
      *     BAND=min:width:n | KEYSEG=start:len
      *     [COL=name] [SUM] [KEYPOS=n] [, or ; or CSV]
      *
      * BAND=min:width:n lays n bands of the given width from min
      * across the top (values below the first band fold into it,
      * COL= by c-header name, defaulting to the first column.
      * Cells hold row counts unless SUM is given. Rows whose
      * measured cell is missing are left out and counted in the
      * run summary. FPERIOD or FQUARTER in place of prefix-len
      * runs fiscal periods or quarters down the side instead, from
      * the YYYYMMDD date at KEYPOS (default 1) looked up on the
      * fiscal calendar (utl/fiscal-cal.cbl); rows dated outside
      * the calendar are left out and counted.

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 len-arg pic x(8) value spaces.
             05 prefix-len pic 9(2) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 band-arg pic x(40) value spaces.
             05 seg-arg pic x(16) value spaces.
             05 col-arg pic x(6) value spaces.
             05 sum-mode pic 9 value 0.
             05 fiscal-mode pic 9 value 0.
             05 key-pos pic 9(2) value 1.
             05 date-tok pic x(8) value spaces.
             05 row-grp pic x(32) value spaces.
             05 unmapped-count pic 9(6) value 0.
             05 band-mode pic 9 value 0.
             05 band-min pic s9(16)v9(2) value 0.
             05 band-width pic 9(12)v9(2) value 0.
             05 blanks pic x(14) value spaces.
             05 number53.
               copy num53.
             05 fiscal-data.
               copy fiscaldata.
           01 table-data-3d.
             copy coor3d.

           move 8 to return-code
           go to a99-end
         end-if
         move function upper-case(len-arg) to opt-tmp
         evaluate opt-tmp
           when 'FPERIOD'
             move 1 to fiscal-mode
             move 10 to prefix-len
           when 'FQUARTER'
             move 2 to fiscal-mode
             move 10 to prefix-len
           when other
             if function test-numval(len-arg) = 0 then
               move function numval(len-arg) to prefix-len
             end-if
         end-evaluate
         if prefix-len < 1 or prefix-len > 32 then
           display 'crosstab: prefix-len must be 1 through 32'
           move 8 to return-code
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:5)) = 'BAND='
               move opt-tmp(6:40) to band-arg
               move 1 to band-mode
               move function upper-case(opt-tmp(5:6)) to col-arg
             when function upper-case(opt-tmp(1:3)) = 'SUM'
               move 1 to sum-mode
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
               end-if
               if key-pos < 1 or key-pos > 25 then
                 move 1 to key-pos
               end-if
             when other
               display 'crosstab: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           display 'crosstab: ', skipped-miss, ' row(s) with a ',
             'missing measured cell left out'
         end-if
         if unmapped-count > 0 then
           display 'crosstab: ', unmapped-count, ' row(s) dated ',
             'outside the fiscal calendar left out'
           move 4 to return-code
         end-if
         if bad-row-count > 0 then
           move 4 to return-code
         end-if
         .

       a01-usage section.
         display 'usage: crosstab in-table-file ',
           'prefix-len|FPERIOD|FQUARTER ',
           'BAND=min:width:n | KEYSEG=start:len ',
           '[COL=name] [SUM] [KEYPOS=n] [delimiter|CSV]'
         .

       a98-exit.
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
           display 'crosstab: bad row at line ', linenum,
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
           else
             move t-val(ii, meas-col) to meas-val
             perform j01-find-group
             move 0 to bnd-idx
             if grp-idx > 0 then
               if band-mode = 1 then
                 perform j02-find-band
               else
                 perform j03-find-segment
               end-if
             end-if
             if bnd-idx > 0 and grp-idx > 0 then
               add 1 to cell-cnt(grp-idx, bnd-idx)
         .

      * groups keep their order of first appearance, the same way
      * rollup.cbl's h00-collect-groups files them. In fiscal mode
      * the group is the row's fiscal period or quarter label.
       j01-find-group section.
         move 0 to grp-idx
         move spaces to row-grp
         if fiscal-mode = 0 then
           move r-header(ii)(1:prefix-len) to row-grp
         else
           move r-header(ii)(key-pos:8) to date-tok
           move 0 to fis-found
           if function test-numval(date-tok) = 0 then
             move function numval(date-tok) to fis-date
             call 'fiscal-period-of' using fiscal-data
           end-if
           if fis-found = 0 then
             add 1 to unmapped-count
             go to j98-exit
           end-if
           if fiscal-mode = 1 then
             move fis-per-label to row-grp
           else
             move fis-qtr-label to row-grp
           end-if
         end-if
         perform varying gg from 1 by 1 until gg > grp-count
           if grp-key(gg) = row-grp then
             move gg to grp-idx
           end-if
         end-perform
               'ignored'
           else
             add 1 to grp-count
             move row-grp to grp-key(grp-count)
             move grp-count to grp-idx
           end-if
         end-if
         .

       k00-print-matrix section.
         evaluate true
           when fiscal-mode = 1
             move 'fiscal period' to cell-buf
           when fiscal-mode = 2
             move 'fiscal quarter' to cell-buf
           when other
             move spaces to cell-buf
             string 'key(1:' prefix-len ')' delimited by size
               into cell-buf
             end-string
         end-evaluate
         if sum-mode = 1 then
           display 'crosstab of ', function trim(fname), ': sum ',
             'of ', function trim(c-header(meas-col)),
             ' by ', function trim(cell-buf)
         else
           display 'crosstab of ', function trim(fname),
             ': row counts by ', function trim(cell-buf)
         end-if
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         move spaces to out-line
