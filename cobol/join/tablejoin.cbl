      * of reading as a false zero.
      *
      *   tablejoin left-table-file right-table-file out-table-file
      *     [INNER|LEFT|FULL] [, or ; or CSV]
      *
      * A MULTI first argument joins any number of coor1d inputs
      * (up to 12) into one coor3d file with one value column per
      * instead of eleven chained two-way joins:
      *
      *   tablejoin MULTI out-table-file INNER|FULL file1 file2
      *     [file3 ...] [, or ; or CSV] [NAMES=n1,n2,...]
      *
      * Column names come from the input file names (directory and
      * extension stripped, first six characters) unless NAMES=
             05 foutname pic a(128) value spaces.
             05 mode-arg pic x(5) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-fname pic a(128) value spaces.
             05 csv-data.
               copy csvdata.
             05 delim-out pic x(1) value space.
             05 iseof1 pic 9 value 0.
             05 iseof2 pic 9 value 0.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    each snapshot's t-row carries an OCCURS DEPENDING ON,
      *    which GnuCOBOL only allows on the last item of its
      *    record, so left/right each get their own 01-level record
             or foutname = spaces then
           display 'usage: tablejoin left-table-file ',
             'right-table-file out-table-file [INNER|LEFT|FULL] ',
             '[delimiter|CSV] [SCHEMA=rules-file]'
           move 8 to return-code
           go to a99-end
         end-if
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when other
           at end
             move 1 to iseof1
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record1 not = spaces
                 and table-record1(1:1) not = '#' then
               move table-record1 to csv-line
               move fname1 to csv-fname
               compute linenum = cntrec1 + 1
               perform g02-csv-record
               move csv-line to table-record1
             end-if
             if table-record1 not = spaces
                 and table-record1(1:1) not = '#'
                 and csv-skip = 0 then
               if cntrec1 = 0 then
                 move table-record1 to c-header
      *          second header token is the value column's name -
           at end
             move 1 to iseof2
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record2 not = spaces
                 and table-record2(1:1) not = '#' then
               move table-record2 to csv-line
               move fname2 to csv-fname
               compute linenum = cntrec2 + 1
               perform g02-csv-record
               move csv-line to table-record2
             end-if
             if table-record2 not = spaces
                 and table-record2(1:1) not = '#'
                 and csv-skip = 0 then
               if cntrec2 = 0 then
                 move table-record2 to c-header-r
                 move spaces to hdr-label
         exit
         .

      * one quoted-CSV record in csv-line rewritten for the usual
      * split; a record whose quotes do not balance is a bad row,
      * reported with the quote that was left open.
       g02-csv-record section.
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           display 'tablejoin: bad row at line ', linenum,
             ' of ', function trim(csv-fname), ' skipped: ',
             function trim(csv-msg)
         end-if
         .

       g96-exit.
         exit
         .

      * header line carries both files' column labels so table.cbl
      * parses the output as a two-column coor3d file; left rows
      * drive the output order, FULL appends the right-only keys
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:6)) = 'NAMES='
               move opt-tmp(7:90) to mj-names-arg
             when other

       m01-multi-usage section.
         display 'usage: tablejoin MULTI out-table-file ',
           'INNER|FULL file1 file2 [file3 ...] [delimiter|CSV] ',
           '[NAMES=n1,n2,...]'
         .

           at end
             move 1 to iseof1
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record1 not = spaces
                 and table-record1(1:1) not = '#' then
               move table-record1 to csv-line
               move fname1 to csv-fname
               compute linenum = cntrec1 + 1
               perform g02-csv-record
               move csv-line to table-record1
             end-if
             if table-record1 not = spaces
                 and table-record1(1:1) not = '#'
                 and csv-skip = 0 then
               if cntrec1 = 0 then
                 continue
               else
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'tablejoin: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
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
         move 'tablejoin' to lin-program
         move foutname to lin-out-file
         if mj-file-cnt > 0 then
           move 0 to lin-in-count
           perform varying mj-f from 1 by 1
               until mj-f > mj-file-cnt
             add 1 to lin-in-count
             move mj-fname(mj-f) to lin-in-file(lin-in-count)
           end-perform
         else
           move 2 to lin-in-count
           move fname1 to lin-in-file(1)
           move fname2 to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
