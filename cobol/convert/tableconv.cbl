      *
      *   tableconv in-table-file out-table-file
      *     rates-file prefix-len | RATE=n
      *     [COLS=c1,c2,...] [, or ; or CSV] [SCHEMA=rules-file]
      *
      * COLS= names the c-headers to convert (default: every
      * numeric column); TEXT columns (SCHEMA=) and missing cells
             05 cols-arg pic x(90) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
               copy num53.
             05 schema-data.
               copy schemadata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
           01 table-data-3d.
             copy coor3d.

           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:5)) = 'COLS='
               move function upper-case(opt-tmp(6:90)) to cols-arg
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
       a01-usage section.
         display 'usage: tableconv in-table-file out-table-file ',
           'rates-file prefix-len | RATE=n [COLS=c1,c2,...] ',
           '[delimiter|CSV] [SCHEMA=rules-file]'
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
           display 'tableconv: bad row at line ', linenum,
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
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'tableconv: ' function trim(eg-msg)
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
         move 'tableconv' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         if rate-fname not = spaces then
           move 2 to lin-in-count
           move rate-fname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
