      * exactly. table.cbl computes percent-of-total; this applies
      * it.
      *
      *   allocate weights-file out-table-file AMOUNT=n [, or ; or CSV]
      *   allocate weights-file out-table-file AMOUNTS=file
      *     prefix-len [, or ; or CSV]
      *
      * Rows whose weight cell is missing take no share and write
      * as NA; a group whose weights sum to zero cannot be spread
             05 flat-amount pic s9(14)v9(2) value 0.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    the allocated piece per weight row, parallel to t-row.
           01 alloc-out.
             05 alloc-val pic s9(14)v9(2) occurs 100000 times.
         if opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';' then
           move opt-tmp(1:1) to delim-arg
         end-if
      *  quoted CSV: each record goes through csv-to-table and is
      *  split on the ';' it is rewritten with.
         if function upper-case(opt-tmp) = 'CSV' then
           move 1 to csv-mode
           move ';' to delim-arg
         end-if
         if flat-mode = 0 then
           perform b00-load-amounts
           if amt-cnt = 0 then

       a01-usage section.
         display 'usage: allocate weights-file out-table-file ',
           'AMOUNT=n | AMOUNTS=file prefix-len [delimiter|CSV]'
         .

       a98-exit.
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g01-csv-record
             end-if
             if table-record not = spaces
                 and table-record(1:1) not = '#' then
               if csv-skip = 1 then
                 continue
               else
               if cntrec = 0 then
                 move table-record to c-header
               else
                   end-if
                 end-if
               end-if
               end-if
               add 1 to cntrec
             end-if
           end-read
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g01-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'allocate: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g98-exit.
         exit
         .

      * one spread per group: the whole file under AMOUNT=, or one
      * group per distinct r-header prefix under AMOUNTS=.
       h00-spread-amounts section.
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'allocate: ' function trim(eg-msg)
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
         move 'allocate' to lin-program
         move foutname to lin-out-file
         move 2 to lin-in-count
         move fname to lin-in-file(1)
         move amt-fname to lin-in-file(2)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
