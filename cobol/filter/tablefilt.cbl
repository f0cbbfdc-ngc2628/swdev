      * back into table.cbl/sort.cbl.
      *
      *   tablefilt in-file out-file condition
      *     [AND|OR condition]... [, or ; or CSV]
      *
      * a condition is one of
      *   column GT|GE|LT|LE|EQ|NE literal
             05 foutname pic a(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
               10 cn-in-cnt pic 9(2).
               10 cn-in-key pic x(32) occurs 10 times.

             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
       procedure division.
       a00-start section.
         accept fname from argument-value
               move ',' to delim-arg
             when opt-tmp(1:1) = ';' and opt-tmp(2:1) = space
               move ';' to delim-arg
      *      quoted CSV: each record goes through csv-to-table and
      *      is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:4)) = 'AND '
               if cond-cnt = 0 then
                 move 1 to parse-bad

       a02-usage section.
         display 'usage: tablefilt in-table-file out-table-file'
         display '  condition [AND|OR condition]... [, or ; or CSV]'
         display '  condition: column GT|GE|LT|LE|EQ|NE literal'
         display '           | column BETWEEN low high'
         display '           | R-HEADER IN key1,key2,...'
             if table-record = spaces then
               continue
             end-if
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g01-csv-record
             end-if
             if table-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
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
           display 'tablefilt: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g98-exit.
         exit
         .

      * same first-line layout table.cbl's C-parse-header reads:
      * the leading token labels the row-header column and is
      * skipped, the rest are the c-header names each condition's
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'tablefilt: ' function trim(eg-msg)
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
         move 'tablefilt' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
