      * sample exactly. Rows pass through verbatim and the output
      * is a valid table file with its own control trailer.
      *
      *   tablesample in-file out-file NTH=n [, or ; or CSV]
      *   tablesample in-file out-file PCT=p SEED=s [, or ; or CSV]

       environment division.
         input-output section.
             05 foutname pic a(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 linenum pic 9(6) value 0.
             05 bad-row-count pic 9(4) value 0.
             05 csv-data.
               copy csvdata.
             05 nth-n pic 9(6) value 0.
             05 pct-n pic 9(3) value 0.
             05 seed-n pic 9(9) value 0.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:4)) = 'NTH='
               if function test-numval(opt-tmp(5:6)) = 0 then
                 move function numval(opt-tmp(5:6)) to nth-n
         display 'tablesample: kept ', kept-count, ' of ',
           data-seq, ' data row(s) into ',
           function trim(foutname)
         if bad-row-count > 0 then
           display 'tablesample: ', bad-row-count,
             ' bad row(s) skipped'
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run

       a01-usage section.
         display 'usage: tablesample in-file out-file NTH=n | ',
           'PCT=p SEED=s [delimiter|CSV]'
         .

       a98-exit.
      * recomputed over the sample so the receiving side's check
      * still proves the cut-down file whole.
       g00-sample-file section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'tablesample: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
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
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform g03-note-lineage
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
           display 'tablesample: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g95-exit.
         exit
         .

      * NTH takes the first row of every group of n; PCT hashes
      * the row key with the seed through the shared chain-hash
      * entry, so the choice follows the key, not the row's
       g97-exit.
         exit
         .

      * the lineage registry line for the sample just put in
      * place: this program, the sample and the file it came from.
       g03-note-lineage section.
         move 'tablesample' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       g96-exit.
         exit
         .
