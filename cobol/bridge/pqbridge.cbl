             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 table-data-1d.
               copy coor1d.
      *    multi-column target for ALL mode; its t-row carries an
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'pqbridge: ' function trim(eg-msg)
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
         move 'pqbridge' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
