      * This program is layout-file-driven in both directions:
      *
      *   fixedio READ layout-file fixed-file out-table-file
      *     [, or ; or CSV]
      *   fixedio WRITE layout-file table-file out-fixed-file
      *     [, or ; or CSV]
      *
      * layout file ('*' comments):
      *   RECLEN n              record length written (WRITE)
             05 tbl-fname pic x(128) value spaces.
             05 tbl-fs pic xx value '00'.
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

       procedure division.
       a00-start section.
             then
           display 'usage: fixedio READ layout-file fixed-file ',
             'out-table-file | WRITE layout-file table-file ',
             'out-fixed-file [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         if tok-1(1:1) = ',' or tok-1(1:1) = ';' then
           move tok-1(1:1) to delim-arg
         end-if
      *  quoted CSV: WRITE's table file goes through csv-to-table
      *  a record at a time and is split on the ';' it is
      *  rewritten with; READ writes its table file ';'-delimited.
         if function upper-case(tok-1) = 'CSV' then
           move 1 to csv-mode
           move ';' to delim-arg
         end-if
         perform b00-load-layout
         if key-start = 0 or lay-cnt = 0 then
           display 'fixedio: layout file needs a KEY line and ',
           move 8 to return-code
           go to g99-exit
         end-if
      * a path under another environment's data directories is
      * refused before anything is opened.
         move tbl-fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'fixedio: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move tbl-fname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         perform z02-note-lineage
         display 'fixedio: ', out-count, ' row(s) read into ',
           function trim(real-name), ', ', bad-row-count,
           ' bad record(s)'
           move 8 to return-code
           go to h99-exit
         end-if
      * a path under another environment's data directories is
      * refused before anything is opened.
         move fix-fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'fixedio: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move fix-fname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and tbl-record not = spaces
                 and tbl-record(1:1) not = '#' then
               perform h04-csv-record
             end-if
             if tbl-record = spaces
                 or tbl-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         perform z02-note-lineage
         display 'fixedio: ', out-count, ' record(s) written ',
           'to ', function trim(real-name), ', ', bad-row-count,
           ' bad row(s)'
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       h04-csv-record section.
         move tbl-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'fixedio: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to tbl-record
         end-if
         .

       h95-exit.
         exit
         .

       h01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
       z98-exit.
         exit
         .

      * the lineage registry line for the file just put in place:
      * READ's table came from the fixed file, WRITE's fixed file
      * from the table.
       z02-note-lineage section.
         move 'fixedio' to lin-program
         move real-name to lin-out-file
         move 1 to lin-in-count
         if cmd-arg = 'READ' then
           move fix-fname to lin-in-file(1)
         else
           move tbl-fname to lin-in-file(1)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
