      * the consolidation can prove every region made it in.
      *
      *   tablemerge out-table-file SUM|AVG file1 file2
      *     [file3 ...] [GROUP=id] [, or ; or CSV]
      *
      * Column names come from the first input's header line; a
      * missing cell contributes nothing (missing is not zero), and
      * a key whose cell is missing in every input writes as NA.
      * GROUP= enlists the output in a commit group instead of
      * swapping it in - see utl/cgroup-log.cbl.

       environment division.
         input-output section.
             05 mode-arg pic x(3) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 delim-out pic x(1) value space.
             05 file-cnt pic 9(2) value 0.
             05 file-tab pic x(128) occurs 20 times value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 cgroup-data.
               copy cgroupdata.
      *    how many inputs contributed a present cell, per key and
      *    column, for the AVG figure and the NA decision.
           01 acc-counts.
         if foutname = spaces
             or not (mode-arg = 'SUM' or mode-arg = 'AVG') then
           display 'usage: tablemerge out-table-file SUM|AVG ',
             'file1 file2 [file3 ...] [delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:6)) = 'GROUP='
               move opt-tmp(7:16) to cg-id
             when other
               if file-cnt >= 20 then
                 display 'tablemerge: more than 20 input files, ',
         end-perform
         if file-cnt < 2 then
           display 'usage: tablemerge out-table-file SUM|AVG ',
             'file1 file2 [file3 ...] [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         if not delim-arg = space then
           move delim-arg to delim-out
         end-if
         if not cg-id = spaces then
           move 'QUERY' to cg-action
           move foutname to cg-real
           call 'commit-group' using cgroup-data lineage-data
           if not cg-msg = spaces then
             display 'tablemerge: ', function trim(cg-msg)
           end-if
           if cg-result = 8 then
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         move 0 to f-length
         perform varying ii from 1 by 1 until ii > 1000
           perform varying jj from 1 by 1 until jj > 10
           go to a99-end
         end-if
         perform k00-write-merged
         if cg-result = 8 then
           move 8 to return-code
           go to a99-end
         end-if
         display 'tablemerge: ', mode-arg, ' of ', file-cnt,
           ' file(s) into ', f-length, ' key(s) written to ',
           function trim(foutname)
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
           display 'tablemerge: bad row at line ', linenum,
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
           display 'tablemerge: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
         .

       z00-swap-output section.
         if cg-id = spaces then
           move spaces to swap-cmd
           string 'mv -f ' function trim(swap-name) ' '
             function trim(real-name)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
         end-if
         move real-name to foutname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'tablemerge' to lin-program
         move foutname to lin-out-file
         move 0 to lin-in-count
         perform varying ff from 1 by 1 until ff > file-cnt
           add 1 to lin-in-count
           move file-tab(ff) to lin-in-file(lin-in-count)
         end-perform
         if cg-id = spaces then
           call 'lineage-record' using lineage-data
         else
           perform z03-enlist
         end-if
         .

       z97-exit.
         exit
         .

      * under GROUP= the finished .new waits in the commit group,
      * and its lineage line with it, until the group commits; a
      * refused enlistment takes its .new away again.
       z03-enlist section.
         move 'ENLIST' to cg-action
         move real-name to cg-real
         move swap-name to cg-new
         call 'commit-group' using cgroup-data lineage-data
         display 'tablemerge: ', function trim(cg-msg)
         if cg-result = 8 then
           move spaces to swap-cmd
           string 'rm -f ' function trim(swap-name)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
           move 8 to return-code
         end-if
         .

       z96-exit.
         exit
         .
