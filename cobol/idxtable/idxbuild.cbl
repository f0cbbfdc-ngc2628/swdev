      * record numbers ordered by the first value column, so
      * idxlookup's VRANGE and TOP/BOTTOM queries walk values
      * without a scan or a full sort run (VALIDX needs a full
      * build, not APPEND). A CSV argument, last, reads a
      * quoted-CSV extract.
      * The keys are ordered under the shared r-header collation
      * (utl/collation.cbl): a COLLATE=PLAIN|CASE|NATURAL argument
      * in any of the optional places, else suite.cfg's
      * collation=, else PLAIN. A CASE or NATURAL index says so on
      * a '#IDXCOLL' line, which idxlookup and idxmaint search by;
      * an APPEND build keeps the collation the index has unless
      * COLLATE= names another, and re-sorts every key under it.

       environment division.
         input-output section.
             05 relname pic a(128) value spaces.
             05 idxname pic a(128) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 dataidx pic 9(4) value 0.
             05 tmp-header pic x(32) value spaces.
             05 tmp-recnum pic 9(6) value 0.
             05 truncated-warned pic 9 value 0.
             05 append-arg pic x(16) value spaces.
             05 append-mode pic 9 value 0.
             05 validx-mode pic 9 value 0.
             05 validx-name pic x(136) value spaces.
             05 trl-tok1 pic x(32) value spaces.
             05 trl-tok2 pic x(34) value spaces.
             05 trailer-bad pic 9 value 0.
             05 coll-data.
               copy colldata.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.
             05 idx-coll pic x(8) value spaces.
             05 tmp-coll pic x(64) value spaces.
             05 swap-wanted pic 9 value 0.
           01 key-table.
             05 key-length pic 9(4) value 0.
             05 key-header pic x(32) occurs 1000 times.
             05 key-recnum pic 9(6) occurs 1000 times.
             05 key-coll pic x(64) occurs 1000 times.
      *    record numbers paired with their first-column value,
      *    SORTed by value for the .val secondary index; ODO so
      *    the SORT verb orders only the filled entries.
             'relative-file index-file'
           go to a99-end
         end-if
      *  the relative file, the index and its value index may not
      *  be written under another environment's data directories;
      *  all three are checked before any of them is opened.
         move relname to eg-name
         perform a02-check-path
         move idxname to eg-name
         perform a02-check-path
         move spaces to eg-name
         string function trim(idxname) '.val'
           delimited by size into eg-name
         end-string
         perform a02-check-path
         perform a01-next-arg
         if function upper-case(append-arg) = 'APPEND' then
           move 1 to append-mode
           perform f00-load-existing
           perform a01-next-arg
         end-if
         if function upper-case(append-arg) = 'VALIDX' then
           if append-mode = 1 then
           else
             move 1 to validx-mode
           end-if
           perform a01-next-arg
         end-if
      *  quoted CSV: each record goes through csv-to-table and is
      *  split on the ';' it is rewritten with.
         if function upper-case(append-arg) = 'CSV' then
           move 1 to csv-mode
           move ';' to delim-arg
           perform a01-next-arg
         end-if
         if cl-mode = spaces then
           move idx-coll to cl-mode
         end-if
         call 'coll-setup' using coll-data
         perform g00-build-relative
         if trailer-bad = 1 then
           display 'idxbuild: index not written - fix or re-ship ',
         stop run
         .

      * the next optional argument into append-arg; a COLLATE=
      * found on the way is taken and the one after it read.
       a01-next-arg section.
         move spaces to append-arg
         accept append-arg from argument-value
           on exception
             move spaces to append-arg
         end-accept
         perform until function upper-case(append-arg(1:8))
             not = 'COLLATE='
           move append-arg(9:8) to cl-mode
           move spaces to append-arg
           accept append-arg from argument-value
             on exception
               move spaces to append-arg
           end-accept
         end-perform
         .

       a98-exit.
         exit
         .

       a02-check-path section.
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           stop run
         end-if
         .

       a97-exit.
         exit
         .

      * incremental build: pull the stamped source row count and
      * the existing key entries out of the current index, so
      * g00-build-relative can skip the rows already indexed and
             else
             if idx-out-record(1:8) = '#IDXCOLS' then
               continue
             else
             if idx-out-record(1:8) = '#IDXCOLL' then
               move idx-out-record(10:8) to idx-coll
             else
               if idx-out-record not = spaces then
                 move spaces to hdr-tok
               end-if
             end-if
             end-if
             end-if
           end-read
         end-perform
         close idxfile
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g04-csv-record
             end-if
             if table-record not = spaces and csv-skip = 0 then
               if table-record(1:8) = '#TRAILER' then
                 perform t00-parse-trailer
               else
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open. It still counts as a
      * source row, so an APPEND build's skip stays in step.
       g04-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           if cntrec > 0 then
             add 1 to src-rows
           end-if
           compute linenum = cntrec + 1
           display 'idxbuild: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g93-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         exit
         .

      * keys order on their collation key, the key text itself
      * settling two the collation holds equal.
       h00-sort-keys section.
         perform varying ii from 1 by 1 until ii > key-length
           move key-header(ii) to cl-text
           call 'coll-key' using coll-data
           move cl-key to key-coll(ii)
         end-perform
         perform varying ii from 1 by 1 until ii > key-length
           compute jj-1 = key-length - ii
           perform varying jj from 1 by 1 until jj > jj-1
             move jj to idx1
             compute idx2 = jj + 1
             move 0 to swap-wanted
             if key-coll(idx1) > key-coll(idx2) then
               move 1 to swap-wanted
             end-if
             if key-coll(idx1) = key-coll(idx2)
                 and key-header(idx1) > key-header(idx2) then
               move 1 to swap-wanted
             end-if
             if swap-wanted = 1 then
               perform i00-swap-keys
             end-if
           end-perform
         move key-recnum(idx1) to tmp-recnum
         move key-recnum(idx2) to key-recnum(idx1)
         move tmp-recnum to key-recnum(idx2)
         move key-coll(idx1) to tmp-coll
         move key-coll(idx2) to key-coll(idx1)
         move tmp-coll to key-coll(idx2)
         .

      * the stamp carries the build time, the source extract, its
           end-string
         end-perform
         write idx-out-record
         if not cl-mode = 'PLAIN' then
           move spaces to idx-out-record
           string '#IDXCOLL ' cl-mode delimited by size
             into idx-out-record
           end-string
           write idx-out-record
         end-if
         perform varying ii from 1 by 1 until key-length < ii
           move spaces to idx-out-record
           string
