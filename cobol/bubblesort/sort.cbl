      *  work file for the EXTSORT path: the whole row moves
      *  through the SORT verb's own disk-backed merge, so the
      *  extract's size is bounded by disk, not by the t-row
      *  OCCURS clause. sw-coll is the r-header's collation key
      *  (utl/collation.cbl), the key itself under PLAIN.
         sd sortwork.
           01 sw-record.
             05 sw-coll pic x(64).
             05 sw-r-header pic x(32).
             05 sw-t-val pic s9(16)v9(15) comp-3.
             05 sw-miss pic 9.
             05 dataidx pic 9(6) value 0.
             05 linenum pic 9(8) value 0.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 validate-arg pic x(8) value spaces.
             05 schema-arg pic x(136) value spaces.
             05 opt-tmp pic x(136) value spaces.
               copy schemadata.
             05 msgcat-data.
               copy msgcat.
             05 csv-data.
               copy csvdata.
             05 runcfg-data.
               copy runcfg.
             05 getopts-data.
             05 truncated-warned pic 9 value 0.
             05 lockname pic x(132) value spaces.
             05 lock-held pic 9 value 0.
             05 lock-data.
               copy lockdata.
             05 cmd-buf pic x(1024) value spaces.
             05 ckptname pic x(132) value spaces.
             05 sortwkname pic x(140) value spaces.
             05 pct-val pic -9(16).9(15) value 0.0.
             05 audit-data.
               copy auditlog.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 coll-data.
               copy colldata.
             05 perm-from pic 9(6) value 0.
             05 perm-to pic 9(6) value 0.
             05 perm-hold.
               10 ph-r-header pic x(32).
               10 ph-t-val pic s9(16)v9(15) comp-3.
               10 ph-t-miss pic 9.
               10 ph-t-txt pic x(16).
             05 table-data-1d.
               copy coor1d.
      *    scratch key/row-number pairs for the duplicate scan in
             05 kr-entry occurs 1 to 100000 times
                 depending on kr-cnt.
               10 kr-key pic x(32).
      *    collation keys with their row numbers for a CASE or
      *    NATURAL sort (b01-collated-sort); own 01 for the same
      *    OCCURS DEPENDING reason.
           01 coll-table.
             05 co-length pic 9(6) value 0.
             05 co-entry occurs 1 to 100000 times
                 depending on co-length.
               10 co-key pic x(64).
               10 co-hdr pic x(32).
               10 co-val pic s9(16)v9(15) comp-3.
               10 co-row pic 9(6).
                             
       procedure division.
       a00-start section.
                 continue
               when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
                 move opt-tmp(1:1) to delim-arg
      *        quoted CSV: each record goes through csv-to-table
      *        and is split on the ';' it is rewritten with.
               when function upper-case(opt-tmp) = 'CSV'
                 move 1 to csv-mode
                 move ';' to delim-arg
               when function upper-case(opt-tmp(1:8)) =
                   'VALIDATE'
                 move 1 to validate-mode
             go to a99-end
           end-if
         end-if
         call 'coll-setup' using coll-data
         if not key-fname = spaces then
           perform n00-load-keyref
           if keyref-on = 0 then
           end-if
         end-if
         string function trim(fname) '.srt' into foutname
      *  an output under another environment's data directories
      *  is refused before anything is written.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           perform i00-release-lock
           go to a99-end
         end-if
         move 'sort' to aud-job
         call 'audit-start' using audit-data
      *  EXTSORT: the rows stream through a disk-backed SORT work
      * the secondary key breaks ties deterministically - rows tied
      * on the value no longer land in load order, which changed
      * run to run and made rankmove flag phantom moves.
      * r-headers order under the shared collation (COLLATE=, else
      * suite.cfg's collation=); PLAIN sorts t-row directly as it
      * always has, CASE and NATURAL go through b01-collated-sort.
       b00-sort section.
         if not cl-mode = 'PLAIN' then
           perform b01-collated-sort
           go to b99-exit
         end-if
         evaluate true
           when sortkey = 'R' and sortdir = 'A'
             sort t-row on ascending key r-header t-val
         exit
       .

      * the collation key, r-header, value and row number of every
      * row are sorted as a scratch table with the same key order
      * b00-sort uses, collation key in place of r-header and the
      * r-header itself breaking a collation tie; the rows are then
      * moved into that order a cycle at a time through one
      * holding row, so no second copy of t-row is needed.
       b01-collated-sort section.
         move t-length to co-length
         perform varying idx1 from 1 by 1 until idx1 > t-length
           move r-header(idx1) to cl-text
           call 'coll-key' using coll-data
           move cl-key to co-key(idx1)
           move r-header(idx1) to co-hdr(idx1)
           move t-val(idx1) to co-val(idx1)
           move idx1 to co-row(idx1)
         end-perform
         evaluate true
           when sortkey = 'R' and sortdir = 'A'
             sort co-entry on ascending key co-key co-hdr co-val
           when sortkey = 'R'
             sort co-entry on descending key co-key co-hdr
               on ascending key co-val
           when sortdir = 'A'
             sort co-entry on ascending key co-val co-key co-hdr
           when other
             sort co-entry on descending key co-val
               on ascending key co-key co-hdr
         end-evaluate
         perform varying idx1 from 1 by 1 until idx1 > t-length
           if co-row(idx1) not = 0 and co-row(idx1) not = idx1 then
             perform b02-follow-cycle
           end-if
         end-perform
       .

       b98-exit.
         exit
       .

      * co-row(n) names the row that belongs at position n; the
      * cycle through idx1 is walked until it closes, each slot
      * marked done (zero) as it is filled.
       b02-follow-cycle section.
         move t-row(idx1) to perm-hold
         move idx1 to perm-to
         perform until co-row(perm-to) = idx1
           move co-row(perm-to) to perm-from
           move t-row(perm-from) to t-row(perm-to)
           move 0 to co-row(perm-to)
           move perm-from to perm-to
         end-perform
         move perm-hold to t-row(perm-to)
         move 0 to co-row(perm-to)
       .

       b97-exit.
         exit
       .

       e00-dsp-table section.
         move pctl-n to st-pctl-n
         call 'stats-table-1d' using table-data-1d, table-stats
         exit
       .

      * the lock names its holder (utl/lock-file.cbl); a dead
      * holder's lock is lockmon RELEASE's to clear.
       f00-check-lock section.
         move fname to lck-file
         move 'sort' to lck-program
         call 'lock-take' using lock-data
         move lck-name to lockname
         if lck-result = 1 then
           display 'sort: table file ', function trim(fname),
             ' is locked by another run (found ',
             function trim(lockname), ')'
           display 'sort:   ', function trim(lck-desc)
           move 1 to lock-held
         else
         if lck-result = 8 then
           display 'sort: cannot write lock ',
             function trim(lockname), ' - ',
             function trim(fname), ' not sorted'
           move 1 to lock-held
         else
           move 0 to lock-held
         end-if
         end-if
       .

             if table-record = spaces then
               continue
             end-if
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g07-csv-record
             end-if
             if csv-skip = 1 then
               continue
             else
             if table-record(1:8) = '#TRAILER' then
               perform g05-parse-trailer
             else
               end-if
             end-if
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
      * column (matched by the header label, or the schema's only
      * value rule). A failing row is rejected and counted like any
      * other bad row, with the rule that fired named.
      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g07-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           move 'SRT007' to msg-code
           move spaces to msg-detail
           string 'line ' linenum ' in '
             function trim(fname) ': '
             function trim(csv-msg)
             delimited by size into msg-detail
           end-string
           call 'msg-display' using msgcat-data
         else
           move csv-line to table-record
         end-if
         .

       g93-exit.
         exit
       .

       g04-schema-row section.
         call 'schema-check-key' using schema-data, r-header-in,
           sch-result, sch-reason
      * named-flag form through the shared utl/getopts.cbl parser:
      *   sort -file x.tbl -dir D -key R -delim , -validate
      *        -schema rules.sch -dups SUM -pctl 90 -formatted
      *        -collate NATURAL
       a02-named-args section.
         move 'sort' to go-prog
         move fname to go-first
         move spaces to fname
         move 'file dir key delim validate! schema dups pctl ' &
           'formatted! extsort! keys collate' to go-allowed
         call 'getopts-parse' using getopts-data
         if go-error = 1 then
           go to a97-exit
           if opt-out(1:1) = ',' or opt-out(1:1) = ';' then
             move opt-out(1:1) to delim-arg
           end-if
           if function upper-case(opt-out) = 'CSV' then
             move 1 to csv-mode
             move ';' to delim-arg
           end-if
         end-if
         move 'validate' to opt-want
         perform a03-find-option
         if opt-found = 1 then
           move opt-out to key-fname
         end-if
         move 'collate' to opt-want
         perform a03-find-option
         if opt-found = 1 then
           move opt-out(1:8) to cl-mode
         end-if
       .

       a97-exit.
           move opt-tmp(6:128) to key-fname
           move spaces to opt-tmp
         end-if
         if function upper-case(opt-tmp(1:8)) = 'COLLATE=' then
           move opt-tmp(9:8) to cl-mode
           move spaces to opt-tmp
         end-if
         if function upper-case(opt-tmp(1:5)) = 'PCTL=' then
           if function test-numval(opt-tmp(6:2)) = 0 then
             move function numval(opt-tmp(6:2)) to pctl-n
       .

       i00-release-lock section.
         call 'lock-drop' using lock-data
         if lck-result = 4 then
           display 'sort: ', function trim(lockname),
             ' was released from under this run and is now ',
             function trim(lck-desc), ' - left in place'
         end-if
       .

       i99-exit.
         end-string
         evaluate true
           when sortkey = 'R' and sortdir = 'A'
             sort sortwork on ascending key sw-coll sw-r-header
               sw-t-val
               input procedure x10-release-rows
               output procedure x20-write-sorted
           when sortkey = 'R'
             sort sortwork on descending key sw-coll sw-r-header
               on ascending key sw-t-val
               input procedure x10-release-rows
               output procedure x20-write-sorted
           when sortdir = 'A'
             sort sortwork on ascending key sw-t-val sw-coll
               sw-r-header
               input procedure x10-release-rows
               output procedure x20-write-sorted
           when other
             sort sortwork on descending key sw-t-val
               on ascending key sw-coll sw-r-header
               input procedure x10-release-rows
               output procedure x20-write-sorted
         end-evaluate
             at end
               move 1 to iseof
             not at end
               move 0 to csv-skip
               if csv-mode = 1 and table-record not = spaces
                   and table-record(1:1) not = '#' then
                 perform g07-csv-record
               end-if
               if table-record = spaces or csv-skip = 1 then
                 continue
               else
               if table-record(1:8) = '#TRAILER' then
             end-if
             if val-only = 0 then
               move r-header-in to sw-r-header
               move r-header-in to cl-text
               call 'coll-key' using coll-data
               move cl-key to sw-coll
               move function numval(t-val-in) to sw-t-val
               move row-missing to sw-miss
               release sw-record
         end-string
         call "SYSTEM" using cmd-buf
         move real-name to foutname
         perform z02-note-lineage
       .

       z99-exit.
         exit
       .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'sort' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .

      * the fast companion stands in for the text parse only when
      * nothing per-run wants the raw rows: no VALIDATE, no
      * schema or master-key checks (the companion was validated
