      *     and 'D key' lines in one pass, writes once, and reports
      *     applied/rejected counts - for the month-end corrections
      *     that go to three regional files, and for batchchain.
      *     An 'N key values' line nets the values into the file
      *     as it stands when the line is applied: a key not there
      *     is inserted with them, one already there has each
      *     given value added to its cell - autorev's reversals,
      *     which may wait days for approval while the file moves
      *     on. The journal records what it resolved to, as an I
      *     or as U lines.
      *   maintain table-file REPLAY journal-file
      *     reapplies a change journal against a restored copy.
      * A SCHEMA= argument loads the same rules file the load
      *     different operator and be byte-identical since, or the
      *     run is refused; the row-audit trail carries both
      *     identities on every applied change.
      *
      * GROUP=id on a BATCH, APPLY or REPLAY run enlists the
      * rewritten file in a commit group instead of swapping it
      * in, so a correction set across several files is swapped
      * all together or not at all - see utl/cgroup-log.cbl. The
      * change journal records are held back the same way, in
      * table-file.jnl.new enlisted with the file: the group's
      * commit appends them to the journal, a rollback drops them,
      * so the journal only ever records changes that went in.

       environment division.
         input-output section.
             05 key-in pic x(32) value spaces.
             05 col-in pic x(6) value spaces.
             05 val-in pic x(32) value spaces.
             05 net-val pic s9(16)v9(15) comp-3 value 0.
             05 found-flag pic 9 value 0.
             05 found-idx pic 9(6) value 0.
             05 found-col pic 9(2) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 mode-arg pic x(8) value spaces.
             05 cmdname pic x(128) value spaces.
             05 jnlname pic x(136) value spaces.
             05 jnl-fs pic xx value '00'.
             05 jnl-ptr pic 9(4) value 1.
             05 jn-act pic x value space.
             05 appr-ok pic 9 value 0.
             05 override-mode pic 9 value 0.
             05 arg-tmp pic x(136) value spaces.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 split-delim pic x(1) value space.
             05 sch-result pic 9 value 0.
             05 sch-reason pic x(40) value spaces.
             05 sch-val pic s9(16)v9(15) comp-3 value 0.
               copy num53.
             05 msgcat-data.
               copy msgcat.
             05 csv-data.
               copy csvdata.
             05 gen-stamp pic x(14) value spaces.
             05 gen-name pic x(160) value spaces.
             05 gen-cmd pic x(512) value spaces.
             05 render-data.
               copy renderdata.
             05 rnd-row pic 9(6) value 0.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 cgroup-data.
               copy cgroupdata.
           01 table-data-3d.
             copy coor3d.

         call 'operator-get' using op-id
         call 'operator-level' using op-id, op-level
         move op-id to raud-oper
         move fname to raud-file
      *  a period-closed file takes no changes at all - closectl
      *  CLOSE marked it, only a supervisor REOPEN unmarks it.
         call 'close-check' using fname, closed-flag
           move 8 to return-code
           go to a99-end
         end-if
      *  nor does a file under another environment's data
      *  directories - a test run never touches production.
         move fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         string function trim(fname) '.jnl' delimited by size
           into jnlname
         end-string
         end-if
      *  the remaining arguments are order-free: SCHEMA= names
      *  the rules file, OVERRIDE (supervisor only) lets a
      *  failing change through with its own audit record, CSV
      *  reads a quoted-CSV table file and writes it back as CSV.
         move spaces to arg-tmp
         accept arg-tmp from argument-value
           on exception
               move arg-tmp(8:128) to sch-fname
             when function upper-case(arg-tmp(1:8)) = 'OVERRIDE'
               move 1 to override-mode
             when function upper-case(arg-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to split-delim
             when function upper-case(arg-tmp(1:6)) = 'GROUP='
               move arg-tmp(7:16) to cg-id
             when other
               display 'maintain: unrecognized argument ',
                 function trim(arg-tmp), ' ignored'
             go to a99-end
           end-if
         end-if
         if not cg-id = spaces then
           if replay-mode = 0 then
             display 'maintain: GROUP= needs BATCH, APPLY or ',
               'REPLAY, the dialog writes on its own'
             move 8 to return-code
             go to a99-end
           end-if
           move 'QUERY' to cg-action
           move fname to cg-real
           call 'commit-group' using cgroup-data lineage-data
           if not cg-msg = spaces then
             display 'maintain: ', function trim(cg-msg)
           end-if
           if cg-result = 8 then
             move 8 to return-code
             go to a99-end
           end-if
      *    the journal records go to a held file the group
      *    carries; one left by an earlier run that never enlisted
      *    is not part of this one.
           move jnlname to cg-jnl-real
           move spaces to jnlname
           string function trim(cg-jnl-real) '.new'
             delimited by size into jnlname
           end-string
           move spaces to swap-cmd
           string 'rm -f ' function trim(jnlname)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
         end-if
         if override-mode = 1 and op-level < 3 then
           move 'MNT003' to msg-code
           move spaces to msg-detail
         if replay-mode = 1 then
           perform r00-apply-file
           perform g01-write-file
           if cg-result = 8 then
             move 8 to return-code
             go to a99-end
           end-if
           display 'maintain: ', function trim(mode-arg),
             ' applied ', applied-count,
             ' action(s), rejected ', rejected-count
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g05-csv-record
             end-if
             if table-record not = spaces then
               if table-record(1:8) = '#TRAILER'
                   or csv-skip = 1 then
                 continue
               else
               if cntrec = 0 then
         compute hdr-len = function length(function trim(
           table-record))
         move spaces to hdr-label
         unstring table-record delimited by all split-delim
           into hdr-label
           with pointer hdr-ptr
         end-unstring
         perform until hdr-ptr > hdr-len
           move spaces to hdr-tok
           unstring table-record delimited by all split-delim
             into hdr-tok
             with pointer hdr-ptr
           end-unstring
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all split-delim
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying jj from 1 by 1 until jj > col-length
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring table-record delimited by all split-delim
               into row-tok
               with pointer row-ptr
             end-unstring
           into table-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > col-length
           string split-delim function trim(c-header(jj))
             delimited by size
             into table-record with pointer out-ptr
           end-string
         end-perform
         if csv-mode = 1 then
           perform g06-csv-line
         end-if
         write table-record
         move 0 to trl-count
         move 0 to trl-hash
         perform varying ii from 1 by 1 until ii > f-length
           move spaces to table-record
           move 1 to out-ptr
           if csv-mode = 1 then
             string function trim(r-header(ii)) delimited by size
               into table-record with pointer out-ptr
             end-string
           else
             string r-header(ii) delimited by size
               into table-record with pointer out-ptr
             end-string
           end-if
           perform varying jj from 1 by 1
               until jj > row-col-length(ii)
             if t-miss(ii, jj) = 1 then
               move t-val(ii, jj) to float53
               call 'trim-float53' using number53
             end-if
             string split-delim function trim(numstr53)
               delimited by size
               into table-record with pointer out-ptr
             end-string
           end-perform
           if csv-mode = 1 then
             perform g06-csv-line
           end-if
           write table-record
           add 1 to trl-count
           if t-miss(ii, 1) = 0 then
         exit
         .

      * one quoted-CSV record rewritten for the ';' split; a record
      * whose quotes do not balance is a bad row, reported with the
      * quote that was left open.
       g05-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           move 'MNT006' to msg-code
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

       g94-exit.
         exit
         .

      * the ';'-joined line built for the rewrite goes back out as
      * CSV, so a file that came in as CSV stays CSV.
       g06-csv-line section.
         move table-record to csv-line
         call 'table-to-csv' using csv-data
         move csv-line to table-record
         .

       g93-exit.
         exit
         .

       h00-find-header section.
         move 0 to found-flag
         move 0 to found-idx
           when 'I' perform r02-apply-insert
           when 'U' perform r03-apply-update
           when 'D' perform r04-apply-delete
           when 'N' perform r05-apply-net
           when other
             display 'maintain: unrecognized action rejected: ',
               function trim(cmd-record)
         exit
         .

      * a net line: a key the file does not have goes in as an
      * insert of the values given; otherwise every value given
      * is added to its cell (a missing cell takes the value), all
      * of the line's cells checked before any is changed, and
      * each changed cell journalled as its own U.
       r05-apply-net section.
         perform h00-find-header
         if found-flag = 0 then
           perform r02-apply-insert
           go to r93-exit
         end-if
         perform varying jj from 1 by 1 until jj > col-length
           move spaces to cmd-tok
           if cmd-ptr <= cmd-len then
             unstring cmd-record delimited by all space
               into cmd-tok with pointer cmd-ptr
             end-unstring
           end-if
           move 0 to t-miss-in(jj)
           if cmd-tok = spaces or cmd-tok = '-'
               or function upper-case(cmd-tok) = 'NA' then
             move 1 to t-miss-in(jj)
             move '0' to t-val-in(jj)
           else
             if function test-numval(cmd-tok) not = 0 then
               display 'maintain: N ', function trim(key-in),
                 ' rejected - value is not a number'
               add 1 to rejected-count
               go to r93-exit
             end-if
             if jj > row-col-length(found-idx) then
               display 'maintain: N ', function trim(key-in),
                 ' rejected - more values than the row has ',
                 'columns'
               add 1 to rejected-count
               go to r93-exit
             end-if
             move cmd-tok to t-val-in(jj)
           end-if
         end-perform
         perform varying jj from 1 by 1 until jj > col-length
           if t-miss-in(jj) = 0 then
             perform r06-net-value
             move jj to found-col
             move 0 to v-chk-miss
             move net-val to sch-val
             perform s11-check-update
             if v-fail = 1 then
               add 1 to rejected-count
               go to r93-exit
             end-if
           end-if
         end-perform
         move key-in to la-key
         perform varying jj from 1 by 1 until jj > col-length
           if t-miss-in(jj) = 0 then
             perform r06-net-value
             if t-miss(found-idx, jj) = 1 then
               move 'NA' to jn-old
             else
               move t-val(found-idx, jj) to float53
               call 'trim-float53' using number53
               move numstr53 to jn-old
             end-if
             move net-val to t-val(found-idx, jj)
             move 0 to t-miss(found-idx, jj)
             move net-val to float53
             call 'trim-float53' using number53
             move numstr53 to jn-new
             move jj to la-col
             move 'U' to jn-act
             perform j00-journal-action
           end-if
         end-perform
         move 1 to dirty
         add 1 to applied-count
         .

       r93-exit.
         exit
         .

      * the cell jj would hold once the line's value is netted in.
       r06-net-value section.
         if t-miss(found-idx, jj) = 1 then
           compute net-val = function numval(t-val-in(jj))
         else
           compute net-val = t-val(found-idx, jj)
             + function numval(t-val-in(jj))
         end-if
         .

       r92-exit.
         exit
         .

      * atomic write-and-swap: the output is written under a
      * temporary name and renamed into place only after a clean
      * close and trailer write, so a crash mid-write can never
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
         move real-name to fname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'maintain' to lin-program
         move fname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         if cmdname not = spaces then
           move 2 to lin-in-count
           move cmdname to lin-in-file(2)
         end-if
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
      * and its lineage line and held journal records with it,
      * until the group commits; a refused enlistment takes both
      * away again.
       z03-enlist section.
         move 'ENLIST' to cg-action
         move real-name to cg-real
         move swap-name to cg-new
         move spaces to cg-jnl-new
         move spaces to swap-cmd
         string 'test -f ' function trim(jnlname)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         if return-code = 0 then
           move jnlname to cg-jnl-new
         end-if
         move 0 to return-code
         call 'commit-group' using cgroup-data lineage-data
         display 'maintain: ', function trim(cg-msg)
         if cg-result = 8 then
           move spaces to swap-cmd
           string 'rm -f ' function trim(swap-name) ' '
             function trim(jnlname)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
           move 8 to return-code
         end-if
         .

       z96-exit.
         exit
         .
