       identification division.
         program-id. evidpack.

      * auditor evidence pack for a closed period: everything the
      * external auditors ask for about a table file's period,
      * gathered into one directory instead of pulled by hand from
      * five places:
      *   <file>.close-history.txt  the file's close registry
      *                             entries - closes, reopens,
      *                             restatements
      *   <file>.row-changes.txt    every row-audit line for the
      *                             file in the period, with its
      *                             operator and approver, in time
      *                             order
      *   <file>.corrections.txt    each approved correction behind
      *                             those changes: its approval,
      *                             the hash its .pend record
      *                             holds and the hash of the file
      *                             as it stands now; the
      *                             correction file and its .pend
      *                             are copied in beside it
      *   <file>.journal.txt        the file's change journal
      *                             entries in the period
      *   <file>.generations.txt    every dated generation with its
      *                             rows, trailer total and hash,
      *                             the current file, and the
      *                             file's state at the period's
      *                             start and end as reconstruct
      *                             rebuilds it (kept in the pack as
      *                             <file>.asof-start and
      *                             <file>.asof-end)
      *   logverify.txt             the chain check of every trail
      *                             file the pack drew on
      *   INDEX                     one 'member rows total hash'
      *                             line per member - manifest's
      *                             layout and figures - closed by a
      *                             #PACK line whose hash folds the
      *                             whole index
      *
      *   evidpack BUILD table-file FROM=YYYYMMDD TO=YYYYMMDD
      *     [PACK=dir] [DIR=archive-dir] [REG=close-registry]
      *   evidpack BUILD GROUP=owner CATALOG=catalog-file
      *     FROM=YYYYMMDD TO=YYYYMMDD [PACK=...] [DIR=...] [REG=...]
      *   evidpack VERIFY pack-dir
      *
      * GROUP= takes every dataset the catalog (dscatalog's file)
      * registers to that owner. The trail is read where raudinq
      * reads it (rowaudit.log, the LOGDIR daily files, DIR='s
      * archive copies); the registry is REG=, else CLOSEREG, else
      * close.dat. PACK= defaults to evidence.<file or group>.
      * <from>-<to>; a directory that already holds an INDEX is
      * never overwritten. reconstruct-exe and logverify-exe in
      * suite.cfg override the helper programs' paths.
      *
      * VERIFY re-measures every member against the INDEX and
      * refolds the pack hash: 0 when the pack is as it was built,
      * 4 when files have been added beside the members, 8 when a
      * member is missing or altered or the index itself is.

       environment division.
         input-output section.
         file-control.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.
           select memfile assign to memname
           organization is line sequential
           file status is mem-fs.
           select outfile assign to out-fname
           organization is line sequential
           file status is out-fs.
           select idxfile assign to idx-fname
           organization is line sequential
           file status is idx-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-file-record pic x(400) value spaces.
         fd memfile.
           01 mem-record pic x(1200) value spaces.
         fd outfile.
           01 out-record pic x(400) value spaces.
         fd idxfile.
           01 idx-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 fname pic x(128) value spaces.
             05 group-arg pic x(64) value spaces.
             05 cat-fname pic x(128) value spaces.
             05 from-date pic 9(8) value 0.
             05 to-date pic 9(8) value 0.
             05 from-ts pic 9(14) value 0.
             05 to-ts pic 9(14) value 0.
             05 pack-dir pic x(128) value spaces.
             05 arch-dir pic x(128) value spaces.
             05 reg-fname pic x(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 logdir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 listname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 log-fname pic x(200) value spaces.
             05 log-fs pic xx value '00'.
             05 log-eof pic 9 value 0.
             05 memname pic x(260) value spaces.
             05 mem-fs pic xx value '00'.
             05 mem-eof pic 9 value 0.
             05 out-fname pic x(260) value spaces.
             05 out-fs pic xx value '00'.
             05 out-lines pic 9(6) value 0.
             05 idx-fname pic x(140) value spaces.
             05 idx-fs pic xx value '00'.
             05 tmp-fname pic x(140) value spaces.
             05 reconstruct-exe pic x(128) value
               '../asof/reconstruct'.
             05 logverify-exe pic x(128) value
               '../logverify/logverify'.
             05 cmd-buf pic x(1024) value spaces.
             05 step-rc pic s9(9) value 0.
             05 log-record pic x(400) value spaces.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(16) value spaces.
             05 srch-len pic 9(2) value 0.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 fx pic 9(4) value 0.
             05 sx pic 9(4) value 0.
             05 tx pic 9(4) value 0.
             05 ax pic 9(4) value 0.
             05 cx pic 9(4) value 0.
             05 mx pic 9(4) value 0.
             05 gx pic 9(4) value 0.
             05 job-tok pic x(16) value spaces.
             05 act-tok pic x(1) value space.
             05 word-tok pic x(128) value spaces.
             05 key-tok pic x(32) value spaces.
             05 time-tok pic x(19) value spaces.
             05 ts-num pic 9(14) value 0.
             05 path-tok pic x(260) value spaces.
             05 base-tok pic x(128) value spaces.
             05 prefix pic x(128) value spaces.
             05 fld-tok pic x(128) occurs 2 times value spaces.
             05 fld-ptr pic 9(4) value 1.
             05 tok-1 pic x(128) value spaces.
             05 tok-2 pic x(12) value spaces.
             05 tok-3 pic x(34) value spaces.
             05 tok-4 pic x(12) value spaces.
             05 want-rows pic 9(6) value 0.
             05 want-hash pic 9(9) value 0.
             05 mem-rows pic 9(6) value 0.
             05 mem-total pic x(34) value spaces.
             05 mem-hash pic 9(9) value 0.
             05 trl-seen pic 9 value 0.
             05 trl-tok1 pic x(32) value spaces.
             05 trl-tok2 pic x(34) value spaces.
             05 chain-buf pic x(1200) value spaces.
             05 pack-hash pic 9(9) value 0.
             05 want-pack pic 9(9) value 0.
             05 pack-seen pic 9 value 0.
             05 pend-hash pic 9(9) value 0.
             05 corr-hash pic 9(9) value 0.
             05 corr-state pic x(8) value spaces.
             05 gen-stamp-x pic x(14) value spaces.
             05 name-len pic 9(4) value 0.
             05 stamp-at pic 9(4) value 0.
             05 asof-arg pic x(14) value spaces.
             05 asof-what pic x(5) value spaces.
             05 op-id pic x(12) value spaces.
             05 run-id pic x(17) value spaces.
             05 cnt-dsp pic z(5)9 value 0.
             05 cnt-dsp2 pic z(5)9 value 0.
             05 rows-dsp pic z(5)9 value 0.
             05 member-cnt pic 9(4) value 0.
             05 missing-cnt pic 9(4) value 0.
             05 altered-cnt pic 9(4) value 0.
             05 extra-cnt pic 9(4) value 0.
             05 ok-cnt pic 9(4) value 0.
             05 listed pic 9 value 0.
             05 trunc-warned pic 9 value 0.
             05 qry-ptr pic 9(3) value 1.
             05 out-ptr pic 9(4) value 1.
             05 datetime-data.
               copy datetimedata.
             05 runcfg-data.
               copy runcfg.
             05 readaudit-data.
               copy readaudit.
      *    the table files the pack covers.
           01 file-table.
             05 fl-cnt pic 9(4) value 0.
             05 fl-name pic x(128) occurs 50 times value spaces.
      *    the trail files walked; sr-used marks those the pack
      *    drew a line from, the ones logverify checks.
           01 source-table.
             05 sr-cnt pic 9(4) value 0.
             05 sr-entry occurs 200 times.
               10 sr-name pic x(200).
               10 sr-used pic 9.
      *    the period's trail lines for the pack's files.
           01 trail-table.
             05 tr-cnt pic 9(4) value 0.
             05 tr-entry occurs 1 to 5000 times
                 depending on tr-cnt.
               10 tr-ts pic 9(14).
               10 tr-fx pic 9(4).
               10 tr-sx pic 9(4).
               10 tr-appr pic x(12).
               10 tr-line pic x(400).
      *    corrapprove's approvals from the whole trail: the
      *    correction file and its approver.
           01 approval-table.
             05 ap-cnt pic 9(4) value 0.
             05 ap-entry occurs 1 to 500 times
                 depending on ap-cnt.
               10 ap-ts pic 9(14).
               10 ap-sx pic 9(4).
               10 ap-corr pic x(32).
               10 ap-appr pic x(12).
               10 ap-used pic 9.
               10 ap-line pic x(400).
      *    the pack's members, in the order the INDEX lists them.
           01 member-table.
             05 mb-cnt pic 9(4) value 0.
             05 mb-name pic x(128) occurs 300 times value spaces.

       procedure division.
       a00-start section.
         call 'run-config-load' using runcfg-data
         if not cfg-reconstruct-exe = spaces then
           move cfg-reconstruct-exe to reconstruct-exe
         end-if
         if not cfg-logverify-exe = spaces then
           move cfg-logverify-exe to logverify-exe
         end-if
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if cmd-arg = 'VERIFY' then
           accept pack-dir from argument-value
             on exception
               move spaces to pack-dir
           end-accept
           if pack-dir = spaces then
             perform a01-usage
             go to a99-end
           end-if
           perform h00-verify
           go to a99-end
         end-if
         if not cmd-arg = 'BUILD' then
           perform a01-usage
           go to a99-end
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'FROM='
               if function test-numval(opt-tmp(6:8)) = 0 then
                 move function numval(opt-tmp(6:8)) to from-date
               end-if
             when function upper-case(opt-tmp(1:3)) = 'TO='
               if function test-numval(opt-tmp(4:8)) = 0 then
                 move function numval(opt-tmp(4:8)) to to-date
               end-if
             when function upper-case(opt-tmp(1:6)) = 'GROUP='
               move opt-tmp(7:64) to group-arg
             when function upper-case(opt-tmp(1:8)) = 'CATALOG='
               move opt-tmp(9:128) to cat-fname
             when function upper-case(opt-tmp(1:5)) = 'PACK='
               move opt-tmp(6:128) to pack-dir
             when function upper-case(opt-tmp(1:4)) = 'DIR='
               move opt-tmp(5:124) to arch-dir
             when function upper-case(opt-tmp(1:4)) = 'REG='
               move opt-tmp(5:124) to reg-fname
             when fname = spaces
               move opt-tmp to fname
             when other
               display 'evidpack: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if from-date = 0 or to-date = 0 or from-date > to-date
             or (fname = spaces and group-arg = spaces)
             or (not group-arg = spaces and cat-fname = spaces)
             then
           perform a01-usage
           go to a99-end
         end-if
         compute from-ts = from-date * 1000000
         compute to-ts = to-date * 1000000 + 235959
         if group-arg = spaces then
           add 1 to fl-cnt
           move fname to fl-name(1)
         else
           perform b01-catalog-group
           if fl-cnt = 0 then
             display 'evidpack: no dataset in ',
               function trim(cat-fname), ' is owned by ',
               function trim(group-arg)
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform b00-build
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: evidpack BUILD table-file|GROUP=owner ',
           'CATALOG=catalog-file FROM=YYYYMMDD TO=YYYYMMDD ',
           '[PACK=dir] [DIR=archive-dir] [REG=close-registry]'
         display '       evidpack VERIFY pack-dir'
         move 8 to return-code
         .

       a98-exit.
         exit
         .

      * the pack directory, the trail and the registry read once,
      * then each file's members, the chain checks and the index.
       b00-build section.
         if pack-dir = spaces then
           if group-arg = spaces then
             move fname to path-tok
             perform u05-basename
           else
             move group-arg to base-tok
           end-if
           string 'evidence.' function trim(base-tok) '.'
             from-date '-' to-date
             delimited by size into pack-dir
           end-string
         end-if
         move spaces to idx-fname
         string function trim(pack-dir) '/INDEX'
           delimited by size into idx-fname
         end-string
         open input idxfile
         if idx-fs = '00' then
           close idxfile
           display 'evidpack: ', function trim(pack-dir),
             ' already holds a pack, not overwritten'
           move 8 to return-code
           go to b99-exit
         end-if
         move spaces to cmd-buf
         string 'mkdir -p ' function trim(pack-dir)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         if return-code not = 0 then
           display 'evidpack: cannot make ',
             function trim(pack-dir)
           move 8 to return-code
           go to b99-exit
         end-if
         call 'operator-get' using op-id
         call 'run-id-get' using run-id
         perform c00-list-trail
         perform c01-walk-trail
         if tr-cnt > 1 then
           sort tr-entry on ascending key tr-ts
         end-if
         if ap-cnt > 1 then
           sort ap-entry on ascending key ap-ts
         end-if
         if reg-fname = spaces then
           display "CLOSEREG" upon environment-name
           accept reg-fname from environment-value
             on exception
               continue
           end-accept
         end-if
         if reg-fname = spaces then
           move 'close.dat' to reg-fname
         end-if
         perform varying fx from 1 by 1 until fx > fl-cnt
           move fl-name(fx) to path-tok
           perform u05-basename
           move base-tok to prefix
           perform e01-close-history
           perform e02-row-changes
           perform e03-corrections
           perform e05-journal
           perform e06-generations
         end-perform
         perform f00-logverify
         perform g00-index
         move mb-cnt to cnt-dsp
         move tr-cnt to cnt-dsp2
         display 'evidpack: ', function trim(pack-dir), ' built - ',
           function trim(cnt-dsp), ' member(s), ',
           function trim(cnt-dsp2), ' row change(s), pack hash ',
           pack-hash
         perform k01-read-audit
         .

       b99-exit.
         exit
         .

      * the datasets the catalog registers to the group's owner:
      * field 1 the file, field 2 the owner, '|' between.
       b01-catalog-group section.
         move cat-fname to memname
         open input memfile
         if mem-fs not = '00' then
           display 'evidpack: cannot open catalog ',
             function trim(cat-fname), ', status ', mem-fs
           go to b98-exit
         end-if
         move 0 to mem-eof
         perform until mem-eof = 1
           read memfile
           at end
             move 1 to mem-eof
           not at end
             if mem-record not = spaces
                 and mem-record(1:1) not = '*' then
               move spaces to fld-tok(1)
               move spaces to fld-tok(2)
               move 1 to fld-ptr
               unstring mem-record delimited by '|'
                 into fld-tok(1), fld-tok(2)
                 with pointer fld-ptr
               end-unstring
               if function trim(fld-tok(2)) = group-arg
                   and not fld-tok(1) = spaces
                   and fl-cnt < 50 then
                 add 1 to fl-cnt
                 move function trim(fld-tok(1)) to fl-name(fl-cnt)
               end-if
             end-if
           end-read
         end-perform
         close memfile
         .

       b98-exit.
         exit
         .

      * every rowaudit file in reach - sodreport's listing.
       c00-list-trail section.
         move '.evidpack.list' to listname
         display "LOGDIR" upon environment-name
         move spaces to logdir
         accept logdir from environment-value
           on exception
             continue
         end-accept
         if logdir = spaces then
           call 'run-env-get' using run-env, run-env-logdir
           move run-env-logdir to logdir
         end-if
         move spaces to cmd-buf
         string '{ ls -1 rowaudit.log 2>/dev/null; '
           delimited by size into cmd-buf
         end-string
         if not logdir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(logdir)
             '/rowaudit.*.log 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         if not arch-dir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(arch-dir)
             '/rowaudit* 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         string function trim(cmd-buf) ' } > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       c99-exit.
         exit
         .

       c01-walk-trail section.
         open input listfile
         if list-fs not = '00' then
           go to c98-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces and sr-cnt < 200 then
               add 1 to sr-cnt
               move sr-cnt to sx
               move list-record(1:200) to sr-name(sx)
               move 0 to sr-used(sx)
               move sr-name(sx) to log-fname
               perform c02-walk-one
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       c98-exit.
         exit
         .

       c02-walk-one section.
         open input loginp
         if log-fs not = '00' then
           go to c97-exit
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if log-record not = spaces then
               perform c03-trail-line
             end-if
           end-read
         end-perform
         close loginp
         .

       c97-exit.
         exit
         .

      * one trail line: a change to one of the pack's files (file=,
      * or closectl's key=) in the period joins the trail table;
      * any corrapprove approval joins the approval table.
       c03-trail-line section.
         move 'job=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         move spaces to job-tok
         if key-pos > 0 then
           unstring log-record(key-pos:17) delimited by all space
             into job-tok
           end-unstring
         end-if
         move ' action=' to srch-key
         move 8 to srch-len
         perform u00-find-key
         move space to act-tok
         if key-pos > 0 then
           move log-record(key-pos:1) to act-tok
         end-if
         perform u01-line-time
         if job-tok = 'corrapprove' then
           if act-tok = 'A' and ap-cnt < 500 then
             add 1 to ap-cnt
             move ts-num to ap-ts(ap-cnt)
             move sx to ap-sx(ap-cnt)
             move ' key=' to srch-key
             move 5 to srch-len
             perform u02-word-at
             move word-tok(1:32) to ap-corr(ap-cnt)
             move ' after=' to srch-key
             move 7 to srch-len
             perform u02-word-at
             move word-tok(1:12) to ap-appr(ap-cnt)
             move 0 to ap-used(ap-cnt)
             move log-record to ap-line(ap-cnt)
           end-if
           go to c96-exit
         end-if
         if ts-num < from-ts or ts-num > to-ts then
           go to c96-exit
         end-if
         move ' file=' to srch-key
         move 6 to srch-len
         perform u02-word-at
         move 0 to tx
         if job-tok = 'closectl' and word-tok = spaces then
           move ' key=' to srch-key
           move 5 to srch-len
           perform u02-word-at
           move word-tok(1:32) to key-tok
           perform varying kx from 1 by 1
               until kx > fl-cnt or tx > 0
             if fl-name(kx)(1:32) = key-tok then
               move kx to tx
             end-if
           end-perform
         else
           perform varying kx from 1 by 1
               until kx > fl-cnt or tx > 0
             if fl-name(kx) = word-tok then
               move kx to tx
             end-if
           end-perform
         end-if
         if tx = 0 then
           go to c96-exit
         end-if
         if tr-cnt >= 5000 then
           if trunc-warned = 0 then
             display 'evidpack: more than 5000 trail lines in the ',
               'period, the rest left out - build the pack per ',
               'file or for a shorter period'
             move 1 to trunc-warned
           end-if
           go to c96-exit
         end-if
         move ' approved-by=' to srch-key
         move 13 to srch-len
         perform u02-word-at
         add 1 to tr-cnt
         move ts-num to tr-ts(tr-cnt)
         move tx to tr-fx(tr-cnt)
         move sx to tr-sx(tr-cnt)
         move word-tok(1:12) to tr-appr(tr-cnt)
         move log-record to tr-line(tr-cnt)
         move 1 to sr-used(sx)
         .

       c96-exit.
         exit
         .

      * the file's close registry entries, the whole history.
       e01-close-history section.
         move '.close-history.txt' to word-tok
         perform o00-open-member
         move spaces to out-record
         string '# close registry entries for '
           function trim(fl-name(fx)) ' from '
           function trim(reg-fname)
           delimited by size into out-record
         end-string
         perform o01-put
         move reg-fname to log-fname
         open input loginp
         if log-fs not = '00' then
           move spaces to out-record
           string '# registry ' function trim(reg-fname)
             ' not found' delimited by size into out-record
           end-string
           perform o01-put
           go to e90-close
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             move spaces to word-tok
             unstring log-record delimited by all space
               into word-tok
             end-unstring
             if word-tok = fl-name(fx) then
               move log-record to out-record
               perform o01-put
             end-if
           end-read
         end-perform
         close loginp
         .
       e90-close.
         perform o02-close-member
         .

       e99-exit.
         exit
         .

      * the period's trail lines for the file, oldest first.
       e02-row-changes section.
         move '.row-changes.txt' to word-tok
         perform o00-open-member
         move spaces to out-record
         string '# row-audit lines for ' function trim(fl-name(fx))
           ' from ' from-date ' to ' to-date
           delimited by size into out-record
         end-string
         perform o01-put
         perform varying tx from 1 by 1 until tx > tr-cnt
           if tr-fx(tx) = fx then
             move tr-line(tx) to out-record
             perform o01-put
           end-if
         end-perform
         perform o02-close-member
         .

       e98-exit.
         exit
         .

      * the corrections behind the approved changes: the
      * approver's last approval at or before each change is the
      * one that carried it (sodreport's rule).
       e03-corrections section.
         perform varying ax from 1 by 1 until ax > ap-cnt
           move 0 to ap-used(ax)
         end-perform
         perform varying tx from 1 by 1 until tx > tr-cnt
           if tr-fx(tx) = fx and not tr-appr(tx) = spaces then
             move 0 to cx
             perform varying ax from 1 by 1 until ax > ap-cnt
               if ap-appr(ax) = tr-appr(tx)
                   and ap-ts(ax) <= tr-ts(tx) then
                 move ax to cx
               end-if
             end-perform
             if cx > 0 then
               move 1 to ap-used(cx)
             end-if
           end-if
         end-perform
         move '.corrections.txt' to word-tok
         perform o00-open-member
         move spaces to out-record
         string '# approved corrections applied to '
           function trim(fl-name(fx)) ' from ' from-date ' to '
           to-date delimited by size into out-record
         end-string
         perform o01-put
         perform varying ax from 1 by 1 until ax > ap-cnt
           if ap-used(ax) = 1 then
             perform e04-corr-one
           end-if
         end-perform
         perform o02-close-member
         .

       e97-exit.
         exit
         .

      * one correction: its approval line, the .pend hash against
      * the hash of the file now (corrapprove's rule - every line
      * but blanks and '#' lines folded), and copies of both.
       e04-corr-one section.
         move 1 to sr-used(ap-sx(ax))
         move ap-line(ax) to out-record
         perform o01-put
         move 0 to pend-hash
         move 0 to corr-hash
         move spaces to memname
         string function trim(ap-corr(ax)) '.pend'
           delimited by size into memname
         end-string
         open input memfile
         if mem-fs = '00' then
           move 0 to mem-eof
           perform until mem-eof = 1
             read memfile
             at end
               move 1 to mem-eof
             not at end
               if mem-record(1:9) = '#PENDING ' then
                 move spaces to log-record
                 move mem-record(1:400) to log-record
                 move ' hash=' to srch-key
                 move 6 to srch-len
                 perform u02-word-at
                 if function test-numval(word-tok(1:9)) = 0 then
                   move function numval(word-tok(1:9)) to pend-hash
                 end-if
               end-if
             end-read
           end-perform
           close memfile
           move memname to path-tok
           perform e09-copy-in
         end-if
         move ap-corr(ax) to memname
         open input memfile
         if mem-fs not = '00' then
           move 'MISSING' to corr-state
         else
           move 0 to mem-eof
           perform until mem-eof = 1
             read memfile
             at end
               move 1 to mem-eof
             not at end
               if mem-record not = spaces
                   and mem-record(1:1) not = '#' then
                 move spaces to chain-buf
                 move mem-record to chain-buf
                 call 'chain-hash' using corr-hash, chain-buf,
                   corr-hash
               end-if
             end-read
           end-perform
           close memfile
           if corr-hash = pend-hash then
             move 'MATCH' to corr-state
           else
             move 'CHANGED' to corr-state
           end-if
           move memname to path-tok
           perform e09-copy-in
         end-if
         move spaces to out-record
         string '  correction ' function trim(ap-corr(ax))
           ' pend-hash=' pend-hash ' file-hash=' corr-hash ' '
           corr-state delimited by size into out-record
         end-string
         perform o01-put
         .

       e96-exit.
         exit
         .

      * the journal's entries in the period (each starts with its
      * YYYY-MM-DD HH:MM:SS stamp).
       e05-journal section.
         move '.journal.txt' to word-tok
         perform o00-open-member
         move spaces to log-fname
         string function trim(fl-name(fx)) '.jnl'
           delimited by size into log-fname
         end-string
         move spaces to out-record
         string '# journal entries from ' function trim(log-fname)
           ' from ' from-date ' to ' to-date
           delimited by size into out-record
         end-string
         perform o01-put
         open input loginp
         if log-fs not = '00' then
           move '# no journal' to out-record
           perform o01-put
           go to e91-close
         end-if
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if function test-numval(log-record(1:4)) = 0 then
               compute ts-num =
                 function numval(log-record(1:4)) * 10000000000
                 + function numval(log-record(6:2)) * 100000000
                 + function numval(log-record(9:2)) * 1000000
                 + function numval(log-record(12:2)) * 10000
                 + function numval(log-record(15:2)) * 100
                 + function numval(log-record(18:2))
               if ts-num >= from-ts and ts-num <= to-ts then
                 move log-record to out-record
                 perform o01-put
               end-if
             end-if
           end-read
         end-perform
         close loginp
         .
       e91-close.
         perform o02-close-member
         .

       e95-exit.
         exit
         .

      * every dated generation (gdgkeep's file.gYYYYMMDDHHMMSS)
      * and the current file, measured; then the state at each
      * end of the period as reconstruct rebuilds it.
       e06-generations section.
         move '.generations.txt' to word-tok
         perform o00-open-member
         move spaces to out-record
         string '# generations of ' function trim(fl-name(fx))
           ' - name rows trailer-total hash'
           delimited by size into out-record
         end-string
         perform o01-put
         move spaces to cmd-buf
         string 'ls -1 ' function trim(fl-name(fx))
           '.g* > ' function trim(listname) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         compute name-len = function length(function trim(
           fl-name(fx))) + 16
         compute stamp-at = name-len - 13
         open input listfile
         if list-fs = '00' then
           move 0 to list-eof
           perform until list-eof = 1
             read listfile into list-record
             at end
               move 1 to list-eof
             not at end
               move list-record(stamp-at:14) to gen-stamp-x
               if function length(function trim(list-record))
                   = name-len
                   and function test-numval(gen-stamp-x) = 0 then
                 move list-record to memname
                 perform e07-gen-line
               end-if
             end-read
           end-perform
           close listfile
         end-if
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move fl-name(fx) to memname
         perform e07-gen-line
         move 'start' to asof-what
         move from-ts to asof-arg
         perform e08-asof
         move 'end' to asof-what
         move to-ts to asof-arg
         perform e08-asof
         perform o02-close-member
         .

       e94-exit.
         exit
         .

       e07-gen-line section.
         perform m00-measure
         move spaces to out-record
         if mem-fs not = '00' then
           string function trim(memname) ' not readable'
             delimited by size into out-record
           end-string
         else
           string function trim(memname) ' ' mem-rows ' '
             function trim(mem-total) ' ' mem-hash
             delimited by size into out-record
           end-string
         end-if
         perform o01-put
         .

       e93-exit.
         exit
         .

      * reconstruct the file as of asof-arg into the pack, then
      * measure the copy.
       e08-asof section.
         move spaces to memname
         string function trim(pack-dir) '/' function trim(prefix)
           '.asof-' function trim(asof-what)
           delimited by size into memname
         end-string
         move spaces to cmd-buf
         string function trim(reconstruct-exe) ' '
           function trim(fl-name(fx)) ' ' function trim(memname)
           ' ' asof-arg ' >/dev/null 2>&1'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move return-code to step-rc
         move 0 to return-code
      *  the replay's own leftovers - its filtered journal and the
      *  generation maintain kept - are not evidence.
         move spaces to cmd-buf
         string 'rm -f ' function trim(memname) '.rpl '
           function trim(memname) '.g[0-9]*'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         move spaces to out-record
         if step-rc not = 0 then
           string 'state at period ' function trim(asof-what)
             ' (' asof-arg ') not reconstructable - no generation '
             'at or before it, or the replay failed'
             delimited by size into out-record
           end-string
           perform o01-put
           go to e92-exit
         end-if
         perform m00-measure
         string 'state at period ' function trim(asof-what)
           ' (' asof-arg ') ' mem-rows ' ' function trim(mem-total)
           ' ' mem-hash ' as ' function trim(prefix) '.asof-'
           function trim(asof-what)
           delimited by size into out-record
         end-string
         perform o01-put
         if mb-cnt < 300 then
           add 1 to mb-cnt
           string function trim(prefix) '.asof-'
             function trim(asof-what)
             delimited by size into mb-name(mb-cnt)
           end-string
         end-if
         .

       e92-exit.
         exit
         .

      * path-tok copied into the pack under its own base name, a
      * member of the index.
       e09-copy-in section.
         perform u05-basename
         move spaces to cmd-buf
         string 'cp -f ' function trim(path-tok) ' '
           function trim(pack-dir) '/' function trim(base-tok)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         if return-code not = 0 then
           move 0 to return-code
           go to e89-exit
         end-if
         move 0 to listed
         perform varying mx from 1 by 1 until mx > mb-cnt
           if mb-name(mx) = base-tok then
             move 1 to listed
           end-if
         end-perform
         if listed = 0 and mb-cnt < 300 then
           add 1 to mb-cnt
           move base-tok to mb-name(mb-cnt)
         end-if
         .

       e89-exit.
         exit
         .

      * the chain check of each trail file the pack drew on, the
      * verifier's own verdict line kept.
       f00-logverify section.
         move spaces to word-tok
         move 'logverify.txt' to prefix
         perform o00-open-member
         move '# chain check of each trail file drawn on'
           to out-record
         perform o01-put
         move '.evidpack.out' to tmp-fname
         perform varying sx from 1 by 1 until sx > sr-cnt
           if sr-used(sx) = 1 then
             perform f01-verify-one
           end-if
         end-perform
         perform o02-close-member
         .

       f99-exit.
         exit
         .

       f01-verify-one section.
         move spaces to cmd-buf
         string function trim(logverify-exe) ' '
           function trim(sr-name(sx)) ' > '
           function trim(tmp-fname) ' 2>&1'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move return-code to step-rc
         move 0 to return-code
         move spaces to out-record
         move tmp-fname to log-fname
         open input loginp
         if log-fs = '00' then
           read loginp into log-record
             at end
               move spaces to log-record
           end-read
           close loginp
           move log-record to out-record
         end-if
         if out-record = spaces then
           string 'logverify: ' function trim(sr-name(sx))
             ' not checked, rc ' step-rc
             delimited by size into out-record
           end-string
         end-if
         perform o01-put
         move spaces to cmd-buf
         string 'rm -f ' function trim(tmp-fname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       f98-exit.
         exit
         .

      * the INDEX: heading lines, one manifest-style line per
      * member, and the #PACK line whose hash folds every line
      * above it.
       g00-index section.
         move 0 to pack-hash
         open output idxfile
         if idx-fs not = '00' then
           display 'evidpack: cannot write ',
             function trim(idx-fname)
           move 8 to return-code
           go to g99-exit
         end-if
         move spaces to idx-record
         if group-arg = spaces then
           string '# evidence pack for ' function trim(fname)
             ' from ' from-date ' to ' to-date
             delimited by size into idx-record
           end-string
         else
           string '# evidence pack for group '
             function trim(group-arg) ' of '
             function trim(cat-fname) ' from ' from-date ' to '
             to-date delimited by size into idx-record
           end-string
         end-if
         perform g01-index-line
         call 'now-str' using datetime-data
         move spaces to idx-record
         string '# built by=' function trim(op-id) ' time='
           datetime-str ' run=' function trim(run-id)
           delimited by size into idx-record
         end-string
         perform g01-index-line
         perform varying mx from 1 by 1 until mx > mb-cnt
           move spaces to memname
           string function trim(pack-dir) '/'
             function trim(mb-name(mx))
             delimited by size into memname
           end-string
           perform m00-measure
           move spaces to idx-record
           string function trim(mb-name(mx)) ' ' mem-rows ' '
             function trim(mem-total) ' ' mem-hash
             delimited by size into idx-record
           end-string
           perform g01-index-line
         end-perform
         move mb-cnt to cnt-dsp
         move spaces to idx-record
         string '#PACK members=' function trim(cnt-dsp)
           ' hash=' pack-hash
           delimited by size into idx-record
         end-string
         write idx-record
         close idxfile
         .

       g99-exit.
         exit
         .

       g01-index-line section.
         move spaces to chain-buf
         move idx-record to chain-buf
         call 'chain-hash' using pack-hash, chain-buf, pack-hash
         write idx-record
         .

       g98-exit.
         exit
         .

      * re-measures each member the INDEX lists and refolds the
      * index into the pack hash.
       h00-verify section.
         move spaces to idx-fname
         string function trim(pack-dir) '/INDEX'
           delimited by size into idx-fname
         end-string
         open input idxfile
         if idx-fs not = '00' then
           display 'evidpack: no INDEX in ', function trim(pack-dir)
           move 8 to return-code
           go to h99-exit
         end-if
         move 0 to pack-hash
         move 0 to log-eof
         perform until log-eof = 1
           read idxfile
           at end
             move 1 to log-eof
           not at end
             if idx-record(1:6) = '#PACK ' then
               move 1 to pack-seen
               move spaces to log-record
               move idx-record to log-record
               move ' hash=' to srch-key
               move 6 to srch-len
               perform u02-word-at
               if function test-numval(word-tok(1:9)) = 0 then
                 move function numval(word-tok(1:9)) to want-pack
               end-if
             else
               if pack-seen = 0 and not idx-record = spaces then
                 move spaces to chain-buf
                 move idx-record to chain-buf
                 call 'chain-hash' using pack-hash, chain-buf,
                   pack-hash
                 if idx-record(1:1) not = '#' then
                   perform h01-verify-member
                 end-if
               end-if
             end-if
           end-read
         end-perform
         close idxfile
         perform h02-extras
         if pack-seen = 0 or not want-pack = pack-hash then
           display 'evidpack: INDEX ALTERED - the pack hash does ',
             'not match its contents'
           add 1 to altered-cnt
         end-if
         move ok-cnt to cnt-dsp
         move member-cnt to cnt-dsp2
         evaluate true
           when missing-cnt > 0 or altered-cnt > 0
             display 'evidpack: ', function trim(pack-dir),
               ' FAILS - ', function trim(cnt-dsp), ' of ',
               function trim(cnt-dsp2), ' member(s) intact'
             move 8 to return-code
           when extra-cnt > 0
             display 'evidpack: ', function trim(pack-dir),
               ' members intact (', function trim(cnt-dsp2),
               '), but holds file(s) the INDEX does not list'
             move 4 to return-code
           when other
             display 'evidpack: ', function trim(pack-dir),
               ' ok - ', function trim(cnt-dsp2),
               ' member(s) intact, pack hash ', pack-hash
         end-evaluate
         .

       h99-exit.
         exit
         .

       h01-verify-member section.
         add 1 to member-cnt
         move spaces to tok-1
         move spaces to tok-2
         move spaces to tok-3
         move spaces to tok-4
         unstring idx-record delimited by all space
           into tok-1, tok-2, tok-3, tok-4
         end-unstring
         if mb-cnt < 300 then
           add 1 to mb-cnt
           move tok-1 to mb-name(mb-cnt)
         end-if
         move 0 to want-rows
         move 0 to want-hash
         if function test-numval(tok-2) = 0 then
           move function numval(tok-2) to want-rows
         end-if
         if function test-numval(tok-4) = 0 then
           move function numval(tok-4) to want-hash
         end-if
         move spaces to memname
         string function trim(pack-dir) '/' function trim(tok-1)
           delimited by size into memname
         end-string
         perform m00-measure
         evaluate true
           when mem-fs not = '00'
             display 'evidpack: MISSING ', function trim(tok-1)
             add 1 to missing-cnt
           when mem-rows not = want-rows
               or mem-total not = tok-3
               or mem-hash not = want-hash
             display 'evidpack: ALTERED ', function trim(tok-1),
               ' - now ', mem-rows, ' ', function trim(mem-total),
               ' ', mem-hash
             add 1 to altered-cnt
           when other
             add 1 to ok-cnt
         end-evaluate
         .

       h98-exit.
         exit
         .

      * files in the pack directory the INDEX does not name.
       h02-extras section.
         move '.evidpack.list' to listname
         move spaces to cmd-buf
         string 'ls -1 ' function trim(pack-dir) ' > '
           function trim(listname) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         open input listfile
         if list-fs not = '00' then
           go to h97-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             move 0 to listed
             if list-record = 'INDEX' then
               move 1 to listed
             end-if
             perform varying mx from 1 by 1
                 until mx > mb-cnt or listed = 1
               if mb-name(mx) = list-record(1:128) then
                 move 1 to listed
               end-if
             end-perform
             if listed = 0 then
               display 'evidpack: EXTRA ', function trim(list-record)
               add 1 to extra-cnt
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       h97-exit.
         exit
         .

      * the building run's readaccess.log line: it read the
      * period's trail for the files.
       k01-read-audit section.
         move 'evidpack' to rda-tool
         if group-arg = spaces then
           move fname to rda-file
         else
           move group-arg to rda-file
         end-if
         move 'RANGE' to rda-qtype
         move 1 to qry-ptr
         string 'FROM=' from-date ' TO=' to-date ' PACK='
           function trim(pack-dir) delimited by size
           into rda-query with pointer qry-ptr
         end-string
         move tr-cnt to rda-rows
         call 'read-audit-write' using readaudit-data
         .

       k98-exit.
         exit
         .

      * rows, trailer total and content hash of memname - the
      * figures manifest HASH prints, so either tool can check a
      * member.
       m00-measure section.
         move 0 to mem-rows
         move '-' to mem-total
         move 0 to mem-hash
         move 0 to trl-seen
         move 0 to mem-eof
         open input memfile
         if mem-fs not = '00' then
           go to m99-exit
         end-if
         perform until mem-eof = 1
           read memfile
           at end
             move 1 to mem-eof
           not at end
             if mem-record not = spaces then
               move spaces to chain-buf
               move mem-record to chain-buf
               call 'chain-hash' using mem-hash, chain-buf,
                 mem-hash
               if mem-record(1:8) = '#TRAILER' then
                 move 1 to trl-seen
                 move spaces to trl-tok1
                 move spaces to trl-tok2
                 unstring mem-record(10:80)
                   delimited by all space
                   into trl-tok1, trl-tok2
                 end-unstring
                 move trl-tok2 to mem-total
               else
                 if mem-record(1:1) not = '#' then
                   add 1 to mem-rows
                 end-if
               end-if
             end-if
           end-read
         end-perform
         close memfile
         if trl-seen = 1 and mem-rows > 0 then
           subtract 1 from mem-rows
         end-if
         .

       m99-exit.
         exit
         .

      * a member named prefix plus the suffix in word-tok, opened
      * for output and listed for the index.
       o00-open-member section.
         move spaces to out-fname
         string function trim(pack-dir) '/' function trim(prefix)
           function trim(word-tok)
           delimited by size into out-fname
         end-string
         if mb-cnt < 300 then
           add 1 to mb-cnt
           string function trim(prefix) function trim(word-tok)
             delimited by size into mb-name(mb-cnt)
           end-string
         end-if
         move 0 to out-lines
         open output outfile
         .

       o99-exit.
         exit
         .

       o01-put section.
         if out-fs = '00' then
           write out-record
           add 1 to out-lines
         end-if
         move spaces to out-record
         .

       o98-exit.
         exit
         .

       o02-close-member section.
         if out-fs = '00' then
           close outfile
         end-if
         .

       o97-exit.
         exit
         .

      * finds 'keyword=' inside log-record, the same u00 scan
      * raudinq runs.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           log-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if log-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

      * the time= stamp as a sortable YYYYMMDDHHMMSS.
       u01-line-time section.
         move ' time=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         move 0 to ts-num
         if key-pos > 0 then
           move log-record(key-pos:19) to time-tok
           if function test-numval(time-tok(1:4)) = 0 then
             compute ts-num =
               function numval(time-tok(1:4)) * 10000000000
               + function numval(time-tok(6:2)) * 100000000
               + function numval(time-tok(9:2)) * 1000000
               + function numval(time-tok(12:2)) * 10000
               + function numval(time-tok(15:2)) * 100
               + function numval(time-tok(18:2))
           end-if
         end-if
         .

       u98-exit.
         exit
         .

      * the word after srch-key into word-tok, blank when absent.
       u02-word-at section.
         perform u00-find-key
         move spaces to word-tok
         if key-pos > 0 then
           unstring log-record(key-pos:) delimited by all space
             into word-tok
           end-unstring
         end-if
         .

       u97-exit.
         exit
         .

      * the last part of the path in path-tok into base-tok.
       u05-basename section.
         move spaces to base-tok
         compute rec-len = function length(function trim(
           path-tok))
         move 0 to kx
         perform varying gx from rec-len by -1
             until gx < 1 or kx > 0
           if path-tok(gx:1) = '/' then
             move gx to kx
           end-if
         end-perform
         move path-tok(kx + 1:rec-len - kx) to base-tok
         .

       u96-exit.
         exit
         .
