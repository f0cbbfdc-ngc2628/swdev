      * stops the chain at the door.
      *
      *   preflight [FILE=table-file]... [DB=dbtable]
      *     [MINFREE=mb] [DIR=path] [, or ; or CSV]
      *
      * FILE= (up to 10) checks presence, no held .lock, and a
      * valid control trailer; DB= exports one row through the
      * the field delimiter the FILE= trailer check splits rows
      * on, as the other readers do. A bare first argument counts
      * as a FILE=.
      *
      * A held lock is reported with its owner - program,
      * operator, run id, process, since when - and whether the
      * holder is still alive, as lockmon lists it. Every lock
      * in the lock-dirs suite.cfg setting whose holder is dead,
      * or that names no holder, is noted as a stale lock for a
      * supervisor's lockmon RELEASE.
      *
      * Commit groups (utl/cgroup-log.cbl, in CGROUPDIR else the
      * current directory) are settled as commitgrp '* RECOVER'
      * settles them: a commit interrupted part way is rolled
      * forward here, before anything reads its files. A group
      * still open - members built but neither committed nor
      * rolled back - or one whose roll forward cannot finish is
      * a failed check: the chain would read files only part of
      * a correction set has reached.

       environment division.
         input-output section.
           select dfout assign to df-name
           organization is line sequential
           file status is df-fs.
           select lockls assign to lockls-name
           organization is line sequential
           file status is lockls-fs.
           select grpls assign to grpls-name
           organization is line sequential
           file status is grpls-fs.

       data division.
         file section.
           01 table-record pic a(255) value spaces.
         fd dfout.
           01 df-record pic x(200) value spaces.
         fd lockls.
           01 lockls-record pic x(200) value spaces.
         fd grpls.
           01 grpls-record pic x(200) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 file-cnt pic 9(2) value 0.
             05 file-tab pic x(128) occurs 10 times value spaces.
             05 ff pic 9(2) value 0.
             05 pqconn-exe pic x(128) value '../pq/pqconn'.
             05 cmd-buf pic x(1024) value spaces.
             05 fail-cnt pic 9(2) value 0.
             05 lockls-name pic x(32) value '.preflight.locks'.
             05 lockls-fs pic xx value '00'.
             05 lock-dir pic x(128) value spaces.
             05 dir-ptr pic 9(4) value 0.
             05 stale-cnt pic 9(4) value 0.
             05 lock-data.
               copy lockdata.
             05 grpls-name pic x(32) value '.preflight.groups'.
             05 grpls-fs pic xx value '00'.
             05 grp-dir pic x(128) value spaces.
             05 grp-open pic 9(4) value 0.
             05 name-len pic 9(4) value 0.
             05 slash-at pic 9(4) value 0.
             05 ii pic 9(4) value 0.
             05 cgroup-data.
               copy cgroupdata.
             05 lineage-data.
               copy lineagedata.
             05 runcfg-data.
               copy runcfg.

           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:5)) = 'FILE='
               perform a01-take-file
             when function upper-case(opt-tmp(1:3)) = 'DB='
           end-accept
         end-perform
         if file-cnt = 0 and db-table = spaces
             and min-free-mb = 0 and cfg-lock-dirs = spaces then
           display 'usage: preflight [FILE=table-file]... ',
             '[DB=dbtable] [MINFREE=mb] [DIR=path] [delimiter|CSV]'
           move 8 to return-code
           go to a99-end
         end-if
         if min-free-mb > 0 then
           perform d00-check-space
         end-if
         if not cfg-lock-dirs = spaces then
           perform e00-stale-locks
         end-if
         perform f00-commit-groups
         if fail-cnt = 0 then
           display 'preflight: all checks passed'
         else
           go to b99-exit
         end-if
         move 0 to return-code
         move chk-fname to lck-file
         call 'lock-read' using lock-data
         if lck-result = 1 then
           add 1 to fail-cnt
           if lck-alive = 'ALIVE' then
             display 'preflight: FAIL - ',
               function trim(chk-fname),
               ' is locked by another run'
           else
             display 'preflight: FAIL - ',
               function trim(chk-fname),
               ' is locked - stale lock, lockmon RELEASE'
           end-if
           display 'preflight:   ', function trim(lck-desc)
           go to b99-exit
         end-if
         move 0 to return-code
           at end
             move 1 to iseof
           not at end
      *      a CSV row whose quotes do not balance comes back as
      *      it was and simply fails the hash's numeric test.
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               move table-record to csv-line
               call 'csv-to-table' using csv-data
               move csv-line to table-record
             end-if
             if table-record = spaces then
               continue
             else
       d99-exit.
         exit
         .

      * the configured lock directories, a space-separated list:
      * a lock whose holder is gone stops the next run that
      * reaches its file, so each is noted here, at the door.
       e00-stale-locks section.
         move 0 to stale-cnt
         move 1 to dir-ptr
         perform until dir-ptr > length of cfg-lock-dirs
           move spaces to lock-dir
           unstring cfg-lock-dirs delimited by all space
             into lock-dir with pointer dir-ptr
           end-unstring
           if not lock-dir = spaces then
             perform e01-scan-dir
           end-if
         end-perform
         if stale-cnt = 0 then
           display 'preflight: ok - no stale locks in ',
             function trim(cfg-lock-dirs)
         end-if
         .

       e99-exit.
         exit
         .

       e01-scan-dir section.
         move spaces to cmd-buf
         string 'find ' function trim(lock-dir)
           ' -maxdepth 1 -name "*.lock" > '
           function trim(lockls-name) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         move 0 to iseof
         open input lockls
         if lockls-fs not = '00' then
           go to e98-exit
         end-if
         perform until iseof = 1
           read lockls into lockls-record
           at end
             move 1 to iseof
           not at end
             move spaces to lck-file
             move lockls-record to lck-name
             call 'lock-read' using lock-data
             if lck-result = 1 and not lck-alive = 'ALIVE' then
               add 1 to stale-cnt
               display 'preflight: note - stale lock ',
                 function trim(lck-name)
               display 'preflight:   ', function trim(lck-desc)
             end-if
           end-read
         end-perform
         close lockls
         move spaces to cmd-buf
         string 'rm -f ' function trim(lockls-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

       e98-exit.
         exit
         .

      * every commit group manifest: RECOVER rolls an interrupted
      * commit forward; what is left OPEN or COMMITTING fails.
       f00-commit-groups section.
         move 0 to grp-open
         display "CGROUPDIR" upon environment-name
         move spaces to grp-dir
         accept grp-dir from environment-value
           on exception
             continue
         end-accept
         if grp-dir = spaces then
           move '.' to grp-dir
         end-if
         move spaces to cmd-buf
         string 'find ' function trim(grp-dir)
           ' -maxdepth 1 -name "*.cgrp" > '
           function trim(grpls-name) ' 2>/dev/null'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         move 0 to iseof
         open input grpls
         if grpls-fs not = '00' then
           go to f98-report
         end-if
         perform until iseof = 1
           read grpls into grpls-record
           at end
             move 1 to iseof
           not at end
             if grpls-record not = spaces then
               perform f01-one-group
             end-if
           end-read
         end-perform
         close grpls
         .
       f98-report.
         move spaces to cmd-buf
         string 'rm -f ' function trim(grpls-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         if grp-open = 0 then
           display 'preflight: ok - no commit group left open in ',
             function trim(grp-dir)
         end-if
         .

       f99-exit.
         exit
         .

      * the group id is the manifest's name less its directory and
      * the .cgrp ending, as commitgrp takes it.
       f01-one-group section.
         compute name-len = function length(function trim(
           grpls-record))
         move 0 to slash-at
         perform varying ii from 1 by 1 until ii > name-len
           if grpls-record(ii:1) = '/' then
             move ii to slash-at
           end-if
         end-perform
         move spaces to cg-id
         if name-len - slash-at > 5 then
           move grpls-record(slash-at + 1:name-len - slash-at - 5)
             to cg-id
         end-if
         if cg-id = spaces then
           go to f97-exit
         end-if
         move 'RECOVER' to cg-action
         call 'commit-group' using cgroup-data lineage-data
         evaluate cg-state
           when 'OPEN'
             add 1 to grp-open
             add 1 to fail-cnt
             display 'preflight: FAIL - commit group ',
               function trim(cg-id), ' is open with ', cg-members,
               ' file(s) enlisted - commitgrp ', function trim(cg-id),
               ' COMMIT or ROLLBACK first'
           when 'COMMITTING'
             add 1 to grp-open
             add 1 to fail-cnt
             display 'preflight: FAIL - ', function trim(cg-msg)
           when other
             if cg-result = 4 then
               display 'preflight: ok - ', function trim(cg-msg)
             end-if
         end-evaluate
         .

       f97-exit.
         exit
         .
