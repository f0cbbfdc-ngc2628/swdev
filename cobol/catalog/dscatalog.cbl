       identification division.
         program-id. dscatalog.

      * dataset catalog: one registry of the table files the shop
      * runs - who owns each, what it is, its layout, schema file,
      * retention, the feed it comes from and who reads it - and a
      * report that puts beside each entry what is on disk today:
      * the data rows and the trailer's count and control total,
      * the newest generation gdgkeep would name, the close status
      * in the close registry, whether the idxbuild index and the
      * .fast companion still match the file, and whether the
      * recovery list captures it. Registered files that are gone
      * are flagged, and so are table files on disk (a '#TRAILER'
      * line marks one) that nobody registered.
      *
      *   dscatalog catalog-file [DIR=dir] [RECOVERY=list-file]
      *
      * The catalog file ('*' comments) holds one line per dataset,
      * fields split on '|', trailing ones optional:
      *   file|owner|description|layout|schema-file|retention|
      *     feed-source|consumers|index-file
      * index-file is the idxbuild index built from the file, when
      * there is one; it is current while its #IDXSTAMP row count
      * and hash total match the file. The .fast companion is
      * current while the file is no newer than it, the test the
      * readers make. DIR= is the directory searched for
      * unregistered table files (default the current one);
      * generations, .new leftovers and companions are not counted
      * as files of their own. RECOVERY= is the list file recovery
      * BUILD is given. Returns 4 when a registered file is
      * missing, a companion is stale, a trailer disagrees with
      * the rows, or a table file is unregistered.

       environment division.
         input-output section.
         file-control.
           select catinp assign to cat-fname
           organization is line sequential
           file status is cat-fs.
           select memfile assign to memname
           organization is line sequential
           file status is mem-fs.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.

       data division.
         file section.
         fd catinp.
           01 cat-record pic x(400) value spaces.
         fd memfile.
           01 mem-record pic x(255) value spaces.
         fd listfile.
           01 list-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cat-fname pic x(128) value spaces.
             05 cat-fs pic xx value '00'.
             05 memname pic x(128) value spaces.
             05 mem-fs pic xx value '00'.
             05 mem-eof pic 9 value 0.
             05 listname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 dir-arg pic x(128) value spaces.
             05 rcv-fname pic x(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 cmd-buf pic x(1024) value spaces.
             05 iseof pic 9 value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(4) value 0.
             05 fld-tok pic x(128) occurs 9 times value spaces.
             05 fld-ptr pic 9(4) value 1.
             05 fld-len pic 9(4) value 0.
             05 fld-cnt pic 9(2) value 0.
             05 ds-full-warned pic 9 value 0.
             05 bad-line-count pic 9(4) value 0.
      *    the member being measured: data rows, the trailer's
      *    count and total, and the column-1 hash idxbuild stamps.
             05 mem-rows pic 9(6) value 0.
             05 mem-first pic 9 value 0.
             05 trl-seen pic 9 value 0.
             05 trl-tok1 pic x(32) value spaces.
             05 trl-tok2 pic x(34) value spaces.
             05 mem-key-tok pic x(32) value spaces.
             05 mem-val-tok pic x(32) value spaces.
             05 mem-hash pic s9(16)v9(2) comp-3 value 0.
             05 stamp-tok pic x(128) occurs 6 times value spaces.
             05 stamp-rows pic 9(6) value 0.
             05 stamp-hash pic s9(16)v9(2) comp-3 value 0.
             05 closed-flag pic 9 value 0.
             05 gen-name pic x(200) value spaces.
             05 exist-flag pic 9 value 0.
             05 rcv-found pic 9 value 0.
             05 ds-state pic x(12) value spaces.
             05 rows-dsp pic z(5)9 value 0.
      *    the run's counts.
             05 missing-cnt pic 9(4) value 0.
             05 stale-cnt pic 9(4) value 0.
             05 trl-bad-cnt pic 9(4) value 0.
             05 unreg-cnt pic 9(4) value 0.
             05 norcv-cnt pic 9(4) value 0.
             05 cand-name pic x(200) value spaces.
             05 cand-reg pic 9 value 0.
      *    the registered datasets.
           01 ds-table.
             05 ds-cnt pic 9(4) value 0.
             05 ds-entry occurs 300 times.
               10 ds-file pic x(128).
               10 ds-owner pic x(32).
               10 ds-desc pic x(80).
               10 ds-layout pic x(8).
               10 ds-schema pic x(128).
               10 ds-retain pic x(12).
               10 ds-source pic x(32).
               10 ds-consumers pic x(128).
               10 ds-index pic x(128).
      *    the members of the recovery list.
           01 rcv-table.
             05 rcv-cnt pic 9(4) value 0.
             05 rcv-name pic x(128) occurs 500 times.

       procedure division.
       a00-start section.
         accept cat-fname from argument-value
           on exception
             move spaces to cat-fname
         end-accept
         if cat-fname = spaces then
           display 'usage: dscatalog catalog-file [DIR=dir] ',
             '[RECOVERY=list-file]'
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:4)) = 'DIR='
               move opt-tmp(5:128) to dir-arg
             when function upper-case(opt-tmp(1:9)) = 'RECOVERY='
               move opt-tmp(10:127) to rcv-fname
             when other
               display 'dscatalog: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if dir-arg = spaces then
           move '.' to dir-arg
         end-if
         string function trim(cat-fname) '.lst' delimited by size
           into listname
         end-string
         perform b00-load-catalog
         if return-code = 8 then
           go to a99-end
         end-if
         if not rcv-fname = spaces then
           perform b01-load-recovery
         end-if
         display 'dataset catalog ', function trim(cat-fname),
           ', ', ds-cnt, ' dataset(s)'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform varying ii from 1 by 1 until ii > ds-cnt
           perform c00-report-dataset
         end-perform
         perform d00-unregistered
         display ' '
         display 'dscatalog: ', ds-cnt, ' registered, ', missing-cnt,
           ' missing, ', stale-cnt, ' stale companion(s), ',
           trl-bad-cnt, ' trailer mismatch(es), ', unreg-cnt,
           ' unregistered'
         if not rcv-fname = spaces and norcv-cnt > 0 then
           display 'dscatalog: ', norcv-cnt, ' registered file(s) ',
             'not in the recovery list'
         end-if
         if missing-cnt > 0 or stale-cnt > 0 or trl-bad-cnt > 0
             or unreg-cnt > 0 or bad-line-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       b00-load-catalog section.
         open input catinp
         if cat-fs not = '00' then
           display 'dscatalog: cannot open catalog ',
             function trim(cat-fname), ', status ', cat-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read catinp into cat-record
           at end
             move 1 to iseof
           not at end
             if cat-record not = spaces
                 and cat-record(1:1) not = '*' then
               perform b02-take-entry
             end-if
           end-read
         end-perform
         close catinp
         .

       b99-exit.
         exit
         .

      * the recovery list: one file per line, '*' comments.
       b01-load-recovery section.
         move rcv-fname to memname
         open input memfile
         if mem-fs not = '00' then
           display 'dscatalog: cannot open recovery list ',
             function trim(rcv-fname), ', status ', mem-fs
           move spaces to rcv-fname
           go to b98-exit
         end-if
         move 0 to mem-eof
         perform until mem-eof = 1
           read memfile into mem-record
           at end
             move 1 to mem-eof
           not at end
             if mem-record not = spaces
                 and mem-record(1:1) not = '*'
                 and rcv-cnt < 500 then
               add 1 to rcv-cnt
               move function trim(mem-record) to rcv-name(rcv-cnt)
             end-if
           end-read
         end-perform
         close memfile
         .

       b98-exit.
         exit
         .

       b02-take-entry section.
         perform varying jj from 1 by 1 until jj > 9
           move spaces to fld-tok(jj)
         end-perform
         move 1 to fld-ptr
         move 0 to fld-cnt
         compute fld-len = function length(function trim(
           cat-record, trailing))
         perform until fld-ptr > fld-len or fld-cnt >= 9
           add 1 to fld-cnt
           unstring cat-record delimited by '|'
             into fld-tok(fld-cnt)
             with pointer fld-ptr
           end-unstring
           move function trim(fld-tok(fld-cnt)) to fld-tok(fld-cnt)
         end-perform
         if fld-tok(1) = spaces then
           add 1 to bad-line-count
           display 'dscatalog: catalog line without a file name ',
             'skipped: ', function trim(cat-record)
           go to b97-exit
         end-if
         if ds-cnt >= 300 then
           if ds-full-warned = 0 then
             display 'dscatalog: more than 300 datasets, extra ',
               'lines ignored'
             move 1 to ds-full-warned
           end-if
           go to b97-exit
         end-if
         add 1 to ds-cnt
         move fld-tok(1) to ds-file(ds-cnt)
         move fld-tok(2) to ds-owner(ds-cnt)
         move fld-tok(3) to ds-desc(ds-cnt)
         move fld-tok(4) to ds-layout(ds-cnt)
         move fld-tok(5) to ds-schema(ds-cnt)
         move fld-tok(6) to ds-retain(ds-cnt)
         move fld-tok(7) to ds-source(ds-cnt)
         move fld-tok(8) to ds-consumers(ds-cnt)
         move fld-tok(9) to ds-index(ds-cnt)
         .

       b97-exit.
         exit
         .

      * one dataset's registration and what is on disk for it.
       c00-report-dataset section.
         if ds-owner(ii) = spaces then
           move '-' to ds-owner(ii)
         end-if
         if ds-desc(ii) = spaces then
           move '-' to ds-desc(ii)
         end-if
         if ds-layout(ii) = spaces then
           move '-' to ds-layout(ii)
         end-if
         if ds-retain(ii) = spaces then
           move '-' to ds-retain(ii)
         end-if
         if ds-source(ii) = spaces then
           move '-' to ds-source(ii)
         end-if
         if ds-consumers(ii) = spaces then
           move '-' to ds-consumers(ii)
         end-if
         display ' '
         display 'dataset     ', function trim(ds-file(ii))
         display '  owner     ', function trim(ds-owner(ii))
         display '  desc      ', function trim(ds-desc(ii))
         display '  layout    ', function trim(ds-layout(ii)),
           '   retention ', function trim(ds-retain(ii))
         display '  feed      ', function trim(ds-source(ii))
         display '  consumers ', function trim(ds-consumers(ii))
         if not ds-schema(ii) = spaces then
           move ds-schema(ii) to cand-name
           perform u00-test-exists
           if exist-flag = 1 then
             display '  schema    ', function trim(ds-schema(ii))
           else
             display '  schema    ', function trim(ds-schema(ii)),
               '  ** MISSING'
             add 1 to missing-cnt
           end-if
         end-if
         move ds-file(ii) to memname
         perform g00-measure-member
         if mem-fs not = '00' then
           add 1 to missing-cnt
           display '  ** registered file not found'
           go to c99-exit
         end-if
         move mem-rows to rows-dsp
         if trl-seen = 0 then
           display '  rows      ', function trim(rows-dsp),
             '   no trailer'
         else
           display '  rows      ', function trim(rows-dsp),
             '   trailer ', function trim(trl-tok1), ' total ',
             function trim(trl-tok2)
           if function test-numval(trl-tok1) = 0 then
             if function numval(trl-tok1) not = mem-rows then
               add 1 to trl-bad-cnt
               display '  ** trailer count does not match the rows'
             end-if
           end-if
         end-if
         perform c01-newest-generation
         move 0 to closed-flag
         call 'close-check' using ds-file(ii), closed-flag
         if closed-flag = 1 then
           display '  close     CLOSED'
         else
           display '  close     OPEN'
         end-if
         perform c02-index-state
         perform c03-fast-state
         if not rcv-fname = spaces then
           move 0 to rcv-found
           perform varying kk from 1 by 1 until kk > rcv-cnt
             if rcv-name(kk) = ds-file(ii) then
               move 1 to rcv-found
             end-if
           end-perform
           if rcv-found = 1 then
             display '  recovery  LISTED'
           else
             add 1 to norcv-cnt
             display '  recovery  NOT LISTED'
           end-if
         end-if
         .

       c99-exit.
         exit
         .

      * the newest file.gYYYYMMDDHHMMSS, as gdgkeep LATEST finds it.
       c01-newest-generation section.
         move spaces to cmd-buf
         string 'ls -1 ' function trim(ds-file(ii))
           '.g[0-9]* 2>/dev/null | tail -1 > '
           function trim(listname) '; true'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move spaces to gen-name
         open input listfile
         if list-fs = '00' then
           read listfile into list-record
             at end
               continue
             not at end
               move list-record to gen-name
           end-read
           close listfile
         end-if
         if gen-name = spaces then
           display '  newest    no generations'
         else
           display '  newest    ', function trim(gen-name)
         end-if
         .

       c98-exit.
         exit
         .

      * the index is current while its #IDXSTAMP row count and hash
      * total are the file's own - the check idxlookup makes
      * before it answers.
       c02-index-state section.
         if ds-index(ii) = spaces then
           display '  index     none registered'
           go to c97-exit
         end-if
         move ds-index(ii) to memname
         open input memfile
         if mem-fs not = '00' then
           add 1 to stale-cnt
           display '  index     ', function trim(ds-index(ii)),
             '  ** MISSING'
           go to c97-exit
         end-if
         move spaces to mem-record
         read memfile into mem-record
           at end
             move spaces to mem-record
         end-read
         close memfile
         move 'STALE' to ds-state
         if mem-record(1:9) = '#IDXSTAMP' then
           perform varying jj from 1 by 1 until jj > 6
             move spaces to stamp-tok(jj)
           end-perform
      *    #IDXSTAMP date time source rows hash
           unstring mem-record delimited by all space
             into stamp-tok(1), stamp-tok(2), stamp-tok(3),
               stamp-tok(4), stamp-tok(5), stamp-tok(6)
           end-unstring
           if function test-numval(stamp-tok(5)) = 0
               and function test-numval(stamp-tok(6)) = 0 then
             move function numval(stamp-tok(5)) to stamp-rows
             compute stamp-hash = function numval(stamp-tok(6))
             if stamp-rows = mem-rows and stamp-hash = mem-hash
                 then
               move 'CURRENT' to ds-state
             end-if
           end-if
         end-if
         if ds-state = 'STALE' then
           add 1 to stale-cnt
         end-if
         display '  index     ', function trim(ds-index(ii)), '  ',
           function trim(ds-state)
         .

       c97-exit.
         exit
         .

      * the .fast companion, current while the file is no newer.
       c03-fast-state section.
         move spaces to cand-name
         string function trim(ds-file(ii)) '.fast'
           delimited by size into cand-name
         end-string
         perform u00-test-exists
         if exist-flag = 0 then
           display '  fast      none'
           go to c96-exit
         end-if
         move spaces to cmd-buf
         string 'test ! ' function trim(ds-file(ii)) ' -nt '
           function trim(cand-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         if return-code = 0 then
           display '  fast      CURRENT'
         else
           add 1 to stale-cnt
           display '  fast      STALE'
         end-if
         move 0 to return-code
         .

       c96-exit.
         exit
         .

      * table files under DIR= that no catalog line names:
      * anything carrying a '#TRAILER' line, less generations,
      * .new leftovers and companions.
       d00-unregistered section.
         move spaces to cmd-buf
         string 'grep -l -I ''^#TRAILER'' ' function trim(dir-arg)
           '/* 2>/dev/null | sed ''s#^\./##'' | grep -v '
           '''\.g[0-9]*$\|\.new$\|\.fast$\|\.exc$\|\.lst$'' > '
           function trim(listname) '; true'
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         open input listfile
         if list-fs not = '00' then
           go to d99-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               move list-record to cand-name
               move 0 to cand-reg
               perform varying kk from 1 by 1 until kk > ds-cnt
                 if ds-file(kk) = cand-name then
                   move 1 to cand-reg
                 end-if
               end-perform
               if cand-reg = 0 then
                 if unreg-cnt = 0 then
                   display ' '
                   display 'table files on disk not in the catalog'
                 end-if
                 add 1 to unreg-cnt
                 display '  ', function trim(cand-name)
               end-if
             end-if
           end-read
         end-perform
         close listfile
         move spaces to cmd-buf
         string 'rm -f ' function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to return-code
         .

       d99-exit.
         exit
         .

      * data rows (the header line is not one), the trailer's
      * count and total, and the column-1 hash - recovery's
      * measure with idxlookup's hash beside it.
       g00-measure-member section.
         move 0 to mem-rows
         move 0 to mem-first
         move 0 to trl-seen
         move 0 to mem-hash
         move spaces to trl-tok1
         move spaces to trl-tok2
         move 0 to mem-eof
         open input memfile
         if mem-fs not = '00' then
           go to g99-exit
         end-if
         perform until mem-eof = 1
           read memfile into mem-record
           at end
             move 1 to mem-eof
           not at end
             if mem-record(1:8) = '#TRAILER' then
               move 1 to trl-seen
               unstring mem-record(10:80)
                 delimited by all space
                 into trl-tok1, trl-tok2
               end-unstring
             else
             if mem-record not = spaces
                 and mem-record(1:1) not = '#' then
               if mem-first = 0 then
                 move 1 to mem-first
               else
                 add 1 to mem-rows
                 move spaces to mem-key-tok
                 move spaces to mem-val-tok
                 unstring mem-record delimited by all space
                   into mem-key-tok, mem-val-tok
                 end-unstring
                 if function test-numval(mem-val-tok) = 0 then
                   compute mem-hash = mem-hash
                     + function numval(mem-val-tok)
                 end-if
               end-if
             end-if
             end-if
           end-read
         end-perform
         close memfile
         .

       g99-exit.
         exit
         .

       u00-test-exists section.
         move spaces to cmd-buf
         string 'test -e ' function trim(cand-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         move 0 to exist-flag
         if return-code = 0 then
           move 1 to exist-flag
         end-if
         move 0 to return-code
         .

       u99-exit.
         exit
         .
