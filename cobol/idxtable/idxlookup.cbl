      *   idxlookup rel-file idx-file VRANGE from to
      *   idxlookup rel-file idx-file TOP n | BOTTOM n
      * both walk index-file.val and fetch only the matching
      * relative records. The source extract's schema applies its
      * RESTRICTED rules: a restricted column prints '*****' for
      * an operator below its level (oper-id.cbl), the output
      * says so, and VRANGE/TOP/BOTTOM are refused when the value
      * index orders a masked column. The schema is found for the
      * extract the '#IDXSTAMP' line names (else the relative
      * file) as utl/tableschema.cbl's schema-find finds it - its
      * .sch companion, its catalog entry, the site default - and
      * a SCHEMA=rules-file argument overrides it; one that is
      * found but will not load masks every column instead.
      * Every lookup answered is logged to readaccess.log
      * (utl/read-audit.cbl): the query as given and the rows it
      * fetched.
      * Keys are searched under the collation the index was built
      * with (its '#IDXCOLL' line, PLAIN when there is none - see
      * utl/collation.cbl): under CASE a RANGE or PREFIX ignores
      * case, under NATURAL a RANGE runs in number order (RANGE
      * BR2 BR10 takes BR2 through BR9 and BR10) and a PREFIX,
      * whose matches no longer sit together, is tested against
      * every key in index order. A one-key lookup still wants the
      * key exactly. A COLLATE= argument that disagrees with the
      * index is reported and the index's collation used.

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 relname pic a(128) value spaces.
             05 idxname pic a(128) value spaces.
             05 lookup-key pic x(32) value spaces.
             05 out-line pic x(255) value spaces.
             05 out-ptr pic 9(4) value 1.
             05 opt-tmp pic x(64) value spaces.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 0.
             05 rst-level pic 9 value 0.
             05 col-masked pic 9 occurs 10 times value 0.
             05 mask-cnt pic 9(2) value 0.
             05 mask-note pic x(200) value spaces.
             05 mask-ptr pic 9(4) value 1.
             05 read-count pic 9(6) value 0.
             05 readaudit-data.
               copy readaudit.
             05 schema-data.
               copy schemadata.
             05 number53.
               copy num53.
             05 render-data.
               copy renderdata.
             05 coll-data.
               copy colldata.
             05 idx-coll pic x(8) value spaces.
             05 coll-arg pic x(8) value spaces.
             05 look-coll pic x(64) value spaces.
             05 to-coll pic x(64) value spaces.
             05 pfx-fold pic x(32) value spaces.
           01 key-table.
             05 key-length pic 9(4) value 0.
             05 key-header pic x(32) occurs 1000 times.
             05 key-recnum pic 9(6) occurs 1000 times.
             05 key-coll pic x(64) occurs 1000 times.

       procedure division.
       a00-start section.
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:57) to sch-fname
             when function upper-case(opt-tmp(1:8)) = 'COLLATE='
               move function upper-case(opt-tmp(9:8)) to coll-arg
             when other
               display 'idxlookup: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if not sch-fname = spaces then
           call 'schema-load' using schema-data
           if sch-loaded = 0 then
             display 'idxlookup: schema file ',
               function trim(sch-fname),
               ' could not be loaded, lookup refused'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform g00-load-index
         if sch-fname = spaces then
           if stamp-src = spaces then
             call 'schema-find' using schema-data, relname
           else
             call 'schema-find' using schema-data, stamp-src
           end-if
           if not sch-fname = spaces then
             call 'schema-load' using schema-data
           end-if
         end-if
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         perform g05-key-collation
         perform g02-find-column
         perform g01-verify-stamp
         perform g04-mask-columns
         if col-masked(1) = 1 and (query-mode = 'VRANGE'
             or query-mode = 'TOP' or query-mode = 'BOTTOM') then
           display 'idxlookup: the value index orders restricted ',
             'column ', function trim(col-hdr(1)),
             ', ', function trim(query-mode), ' refused'
           move 8 to return-code
           go to a99-end
         end-if
      *  the query text is taken before the reads - RANGE walks
      *  lookup-key forward through the keys it fetches.
         if query-mode = spaces then
           move 'KEY' to rda-qtype
         else
           move query-mode to rda-qtype
         end-if
         evaluate query-mode
           when 'RANGE'
           when 'VRANGE'
             string function trim(lookup-key) ' '
               function trim(range-to)
               delimited by size into rda-query
             end-string
           when 'TOP'
           when 'BOTTOM'
             move range-to to rda-query
           when other
             move lookup-key to rda-query
         end-evaluate
         evaluate query-mode
           when 'VRANGE'
             perform v00-load-validx
                 function trim(lookup-key)
             end-if
         end-evaluate
         move 'idxlookup' to rda-tool
         move relname to rda-file
         move read-count to rda-rows
         call 'read-audit-write' using readaudit-data
         .
       a99-end.
         stop run
             if idx-in-record(1:8) = '#IDXCOLS' then
               perform g03-take-cols
             else
             if idx-in-record(1:8) = '#IDXCOLL' then
               move idx-in-record(10:8) to idx-coll
             else
             if idx-in-record(1:9) = '#IDXSTAMP' then
               move 1 to stamp-seen
               move spaces to stamp-tok
               end-if
             end-if
             end-if
             end-if
           end-read
         end-perform
         close idxfile
         exit
         .

      * the '#IDXCOLS' names checked against the schema's
      * RESTRICTED rules; the operator is asked for only when one
      * of them is restricted, and the note heads the output.
       g04-mask-columns section.
         move 0 to mask-cnt
         if sch-fname = spaces
             or (sch-loaded = 1 and sch-rst-count = 0) then
           go to g90-exit
         end-if
         move spaces to mask-note
         move 1 to mask-ptr
         perform varying cc from 1 by 1 until cc > colcount
           move 0 to col-masked(cc)
           call 'schema-col-level' using schema-data,
             col-hdr(cc), rst-level
           if rst-level > 0 and op-id = spaces then
             call 'operator-get' using op-id
             call 'operator-level' using op-id, op-level
             string 'restricted column(s) masked for operator '
               function trim(op-id) ' (level ' op-level '):'
               delimited by size
               into mask-note with pointer mask-ptr
             end-string
           end-if
           if rst-level > op-level then
             move 1 to col-masked(cc)
             add 1 to mask-cnt
             string ' ' function trim(col-hdr(cc))
               delimited by size
               into mask-note with pointer mask-ptr
             end-string
           end-if
         end-perform
         if mask-cnt > 0 then
           display function trim(mask-note)
         end-if
         .

       g90-exit.
         exit
         .

      * the index's collation, and every key's collation key under
      * it for the searches below.
       g05-key-collation section.
         move idx-coll to cl-mode
         if cl-mode = spaces then
           move 'PLAIN' to cl-mode
         end-if
         if not coll-arg = spaces and not coll-arg = cl-mode then
           display 'idxlookup: ', function trim(idxname),
             ' is ordered ', function trim(cl-mode), ', COLLATE=',
             function trim(coll-arg), ' not used - rebuild the ',
             'index to change it'
         end-if
         perform varying scan-idx from 1 by 1
             until scan-idx > key-length
           move key-header(scan-idx) to cl-text
           call 'coll-key' using coll-data
           move cl-key to key-coll(scan-idx)
         end-perform
         .

       g89-exit.
         exit
         .

      * lookup-key's collation key into look-coll.
       g06-look-coll section.
         move lookup-key to cl-text
         call 'coll-key' using coll-data
         move cl-key to look-coll
         .

       g88-exit.
         exit
         .

      * the index runs in collation-key order, the key text
      * settling a collation tie, so the halving compares the same
      * pair.
       h00-binary-search section.
         perform g06-look-coll
         move 0 to found-flag
         move 1 to lo
         move key-length to hi
         perform until lo > hi or found-flag = 1
           compute mid = (lo + hi) / 2
           if key-coll(mid) = look-coll
               and key-header(mid) = lookup-key then
             move 1 to found-flag
             move key-recnum(mid) to rel-key
           else if key-coll(mid) < look-coll
               or (key-coll(mid) = look-coll
                 and key-header(mid) < lookup-key) then
             compute lo = mid + 1
           else
             compute hi = mid - 1
         exit
         .

      * first index entry whose collation key is not below
      * look-coll - the same halving h00-binary-search does, but
      * for a lower bound instead of an exact hit.
       h01-lower-bound section.
         move 1 to lo
         move key-length to hi
         move 0 to scan-idx
         perform until lo > hi
           compute mid = (lo + hi) / 2
           if key-coll(mid) < look-coll then
             compute lo = mid + 1
           else
             move mid to scan-idx
      * lower bound, then direct-read forward until the key passes
      * the top of the range.
       j01-range-read section.
         move range-to to cl-text
         call 'coll-key' using coll-data
         move cl-key to to-coll
         perform g06-look-coll
         perform h01-lower-bound
         move 0 to match-count
         if scan-idx > 0 then
           open input relfile
           perform until scan-idx > key-length
               or key-coll(scan-idx) > to-coll
             move key-recnum(scan-idx) to rel-key
             move key-header(scan-idx) to lookup-key
             perform j03-read-one

      * all keys starting with the given text: the lower bound of
      * the prefix itself, then forward while the prefix matches.
      * Under PLAIN and CASE the collation key is the key in the
      * collation's case, so the matches sit together; under
      * NATURAL they do not (BR1 and BR10 with BR2 between) and
      * every key is tested.
       j02-prefix-read section.
         perform g06-look-coll
         move cl-fold to pfx-fold
         move 0 to match-count
         if cl-mode = 'NATURAL' then
           perform j08-prefix-scan
         else
           perform h01-lower-bound
           if scan-idx > 0 then
             open input relfile
             perform until scan-idx > key-length
                 or key-coll(scan-idx)(1:prefix-len) not =
                   pfx-fold(1:prefix-len)
               move key-recnum(scan-idx) to rel-key
               perform j03-read-one
               add 1 to match-count
               add 1 to scan-idx
             end-perform
             close relfile
           end-if
         end-if
         if match-count = 0 then
           display 'idxlookup: no rows starting ',
             display 'idxlookup: index/data mismatch for ',
               function trim(lookup-key)
           not invalid key
             add 1 to read-count
             if want-col > 0 then
               if col-masked(want-col) = 1 then
                 move '*****' to numstr53
               else
               if rel-t-miss(want-col) = 1
                   or want-col > rel-col-cnt then
                 move 'NA' to numstr53
                 move rel-t-val(want-col) to float53
                 call 'trim-float53' using number53
               end-if
               end-if
               call 'render-pair' using rel-r-header, numstr53,
                 render-data
               display function trim(rnd-line trailing)
         move 33 to out-ptr
         perform varying cc from 1 by 1
             until cc > rel-col-cnt
           if col-masked(cc) = 1 then
             move '*****' to numstr53
           else
           if rel-t-miss(cc) = 1 then
             move 'NA' to numstr53
           else
             move rel-t-val(cc) to float53
             call 'trim-float53' using number53
           end-if
           end-if
           string '  ' function trim(numstr53)
             delimited by size
             into out-line with pointer out-ptr
       j92-exit.
         exit
         .

      * a NATURAL prefix: every key in index order, each tested in
      * upper case against the prefix.
       j08-prefix-scan section.
         open input relfile
         perform varying scan-idx from 1 by 1
             until scan-idx > key-length
           move key-header(scan-idx) to cl-text
           call 'coll-key' using coll-data
           if cl-fold(1:prefix-len) = pfx-fold(1:prefix-len) then
             move key-recnum(scan-idx) to rel-key
             perform j03-read-one
             add 1 to match-count
           end-if
         end-perform
         close relfile
         .

       j91-exit.
         exit
         .
