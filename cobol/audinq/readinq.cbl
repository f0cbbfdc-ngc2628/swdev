       identification division.
         program-id. readinq.

      * read-access inquiry: answers "who looked at row X" and
      * "what did this operator look at" from the readaccess files
      * read-audit.cbl writes for inquire, idxlookup, raudinq and
      * pqconn's SELECT. Walks readaccess.log, the LOGDIR daily
      * files and any archive directory, as raudinq does for the
      * row audit, and prints the matching lines in time order
      * with a count.
      *
      *   readinq OPER=id | KEY=key [FILE=name] [TOOL=name]
      *     [FROM=YYYYMMDDHHMMSS] [TO=YYYYMMDDHHMMSS]
      *     [DIR=archive-dir] [BROWSE]
      *
      * OPER= lists everything the operator asked. KEY= lists the
      * queries that could have shown the key: a KEY or JUMP on it,
      * a PREFIX or JUMP it starts with, a RANGE it falls in, and a
      * FILTER, LIKE, STATS or WHERE whose text names it. A whole
      * file listed (OPEN) or a value-ordered read (VRANGE, TOP,
      * BOTTOM) shows every key it covers, so those join a KEY=
      * answer only under BROWSE. Both given, both must hold.
      * FILE= matches the file or table name, TOOL= the tool.

       environment division.
         input-output section.
         file-control.
           select listfile assign to listname
           organization is line sequential
           file status is list-fs.
           select loginp assign to log-fname
           organization is line sequential
           file status is log-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd loginp.
           01 log-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 oper-arg pic x(12) value spaces.
             05 key-arg pic x(32) value spaces.
             05 key-len pic 9(2) value 0.
             05 file-arg pic x(64) value spaces.
             05 tool-arg pic x(16) value spaces.
             05 browse-mode pic 9 value 0.
             05 from-ts pic 9(14) value 0.
             05 to-ts pic 9(14) value 99999999999999.
             05 arch-dir pic x(128) value spaces.
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
             05 cmd-buf pic x(1024) value spaces.
             05 files-read pic 9(4) value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(12) value spaces.
             05 srch-len pic 9(2) value 0.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 oper-tok pic x(12) value spaces.
             05 tool-tok pic x(16) value spaces.
             05 file-tok pic x(64) value spaces.
             05 qtype-tok pic x(8) value spaces.
             05 time-tok pic x(19) value spaces.
             05 ts-num pic 9(14) value 0.
             05 query-pos pic 9(4) value 0.
             05 chain-pos pic 9(4) value 0.
             05 query-len pic 9(4) value 0.
             05 query-txt pic x(160) value spaces.
             05 qry-tok1 pic x(32) value spaces.
             05 qry-tok2 pic x(32) value spaces.
             05 qry-len pic 9(2) value 0.
             05 key-hits pic 9(4) value 0.
             05 line-ok pic 9 value 0.
             05 mm pic 9(4) value 0.
           01 match-table.
             05 match-cnt pic 9(4) value 0.
             05 match-entry occurs 1 to 2000 times
                 depending on match-cnt.
               10 match-ts pic 9(14).
               10 match-line pic x(400).

       procedure division.
       a00-start section.
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'OPER='
               move opt-tmp(6:12) to oper-arg
             when function upper-case(opt-tmp(1:4)) = 'KEY='
               move opt-tmp(5:32) to key-arg
             when function upper-case(opt-tmp(1:5)) = 'FILE='
               move opt-tmp(6:64) to file-arg
             when function upper-case(opt-tmp(1:5)) = 'TOOL='
               move opt-tmp(6:16) to tool-arg
             when function upper-case(opt-tmp(1:5)) = 'FROM='
               if function test-numval(opt-tmp(6:14)) = 0 then
                 move function numval(opt-tmp(6:14)) to from-ts
               end-if
             when function upper-case(opt-tmp(1:3)) = 'TO='
               if function test-numval(opt-tmp(4:14)) = 0 then
                 move function numval(opt-tmp(4:14)) to to-ts
               end-if
             when function upper-case(opt-tmp(1:4)) = 'DIR='
               move opt-tmp(5:124) to arch-dir
             when function upper-case(opt-tmp) = 'BROWSE'
               move 1 to browse-mode
             when other
               display 'readinq: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if oper-arg = spaces and key-arg = spaces then
           display 'usage: readinq OPER=id | KEY=key [FILE=name] ',
             '[TOOL=name] [FROM=YYYYMMDDHHMMSS] ',
             '[TO=YYYYMMDDHHMMSS] [DIR=archive-dir] [BROWSE]'
           move 8 to return-code
           go to a99-end
         end-if
         if not key-arg = spaces then
           compute key-len = function length(function trim(
             key-arg))
         end-if
         perform b00-list-files
         perform c00-walk-files
         if match-cnt > 1 then
           sort match-entry on ascending key match-ts
         end-if
         perform varying mm from 1 by 1 until mm > match-cnt
           display function trim(match-line(mm))
         end-perform
         display 'readinq: ', match-cnt, ' matching entr(y/ies) ',
           'across ', files-read, ' readaccess file(s)'
         if match-cnt = 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * every readaccess file in reach: the working directory's
      * readaccess.log, the LOGDIR daily files, and the archive
      * directory's copies - one ls list, walked in turn.
       b00-list-files section.
         move '.readinq.list' to listname
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
         string '{ ls -1 readaccess.log 2>/dev/null; '
           delimited by size into cmd-buf
         end-string
         if not logdir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(logdir)
             '/readaccess.*.log 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         if not arch-dir = spaces then
           string function trim(cmd-buf)
             ' ls -1 ' function trim(arch-dir)
             '/readaccess* 2>/dev/null;'
             delimited by size into cmd-buf
           end-string
         end-if
         string function trim(cmd-buf) ' } > '
           function trim(listname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         .

       b99-exit.
         exit
         .

       c00-walk-files section.
         open input listfile
         if list-fs not = '00' then
           go to c99-exit
         end-if
         move 0 to list-eof
         perform until list-eof = 1
           read listfile into list-record
           at end
             move 1 to list-eof
           not at end
             if list-record not = spaces then
               move list-record(1:200) to log-fname
               perform c01-walk-one
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

       c99-exit.
         exit
         .

       c01-walk-one section.
         open input loginp
         if log-fs not = '00' then
           go to c98-exit
         end-if
         add 1 to files-read
         move 0 to log-eof
         perform until log-eof = 1
           read loginp into log-record
           at end
             move 1 to log-eof
           not at end
             if log-record not = spaces then
               perform d00-match-line
             end-if
           end-read
         end-perform
         close loginp
         .

       c98-exit.
         exit
         .

      * one readaccess line against the filters: operator, tool,
      * file, time range, then the key test on the query - a hit
      * joins the match table with its sortable stamp.
       d00-match-line section.
         if not oper-arg = spaces then
           move 'oper=' to srch-key
           move 5 to srch-len
           perform u00-find-key
           move spaces to oper-tok
           if key-pos > 0 then
             unstring log-record(key-pos:13)
               delimited by all space
               into oper-tok
             end-unstring
           end-if
           if oper-tok not = oper-arg then
             go to d99-exit
           end-if
         end-if
         if not tool-arg = spaces then
           move 'tool=' to srch-key
           move 5 to srch-len
           perform u00-find-key
           move spaces to tool-tok
           if key-pos > 0 then
             unstring log-record(key-pos:17)
               delimited by all space
               into tool-tok
             end-unstring
           end-if
           if tool-tok not = tool-arg then
             go to d99-exit
           end-if
         end-if
         if not file-arg = spaces then
           move ' file=' to srch-key
           move 6 to srch-len
           perform u00-find-key
           move spaces to file-tok
           if key-pos > 0 then
             unstring log-record(key-pos:65)
               delimited by all space
               into file-tok
             end-unstring
           end-if
           if file-tok not = file-arg then
             go to d99-exit
           end-if
         end-if
         move 'time=' to srch-key
         move 5 to srch-len
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
         if ts-num < from-ts or ts-num > to-ts then
           go to d99-exit
         end-if
         if not key-arg = spaces then
           perform d01-key-test
           if line-ok = 0 then
             go to d99-exit
           end-if
         end-if
         if match-cnt >= 2000 then
           display 'readinq: more than 2000 matches, extra ',
             'entries not listed'
           go to d99-exit
         end-if
         add 1 to match-cnt
         move ts-num to match-ts(match-cnt)
         move log-record to match-line(match-cnt)
         .

       d99-exit.
         exit
         .

      * could this query have shown key-arg? The query text runs
      * from query= to the chain= link at the end of the line.
       d01-key-test section.
         move 0 to line-ok
         move 'qtype=' to srch-key
         move 6 to srch-len
         perform u00-find-key
         move spaces to qtype-tok
         if key-pos > 0 then
           unstring log-record(key-pos:9)
             delimited by all space
             into qtype-tok
           end-unstring
         end-if
         move ' query=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         move key-pos to query-pos
         move spaces to query-txt
         move 0 to query-len
         if query-pos > 0 then
           move 0 to chain-pos
           perform varying kx from query-pos by 1
               until kx + 6 > rec-len
             if log-record(kx:7) = ' chain=' then
               move kx to chain-pos
             end-if
           end-perform
           if chain-pos = 0 then
             compute chain-pos = rec-len + 1
           end-if
           if chain-pos > query-pos then
             compute query-len = chain-pos - query-pos
             if query-len > 160 then
               move 160 to query-len
             end-if
             move log-record(query-pos:query-len) to query-txt
           end-if
         end-if
         move spaces to qry-tok1
         move spaces to qry-tok2
         unstring query-txt delimited by all space
           into qry-tok1, qry-tok2
         end-unstring
         move 0 to qry-len
         if not qry-tok1 = spaces then
           compute qry-len = function length(function trim(
             qry-tok1))
         end-if
         evaluate qtype-tok
           when 'KEY'
             if qry-tok1 = key-arg then
               move 1 to line-ok
             end-if
           when 'PREFIX'
           when 'JUMP'
             if qry-len > 0 and qry-len <= key-len
                 and key-arg(1:qry-len) = qry-tok1(1:qry-len) then
               move 1 to line-ok
             end-if
           when 'RANGE'
             if key-arg >= qry-tok1 and key-arg <= qry-tok2 then
               move 1 to line-ok
             end-if
           when 'OPEN'
           when 'VRANGE'
           when 'TOP'
           when 'BOTTOM'
             move browse-mode to line-ok
           when other
             move 0 to key-hits
             if query-len >= key-len then
               inspect query-txt(1:query-len) tallying key-hits
                 for all key-arg(1:key-len)
             end-if
             if key-hits > 0 then
               move 1 to line-ok
             end-if
         end-evaluate
         .

       d98-exit.
         exit
         .

      * finds 'keyword=' inside the current line, the same u00
      * scan raudinq.cbl runs.
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
