      * key (or PREFIX, like idxlookup), an optional date range
      * and job filter, walks rowaudit.log, the LOGDIR daily
      * files and any archive directory, and prints the matching
      * before/after entries in time order with a count. The
      * inquiry itself is logged to readaccess.log
      * (utl/read-audit.cbl) - the key or prefix, the filters and
      * the entries it listed.
      *
      *   raudinq key | PREFIX text [FROM=YYYYMMDDHHMMSS]
      *     [TO=YYYYMMDDHHMMSS] [JOB=name] [DIR=archive-dir]
             05 arch-dir pic x(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 logdir pic x(128) value spaces.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 listname pic x(140) value spaces.
             05 list-fs pic xx value '00'.
             05 list-eof pic 9 value 0.
             05 time-tok pic x(19) value spaces.
             05 ts-num pic 9(14) value 0.
             05 mm pic 9(4) value 0.
             05 qry-ptr pic 9(3) value 1.
             05 readaudit-data.
               copy readaudit.
           01 match-table.
             05 match-cnt pic 9(4) value 0.
             05 match-entry occurs 1 to 2000 times
                 depending on match-cnt.
               10 match-ts pic 9(14).
               10 match-line pic x(400).

       procedure division.
       a00-start section.
         end-perform
         display 'raudinq: ', match-cnt, ' matching entr(y/ies) ',
           'across ', files-read, ' rowaudit file(s)'
         perform e00-read-audit
         if match-cnt = 0 then
           move 4 to return-code
         end-if
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
         end-if
         add 1 to match-cnt
         move ts-num to match-ts(match-cnt)
         move log-record to match-line(match-cnt)
         .

       d99-exit.
         exit
         .

      * the inquiry's own readaccess.log line: the key or prefix
      * with whichever filters narrowed it.
       e00-read-audit section.
         move 'raudinq' to rda-tool
         move 'rowaudit' to rda-file
         if prefix-mode = 1 then
           move 'PREFIX' to rda-qtype
         else
           move 'KEY' to rda-qtype
         end-if
         move 1 to qry-ptr
         string function trim(key-arg) delimited by size
           into rda-query with pointer qry-ptr
         end-string
         if from-ts > 0 then
           string ' FROM=' from-ts delimited by size
             into rda-query with pointer qry-ptr
           end-string
         end-if
         if to-ts < 99999999999999 then
           string ' TO=' to-ts delimited by size
             into rda-query with pointer qry-ptr
           end-string
         end-if
         if not job-arg = spaces then
           string ' JOB=' function trim(job-arg)
             delimited by size
             into rda-query with pointer qry-ptr
           end-string
         end-if
         move match-cnt to rda-rows
         call 'read-audit-write' using readaudit-data
         .

       e99-exit.
         exit
         .

      * finds 'keyword=' inside the current line, the same u00
      * scan opsummary.cbl runs.
       u00-find-key section.
