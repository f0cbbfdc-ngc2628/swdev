      * becomes one screen instead of four.
      *
      *   scorecard table-file [SCHEMA=rules-file]
      *     [HISTORY=quality-history-file] [, or ; or CSV]
      *
      * Scoring starts at 100: a trailer mismatch costs 25; bad
      * rows, duplicates or missing cells beyond their configured
      * caps cost 20/15/15 (5 apiece when present but within);
      * schema rejects cost 20; outliers beyond the configured
      * deviation count cost 10. Grade A>=90 B>=80 C>=70 D>=60
      * else F; a score under score-min (default 70) returns 8
      * and leaves <table-file>.score.alert, in the keyword=value
      * format batchchain's alert files use, for notify to send.
      *
      * The outliers, duplicate keys and a trailer mismatch each go
      * on the data-exception register (excreg.cbl); one an analyst
      * has EXPLAINED costs nothing and is listed under the card
      * instead of counted in it.

       environment division.
         input-output section.
           select histfile assign to hist-fname
           organization is line sequential
           file status is hist-fs.
           select alertfile assign to alert-name
           organization is line sequential.

       data division.
         file section.
           01 table-record pic a(255) value spaces.
         fd histfile.
           01 hist-record pic x(255) value spaces.
         fd alertfile.
           01 alert-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 hist-fname pic x(128) value spaces.
             05 hist-fs pic xx value '00'.
             05 hist-ptr pic 9(4) value 1.
             05 alert-name pic x(140) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 ii pic 9(3) value 0.
             05 jj pic 9(2) value 0.
             05 kk pic 9(2) value 0.
             05 stat-col pic 9(3) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 score-dsp pic zz9 value 0.
             05 grade pic x value space.
             05 cnt-dsp pic z(5)9 value 0.
             05 exc-expl pic 9 value 0.
             05 expl-cnt pic 9(6) value 0.
             05 trailer-expl pic 9 value 0.
             05 number53.
               copy num53.
             05 runcfg-data.
               copy tablestats.
             05 datetime-data.
               copy datetimedata.
      *    the file's exceptions already on the register.
           01 exc-data.
             copy excdata.
           01 table-data-3d.
             copy coor3d.

         if fname = spaces then
           display 'usage: scorecard table-file ',
             '[SCHEMA=rules-file] [HISTORY=history-file] ',
             '[delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when function upper-case(opt-tmp(1:8)) = 'HISTORY='
           move 8 to return-code
           go to a99-end
         end-if
         move fname to xc-file
         call 'exc-load' using exc-data
         perform h00-check-dups
         perform h01-check-outliers
         if trailer-bad = 1 then
           move 'TRAILER' to xc-type
           move spaces to xc-key
           move spaces to xc-col
           perform h02-register-exc
           if exc-expl = 1 then
             move 0 to trailer-bad
             move 1 to trailer-expl
           end-if
         end-if
         perform j00-grade
         perform k00-print-card
         if not hist-fname = spaces then
           perform k01-append-history
         end-if
         if score < min-score then
           perform k02-write-alert
           move 8 to return-code
         end-if
         .
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g04-csv-record
             end-if
             if table-record = spaces or csv-skip = 1 then
               continue
             else
             if table-record(1:8) = '#TRAILER' then
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g04-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'scorecard: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g95-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
           compute jj = ii + 1
           perform until f-length < jj
             if r-header(ii) = r-header(jj) then
               move 'DUPKEY' to xc-type
               move r-header(ii) to xc-key
               move spaces to xc-col
               perform h02-register-exc
               if exc-expl = 0 then
                 add 1 to dup-count
               end-if
             end-if
             add 1 to jj
           end-perform
       h01-check-outliers section.
         perform varying jj from 1 by 1 until jj > col-length
           if c-type(jj) = 0 then
      *      stats-table-3d takes the column as a 9(3).
             move jj to stat-col
             call 'stats-table-3d' using table-data-3d, stat-col,
               table-stats
             move st-avg to out-avg
             move st-sdev to out-sd
                     compute out-dist = 0 - out-dist
                   end-if
                   if out-dist > out-lim then
                     move 'OUTLIER' to xc-type
                     move r-header(ii) to xc-key
                     move c-header(jj) to xc-col
                     perform h02-register-exc
                     if exc-expl = 0 then
                       add 1 to outlier-count
                     end-if
                   end-if
                 end-if
               end-perform
         exit
         .

      * xc-type on row xc-key, column xc-col on the exception
      * register; exc-expl says an analyst has explained it.
       h02-register-exc section.
         move 0 to exc-expl
         move fname to xc-file
         call 'exc-seen' using exc-data
         if xc-ix > 0 then
           if xc-e-state(xc-ix) = 'EXPLAINED' then
             move 1 to exc-expl
             add 1 to expl-cnt
           end-if
         end-if
         .

       h97-exit.
         exit
         .

       j00-grade section.
         move 100 to score
         if trailer-bad = 1 then

       k00-print-card section.
         display 'quality scorecard for ', function trim(fname)
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         move f-length to cnt-dsp
         display '  rows loaded      ', function trim(cnt-dsp)
         move bad-row-count to cnt-dsp
         if trl-seen = 0 then
           display '  control trailer  none on file'
         else
           evaluate true
             when trailer-bad = 1
               display '  control trailer  MISMATCH'
             when trailer-expl = 1
               display '  control trailer  mismatch, explained'
             when other
               display '  control trailer  ok'
           end-evaluate
         end-if
         move score to score-dsp
         display '  score ', function trim(score-dsp),
           '  grade ', grade, '  (pass mark ', min-score, ')'
         if expl-cnt > 0 then
           move expl-cnt to cnt-dsp
           display '  explained, not counted: ',
             function trim(cnt-dsp)
           perform varying xc-ix from 1 by 1 until xc-ix > xc-cnt
             if xc-e-hit(xc-ix) = 1
                 and xc-e-state(xc-ix) = 'EXPLAINED' then
               call 'exc-line' using exc-data
               display '    ', function trim(xc-line)
             end-if
           end-perform
         end-if
         .

       k99-exit.
       k98-exit.
         exit
         .

      * a failing score leaves the same keyword=value alert line
      * batchchain's J-write-alert does, so notify routes it and
      * incident INGEST can open it.
       k02-write-alert section.
         call 'now-str' using datetime-data
         move spaces to alert-name
         string function trim(fname) '.score.alert'
           delimited by size into alert-name
         end-string
         move score to score-dsp
         open output alertfile
         move spaces to alert-record
         move 1 to hist-ptr
         string
           'chain=scorecard file=' function trim(fname)
           ' step=scorecard rc=8 log=' delimited by size
           into alert-record with pointer hist-ptr
         end-string
         if not hist-fname = spaces then
           string function trim(hist-fname) delimited by size
             into alert-record with pointer hist-ptr
           end-string
         else
           string function trim(fname) delimited by size
             into alert-record with pointer hist-ptr
           end-string
         end-if
         string ' time=' datetime-str
           ' score=' function trim(score-dsp) ' grade=' grade
           delimited by size
           into alert-record with pointer hist-ptr
         end-string
         write alert-record
         close alertfile
         display 'scorecard: alert written to ',
           function trim(alert-name)
         .

       k97-exit.
         exit
         .
