      * dialog drives it:
      *   N)ext page    P)rev page    J)ump key-or-prefix
      *   F)ilter       C)olumns      S)tats    R)edisplay
      *   L)ike         Q)uit
      * F takes 'column op literal' (tablefilt's grammar, text
      * compares when the literal is not numeric, blank clears),
      * C a comma list of visible c-headers (blank shows all), S
      * prints the shared stats-table figures over the rows the
      * current filter keeps. L takes a name as a caller says it
      * and lists the visible rows whose key sounds like it, closest
      * first with the row number (utl/sound-alike.cbl's Soundex
      * rank, as namefind uses). Nothing here writes anything.
      * Columns the schema marks RESTRICTED are masked ('*****')
      * for an operator below their level (oper-id.cbl), filters
      * and stats included, and the page header says so. The
      * schema is the file's own even without SCHEMA= (its .sch
      * companion, its catalog entry or the site default - see
      * utl/tableschema.cbl's schema-find); one that is named but
      * will not load masks every column instead. The open
      * and every J, F, L and S query are logged to readaccess.log
      * (utl/read-audit.cbl) with the rows they returned. A row
      * the analysts have annotated (annotate.cbl) is marked '*'
      * and its notes are shown beneath it.
      *
      *   inquire table-file [, or ; or CSV] [SCHEMA=rules-file]

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 cell-len pic 9(2) value 0.
             05 pad-len pic 9(2) value 0.
             05 blanks pic x(14) value spaces.
             05 like-name pic x(32) value spaces.
             05 like-ix pic 9(3) value 0.
             05 like-row-ed pic zz9.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 0.
             05 rst-level pic 9 value 0.
             05 mask-cnt pic 9(2) value 0.
             05 mask-note pic x(200) value spaces.
             05 mask-ptr pic 9(4) value 1.
             05 filt-line pic x(80) value spaces.
             05 note-hit pic 9 value 0.
             05 readaudit-data.
               copy readaudit.
             05 sound-data.
               copy sounddata.
             05 number53.
               copy num53.
             05 runcfg-data.
               ==t-miss== by ==t-miss-1==
               ==t-txt== by ==t-txt-1==
               ==t-val== by ==t-val-1==.
      *    the analysts' notes on this file's rows.
           01 annot-data.
             copy annotdata.
      *    the L)ike matches, closest first.
           01 like-table.
             05 like-cnt pic 9(3) value 0.
             05 like-entry occurs 1 to 999 times
                 depending on like-cnt.
               10 like-score pic 9(3).
               10 like-row pic 9(3).

       procedure division.
       a00-start section.
             move spaces to fname
         end-accept
         if fname = spaces then
           display 'usage: inquire table-file [delimiter|CSV] ',
             '[SCHEMA=rules-file]'
           move 8 to return-code
           go to a99-end
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
             when other
               move spaces to opt-tmp
           end-accept
         end-perform
         call 'schema-find' using schema-data, fname
         if not sch-fname = spaces then
           call 'schema-load' using schema-data
         end-if
           move 8 to return-code
           go to a99-end
         end-if
         perform g04-mask-columns
         move fname to an-file
         call 'annot-load' using annot-data
         move 'OPEN' to rda-qtype
         move spaces to rda-query
         move f-length to rda-rows
         perform g05-read-audit
         display 'inquire: ', f-length, ' row(s) of ',
           col-length, ' column(s) from ', function trim(fname),
           ' (read-only)'
         if an-cnt > 0 then
           display 'inquire: ', an-cnt, ' analyst note(s) in ',
             'force - annotated rows are marked *'
         end-if
         perform d00-show-page
         perform b00-dialog
         .
         perform until command = 'Q'
           display ' '
           display 'N)ext  P)rev  J)ump  F)ilter  C)olumns  ',
             'S)tats  L)ike  R)edisplay  Q)uit'
           display 'command: ' with no advancing
           move spaces to cmd-line
           accept cmd-line
             when 'F' perform c03-filter
             when 'C' perform c04-columns
             when 'S' perform c05-stats
             when 'L' perform c06-sound-alike
             when 'R' perform d00-show-page
             when 'Q' continue
             when other
         compute jump-len = function length(function trim(
           jump-key))
         move 0 to ii
         move 0 to vis-cnt
         perform varying jj from 1 by 1 until jj > f-length
           if visible(jj) = 1
               and r-header(jj)(1:jump-len) =
                 jump-key(1:jump-len) then
             add 1 to vis-cnt
             if ii = 0 then
               move jj to ii
             end-if
           end-if
         end-perform
         move 'JUMP' to rda-qtype
         move jump-key to rda-query
         move vis-cnt to rda-rows
         perform g05-read-audit
         if ii = 0 then
           display 'inquire: no visible row starting ',
             function trim(jump-key)
         accept cmd-line
         if cmd-line = spaces then
           move 0 to filt-on
           move spaces to filt-line
           perform varying ii from 1 by 1 until ii > f-length
             move 1 to visible(ii)
           end-perform
           end-if
         end-perform
         display 'inquire: filter keeps ', vis-cnt, ' row(s)'
         move cmd-line to filt-line
         move 'FILTER' to rda-qtype
         move cmd-line to rda-query
         move vis-cnt to rda-rows
         perform g05-read-audit
         move 1 to page-top
         perform d00-show-page
         .
      * the shared stats figures over the rows the current filter
      * keeps, one line per visible numeric column.
       c05-stats section.
         move 0 to vis-cnt
         perform varying ii from 1 by 1 until ii > f-length
           if visible(ii) = 1 then
             add 1 to vis-cnt
           end-if
         end-perform
         move 'STATS' to rda-qtype
         move filt-line to rda-query
         move vis-cnt to rda-rows
         perform g05-read-audit
         perform varying jj from 1 by 1 until jj > col-length
           if col-show(jj) = 1 and c-type(jj) = 0 then
             move 0 to t-length-1
         exit
         .

      * the visible rows whose key sounds like the name given, a
      * page of them at most, closest first.
       c06-sound-alike section.
         display 'name as heard: ' with no advancing
         move spaces to like-name
         accept like-name
         if like-name = spaces then
           go to c92-exit
         end-if
         move like-name to snd-name
         move 0 to like-cnt
         perform varying ii from 1 by 1 until ii > f-length
           if visible(ii) = 1 then
             move r-header(ii) to snd-other
             call 'sound-rank' using sound-data
             if snd-score > 0 then
               add 1 to like-cnt
               move snd-score to like-score(like-cnt)
               move ii to like-row(like-cnt)
             end-if
           end-if
         end-perform
         move 'LIKE' to rda-qtype
         move like-name to rda-query
         move like-cnt to rda-rows
         perform g05-read-audit
         if like-cnt = 0 then
           display 'inquire: no visible key sounds like ',
             function trim(like-name), ' (', snd-code, ')'
           go to c92-exit
         end-if
         sort like-entry on descending key like-score
           ascending key like-row
         display 'inquire: ', like-cnt, ' key(s) sound like ',
           function trim(like-name), ' (', snd-code, ')'
         display 'SCORE  ROW  ' with no advancing
         perform d03-show-header
         perform varying like-ix from 1 by 1
             until like-ix > like-cnt or like-ix > page-size
           move like-row(like-ix) to ii
           move ii to like-row-ed
           display '  ', like-score(like-ix), '  ', like-row-ed,
             '  ' with no advancing
           perform d01-show-row
         end-perform
         .

       c92-exit.
         exit
         .

       d00-show-page section.
         perform d03-show-header
         move 0 to shown
         move page-top to ii
         perform until ii > f-length or shown >= page-size
             perform d02-put-cell
           end-if
         end-perform
         move 0 to note-hit
         if an-cnt > 0 then
           move r-header(ii) to an-key
           move spaces to an-col
           move 0 to an-ix
           call 'annot-match' using annot-data
           if an-ix > 0 then
             move 1 to note-hit
             move '  *' to out-line(out-ptr:3)
             compute out-ptr = out-ptr + 3
           end-if
         end-if
         display out-line(1:out-ptr)
         perform until note-hit = 0 or an-ix = 0
           display '    * ', function trim(an-line)
           call 'annot-match' using annot-data
         end-perform
         .

       d98-exit.
         exit
         .

       d03-show-header section.
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         if mask-cnt > 0 then
           display function trim(mask-note)
         end-if
         move spaces to out-line
         move 'KEY' to out-line(1:12)
         move 13 to out-ptr
         perform varying jj from 1 by 1 until jj > col-length
           if col-show(jj) = 1 then
             move c-header(jj) to cell-buf
             perform d02-put-cell
           end-if
         end-perform
         display out-line(1:out-ptr)
         .

       d96-exit.
         exit
         .

       e00-test-row section.
         move 0 to row-pass
         if filt-key = 1 then
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g03-csv-record
             end-if
             if table-record = spaces
                 or table-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       g03-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'inquire: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g96-exit.
         exit
         .

       g01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
       g97-exit.
         exit
         .

      * a RESTRICTED column above the operator's level becomes a
      * TEXT column of '*****' with its values zeroed, so neither
      * the page, F)ilter nor S)tats can show what is behind it.
       g04-mask-columns section.
         move 0 to mask-cnt
         if sch-fname = spaces
             or (sch-loaded = 1 and sch-rst-count = 0) then
           go to g95-exit
         end-if
         move spaces to mask-note
         move 1 to mask-ptr
         perform varying jj from 1 by 1 until jj > col-length
           call 'schema-col-level' using schema-data,
             c-header(jj), rst-level
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
             add 1 to mask-cnt
             move 1 to c-type(jj)
             perform varying ii from 1 by 1 until ii > f-length
               move '*****' to t-txt(ii, jj)
               move 0 to t-val(ii, jj)
               move 0 to t-miss(ii, jj)
             end-perform
             string ' ' function trim(c-header(jj))
               delimited by size
               into mask-note with pointer mask-ptr
             end-string
           end-if
         end-perform
         .

       g95-exit.
         exit
         .

      * one readaccess.log line for the query just answered; the
      * caller has set the query type, its text and the rows.
       g05-read-audit section.
         move 'inquire' to rda-tool
         move fname to rda-file
         call 'read-audit-write' using readaudit-data
         .

       g94-exit.
         exit
         .
