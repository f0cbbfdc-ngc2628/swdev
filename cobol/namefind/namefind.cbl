       identification division.
         program-id. namefind.

      * sound-alike name lookup: callers spell a name the way they
      * hear it, and pqconn's WHERE clause only finds an exact or
      * LIKE match, so the switchboard scrolled the whole list for
      * a misspelled name. This scores every name in a pqconn export
      * of the 'tel' table, or in any table file whose r-header is a
      * name, against the name asked for with utl/sound-alike.cbl's
      * Soundex rank, and lists the matches closest first with the
      * id and the number beside each.
      *
      *   namefind name source-file [TOP=n] [MIN=score]
      *     [, or ; or CSV]
      *
      * A source with a '#PQCOLS' line is read as a pqconn export:
      * the name is the 'name' column (a name of several words takes
      * the tokens the other columns leave, as teldir reads it), the
      * id the 'id' column, the number the 'phone', 'ext',
      * 'extension' or 'tel' column when there is one. Any other
      * source is read as a table file: the r-header is the name,
      * the row's place in the file the id, and the first value
      * column the number. Each word of a stored name is tried, so
      * 'Smyth' finds 'John Smith'. TOP= caps the list (20 by
      * default), MIN= drops scores under it (1 by default - every
      * sound-alike). Returns 4 when nothing matches.

       environment division.
         input-output section.
         file-control.
           select srcinp assign to src-fname
           organization is line sequential
           file status is src-fs.

       data division.
         file section.
         fd srcinp.
           01 src-record pic x(1024) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 want-name pic x(32) value spaces.
             05 src-fname pic x(128) value spaces.
             05 src-fs pic xx value '00'.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 line-no pic 9(6) value 0.
             05 csv-data.
               copy csvdata.
             05 top-n pic 9(4) value 20.
             05 min-score pic 9(3) value 1.
             05 iseof pic 9 value 0.
             05 is-export pic 9 value 0.
             05 hdr-done pic 9 value 0.
             05 row-no pic 9(6) value 0.
             05 row-no-ed pic z(5)9.
             05 scanned pic 9(6) value 0.
             05 over-matches pic 9(6) value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(4) value 0.
      *    the export's columns.
             05 col-cnt pic 9(2) value 0.
             05 col-name pic x(32) occurs 20 times.
             05 name-col pic 9(2) value 0.
             05 id-col pic 9(2) value 0.
             05 number-col pic 9(2) value 0.
      *    one source line cut into tokens.
             05 tok-cnt pic 9(2) value 0.
             05 tok pic x(64) occurs 40 times.
             05 tok-ptr pic 9(4) value 1.
             05 tok-len pic 9(4) value 0.
             05 tok-word pic x(64) value spaces.
             05 tok-shift pic 9(2) value 0.
             05 name-ptr pic 9(3) value 1.
             05 row-name pic x(64) value spaces.
             05 row-id pic x(16) value spaces.
             05 row-number pic x(16) value spaces.
             05 show-line pic x(100) value spaces.
             05 sound-data.
               copy sounddata.
      *    the matches, ranked once the source has been read.
           01 match-table.
             05 mt-cnt pic 9(4) value 0.
             05 mt-entry occurs 1 to 2000 times
                 depending on mt-cnt.
               10 mt-score pic 9(3).
               10 mt-name pic x(40).
               10 mt-id pic x(16).
               10 mt-number pic x(16).

       procedure division.
       a00-start section.
         accept want-name from argument-value
           on exception
             move spaces to want-name
         end-accept
         accept src-fname from argument-value
           on exception
             move spaces to src-fname
         end-accept
         if want-name = spaces or src-fname = spaces then
           display 'usage: namefind name source-file [TOP=n] ',
             '[MIN=score] [, or ; or CSV]'
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
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: each record goes through csv-to-table
      *      and is split on the ';' it is rewritten with.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:4)) = 'TOP='
                 and function test-numval(opt-tmp(5:8)) = 0
               move function numval(opt-tmp(5:8)) to top-n
             when function upper-case(opt-tmp(1:4)) = 'MIN='
                 and function test-numval(opt-tmp(5:8)) = 0
               move function numval(opt-tmp(5:8)) to min-score
             when other
               display 'namefind: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if min-score = 0 then
           move 1 to min-score
         end-if
         move want-name to snd-name
         call 'sound-code' using sound-data
         perform b00-scan-source
         if return-code = 8 then
           go to a99-end
         end-if
         display 'namefind: ', function trim(want-name), ' (',
           snd-code, ') - ', mt-cnt, ' sound-alike(s) among ',
           scanned, ' name(s) in ', function trim(src-fname)
         if over-matches > 0 then
           display 'namefind: more than 2000 matches, ',
             over-matches, ' later ones left out - raise MIN='
         end-if
         if mt-cnt = 0 then
           move 4 to return-code
           go to a99-end
         end-if
         sort mt-entry on descending key mt-score
           ascending key mt-name
         display 'SCORE  ID               NAME',
           '                                     NUMBER'
         perform varying ii from 1 by 1
             until ii > mt-cnt or ii > top-n
           move spaces to show-line
           move mt-score(ii) to show-line(3:3)
           move mt-id(ii) to show-line(8:16)
           move mt-name(ii) to show-line(25:40)
           move mt-number(ii) to show-line(66:16)
           display show-line(1:81)
         end-perform
         .
       a99-end.
         stop run
         .

      * a '#PQCOLS' line anywhere ahead of the rows makes the source
      * an export; otherwise its first line is a table header.
       b00-scan-source section.
         open input srcinp
         if src-fs not = '00' then
           display 'namefind: cannot open ', function trim(src-fname),
             ', status ', src-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read srcinp into src-record
           at end
             move 1 to iseof
           not at end
             add 1 to line-no
             move 0 to csv-skip
             if csv-mode = 1 and is-export = 0
                 and src-record not = spaces
                 and src-record(1:1) not = '#' then
               perform b05-csv-record
             end-if
             evaluate true
               when csv-skip = 1
                 continue
               when src-record(1:7) = '#PQCOLS'
                 move 1 to is-export
                 move 1 to hdr-done
                 perform b01-export-columns
               when src-record = spaces or src-record(1:1) = '#'
                 continue
               when hdr-done = 0
                 move 1 to hdr-done
               when other
                 add 1 to row-no
                 if is-export = 1 then
                   perform b02-export-row
                 else
                   perform b03-table-row
                 end-if
                 if row-name not = spaces then
                   perform b04-score-row
                 end-if
             end-evaluate
           end-read
         end-perform
         close srcinp
         if is-export = 1 and name-col = 0 then
           display 'namefind: the export has no name column'
           move 8 to return-code
         end-if
         .

       b99-exit.
         exit
         .

       b01-export-columns section.
         move 0 to col-cnt
         move 8 to tok-ptr
         compute tok-len = function length(function trim(
           src-record, trailing))
         perform until tok-ptr > tok-len or col-cnt = 20
           move spaces to tok-word
           unstring src-record delimited by all space
             into tok-word
             with pointer tok-ptr
           end-unstring
           if tok-word not = spaces then
             add 1 to col-cnt
             move function lower-case(tok-word) to col-name(col-cnt)
           end-if
         end-perform
         move 0 to name-col
         move 0 to id-col
         move 0 to number-col
         perform varying jj from 1 by 1 until jj > col-cnt
           evaluate true
             when col-name(jj) = 'name'
               move jj to name-col
             when col-name(jj) = 'id'
               move jj to id-col
             when number-col = 0
                 and (col-name(jj) = 'phone' or 'ext'
                   or 'extension' or 'tel')
               move jj to number-col
           end-evaluate
         end-perform
         .

       b98-exit.
         exit
         .

      * the columns ahead of the name take the leading tokens, the
      * ones after it the trailing tokens, the name the rest.
       b02-export-row section.
         move spaces to row-name
         move spaces to row-id
         move spaces to row-number
         if name-col = 0 then
           go to b97-exit
         end-if
         move 0 to tok-cnt
         move 1 to tok-ptr
         compute tok-len = function length(function trim(
           src-record, trailing))
         perform until tok-ptr > tok-len or tok-cnt = 40
           move spaces to tok-word
           unstring src-record delimited by all space
             into tok-word
             with pointer tok-ptr
           end-unstring
           if tok-word not = spaces then
             add 1 to tok-cnt
             move tok-word to tok(tok-cnt)
           end-if
         end-perform
         if tok-cnt < col-cnt then
           go to b97-exit
         end-if
         compute tok-shift = tok-cnt - col-cnt
         move 1 to name-ptr
         perform varying jj from name-col by 1
             until jj > name-col + tok-shift
           if jj > name-col then
             string ' ' delimited by size
               into row-name with pointer name-ptr
             end-string
           end-if
           string function trim(tok(jj)) delimited by size
             into row-name with pointer name-ptr
           end-string
         end-perform
         if id-col > 0 then
           if id-col < name-col then
             move tok(id-col) to row-id
           else
             move tok(id-col + tok-shift) to row-id
           end-if
         end-if
         if number-col > 0 then
           if number-col < name-col then
             move tok(number-col) to row-number
           else
             move tok(number-col + tok-shift) to row-number
           end-if
         end-if
         .

       b97-exit.
         exit
         .

      * a table row: r-header, then the value columns.
       b03-table-row section.
         move spaces to row-name
         move spaces to row-number
         move row-no to row-no-ed
         move function trim(row-no-ed) to row-id
         move 1 to tok-ptr
         unstring src-record delimited by all delim-arg
           into row-name
           with pointer tok-ptr
         end-unstring
         move spaces to tok-word
         unstring src-record delimited by all delim-arg
           into tok-word
           with pointer tok-ptr
         end-unstring
         move tok-word(1:16) to row-number
         .

       b96-exit.
         exit
         .

       b04-score-row section.
         add 1 to scanned
         move row-name(1:32) to snd-other
         call 'sound-rank' using sound-data
         if snd-score < min-score then
           go to b95-exit
         end-if
         if mt-cnt >= 2000 then
           add 1 to over-matches
           go to b95-exit
         end-if
         add 1 to mt-cnt
         move snd-score to mt-score(mt-cnt)
         move row-name to mt-name(mt-cnt)
         move function trim(row-id) to mt-id(mt-cnt)
         move row-number to mt-number(mt-cnt)
         .

       b95-exit.
         exit
         .

      * one quoted-CSV row of a table-file source rewritten for
      * the usual split; a row whose quotes do not balance is
      * reported with the quote that was left open and skipped.
       b05-csv-record section.
         move src-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           move line-no to row-no-ed
           display 'namefind: bad row at line ',
             function trim(row-no-ed), ' skipped: ',
             function trim(csv-msg)
         else
           move csv-line to src-record
         end-if
         .

       b94-exit.
         exit
         .
