       identification division.
         program-id. teldir.

      * printed staff telephone directory from the 'tel' table:
      * pqconn's default table is the telephone list (person id and
      * name, as in nameid.cpy), but its only output is the raw row
      * dump, so reception and the switchboard worked from a list
      * retyped every quarter. This reads the pqconn export of the
      * table and prints the directory proper - entries in surname
      * order under letter-break headings, two columns to the page,
      * each page headed dictionary style with the first and last
      * surname on it - then, when the table carries a department
      * column, the same entries department by department.
      *
      *   teldir export-file print-file [HTML=dir] [DEPT=column]
      *     [NAME=column] [NUMBER=column] [LINES=n]
      *
      * The export's '#PQCOLS' line names the columns: the name
      * comes from 'name' (NAME= overrides), the number printed
      * beside it from 'phone', 'ext', 'extension' or 'tel' when
      * the table has one and from the person 'id' otherwise
      * (NUMBER= overrides), and the department from 'dept' or
      * 'department' (DEPT= overrides). An export without the
      * '#PQCOLS' line is taken as pqconn's 'id name' layout. The
      * export is space-delimited, so a name of several words takes
      * up the tokens left over once the other columns have theirs;
      * any other column must be a single word (select it through
      * replace() when it is not). A name written 'Surname, Given'
      * is taken as it stands, any other has its last word taken as
      * the surname. A row with fewer values than columns is
      * counted and left out.
      *
      * LINES= sets the printed page length (60 by default), header
      * included; every page, the first too, is written after
      * advancing to a new form. HTML= also writes
      * the directory into the HTML report pack directory, dated
      * like table's reports and listed on the same per-day index
      * page.

       environment division.
         input-output section.
         file-control.
           select expinp assign to exp-fname
           organization is line sequential
           file status is exp-fs.
           select prtfile assign to prt-fname
           organization is line sequential
           file status is prt-fs.
           select htmlfile assign to html-name
           organization is line sequential
           file status is html-fs.
           select htmlidx assign to htmlidx-name
           organization is line sequential
           file status is htmlidx-fs.

       data division.
         file section.
         fd expinp.
           01 exp-record pic x(1024) value spaces.
         fd prtfile.
           01 print-record pic x(132) value spaces.
         fd htmlfile.
           01 html-record pic x(500) value spaces.
         fd htmlidx.
           01 htmlidx-record pic x(300) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 exp-fname pic x(128) value spaces.
             05 exp-fs pic xx value '00'.
             05 prt-fname pic x(128) value spaces.
             05 prt-fs pic xx value '00'.
             05 html-dir pic x(120) value spaces.
             05 html-name pic x(160) value spaces.
             05 html-fs pic xx value '00'.
             05 htmlidx-name pic x(150) value spaces.
             05 htmlidx-fs pic xx value '00'.
             05 opt-tmp pic x(136) value spaces.
             05 name-arg pic x(32) value 'name'.
             05 number-arg pic x(32) value spaces.
             05 dept-arg pic x(32) value spaces.
             05 iseof pic 9 value 0.
             05 ii pic 9(4) value 0.
             05 jj pic 9(4) value 0.
             05 kk pic 9(4) value 0.
             05 bad-rows pic 9(6) value 0.
             05 over-rows pic 9(6) value 0.
             05 cols-seen pic 9 value 0.
      *    the export's column names and the places of the three
      *    columns the directory uses.
             05 col-cnt pic 9(2) value 0.
             05 col-name pic x(32) occurs 20 times.
             05 name-col pic 9(2) value 0.
             05 number-col pic 9(2) value 0.
             05 dept-col pic 9(2) value 0.
             05 id-col pic 9(2) value 0.
      *    one export row cut into its tokens.
             05 tok-cnt pic 9(2) value 0.
             05 tok pic x(64) occurs 40 times.
             05 tok-ptr pic 9(4) value 1.
             05 tok-len pic 9(4) value 0.
             05 tok-word pic x(64) value spaces.
             05 tok-shift pic 9(2) value 0.
             05 tok-ix pic 9(2) value 0.
             05 full-name pic x(64) value spaces.
             05 name-ptr pic 9(3) value 1.
             05 surname pic x(32) value spaces.
             05 given pic x(32) value spaces.
             05 given-ptr pic 9(3) value 1.
             05 word-len pic 9(3) value 0.
      *    the page being filled: column one top to bottom, then
      *    column two.
             05 page-lines pic 9(3) value 60.
             05 body-lines pic 9(3) value 57.
             05 page-num pic 9(4) value 0.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 pg-slot pic 9(3) value 0.
             05 pg-row-no pic 9(3) value 0.
             05 pg-used pic 9(3) value 0.
             05 pg-first pic x(32) value spaces.
             05 pg-last pic x(32) value spaces.
             05 pg-rows.
               10 pg-row occurs 99 times.
                 15 pg-left pic x(60).
                 15 pg-right pic x(60).
             05 col-line pic x(60) value spaces.
             05 col-label pic x(32) value spaces.
             05 disp-len pic 9(3) value 0.
             05 num-len pic 9(3) value 0.
             05 sect-mode pic 9 value 1.
             05 sect-title pic x(20) value spaces.
             05 grp-cur pic x(24) value spaces.
             05 grp-new pic x(24) value spaces.
             05 grp-open pic 9 value 0.
             05 datetime-data.
               copy datetimedata.
      *    the directory entries, sorted by name for the main
      *    section and by department and name for the second.
           01 ent-table.
             05 ent-cnt pic 9(4) value 0.
             05 ent-entry occurs 1 to 3000 times
                 depending on ent-cnt.
               10 ent-dept-key pic x(24).
               10 ent-key pic x(64).
               10 ent-letter pic x(1).
               10 ent-surname pic x(32).
               10 ent-disp pic x(44).
               10 ent-number pic x(16).
               10 ent-dept pic x(24).

       procedure division.
       a00-start section.
         accept exp-fname from argument-value
           on exception
             move spaces to exp-fname
         end-accept
         accept prt-fname from argument-value
           on exception
             move spaces to prt-fname
         end-accept
         if exp-fname = spaces or prt-fname = spaces then
           display 'usage: teldir export-file print-file ',
             '[HTML=dir] [DEPT=column] [NAME=column] ',
             '[NUMBER=column] [LINES=n]'
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
             when function upper-case(opt-tmp(1:5)) = 'HTML='
               move opt-tmp(6:120) to html-dir
             when function upper-case(opt-tmp(1:5)) = 'DEPT='
               move opt-tmp(6:32) to dept-arg
             when function upper-case(opt-tmp(1:5)) = 'NAME='
               move opt-tmp(6:32) to name-arg
             when function upper-case(opt-tmp(1:7)) = 'NUMBER='
               move opt-tmp(8:32) to number-arg
             when function upper-case(opt-tmp(1:6)) = 'LINES='
                 and function test-numval(opt-tmp(7:8)) = 0
               move function numval(opt-tmp(7:8)) to page-lines
             when other
               display 'teldir: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if page-lines < 10 or page-lines > 99 then
           display 'teldir: LINES= must be 10 to 99, 60 used'
           move 60 to page-lines
         end-if
         compute body-lines = page-lines - 3
         call 'now-str' using datetime-data
         perform b00-load-export
         if return-code = 8 then
           go to a99-end
         end-if
         if ent-cnt = 0 then
           display 'teldir: no directory entries in ',
             function trim(exp-fname)
           move 4 to return-code
           go to a99-end
         end-if
         open output prtfile
         if prt-fs not = '00' then
           display 'teldir: cannot write ', function trim(prt-fname),
             ', status ', prt-fs
           move 8 to return-code
           go to a99-end
         end-if
         sort ent-entry on ascending key ent-key
         move 1 to sect-mode
         move 'BY NAME' to sect-title
         perform c00-print-section
         if dept-col > 0 then
           sort ent-entry on ascending key ent-dept-key ent-key
           move 2 to sect-mode
           move 'BY DEPARTMENT' to sect-title
           perform c00-print-section
         end-if
         close prtfile
         display 'teldir: ', ent-cnt, ' entries, ', page-num,
           ' page(s) written to ', function trim(prt-fname)
         if bad-rows > 0 then
           display 'teldir: ', bad-rows, ' row(s) with fewer ',
             'values than columns left out'
         end-if
         if over-rows > 0 then
           display 'teldir: more than 3000 entries, ', over-rows,
             ' left out'
         end-if
         if html-dir not = spaces then
           perform h00-write-html
         end-if
         .
       a99-end.
         stop run
         .

      * the export: the '#PQCOLS' line names the columns, every
      * other line that is not blank or a '#' marker is a row.
       b00-load-export section.
         open input expinp
         if exp-fs not = '00' then
           display 'teldir: cannot open export ',
             function trim(exp-fname), ', status ', exp-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read expinp into exp-record
           at end
             move 1 to iseof
           not at end
             if exp-record(1:7) = '#PQCOLS' then
               perform b01-read-columns
               if return-code = 8 then
                 move 1 to iseof
               end-if
             else
             if exp-record not = spaces
                 and exp-record(1:1) not = '#' then
               if cols-seen = 0 then
                 perform b02-default-columns
               end-if
               perform b03-take-row
             end-if
             end-if
           end-read
         end-perform
         close expinp
         .

       b99-exit.
         exit
         .

       b01-read-columns section.
         move 1 to cols-seen
         move 0 to col-cnt
         move 8 to tok-ptr
         compute tok-len = function length(function trim(
           exp-record, trailing))
         perform until tok-ptr > tok-len or col-cnt = 20
           move spaces to tok-word
           unstring exp-record delimited by all space
             into tok-word
             with pointer tok-ptr
           end-unstring
           if tok-word not = spaces then
             add 1 to col-cnt
             move function lower-case(tok-word)
               to col-name(col-cnt)
           end-if
         end-perform
         move 0 to name-col
         move 0 to number-col
         move 0 to dept-col
         move 0 to id-col
         perform varying jj from 1 by 1 until jj > col-cnt
           evaluate true
             when col-name(jj) = function lower-case(name-arg)
               move jj to name-col
             when number-arg not = spaces
                 and col-name(jj) = function lower-case(number-arg)
               move jj to number-col
             when number-arg = spaces and number-col = 0
                 and (col-name(jj) = 'phone' or 'ext'
                   or 'extension' or 'tel')
               move jj to number-col
             when dept-arg not = spaces
                 and col-name(jj) = function lower-case(dept-arg)
               move jj to dept-col
             when dept-arg = spaces and dept-col = 0
                 and (col-name(jj) = 'dept' or 'department')
               move jj to dept-col
             when col-name(jj) = 'id'
               move jj to id-col
           end-evaluate
         end-perform
         if number-col = 0 and number-arg = spaces then
           move id-col to number-col
         end-if
         if name-col = 0 then
           display 'teldir: name column ', function trim(name-arg),
             ' is not among the export''s columns'
           move 8 to return-code
         end-if
         if number-col = 0 and number-arg not = spaces then
           display 'teldir: number column ',
             function trim(number-arg), ' is not among the ',
             'export''s columns'
           move 8 to return-code
         end-if
         if number-col = 0 and number-arg = spaces then
           display 'teldir: the export has no number column - ',
             'name one with NUMBER='
           move 8 to return-code
         end-if
         if dept-arg not = spaces and dept-col = 0 then
           display 'teldir: department column ',
             function trim(dept-arg), ' is not among the ',
             'export''s columns'
           move 8 to return-code
         end-if
         .

       b98-exit.
         exit
         .

      * an old export with no column line: pqconn's 'tel' layout.
       b02-default-columns section.
         move 1 to cols-seen
         move 2 to col-cnt
         move 'id' to col-name(1)
         move 'name' to col-name(2)
         move 1 to id-col
         move 1 to number-col
         move 2 to name-col
         move 0 to dept-col
         .

       b97-exit.
         exit
         .

      * the columns ahead of the name take the leading tokens, the
      * columns after it the trailing ones; the name is what lies
      * between.
       b03-take-row section.
         move 0 to tok-cnt
         move 1 to tok-ptr
         compute tok-len = function length(function trim(
           exp-record, trailing))
         perform until tok-ptr > tok-len or tok-cnt = 40
           move spaces to tok-word
           unstring exp-record delimited by all space
             into tok-word
             with pointer tok-ptr
           end-unstring
           if tok-word not = spaces then
             add 1 to tok-cnt
             move tok-word to tok(tok-cnt)
           end-if
         end-perform
         if tok-cnt < col-cnt then
           add 1 to bad-rows
           go to b96-exit
         end-if
         if ent-cnt >= 3000 then
           add 1 to over-rows
           go to b96-exit
         end-if
         compute tok-shift = tok-cnt - col-cnt
         move spaces to full-name
         move 1 to name-ptr
         perform varying jj from name-col by 1
             until jj > name-col + tok-shift
           if jj > name-col then
             string ' ' delimited by size
               into full-name with pointer name-ptr
             end-string
           end-if
           string function trim(tok(jj)) delimited by size
             into full-name with pointer name-ptr
           end-string
         end-perform
         add 1 to ent-cnt
         move number-col to tok-ix
         perform b04-column-token
         move tok-word(1:16) to ent-number(ent-cnt)
         move spaces to ent-dept(ent-cnt)
         if dept-col > 0 then
           move dept-col to tok-ix
           perform b04-column-token
           move tok-word(1:24) to ent-dept(ent-cnt)
         end-if
         move function upper-case(ent-dept(ent-cnt))
           to ent-dept-key(ent-cnt)
         perform e00-split-name
         move surname to ent-surname(ent-cnt)
         move spaces to ent-disp(ent-cnt)
         if given = spaces then
           move surname to ent-disp(ent-cnt)
         else
           string function trim(surname) ', '
             function trim(given)
             delimited by size into ent-disp(ent-cnt)
           end-string
         end-if
         move spaces to ent-key(ent-cnt)
         string function upper-case(function trim(surname)) ' '
           function upper-case(function trim(given))
           delimited by size into ent-key(ent-cnt)
         end-string
         move ent-key(ent-cnt)(1:1) to ent-letter(ent-cnt)
         .

       b96-exit.
         exit
         .

      * the token that belongs to column tok-ix once the name has
      * taken its share.
       b04-column-token section.
         move spaces to tok-word
         evaluate true
           when tok-ix = 0
             continue
           when tok-ix < name-col
             move tok(tok-ix) to tok-word
           when tok-ix > name-col
             move tok(tok-ix + tok-shift) to tok-word
           when other
             move full-name to tok-word
         end-evaluate
         .

       b95-exit.
         exit
         .

      * one section of the directory, starting on a new page:
      * letter breaks by name, or department breaks.
       c00-print-section section.
         move spaces to pg-rows
         move 0 to pg-slot
         move spaces to pg-first
         move spaces to pg-last
         move 0 to grp-open
         move spaces to grp-cur
         perform varying ii from 1 by 1 until ii > ent-cnt
           if sect-mode = 1 then
             move ent-letter(ii) to grp-new
             move ent-surname(ii) to col-label
           else
             move ent-dept(ii) to grp-new
             if grp-new = spaces then
               move '(no department)' to grp-new
             end-if
             move grp-new to col-label
           end-if
           if grp-open = 0 or grp-new not = grp-cur then
             perform c02-group-heading
             move grp-new to grp-cur
             move 1 to grp-open
           end-if
           perform c04-entry-line
           perform c01-put-line
           if pg-first = spaces then
             move col-label to pg-first
           end-if
           move col-label to pg-last
         end-perform
         if pg-slot > 0 then
           perform c03-flush-page
         end-if
         .

       c99-exit.
         exit
         .

      * places col-line in the next free slot, starting a new page
      * when both columns are full.
       c01-put-line section.
         if pg-slot >= body-lines * 2 then
           perform c03-flush-page
         end-if
         add 1 to pg-slot
         if pg-slot > body-lines then
           compute pg-row-no = pg-slot - body-lines
           move col-line to pg-right(pg-row-no)
         else
           move pg-slot to pg-row-no
           move col-line to pg-left(pg-row-no)
         end-if
         .

       c98-exit.
         exit
         .

      * a break heading with a blank line above it - except at the
      * top of a column - and never left alone at a column's foot.
       c02-group-heading section.
         if pg-slot >= body-lines * 2 then
           perform c03-flush-page
         end-if
         if function mod(pg-slot, body-lines) not = 0 then
           move spaces to col-line
           perform c01-put-line
         end-if
         if function mod(pg-slot + 1, body-lines) = 0 then
           move spaces to col-line
           perform c01-put-line
         end-if
         if pg-slot >= body-lines * 2 then
           perform c03-flush-page
         end-if
         move spaces to col-line
         string '-- ' function trim(grp-new) ' --'
           delimited by size into col-line
         end-string
         perform c01-put-line
         .

       c97-exit.
         exit
         .

      * the page: the heading line carries the section and the first
      * and last surname (or department) on it, dictionary style.
       c03-flush-page section.
         add 1 to page-num
         move spaces to print-record
         move 'STAFF TELEPHONE DIRECTORY' to print-record(1:25)
         move sect-title to print-record(28:20)
         string function trim(pg-first) ' - ' function trim(pg-last)
           delimited by size into print-record(50:66)
         end-string
         string 'PAGE ' page-num
           delimited by size into print-record(118:9)
         end-string
         write print-record after advancing page
         move all '=' to print-record(1:126)
         write print-record after advancing 1 line
      *  the spacer under the rule names the environment, when the
      *  run has one, without moving the body down a line.
         move spaces to print-record
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           string 'ENVIRONMENT ' function trim(run-env)
             delimited by size into print-record
           end-string
         end-if
         write print-record after advancing 1 line
         if pg-slot > body-lines then
           move body-lines to pg-used
         else
           move pg-slot to pg-used
         end-if
         perform varying kk from 1 by 1 until kk > pg-used
           move spaces to print-record
           move pg-left(kk) to print-record(1:60)
           move pg-right(kk) to print-record(67:60)
           write print-record after advancing 1 line
         end-perform
         move spaces to pg-rows
         move 0 to pg-slot
         move spaces to pg-first
         move spaces to pg-last
         .

       c96-exit.
         exit
         .

      * 'Surname, Given ........ number' across the column.
       c04-entry-line section.
         move spaces to col-line
         compute disp-len = function length(function trim(
           ent-disp(ii)))
         compute num-len = function length(function trim(
           ent-number(ii)))
         if ent-number(ii) = spaces then
           move 0 to num-len
         end-if
         move ent-disp(ii) to col-line(1:44)
         compute word-len = disp-len + 2
         perform varying kk from word-len by 1
             until kk > 59 - num-len
           move '.' to col-line(kk:1)
         end-perform
         if num-len > 0 then
           move function trim(ent-number(ii))
             to col-line(61 - num-len:num-len)
         end-if
         .

       c95-exit.
         exit
         .

      * 'Surname, Given' as written, else the last word is the
      * surname and the words before it the given names.
       e00-split-name section.
         move spaces to surname
         move spaces to given
         if tok(name-col)(function length(function trim(
             tok(name-col))):1) = ',' then
           compute word-len = function length(function trim(
             tok(name-col))) - 1
           if word-len > 0 then
             move tok(name-col)(1:word-len) to surname
           end-if
           move 1 to given-ptr
           compute tok-ix = name-col + 1
           perform varying jj from tok-ix by 1
               until jj > name-col + tok-shift
             if given-ptr > 1 then
               string ' ' delimited by size
                 into given with pointer given-ptr
               end-string
             end-if
             string function trim(tok(jj)) delimited by size
               into given with pointer given-ptr
             end-string
           end-perform
           go to e99-exit
         end-if
         move tok(name-col + tok-shift) to surname
         move 1 to given-ptr
         perform varying jj from name-col by 1
             until jj >= name-col + tok-shift
           if given-ptr > 1 then
             string ' ' delimited by size
               into given with pointer given-ptr
             end-string
           end-if
           string function trim(tok(jj)) delimited by size
             into given with pointer given-ptr
           end-string
         end-perform
         .

       e99-exit.
         exit
         .

      * the directory for the intranet pack: the same two sections
      * as tables under letter and department headings, in a
      * dated file listed on the day's index page.
       h00-write-html section.
         move spaces to html-name
         string function trim(html-dir) '/teldir.'
           m_year m_month m_day '.'
           m_hour m_minute m_second '.html'
           delimited by size into html-name
         end-string
         open output htmlfile
         if html-fs not = '00' then
           display 'teldir: cannot write HTML directory ',
             function trim(html-name), ', status ', html-fs
           go to h99-exit
         end-if
         move '<html><head><title>staff telephone directory</title>'
           to html-record
         write html-record
         move spaces to html-record
         string '<body><h2>staff telephone directory ' datetime-str
           '</h2>' delimited by size into html-record
         end-string
         write html-record
         sort ent-entry on ascending key ent-key
         move 1 to sect-mode
         move '<h2>by name</h2>' to html-record
         write html-record
         perform h01-html-section
         if dept-col > 0 then
           sort ent-entry on ascending key ent-dept-key ent-key
           move 2 to sect-mode
           move '<h2>by department</h2>' to html-record
           write html-record
           perform h01-html-section
         end-if
         move '</body></html>' to html-record
         write html-record
         close htmlfile
         display 'teldir: HTML directory written to ',
           function trim(html-name)
         perform h02-html-index
         .

       h99-exit.
         exit
         .

       h01-html-section section.
         move '<div style="column-count:2">' to html-record
         write html-record
         move 0 to grp-open
         move spaces to grp-cur
         perform varying ii from 1 by 1 until ii > ent-cnt
           if sect-mode = 1 then
             move ent-letter(ii) to grp-new
           else
             move ent-dept(ii) to grp-new
             if grp-new = spaces then
               move '(no department)' to grp-new
             end-if
           end-if
           if grp-open = 0 or grp-new not = grp-cur then
             if grp-open = 1 then
               move '</table>' to html-record
               write html-record
             end-if
             move spaces to html-record
             string '<h3>' function trim(grp-new)
               '</h3><table>' delimited by size into html-record
             end-string
             write html-record
             move grp-new to grp-cur
             move 1 to grp-open
           end-if
           move spaces to html-record
           string '<tr><td>' function trim(ent-disp(ii))
             '</td><td align="right">'
             function trim(ent-number(ii)) '</td></tr>'
             delimited by size into html-record
           end-string
           write html-record
         end-perform
         if grp-open = 1 then
           move '</table>' to html-record
           write html-record
         end-if
         move '</div>' to html-record
         write html-record
         .

       h98-exit.
         exit
         .

       h02-html-index section.
         move spaces to htmlidx-name
         string function trim(html-dir) '/index.'
           m_year m_month m_day '.html'
           delimited by size into htmlidx-name
         end-string
         open extend htmlidx
         if htmlidx-fs not = '00' then
           open output htmlidx
           move spaces to htmlidx-record
           string '<html><body><h2>reports of '
             m_year '-' m_month '-' m_day '</h2><ul>'
             delimited by size into htmlidx-record
           end-string
           write htmlidx-record
         end-if
         move spaces to htmlidx-record
         string '<li><a href="teldir.'
           m_year m_month m_day '.'
           m_hour m_minute m_second '.html">'
           datetime-str ' staff telephone directory</a></li>'
           delimited by size into htmlidx-record
         end-string
         write htmlidx-record
         close htmlidx
         .

       h97-exit.
         exit
         .
