       identification division.
         program-id. tablederive.

      * derived columns for the coor3d table files: each line of a
      * definitions file names a new column and the arithmetic
      * that makes it from the row's other columns,
      *
      *   MARGIN = COL02 - COL03
      *   RATE   = ROUND(COL04 / COL01 * 100, 2)
      *   NET    = COL01 + COL02 + COL03 - MARGIN
      *
      * and the results are appended to every row as new c-header
      * columns - the margin and rate columns that were a
      * spreadsheet step each time, made inside the suite's audit
      * trail. The schema file's SUMOF rule checks a total that is
      * already in the file; this is what puts one there.
      *
      *   tablederive in-table-file out-table-file defs-file
      *     [, or ; or CSV] [SCHEMA=rules-file]
      *
      * An expression has + - * / with the usual precedence,
      * parentheses, a leading minus, constants, the columns of
      * the input by c-header and the columns defined on earlier
      * lines, and ROUND(expression, places) - half away from zero
      * to 0 through 15 places. Lines starting '#' are comments. A
      * missing operand (NA or -, or a TEXT cell) or a divide by
      * zero makes the cell NA; a result too large for the table
      * picture is NA too. Every line is checked against the
      * header before anything is written - an unknown column, a
      * name already in use, unbalanced parentheses or a stray
      * operator refuses the run with the line it is on. The
      * input cells go out as they came; the file is streamed, so
      * its length is not capped, but the input and derived
      * columns together must fit the ten a table file holds. The
      * control trailer is recomputed over the first column.

       environment division.
         input-output section.
         file-control.
           select tableinp assign to fname
           organization is line sequential.
           select tableout assign to foutname
           organization is line sequential.
           select defsinp assign to defs-fname
           organization is line sequential
           file status is defs-fs.

       data division.
         file section.
         fd tableinp.
           01 table-record pic a(255) value spaces.
         fd tableout.
           01 table-out-record pic a(255) value spaces.
         fd defsinp.
           01 defs-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 fname pic a(128) value spaces.
             05 foutname pic a(128) value spaces.
             05 defs-fname pic x(128) value spaces.
             05 defs-fs pic xx value '00'.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 delim-out pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 col-type-chk pic 9 value 0.
             05 iseof pic 9 value 0.
             05 hdr-done pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 jj pic 9(2) value 0.
             05 dd pic 9(2) value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-first pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 col-name pic x(6) occurs 10 times value spaces.
             05 col-text pic 9 occurs 10 times value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) occurs 10 times value spaces.
             05 row-bad pic 9 value 0.
             05 t-val-chk pic -9(16).9(15) value 0.0.
             05 bad-row-count pic 9(4) value 0.
             05 rows-out pic 9(8) value 0.
             05 na-count pic 9(8) value 0.
      *    the cells a row's expressions read: the input columns
      *    first, then each derived column as it is worked out.
             05 cell-val pic s9(16)v9(15) comp-3 occurs 20 times.
             05 cell-miss pic 9 occurs 20 times.
      *    the definitions, each compiled once against the header
      *    into postfix order: N a constant, C a cell, O one of
      *    + - * /, U a leading minus, R ROUND.
             05 def-count pic 9(2) value 0.
             05 def-bad pic 9(2) value 0.
             05 def-tab occurs 10 times.
               10 def-line pic 9(4).
               10 def-name pic x(6).
               10 def-expr pic x(200).
               10 def-na pic 9(8).
               10 rpn-len pic 9(3).
               10 rpn-entry occurs 60 times.
                 15 rpn-kind pic x.
                 15 rpn-op pic x.
                 15 rpn-cell pic 9(2).
                 15 rpn-num pic s9(16)v9(15) comp-3.
             05 defs-line-no pic 9(4) value 0.
             05 name-tok pic x(40) value spaces.
             05 expr-tok pic x(200) value spaces.
      *    the compiler's working state.
             05 cmp-bad pic 9 value 0.
             05 cmp-msg pic x(60) value spaces.
             05 ex-ptr pic 9(3) value 1.
             05 ex-len pic 9(3) value 0.
             05 ex-ch pic x value space.
             05 tk-kind pic x value space.
             05 tk-text pic x(32) value spaces.
             05 tk-len pic 9(2) value 0.
             05 want-operand pic 9 value 1.
             05 op-top pic 9(2) value 0.
             05 op-stack occurs 40 times.
               10 op-sym pic x.
               10 op-commas pic 9.
             05 op-prec pic 9 value 0.
             05 top-prec pic 9 value 0.
             05 pend-round pic 9 value 0.
             05 num-chk pic x(32) value spaces.
      *    the evaluator's stack.
             05 st-top pic 9(2) value 0.
             05 st-val pic s9(16)v9(15) comp-3 occurs 30 times.
             05 st-miss pic 9 occurs 30 times.
             05 ev-a pic s9(16)v9(15) comp-3 value 0.
             05 ev-b pic s9(16)v9(15) comp-3 value 0.
             05 ev-miss pic 9 value 0.
             05 ev-places pic 9(2) value 0.
             05 ev-scaled pic s9(31) comp-3 value 0.
             05 rr pic 9(3) value 0.
             05 out-ptr pic 9(4) value 1.
             05 out-tok pic x(34) value spaces.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 number53.
               copy num53.
             05 schema-data.
               copy schemadata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         accept foutname from argument-value
           on exception
             move spaces to foutname
         end-accept
         accept defs-fname from argument-value
           on exception
             move spaces to defs-fname
         end-accept
         if fname = spaces or foutname = spaces
             or defs-fname = spaces then
           display 'usage: tablederive in-table-file ',
             'out-table-file defs-file [, or ; or CSV] ',
             '[SCHEMA=rules-file]'
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
             when function upper-case(opt-tmp(1:7)) = 'SCHEMA='
               move opt-tmp(8:128) to sch-fname
             when other
               display 'tablederive: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if not delim-arg = space then
           move delim-arg to delim-out
         end-if
         if not sch-fname = spaces then
           call 'schema-load' using schema-data
           if sch-loaded = 0 then
             display 'tablederive: schema file ',
               function trim(sch-fname),
               ' could not be loaded, run refused'
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform b00-read-defs
         if return-code = 8 then
           go to a99-end
         end-if
         perform g00-read-file
         if return-code = 8 then
           go to a99-end
         end-if
         if hdr-done = 0 then
           display 'tablederive: no header found in ',
             function trim(fname)
           move 8 to return-code
           go to a99-end
         end-if
         display 'tablederive: wrote ', rows-out, ' row(s) with ',
           def-count, ' derived column(s) to ',
           function trim(foutname)
         perform varying dd from 1 by 1 until dd > def-count
           if def-na(dd) > 0 then
             display 'tablederive: ', function trim(def-name(dd)),
               ' is NA on ', def-na(dd), ' row(s) (missing operand,',
               ' divide by zero or too large)'
           end-if
         end-perform
         if bad-row-count > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the definitions as written; they are compiled once the
      * header has named the columns.
       b00-read-defs section.
         move 0 to def-count
         move 0 to defs-line-no
         open input defsinp
         if not defs-fs = '00' then
           display 'tablederive: cannot open definitions file ',
             function trim(defs-fname), ', status ', defs-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read defsinp into defs-record
           at end
             move 1 to iseof
           not at end
             add 1 to defs-line-no
             if not defs-record = spaces
                 and not function trim(defs-record)(1:1) = '#' then
               perform b01-take-def
             end-if
           end-read
         end-perform
         close defsinp
         if return-code = 8 then
           go to b99-exit
         end-if
         if def-count = 0 then
           display 'tablederive: no definitions in ',
             function trim(defs-fname)
           move 8 to return-code
         end-if
         .

       b99-exit.
         exit
         .

       b01-take-def section.
         move spaces to name-tok
         move spaces to expr-tok
         unstring defs-record delimited by '='
           into name-tok, expr-tok
         end-unstring
         move function upper-case(function trim(name-tok))
           to name-tok
         if name-tok = spaces or expr-tok = spaces then
           display 'tablederive: ', function trim(defs-fname),
             ' line ', defs-line-no, ': want NAME = expression'
           move 8 to return-code
           go to b98-exit
         end-if
         if not name-tok(7:) = spaces then
           display 'tablederive: ', function trim(defs-fname),
             ' line ', defs-line-no, ': column name ',
             function trim(name-tok), ' longer than 6 characters'
           move 8 to return-code
           go to b98-exit
         end-if
         if def-count >= 10 then
           display 'tablederive: ', function trim(defs-fname),
             ' line ', defs-line-no, ': more than 10 definitions'
           move 8 to return-code
           go to b98-exit
         end-if
         add 1 to def-count
         move defs-line-no to def-line(def-count)
         move name-tok to def-name(def-count)
         move function upper-case(expr-tok) to def-expr(def-count)
         move 0 to def-na(def-count)
         move 0 to rpn-len(def-count)
         .

       b98-exit.
         exit
         .

      * the header/row parse tableproj's g01/g02 do; the header
      * compiles the definitions and opens the output, each good
      * row is worked out and written straight away.
       g00-read-file section.
         move 0 to cntrec
         move 0 to iseof
         move 0 to hdr-done
         open input tableinp
         perform until iseof = 1
           read tableinp into table-record
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
               perform g01-parse-header
               perform c00-compile-defs
               if return-code = 8 then
                 move 1 to iseof
               else
                 perform k00-write-header
                 move 1 to hdr-done
               end-if
             else
               perform g02-parse-row
               if row-bad = 1 then
                 compute linenum = cntrec + 1
                 add 1 to bad-row-count
                 display 'tablederive: bad row at line ', linenum,
                   ' skipped: ', function trim(table-record)
               else
                 perform e00-derive-row
                 perform k01-write-row
               end-if
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
         close tableinp
         if hdr-done = 1 then
           perform k02-write-trailer
         end-if
         .

       g99-exit.
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
           display 'tablederive: bad row at line ', linenum,
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
         compute hdr-len = function length(function trim(
           table-record))
         move spaces to hdr-first
         unstring table-record delimited by all delim-arg
           into hdr-first
           with pointer hdr-ptr
         end-unstring
         perform until hdr-ptr > hdr-len
           move spaces to hdr-tok
           unstring table-record delimited by all delim-arg
             into hdr-tok
             with pointer hdr-ptr
           end-unstring
           if not hdr-tok = spaces then
             add 1 to colcount
             if colcount <= 10 then
               move hdr-tok to col-name(colcount)
             end-if
           end-if
         end-perform
         if colcount > 10 then
           display 'tablederive: too many columns, truncated to 10'
           move 10 to colcount
         end-if
         perform varying jj from 1 by 1 until jj > colcount
           move 0 to col-text(jj)
           if sch-loaded = 1 then
             call 'schema-col-type' using schema-data,
               col-name(jj), col-type-chk
             move col-type-chk to col-text(jj)
           end-if
         end-perform
         .

       g98-exit.
         exit
         .

      * a short row's absent cells are NA; a numeric cell that is
      * not a number makes the row bad, as in tableproj.
       g02-parse-row section.
         move 0 to row-bad
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           table-record))
         unstring table-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying jj from 1 by 1 until jj > colcount
           move 'NA' to row-tok(jj)
           if row-ptr <= row-len then
             unstring table-record delimited by all delim-arg
               into row-tok(jj)
               with pointer row-ptr
             end-unstring
           end-if
           move 1 to cell-miss(jj)
           move 0 to cell-val(jj)
           if row-tok(jj) = '-'
               or function upper-case(row-tok(jj)) = 'NA'
               or col-text(jj) = 1 then
             continue
           else
             if function test-numval(row-tok(jj)) not = 0 then
               move 1 to row-bad
             else
               compute t-val-chk = function numval(row-tok(jj))
                 on size error
                   move 1 to row-bad
               end-compute
               if row-bad = 0 then
                 compute cell-val(jj) = function numval(row-tok(jj))
                 move 0 to cell-miss(jj)
               end-if
             end-if
           end-if
         end-perform
         .

       g97-exit.
         exit
         .

      * every definition into postfix order against the header
      * (shunting-yard); any line that does not compile refuses
      * the run before the output is opened.
       c00-compile-defs section.
         move 0 to def-bad
         if colcount + def-count > 10 then
           display 'tablederive: ', colcount, ' input and ',
             def-count, ' derived column(s) - a table file holds ',
             '10, run refused'
           move 8 to return-code
           go to c99-exit
         end-if
         perform varying dd from 1 by 1 until dd > def-count
           perform c01-compile-one
           if cmp-bad = 1 then
             add 1 to def-bad
             display 'tablederive: ', function trim(defs-fname),
               ' line ', def-line(dd), ' (', function trim(
               def-name(dd)), '): ', function trim(cmp-msg)
           end-if
         end-perform
         if def-bad > 0 then
           display 'tablederive: ', def-bad, ' definition(s) in ',
             'error, run refused'
           move 8 to return-code
         end-if
         .

       c99-exit.
         exit
         .

       c01-compile-one section.
         move 0 to cmp-bad
         move spaces to cmp-msg
         perform varying jj from 1 by 1 until jj > colcount
           if function upper-case(col-name(jj)) = def-name(dd) then
             move 'name is already a column of the input'
               to cmp-msg
             move 1 to cmp-bad
             go to c98-exit
           end-if
         end-perform
         perform varying jj from 1 by 1 until jj >= dd
           if def-name(jj) = def-name(dd) then
             move 'name is defined on an earlier line' to cmp-msg
             move 1 to cmp-bad
             go to c98-exit
           end-if
         end-perform
         move 0 to rpn-len(dd)
         move 0 to op-top
         move 1 to want-operand
         move 0 to pend-round
         move 1 to ex-ptr
         compute ex-len = function length(function trim(
           def-expr(dd), trailing))
         perform until ex-ptr > ex-len or cmp-bad = 1
           perform c02-next-token
           if cmp-bad = 0 and not tk-kind = space then
             perform c03-take-token
           end-if
         end-perform
         if cmp-bad = 1 then
           go to c98-exit
         end-if
         if want-operand = 1 then
           move 'expression ends where a value is wanted'
             to cmp-msg
           move 1 to cmp-bad
           go to c98-exit
         end-if
         perform until op-top = 0 or cmp-bad = 1
           if op-sym(op-top) = '(' then
             move 'unbalanced parentheses - a ( is never closed'
               to cmp-msg
             move 1 to cmp-bad
           else
             perform c05-pop-to-output
           end-if
         end-perform
         .

       c98-exit.
         exit
         .

      * the next token from ex-ptr: tk-kind N a number, I a name,
      * or the operator or parenthesis itself.
       c02-next-token section.
         move space to tk-kind
         move spaces to tk-text
         move 0 to tk-len
         perform until ex-ptr > ex-len
             or not def-expr(dd)(ex-ptr:1) = space
           add 1 to ex-ptr
         end-perform
         if ex-ptr > ex-len then
           go to c97-exit
         end-if
         move def-expr(dd)(ex-ptr:1) to ex-ch
         evaluate true
           when ex-ch = '+' or ex-ch = '-' or ex-ch = '*'
               or ex-ch = '/' or ex-ch = '(' or ex-ch = ')'
               or ex-ch = ','
             move ex-ch to tk-kind
             add 1 to ex-ptr
           when ex-ch is numeric or ex-ch = '.'
             move 'N' to tk-kind
             perform until ex-ptr > ex-len
                 or not (def-expr(dd)(ex-ptr:1) is numeric
                 or def-expr(dd)(ex-ptr:1) = '.')
               if tk-len < 32 then
                 add 1 to tk-len
                 move def-expr(dd)(ex-ptr:1) to tk-text(tk-len:1)
               end-if
               add 1 to ex-ptr
             end-perform
           when ex-ch is alphabetic-upper
             move 'I' to tk-kind
             perform until ex-ptr > ex-len
                 or def-expr(dd)(ex-ptr:1) = space
                 or not (def-expr(dd)(ex-ptr:1) is alphabetic-upper
                 or def-expr(dd)(ex-ptr:1) is numeric
                 or def-expr(dd)(ex-ptr:1) = '_')
               if tk-len < 32 then
                 add 1 to tk-len
                 move def-expr(dd)(ex-ptr:1) to tk-text(tk-len:1)
               end-if
               add 1 to ex-ptr
             end-perform
           when other
             move spaces to cmp-msg
             string 'unexpected character ' ex-ch
               delimited by size into cmp-msg
             end-string
             move 1 to cmp-bad
         end-evaluate
         .

       c97-exit.
         exit
         .

       c03-take-token section.
         if pend-round = 1 and not tk-kind = '(' then
           move 'ROUND wants ( after it' to cmp-msg
           move 1 to cmp-bad
           go to c96-exit
         end-if
         evaluate tk-kind
           when 'N'
             if want-operand = 0 then
               move 'a value follows a value with no operator'
                 to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             move tk-text to num-chk
             if function test-numval(num-chk) not = 0 then
               move spaces to cmp-msg
               string 'constant ' function trim(tk-text)
                 ' is not a number' delimited by size into cmp-msg
               end-string
               move 1 to cmp-bad
               go to c96-exit
             end-if
             perform c06-new-entry
             move 'N' to rpn-kind(dd, rpn-len(dd))
             compute rpn-num(dd, rpn-len(dd)) =
               function numval(num-chk)
             move 0 to want-operand
           when 'I'
             if want-operand = 0 then
               move 'a value follows a value with no operator'
                 to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             if tk-text = 'ROUND' then
               perform c07-push-op
               move 'R' to op-sym(op-top)
               move 1 to pend-round
             else
               perform c04-column-ref
             end-if
           when '('
             if want-operand = 0 then
               move 'a ( follows a value with no operator'
                 to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             move 0 to pend-round
             perform c07-push-op
             move '(' to op-sym(op-top)
           when ')'
             if want-operand = 1 then
               move 'a ) where a value is wanted' to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             perform until op-top = 0 or op-sym(op-top) = '('
               perform c05-pop-to-output
             end-perform
             if op-top = 0 then
               move 'unbalanced parentheses - a ) with no ('
                 to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             move op-commas(op-top) to jj
             subtract 1 from op-top
             if op-top > 0 and op-sym(op-top) = 'R' then
               if not jj = 1 then
                 move 'ROUND wants (expression, places)' to cmp-msg
                 move 1 to cmp-bad
                 go to c96-exit
               end-if
               perform c05-pop-to-output
             else
               if jj > 0 then
                 move 'a , outside ROUND(...)' to cmp-msg
                 move 1 to cmp-bad
                 go to c96-exit
               end-if
             end-if
           when ','
             if want-operand = 1 then
               move 'a , where a value is wanted' to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             perform until op-top = 0 or op-sym(op-top) = '('
               perform c05-pop-to-output
             end-perform
             if op-top = 0 then
               move 'a , outside ROUND(...)' to cmp-msg
               move 1 to cmp-bad
               go to c96-exit
             end-if
             add 1 to op-commas(op-top)
             move 1 to want-operand
           when other
             if want-operand = 1 then
               evaluate tk-kind
                 when '-'
                   perform c07-push-op
                   move 'U' to op-sym(op-top)
                 when '+'
                   continue
                 when other
                   move spaces to cmp-msg
                   string 'operator ' tk-kind
                     ' where a value is wanted'
                     delimited by size into cmp-msg
                   end-string
                   move 1 to cmp-bad
               end-evaluate
               go to c96-exit
             end-if
             if tk-kind = '*' or tk-kind = '/' then
               move 2 to op-prec
             else
               move 1 to op-prec
             end-if
             perform c08-top-prec
             perform until op-top = 0 or top-prec < op-prec
               perform c05-pop-to-output
               perform c08-top-prec
             end-perform
             perform c07-push-op
             move tk-kind to op-sym(op-top)
             move 1 to want-operand
         end-evaluate
         .

       c96-exit.
         exit
         .

      * a name is an input column (by c-header) or a column
      * defined on an earlier line, never a later one.
       c04-column-ref section.
         move 0 to rr
         perform varying jj from 1 by 1 until jj > colcount
           if function upper-case(col-name(jj)) = tk-text then
             move jj to rr
           end-if
         end-perform
         perform varying jj from 1 by 1 until jj >= dd
           if def-name(jj) = tk-text then
             compute rr = colcount + jj
           end-if
         end-perform
         if rr = 0 then
           move spaces to cmp-msg
           string 'column ' function trim(tk-text)
             ' is not in the header or defined above'
             delimited by size into cmp-msg
           end-string
           move 1 to cmp-bad
           go to c95-exit
         end-if
         perform c06-new-entry
         move 'C' to rpn-kind(dd, rpn-len(dd))
         move rr to rpn-cell(dd, rpn-len(dd))
         move 0 to want-operand
         .

       c95-exit.
         exit
         .

       c05-pop-to-output section.
         perform c06-new-entry
         if cmp-bad = 1 then
           go to c94-exit
         end-if
         evaluate op-sym(op-top)
           when 'U'
             move 'U' to rpn-kind(dd, rpn-len(dd))
           when 'R'
             move 'R' to rpn-kind(dd, rpn-len(dd))
           when other
             move 'O' to rpn-kind(dd, rpn-len(dd))
             move op-sym(op-top) to rpn-op(dd, rpn-len(dd))
         end-evaluate
         subtract 1 from op-top
         .

       c94-exit.
         exit
         .

       c06-new-entry section.
         if rpn-len(dd) >= 60 then
           move 'expression too long' to cmp-msg
           move 1 to cmp-bad
           go to c93-exit
         end-if
         add 1 to rpn-len(dd)
         move space to rpn-op(dd, rpn-len(dd))
         move 0 to rpn-cell(dd, rpn-len(dd))
         move 0 to rpn-num(dd, rpn-len(dd))
         .

       c93-exit.
         exit
         .

       c07-push-op section.
         if op-top >= 40 then
           move 'expression nested too deep' to cmp-msg
           move 1 to cmp-bad
           go to c92-exit
         end-if
         add 1 to op-top
         move 0 to op-commas(op-top)
         .

       c92-exit.
         exit
         .

      * a leading minus binds tighter than * and /; a ( or ROUND
      * on the stack is never popped by an operator.
       c08-top-prec section.
         move 0 to top-prec
         if op-top = 0 then
           go to c91-exit
         end-if
         evaluate op-sym(op-top)
           when '+'
           when '-'
             move 1 to top-prec
           when '*'
           when '/'
             move 2 to top-prec
           when 'U'
             move 3 to top-prec
         end-evaluate
         .

       c91-exit.
         exit
         .

      * the row's derived cells, in definition order, each one
      * there for the lines below it to use.
       e00-derive-row section.
         perform varying dd from 1 by 1 until dd > def-count
           perform e01-eval-def
           compute rr = colcount + dd
           move st-val(1) to cell-val(rr)
           move st-miss(1) to cell-miss(rr)
           if st-miss(1) = 1 then
             add 1 to def-na(dd)
           end-if
         end-perform
         .

       e99-exit.
         exit
         .

       e01-eval-def section.
         move 0 to st-top
         perform varying rr from 1 by 1 until rr > rpn-len(dd)
           evaluate rpn-kind(dd, rr)
             when 'N'
               add 1 to st-top
               move rpn-num(dd, rr) to st-val(st-top)
               move 0 to st-miss(st-top)
             when 'C'
               add 1 to st-top
               move cell-val(rpn-cell(dd, rr)) to st-val(st-top)
               move cell-miss(rpn-cell(dd, rr)) to st-miss(st-top)
             when 'U'
               compute st-val(st-top) = 0 - st-val(st-top)
             when 'O'
               perform e02-binary-op
             when 'R'
               perform e03-round-op
           end-evaluate
         end-perform
         .

       e98-exit.
         exit
         .

       e02-binary-op section.
         move st-val(st-top) to ev-b
         move st-miss(st-top) to ev-miss
         subtract 1 from st-top
         move st-val(st-top) to ev-a
         if st-miss(st-top) = 1 or ev-miss = 1 then
           move 1 to st-miss(st-top)
           move 0 to st-val(st-top)
           go to e97-exit
         end-if
         evaluate rpn-op(dd, rr)
           when '+'
             compute st-val(st-top) = ev-a + ev-b
               on size error
                 move 1 to st-miss(st-top)
             end-compute
           when '-'
             compute st-val(st-top) = ev-a - ev-b
               on size error
                 move 1 to st-miss(st-top)
             end-compute
           when '*'
             compute st-val(st-top) = ev-a * ev-b
               on size error
                 move 1 to st-miss(st-top)
             end-compute
           when '/'
             if ev-b = 0 then
               move 1 to st-miss(st-top)
             else
               compute st-val(st-top) = ev-a / ev-b
                 on size error
                   move 1 to st-miss(st-top)
               end-compute
             end-if
         end-evaluate
         if st-miss(st-top) = 1 then
           move 0 to st-val(st-top)
         end-if
         .

       e97-exit.
         exit
         .

      * ROUND(value, places): half away from zero, places taken
      * as a whole number from 0 to 15.
       e03-round-op section.
         move st-miss(st-top) to ev-miss
         move st-val(st-top) to ev-b
         subtract 1 from st-top
         if st-miss(st-top) = 1 or ev-miss = 1 then
           move 1 to st-miss(st-top)
           move 0 to st-val(st-top)
           go to e96-exit
         end-if
         if ev-b < 0 then
           move 0 to ev-places
         else
           if ev-b > 15 then
             move 15 to ev-places
           else
             move ev-b to ev-places
           end-if
         end-if
         compute ev-scaled rounded =
           st-val(st-top) * 10 ** ev-places
           on size error
             move 1 to st-miss(st-top)
             move 0 to st-val(st-top)
             go to e96-exit
         end-compute
         compute st-val(st-top) = ev-scaled / 10 ** ev-places
         .

       e96-exit.
         exit
         .

       k00-write-header section.
         perform z01-point-at-temp
         open output tableout
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(hdr-first) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > colcount
           move col-name(jj) to out-tok
           perform k03-put-token
         end-perform
         perform varying dd from 1 by 1 until dd > def-count
           move def-name(dd) to out-tok
           perform k03-put-token
         end-perform
         write table-out-record
         move 0 to trl-count
         move 0 to trl-hash
         .

       k99-exit.
         exit
         .

      * the input cells as they came, then the derived ones.
       k01-write-row section.
         move spaces to table-out-record
         move 1 to out-ptr
         string function trim(r-header-in) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > colcount
           move row-tok(jj) to out-tok
           perform k03-put-token
         end-perform
         perform varying dd from 1 by 1 until dd > def-count
           compute rr = colcount + dd
           if cell-miss(rr) = 1 then
             move 'NA' to out-tok
           else
             move cell-val(rr) to float53
             call 'trim-float53' using number53
             perform k04-tidy-number
           end-if
           perform k03-put-token
         end-perform
         write table-out-record
         add 1 to trl-count
         add 1 to rows-out
         if cell-miss(1) = 0 then
           add cell-val(1) to trl-hash
         end-if
         .

       k98-exit.
         exit
         .

       k02-write-trailer section.
         move 2 to dp53
         move trl-hash to float53
         call 'trim-float53' using number53
         move 15 to dp53
         move spaces to table-out-record
         string '#TRAILER ' trl-count ' '
           function trim(numstr53) delimited by size
           into table-out-record
         end-string
         write table-out-record
         close tableout
         perform z00-swap-output
         .

       k97-exit.
         exit
         .

       k03-put-token section.
         if delim-out = space then
           string ' ' delimited by size
             into table-out-record with pointer out-ptr
           end-string
         else
           string delim-out delimited by size
             into table-out-record with pointer out-ptr
           end-string
         end-if
         string function trim(out-tok) delimited by size
           into table-out-record with pointer out-ptr
         end-string
         .

       k96-exit.
         exit
         .

      * trim-float53 leaves '.5', '-.5', '12.' and a bare '.' for
      * zero; a derived cell goes out as 0.5, -0.5, 12 and 0.
       k04-tidy-number section.
         move function trim(numstr53) to out-tok
         compute rr = function length(function trim(out-tok))
         if out-tok(rr:1) = '.' then
           move space to out-tok(rr:1)
         end-if
         evaluate true
           when out-tok = spaces or out-tok = '-'
             move '0' to out-tok
           when out-tok(1:1) = '.'
             move out-tok to numstr53
             move spaces to out-tok
             string '0' function trim(numstr53)
               delimited by size into out-tok
             end-string
           when out-tok(1:2) = '-.'
             move out-tok(2:) to numstr53
             move spaces to out-tok
             string '-0' function trim(numstr53)
               delimited by size into out-tok
             end-string
         end-evaluate
         .

       k95-exit.
         exit
         .

      * atomic write-and-swap: the output is written under a
      * temporary name and renamed into place only after a clean
      * close and trailer write, so a crash mid-write can never
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'tablederive: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-name
         end-string
         move swap-name to foutname
         .

       z98-exit.
         exit
         .

       z00-swap-output section.
         move spaces to swap-cmd
         string 'mv -f ' function trim(swap-name) ' '
           function trim(real-name)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output, the table it read and
      * the definitions it applied.
       z02-note-lineage section.
         move 'tablederive' to lin-program
         move foutname to lin-out-file
         move 2 to lin-in-count
         move fname to lin-in-file(1)
         move defs-fname to lin-in-file(2)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
