       identification division.
         program-id. annotate.

      * maintenance of the row annotations (utl/annot-reg.cbl):
      * the analyst who knows why a figure looks odd writes it
      * down against the row, and table.cbl's display, HTML pack
      * and outlier report, inquire and variance print it beside
      * the row for every reader after.
      *
      *   annotate ADD table-file key [COL=c-header]
      *     [FROM=YYYYMMDD] [TO=YYYYMMDD] note text...
      *   annotate LIST [table-file] [ALL] [ASOF=YYYYMMDD]
      *   annotate EXPIRE note-id
      *
      * ADD gives the note the next id (N0000001 up), stamped
      * with the operator (utl/oper-id.cbl) and today's date; a key
      * ending '*' covers every row it prefixes, FROM/TO limit the
      * dates the note is shown on. The note text is the rest of
      * the arguments, up to 120 characters. LIST shows the notes
      * in force (for one file, or every file) on ASOF, default
      * today; ALL adds the expired, ended and not yet started
      * ones. EXPIRE ends a note from today, and is for its author
      * or a supervisor. Returns 0 done, 4 nothing to do, 8
      * refused.

       environment division.
         input-output section.
         file-control.
           select annotfile assign to annot-fname
           organization is line sequential
           file status is annot-fs.

       data division.
         file section.
         fd annotfile.
           01 annot-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 fname pic x(128) value spaces.
             05 key-arg pic x(32) value spaces.
             05 col-arg pic x(6) value spaces.
             05 from-arg pic x(8) value '-'.
             05 to-arg pic x(8) value '-'.
             05 note-text pic x(240) value spaces.
             05 text-ptr pic 9(4) value 1.
             05 text-on pic 9 value 0.
             05 text-len pic 9(4) value 0.
             05 id-arg pic x(8) value spaces.
             05 all-arg pic 9 value 0.
             05 asof-arg pic 9(8) value 0.
             05 annot-fname pic x(128) value spaces.
             05 annot-fs pic xx value '00'.
             05 iseof pic 9 value 0.
             05 tok-verb pic x(8) value spaces.
             05 tok-id pic x(8) value spaces.
             05 tok-oper pic x(12) value spaces.
             05 tok-skip pic x(128) value spaces.
             05 rec-ptr pic 9(4) value 1.
             05 id-num pic 9(7) value 0.
             05 max-num pic 9(7) value 0.
             05 new-id pic x(8) value spaces.
             05 found-note pic 9 value 0.
             05 found-expired pic 9 value 0.
             05 note-oper pic x(12) value spaces.
             05 today pic 9(8) value 0.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 1.
             05 ii pic 9(3) value 0.
             05 cnt-dsp pic zz9.
             05 range-dsp pic x(17) value spaces.
             05 annot-data.
               copy annotdata.

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'ADD' or cmd-arg = 'LIST'
             or cmd-arg = 'EXPIRE') then
           perform a01-usage
           go to a99-end
         end-if
         display "ANNOTFILE" upon environment-name
         move spaces to annot-fname
         accept annot-fname from environment-value
           on exception
             continue
         end-accept
         if annot-fname = spaces then
           move 'annotations.dat' to annot-fname
         end-if
         move function current-date(1:8) to today
         evaluate cmd-arg
           when 'ADD'
             perform b00-add
           when 'LIST'
             perform c00-list
           when 'EXPIRE'
             perform d00-expire
         end-evaluate
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: annotate ADD table-file key [COL=c-header] ',
           '[FROM=YYYYMMDD] [TO=YYYYMMDD] note text...'
         display '       annotate LIST [table-file] [ALL] ',
           '[ASOF=YYYYMMDD]'
         display '       annotate EXPIRE note-id'
         move 8 to return-code
         .

       a98-exit.
         exit
         .

      * the options come first; the first word that is not one
      * starts the note text, which runs to the last argument.
       b00-add section.
         accept fname from argument-value
           on exception
             move spaces to fname
         end-accept
         accept key-arg from argument-value
           on exception
             move spaces to key-arg
         end-accept
         if fname = spaces or key-arg = spaces then
           perform a01-usage
           go to b99-exit
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when text-on = 0
                 and function upper-case(opt-tmp(1:4)) = 'COL='
               move function upper-case(opt-tmp(5:6)) to col-arg
             when text-on = 0
                 and function upper-case(opt-tmp(1:5)) = 'FROM='
               move opt-tmp(6:8) to from-arg
             when text-on = 0
                 and function upper-case(opt-tmp(1:3)) = 'TO='
               move opt-tmp(4:8) to to-arg
             when other
               move 1 to text-on
               if text-ptr > 1 then
                 string ' ' delimited by size
                   into note-text with pointer text-ptr
                 end-string
               end-if
               string function trim(opt-tmp) delimited by size
                 into note-text with pointer text-ptr
               end-string
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if note-text = spaces then
           display 'annotate: ADD wants the note text'
           move 8 to return-code
           go to b99-exit
         end-if
         compute text-len = function length(function trim(
           note-text))
         if text-len > 120 then
           display 'annotate: note text is ', text-len,
             ' characters, 120 at most'
           move 8 to return-code
           go to b99-exit
         end-if
         if not from-arg = '-' then
           if from-arg is not numeric
               or function test-date-yyyymmdd(
                 function numval(from-arg)) not = 0 then
             display 'annotate: FROM= wants a date as YYYYMMDD'
             move 8 to return-code
             go to b99-exit
           end-if
         end-if
         if not to-arg = '-' then
           if to-arg is not numeric
               or function test-date-yyyymmdd(
                 function numval(to-arg)) not = 0 then
             display 'annotate: TO= wants a date as YYYYMMDD'
             move 8 to return-code
             go to b99-exit
           end-if
         end-if
         if not from-arg = '-' and not to-arg = '-'
             and to-arg < from-arg then
           display 'annotate: TO= is before FROM='
           move 8 to return-code
           go to b99-exit
         end-if
         call 'operator-get' using op-id
         move spaces to id-arg
         perform e00-scan-file
         compute id-num = max-num + 1
         move spaces to new-id
         string 'N' id-num delimited by size into new-id
         end-string
         open extend annotfile
         if annot-fs not = '00' then
           open output annotfile
         end-if
         if annot-fs not = '00' then
           display 'annotate: cannot write ',
             function trim(annot-fname), ', status ', annot-fs
           move 8 to return-code
           go to b99-exit
         end-if
         move spaces to annot-record
         if col-arg = spaces then
           move '-' to col-arg
         end-if
         string 'NOTE ' new-id ' ' function trim(fname) ' '
           function trim(key-arg) ' ' function trim(col-arg) ' '
           function trim(from-arg) ' ' function trim(to-arg) ' '
           function trim(op-id) ' ' today ' '
           function trim(note-text)
           delimited by size into annot-record
         end-string
         write annot-record
         close annotfile
         display 'annotate: ', new-id, ' added to ',
           function trim(fname), ' ', function trim(key-arg),
           ' by ', function trim(op-id)
         .

       b99-exit.
         exit
         .

       c00-list section.
         move '*' to an-file
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp) = 'ALL'
               move 1 to all-arg
             when function upper-case(opt-tmp(1:5)) = 'ASOF='
               if opt-tmp(6:8) is numeric then
                 move opt-tmp(6:8) to asof-arg
               else
                 display 'annotate: ASOF= wants a date as ',
                   'YYYYMMDD, today used'
               end-if
             when other
               move opt-tmp(1:128) to an-file
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         move 0 to an-cnt
         move asof-arg to an-asof
         move all-arg to an-all
         call 'annot-load' using annot-data
         perform varying ii from 1 by 1 until ii > an-cnt
           move spaces to range-dsp
           evaluate true
             when an-from(ii) = 0 and an-to(ii) = 0
               move 'always' to range-dsp
             when an-from(ii) = 0
               string 'until ' an-to(ii)
                 delimited by size into range-dsp
               end-string
             when an-to(ii) = 0
               string 'from ' an-from(ii)
                 delimited by size into range-dsp
               end-string
             when other
               string an-from(ii) '-' an-to(ii)
                 delimited by size into range-dsp
               end-string
           end-evaluate
           display an-id(ii), ' ', an-e-state(ii), ' ',
             function trim(an-e-file(ii)), ' ',
             function trim(an-e-key(ii)), ' ',
             function trim(an-e-col(ii)), ' ',
             function trim(range-dsp), ' ',
             function trim(an-oper(ii)), ' ', an-date(ii)
           display '    ', function trim(an-text(ii))
         end-perform
         move an-cnt to cnt-dsp
         if an-all = 1 then
           display 'annotate: ', function trim(cnt-dsp),
             ' note(s)'
         else
           display 'annotate: ', function trim(cnt-dsp),
             ' note(s) in force'
         end-if
         .

       c99-exit.
         exit
         .

       d00-expire section.
         accept id-arg from argument-value
           on exception
             move spaces to id-arg
         end-accept
         move function upper-case(id-arg) to id-arg
         if id-arg = spaces then
           perform a01-usage
           go to d99-exit
         end-if
         perform e00-scan-file
         if found-note = 0 then
           display 'annotate: no note ', function trim(id-arg)
           move 8 to return-code
           go to d99-exit
         end-if
         if found-expired = 1 then
           display 'annotate: ', function trim(id-arg),
             ' is already expired'
           move 4 to return-code
           go to d99-exit
         end-if
         call 'operator-get' using op-id
         if not op-id = note-oper then
           call 'operator-level' using op-id, op-level
           if op-level < 3 then
             display 'annotate: EXPIRE refused - ',
               function trim(id-arg), ' is ',
               function trim(note-oper), '''s note and ',
               function trim(op-id), ' is not a supervisor'
             move 8 to return-code
             go to d99-exit
           end-if
         end-if
         open extend annotfile
         if annot-fs not = '00' then
           display 'annotate: cannot write ',
             function trim(annot-fname), ', status ', annot-fs
           move 8 to return-code
           go to d99-exit
         end-if
         move spaces to annot-record
         string 'EXPIRE ' function trim(id-arg) ' '
           function trim(op-id) ' ' today
           delimited by size into annot-record
         end-string
         write annot-record
         close annotfile
         display 'annotate: ', function trim(id-arg),
           ' expired by ', function trim(op-id)
         .

       d99-exit.
         exit
         .

      * one pass over the file: the highest id given so far, and
      * for id-arg whether it exists, who wrote it and whether it
      * has been expired.
       e00-scan-file section.
         move 0 to max-num
         move 0 to found-note
         move 0 to found-expired
         move 0 to iseof
         open input annotfile
         if annot-fs not = '00' then
           go to e99-exit
         end-if
         perform until iseof = 1
           read annotfile into annot-record
             at end
               move 1 to iseof
             not at end
               if annot-record not = spaces
                   and annot-record(1:1) not = '*' then
                 perform e01-take-line
               end-if
           end-read
         end-perform
         close annotfile
         .

       e99-exit.
         exit
         .

       e01-take-line section.
         move spaces to tok-verb
         move spaces to tok-id
         move 1 to rec-ptr
         unstring annot-record delimited by all space
           into tok-verb tok-id
           with pointer rec-ptr
         end-unstring
         if tok-verb = 'NOTE' then
           if tok-id(2:7) is numeric then
             move tok-id(2:7) to id-num
             if id-num > max-num then
               move id-num to max-num
             end-if
           end-if
           if tok-id = id-arg and not id-arg = spaces then
             move 1 to found-note
      *      the operator is the sixth word after the id.
             move spaces to tok-oper
             unstring annot-record delimited by all space
               into tok-skip tok-skip tok-skip tok-skip tok-skip
                 tok-oper
               with pointer rec-ptr
             end-unstring
             move tok-oper to note-oper
           end-if
         end-if
         if tok-verb = 'EXPIRE' and tok-id = id-arg
             and not id-arg = spaces then
           move 1 to found-expired
         end-if
         .

       e98-exit.
         exit
         .
