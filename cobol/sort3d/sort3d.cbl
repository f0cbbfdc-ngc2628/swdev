      * a scratch key/row-number table, the same arrangement
      * bubblesort/sort.cbl uses since its rework.
      *
      *   sort3d in-table-file out-table-file A|D keys [, or ; or CSV]
      *
      * keys is up to three comma-separated names (a c-header or R
      * for the row key), e.g. COL02,R - the A|D direction applies
      * ascending, and the load order settles any remaining tie,
      * so rows tied on the primary value land in the same order
      * run after run instead of churning the reports.
      * An R key orders under the shared r-header collation
      * (utl/collation.cbl) - COLLATE=PLAIN|CASE|NATURAL, else
      * suite.cfg's collation=, else PLAIN - the same order
      * bubblesort/sort.cbl and the key index use.

       environment division.
         input-output section.
             05 key-isr pic 9 occurs 3 times value 0.
             05 kx pic 9 value 0.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 delim-out pic x(1) value space.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 fast-eof pic 9 value 0.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 coll-data.
               copy colldata.
      *    the binary fast-load companion's record shapes - see
      *    fastload/fastbuild.cbl for the format.
           01 fast-row.
      *    x(32) field and zeroes the number, a value key the other
      *    way round, so one SORT statement covers either kind in
      *    any position; ord-row closes every remaining tie with
      *    the load order. An R key fills its hdr slot with the
      *    collation key, the r-header itself after it.
           01 ord-table.
             05 ord-length pic 9(3) value 0.
             05 ord-entry occurs 1 to 1000 times
                 depending on ord-length.
               10 ord-hdr1 pic x(96).
               10 ord-num1 pic s9(16)v9(15) comp-3.
               10 ord-hdr2 pic x(96).
               10 ord-num2 pic s9(16)v9(15) comp-3.
               10 ord-hdr3 pic x(96).
               10 ord-num3 pic s9(16)v9(15) comp-3.
               10 ord-row pic 9(3).

         end-accept
         if fname = spaces or foutname = spaces then
           display 'usage: sort3d in-table-file out-table-file ',
             'A|D key[,key2[,key3]] [delimiter|CSV] ',
             '[COLLATE=PLAIN|CASE|NATURAL] - each key a ',
             'c-header name or R'
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
             when function upper-case(opt-tmp(1:8)) = 'COLLATE='
               move opt-tmp(9:8) to cl-mode
             when other
               display 'sort3d: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
               move spaces to opt-tmp
           end-accept
         end-perform
         call 'coll-setup' using coll-data
         move space to delim-out
         if not delim-arg = space then
           move delim-arg to delim-out
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
           display 'sort3d: bad row at line ', linenum,
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
         evaluate kx
           when 1
             if key-isr(kx) = 1 then
               perform j02-coll-key
               move cl-key to ord-hdr1(ii)(1:64)
               move r-header(ii) to ord-hdr1(ii)(65:32)
             else
             if c-type(key-col(kx)) = 1 then
               move t-txt(ii, key-col(kx)) to ord-hdr1(ii)
             end-if
           when 2
             if key-isr(kx) = 1 then
               perform j02-coll-key
               move cl-key to ord-hdr2(ii)(1:64)
               move r-header(ii) to ord-hdr2(ii)(65:32)
             else
             if c-type(key-col(kx)) = 1 then
               move t-txt(ii, key-col(kx)) to ord-hdr2(ii)
             end-if
           when 3
             if key-isr(kx) = 1 then
               perform j02-coll-key
               move cl-key to ord-hdr3(ii)(1:64)
               move r-header(ii) to ord-hdr3(ii)(65:32)
             else
             if c-type(key-col(kx)) = 1 then
               move t-txt(ii, key-col(kx)) to ord-hdr3(ii)
         exit
         .

       j02-coll-key section.
         move r-header(ii) to cl-text
         call 'coll-key' using coll-data
         .

       j97-exit.
         exit
         .

       j99-exit.
         exit
         .
      * leave a half-written file for a reader to observe.
      * tmpsweep reports any .new leftovers.
       z01-point-at-temp section.
      * a path under another environment's data directories is
      * refused before anything is opened.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'sort3d: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move foutname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'sort3d' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .

      * companion currency check, as in sort.cbl's y00: only a
      * run without a schema takes it, and only while the text
      * file is no newer than the companion.
