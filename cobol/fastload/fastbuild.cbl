      * idxbuild's #IDXSTAMP carries) and fall back to parsing
      * otherwise.
      *
      *   fastbuild table-file [, or ; or CSV] [SCHEMA=rules-file]

       environment division.
         input-output section.
             05 fast-name pic x(136) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 pass-no pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             move spaces to fname
         end-accept
         if fname = spaces then
           display 'usage: fastbuild table-file [delimiter|CSV] ',
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
         string function trim(fname) '.fast' delimited by size
           into fast-name
         end-string
      *  the companion may not be written under another
      *  environment's data directories.
         move fast-name to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         perform g00-build
         display 'fastbuild: ', out-rows, ' row(s) packed into ',
           function trim(fast-name), ', ', bad-row-count,
         .

       g01-count-pass section.
         move 1 to pass-no
         move 0 to cntrec
         move 0 to iseof
         move 0 to out-rows
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
         .

       g02-write-pass section.
         move 2 to pass-no
         move 0 to cntrec
         move 0 to iseof
         open input tableinp
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
      * with the quote that was left open - on the writing pass
      * only, so the counting pass does not report it twice.
       g03-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           if pass-no = 2 then
             compute linenum = cntrec + 1
             add 1 to bad-row-count
             display 'fastbuild: bad row at line ', linenum,
               ' skipped: ', function trim(csv-msg)
           end-if
         else
           move csv-line to table-record
         end-if
         .

       g96-exit.
         exit
         .

       h00-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
