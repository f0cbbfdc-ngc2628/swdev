      * customer; the mapping is computed on the fly and never
      * written anywhere.
      *
      *   scrubkey in-file out-file [SECRET=text] [, or ; or CSV]
      *
      * The secret comes from SECRET= or, better, the SCRUBSECRET
      * environment variable so it stays off command lines and
      * out of shell histories. The out-file must lie in this
      * run's environment, and the scrubbed file goes on the
      * lineage log as fed by the production file.

       environment division.
         input-output section.
             05 foutname pic a(128) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 linenum pic 9(6) value 0.
             05 bad-row-count pic 9(4) value 0.
             05 csv-data.
               copy csvdata.
             05 secret pic x(64) value spaces.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 msgcat-data.
               copy msgcat.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
         end-accept
         if fname = spaces or foutname = spaces then
           display 'usage: scrubkey in-file out-file ',
             '[SECRET=text] [delimiter|CSV] - or set SCRUBSECRET'
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
             when function upper-case(opt-tmp(1:7)) = 'SECRET='
               move opt-tmp(8:64) to secret
             when other
           move 8 to return-code
           go to a99-end
         end-if
      *  the out-file may not lie under another environment's
      *  data directories - a test run never touches production.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         perform g00-scrub-file
         display 'scrubkey: ', scrubbed, ' key(s) masked into ',
           function trim(foutname)
         if bad-row-count > 0 then
           display 'scrubkey: ', bad-row-count,
             ' bad row(s) left out'
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               perform g03-csv-record
             end-if
             if csv-skip = 1 then
               continue
             else
             if table-record = spaces
                 or table-record(1:1) = '#'
                 or cntrec = 0 then
             else
               perform g01-scrub-row
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
         end-string
         call "SYSTEM" using swap-cmd
         move real-name to foutname
         perform z02-note-lineage
         .

       g99-exit.
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open and left out of the
      * output - its key was never masked.
       g03-csv-record section.
         move table-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'scrubkey: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to table-record
         end-if
         .

       g96-exit.
         exit
         .

       g01-scrub-row section.
         compute rec-len = function length(function trim(
           table-record))
         move 0 to key-end
         perform varying kk from 1 by 1
             until kk > rec-len or key-end > 0
           if (table-record(kk:1) = space and csv-mode = 0)
               or (not delim-arg = space
                 and table-record(kk:1) = delim-arg) then
             move kk to key-end
       g97-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'scrubkey' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move fname to lin-in-file(1)
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
