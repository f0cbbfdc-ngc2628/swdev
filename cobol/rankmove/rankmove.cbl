      * merge-scanned, so a big ranking costs one pass.
      *
      *   rankmove old-srt-file new-srt-file [, or ;]
      *     [COLLATE=PLAIN|CASE|NATURAL]
      *
      * The movers list in r-header order under the shared
      * collation (utl/collation.cbl) - COLLATE=, else suite.cfg's
      * collation=, else PLAIN - the order sort.cbl gave the
      * files; an r-header still has to match exactly to pair up.

       environment division.
         input-output section.
             05 fell-count pic 9(6) value 0.
             05 entered-count pic 9(6) value 0.
             05 left-count pic 9(6) value 0.
             05 opt-tmp pic x(32) value spaces.
             05 coll-data.
               copy colldata.
           01 old-ranks.
             05 old-length pic 9(6) value 0.
             05 old-entry occurs 1 to 100000 times
                 depending on old-length.
               10 old-ord.
                 15 old-coll pic x(64).
                 15 old-key pic x(32).
               10 old-rank pic 9(6).
           01 new-ranks.
             05 new-length pic 9(6) value 0.
             05 new-entry occurs 1 to 100000 times
                 depending on new-length.
               10 new-ord.
                 15 new-coll pic x(64).
                 15 new-key pic x(32).
               10 new-rank pic 9(6).

       procedure division.
         end-accept
         if fname1 = spaces or fname2 = spaces then
           display 'usage: rankmove old-srt-file new-srt-file ',
             '[delimiter] [COLLATE=PLAIN|CASE|NATURAL]'
           move 8 to return-code
           go to a99-end
         end-if
         move space to delim-arg
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
             when function upper-case(opt-tmp(1:8)) = 'COLLATE='
               move opt-tmp(9:8) to cl-mode
             when other
               display 'rankmove: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         call 'coll-setup' using coll-data
         perform g00-read-old
         perform g01-read-new
         sort old-entry on ascending key old-coll old-key
         sort new-entry on ascending key new-coll new-key
         display 'rank movement ', function trim(fname1), ' -> ',
           function trim(fname2)
         perform j00-merge-report
                   if old-length < 100000 then
                     add 1 to old-length
                     move key-tok to old-key(old-length)
                     move key-tok to cl-text
                     call 'coll-key' using coll-data
                     move cl-key to old-coll(old-length)
                     move function numval(rank-tok)
                       to old-rank(old-length)
                   end-if
                   if new-length < 100000 then
                     add 1 to new-length
                     move key-tok to new-key(new-length)
                     move key-tok to cl-text
                     call 'coll-key' using coll-data
                     move cl-key to new-coll(new-length)
                     move function numval(rank-tok)
                       to new-rank(new-length)
                   end-if
         exit
         .

      * both tables are sorted on collation key and key, so one
      * forward scan of each pairs them off: a key on both sides
      * compares ranks, a key on one side only entered or left the
      * ranking.
       j00-merge-report section.
         display ' '
         move 1 to oo
               perform j02-entered
             when nn > new-length
               perform j03-left
             when old-ord(oo) = new-ord(nn)
               perform j01-moved
             when old-ord(oo) < new-ord(nn)
               perform j03-left
             when other
               perform j02-entered
