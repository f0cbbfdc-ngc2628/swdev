      *   gdgkeep ROLLBACK file      restore the newest generation
      *                              as the current file
      * The dated stamp sorts lexically, so ls order is age order.
      * PRUNE and ARCHIVE leave alone any generation a legal hold
      * covers (utl/legal-hold.cbl), name the hold and return 4;
      * ROLLBACK, which overwrites the current file, is refused
      * for a file under hold, and for a file under another
      * environment's data directories.

       environment division.
         input-output section.
             05 trl-tok1 pic x(32) value spaces.
             05 trl-tok2 pic x(34) value spaces.
             05 archived-cnt pic 9(4) value 0.
             05 held-cnt pic 9(4) value 0.
             05 hold-data.
               copy holddata.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
         end-if
         compute drop-n = gen-count - keep-n
         perform varying gg from 1 by 1 until gg > drop-n
           perform g00-held
           if hd-held = 0 then
             display 'gdgkeep: deleting ',
               function trim(gen-name(gg))
             move spaces to cmd-buf
             string 'rm -f ' function trim(gen-name(gg))
               delimited by size into cmd-buf
             end-string
             call "SYSTEM" using cmd-buf
           end-if
         end-perform
         display 'gdgkeep: kept the newest ', keep-n,
           ' generation(s)'
         perform g01-held-total
         .

       c99-exit.
           move 4 to return-code
           go to d99-exit
         end-if
         move 'FILE' to hd-kind
         move fname to hd-name
         call 'hold-check' using hold-data
         if hd-held = 1 then
           display 'gdgkeep: ', function trim(fname),
             ' is under legal hold ', function trim(hd-id),
             ' - rollback refused'
           move 8 to return-code
           go to d99-exit
         end-if
      *  a test run never rolls back a production file.
         move fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to d99-exit
         end-if
         move spaces to cmd-buf
         string 'cp -f ' function trim(gen-name(gen-count))
           ' ' function trim(fname)
         display 'gdgkeep: ', archived-cnt, ' generation(s) ',
           'folded into ', function trim(garname), ', newest ',
           keep-n, ' kept loose'
         perform g01-held-total
         .

       e99-exit.
         .

       e01-archive-one section.
         perform g00-held
         if hd-held = 1 then
           go to e98-exit
         end-if
         move gen-name(gg) to memname
      *  first pass sizes the member for its catalog line: data
      *  rows counted, the control total lifted off its #TRAILER.
       f98-exit.
         exit
         .

      * a generation under legal hold stays where it is, whatever
      * its age.
       g00-held section.
         move 'GEN' to hd-kind
         move gen-name(gg) to hd-name
         call 'hold-check' using hold-data
         if hd-held = 1 then
           add 1 to held-cnt
           display 'gdgkeep: ', function trim(gen-name(gg)),
             ' is under legal hold ', function trim(hd-id),
             ', kept'
         end-if
         .

       g01-held-total section.
         if held-cnt > 0 then
           display 'gdgkeep: ', held-cnt, ' generation(s) kept ',
             'under legal hold'
           move 4 to return-code
         end-if
         .
