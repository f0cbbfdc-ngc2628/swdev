      *
      * VERIFY (with an archive directory) runs logverify over
      * each aged file first; a file whose chain fails stays put
      * with a warning instead of being archived. A log a legal
      * hold covers (utl/legal-hold.cbl) is neither deleted nor
      * moved, whatever its age; the run names the hold and
      * returns 4.

       environment division.
         input-output section.
             05 list-eof pic 9 value 0.
             05 cmd-buf pic x(1024) value spaces.
             05 aged-count pic 9(6) value 0.
             05 held-count pic 9(6) value 0.
             05 hold-data.
               copy holddata.

       procedure division.
       a00-start section.
             'the chain check and were not touched'
           move 4 to return-code
         end-if
         if held-count > 0 then
           display 'logkeep: ', held-count, ' log(s) under legal ',
             'hold were not touched'
           move 4 to return-code
         end-if
         display 'logkeep: ', aged-count, ' log(s) older than ',
           retain-days, ' day(s) ' with no advancing
         if arch-dir = spaces then
           at end
             move 1 to list-eof
           not at end
             move 0 to hd-held
             if list-record not = spaces then
               move 'LOG' to hd-kind
               move list-record to hd-name
               call 'hold-check' using hold-data
               if hd-held = 1 then
                 add 1 to held-count
                 display 'logkeep: ', function trim(list-record),
                   ' is under legal hold ', function trim(hd-id),
                   ', file left in place'
               end-if
             end-if
             if list-record not = spaces and hd-held = 0 then
               if verify-mode = 1 then
                 perform d00-verify-one
               else
