      * index's '#IDXCOLS' line), the way maintain.cbl already
      * does; with the column omitted it takes column 1, so the
      * old single-column call keeps working.
      * The key is found under the collation the index was built
      * with (its '#IDXCOLL' line, see utl/collation.cbl), and a
      * DELETE writes that line back with the rest.

       environment division.
         input-output section.
               copy num53.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.
             05 coll-data.
               copy colldata.
             05 coll-line pic x(120) value spaces.
             05 look-coll pic x(64) value spaces.
           01 key-table.
             05 key-length pic 9(4) value 0.
             05 key-header pic x(32) occurs 1000 times.
           move 8 to return-code
           go to a99-end
         end-if
      *  nor does a pair under another environment's data
      *  directories.
         move relname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         perform g00-load-index
         if cmd-arg = 'UPDATE' and not col-arg = spaces then
           perform g02-find-column
               move idx-record(1:120) to cols-line
               perform g03-take-cols
             else
             if idx-record(1:8) = '#IDXCOLL' then
               move idx-record(1:120) to coll-line
               move idx-record(10:8) to cl-mode
             else
             if idx-record = spaces
                 or idx-record(1:1) = '#' then
               continue
             end-if
             end-if
             end-if
             end-if
           end-read
         end-perform
         close idxfile
         if cl-mode = spaces then
           move 'PLAIN' to cl-mode
         end-if
         .

       g99-exit.
         exit
         .

      * the index runs in collation-key order, the key text
      * settling a collation tie; each probe's collation key is
      * made as it is compared.
       h00-binary-search section.
         move lookup-key to cl-text
         call 'coll-key' using coll-data
         move cl-key to look-coll
         move 0 to found-flag
         move 1 to lo
         move key-length to hi
         perform until lo > hi or found-flag = 1
           compute mid = (lo + hi) / 2
           move key-header(mid) to cl-text
           call 'coll-key' using coll-data
           if key-header(mid) = lookup-key then
             move 1 to found-flag
             move mid to found-idx
             move key-recnum(mid) to rel-key
           else if cl-key < look-coll
               or (cl-key = look-coll
                 and key-header(mid) < lookup-key) then
             compute lo = mid + 1
           else
             compute hi = mid - 1
         if not cols-line = spaces then
           write idx-record from cols-line
         end-if
         if not coll-line = spaces then
           write idx-record from coll-line
         end-if
         perform varying ii from 1 by 1 until key-length < ii
           move spaces to idx-record
           string
