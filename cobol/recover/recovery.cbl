      * The list file names one file per line ('*' comments). A
      * member with a #TRAILER is measured as a table file (data
      * rows and the trailer's control total); anything else by
      * its line count. A RESTORE checks every member's path
      * against the environment guard before it copies the first
      * one: a set restored into the wrong environment is refused
      * whole, not half laid down.

       environment division.
         input-output section.
             05 tok-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 stamp pic x(14) value spaces.
             05 env-refused pic 9(4) value 0.
             05 datetime-data.
               copy datetimedata.
             05 msgcat-data.
               copy msgcat.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
           go to c99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read catfile into cat-record
           at end
             move 1 to iseof
           not at end
             if cat-record not = spaces then
               perform c03-check-member
             end-if
           end-read
         end-perform
         close catfile
         if env-refused > 0 then
           display 'recovery: restore of ', function trim(set-dir),
             ' refused, ', env-refused, ' member(s) outside this ',
             'environment'
           move 8 to return-code
           go to c99-exit
         end-if
         open input catfile
         move 0 to iseof
         perform until iseof = 1
           read catfile into cat-record
           at end
         .

       c01-restore-member section.
         perform c02-member-line
         if src-name = spaces then
           go to c98-exit
         end-if
         move spaces to cmd-buf
         string 'cp -f ' function trim(set-dir) '/'
           function trim(base-name) ' '
           function trim(src-name)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         add 1 to restored-cnt
         move src-name to memname
         perform g00-measure-member
         if mem-fs not = '00'
             or mem-rows not = cat-rows
             or mem-total not = cat-total then
           add 1 to verify-bad
           display 'recovery: ', function trim(src-name),
             ' does not match its catalog line (', mem-rows,
             ' row(s), total ', function trim(mem-total),
             ' against ', cat-rows, ' / ',
             function trim(cat-total), ')'
         else
           display 'recovery: verified ',
             function trim(src-name)
         end-if
         .

       c98-exit.
         exit
         .

      * one catalog line: the member's name in the set, where it
      * came from (src=) and the control figures it was built
      * with.
       c02-member-line section.
         move spaces to base-name
         move spaces to src-name
         move 0 to cat-rows
             move tok(7:34) to cat-total
           end-if
         end-perform
         .

       c97-exit.
         exit
         .

      * the environment guard on one member's restore path - a
      * test run never lays a set over production files.
       c03-check-member section.
         perform c02-member-line
         if src-name = spaces then
           go to c96-exit
         end-if
         move src-name to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           add 1 to env-refused
         end-if
         .

       c96-exit.
         exit
         .

