      * - a missing day no longer looks identical to a zero day.
      *
      *   daycover table-file from-YYYYMMDD to-YYYYMMDD
      *     [KEYPOS=n] [, or ; or CSV]
      *
      * KEYPOS= names the key position the 8-digit date starts at
      * (default 1). A missing business day returns 8, unexpected
             05 to-arg pic x(8) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 key-pos pic 9(2) value 1.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             or function test-numval(from-arg) not = 0
             or function test-numval(to-arg) not = 0 then
           display 'usage: daycover table-file from-YYYYMMDD ',
             'to-YYYYMMDD [KEYPOS=n] [delimiter|CSV]'
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
             when function upper-case(opt-tmp(1:7)) = 'KEYPOS='
               if function test-numval(opt-tmp(8:2)) = 0 then
                 move function numval(opt-tmp(8:2)) to key-pos
           at end
             move 1 to iseof
           not at end
      *      a CSV row whose quotes do not balance comes back as
      *      it was and counts with the undated rows.
             if csv-mode = 1 and table-record not = spaces
                 and table-record(1:1) not = '#' then
               move table-record to csv-line
               call 'csv-to-table' using csv-data
               move csv-line to table-record
             end-if
             if table-record not = spaces
                 and table-record(1:1) not = '#' then
               if cntrec > 0 then
