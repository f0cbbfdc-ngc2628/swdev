
       identification division.
         program-id. hostconv.

      * host-format interface files described by the sender's own
      * copybook: the group mainframe sends its extracts as they
      * sit on its DASD - EBCDIC text, COMP-3 packed and binary
      * fields - and takes its returns the same way. fixedio.cbl
      * serves the GL's ASCII zoned records from a hand-written
      * layout file, and hand-deriving offsets from a long
      * copybook is how a field ends up one byte off. Here the
      * copybook itself is read and the layout worked out from
      * it, in both directions:
      *
      *   hostconv READ copybook host-file out-table-file [options]
      *   hostconv WRITE copybook table-file out-host-file [options]
      *   hostconv LAYOUT copybook
      *
      *   options: SELECT=select-file  KEY=field  RECLEN=n
      *            , or ; or CSV
      *
      * The copybook is the usual fixed-form source (columns 8-72,
      * '*' or '/' in column 7 a comment). Levels 01-49 with PIC,
      * USAGE (DISPLAY, COMP-3/PACKED-DECIMAL, COMP/BINARY/COMP-4/
      * COMP-5), SIGN LEADING/TRAILING [SEPARATE], OCCURS (an
      * OCCURS DEPENDING ON laid out at its maximum) and REDEFINES
      * are laid out the way the host compiler lays them out; a
      * group's USAGE passes to its fields, 88s and VALUEs are
      * passed over, and only the first 01 record is used. A
      * REDEFINES is an alternate view of bytes already laid out:
      * the first definition is the one converted. COMP-1/COMP-2,
      * INDEX, POINTER and PIC P fields keep their bytes but cannot
      * be carried. SYNC slack bytes are not inserted. LAYOUT lists
      * every field with its offset, length and type - the map a
      * layout file used to be derived from by hand.
      *
      * The records are fixed length (RECFM=F/FB, no line ends),
      * the copybook's length unless RECLEN= names a longer one.
      * A field in an OCCURS is named with its subscript, AMT(3)
      * or AMT(2,3). The table's r-header is the KEY field - KEY=
      * or the select file's KEY line, else the first field - and
      * its columns (10 at most) the select file's COL lines, else
      * the fields after the key in copybook order. Select file,
      * '*' comments:
      *   KEY field             the r-header field
      *   COL field [header]    one column; the header defaults
      *                         to the field name's last word, cut
      *                         to six with the subscript kept
      *
      * READ decodes each record into one table row with the
      * bad-row and control-trailer discipline of the delimited
      * loaders: packed and zoned fields of EBCDIC spaces load as
      * missing, a bad sign or digit nibble makes a bad row, and
      * text fields come over through code page 037 (blanks inside
      * a text cell written '_' for a space-delimited file). When
      * any column is text, out-table-file.sch is written with a
      * TEXT rule for each so the loaders take the cells as text.
      * WRITE produces host records from a table file: columns
      * matched to the selected fields by header, packed and zoned
      * signs C/D (F for an unsigned field), binary big-endian two's
      * complement, text EBCDIC blank-padded; an NA cell and any
      * field the table does not carry go out as EBCDIC spaces,
      * the numeric fields not carried as zero, and a binary field
      * (which has no blank form) as zero either way. A value too big
      * for its field, or a negative for an unsigned one, makes a
      * bad row rather than a truncated field.

       environment division.
         input-output section.
         file-control.
           select cpyfile assign to cpy-fname
           organization is line sequential
           file status is cpy-fs.
           select selfile assign to sel-fname
           organization is line sequential
           file status is sel-fs.
           select hostinp assign to host-fname
           organization is sequential
           file status is host-fs.
           select hostout assign to hostout-name
           organization is sequential.
           select tableio assign to tbl-fname
           organization is line sequential
           file status is tbl-fs.
           select schout assign to sch-fname
           organization is line sequential.

       data division.
         file section.
         fd cpyfile.
           01 cpy-record pic x(80) value spaces.
         fd selfile.
           01 sel-record pic x(132) value spaces.
      *  host records carry no line ends and bytes of any value, so
      *  both host files go a byte at a time, as fixedio's writer
      *  does, and the record length comes from the copybook.
         fd hostinp.
           01 host-byte pic x.
         fd hostout.
           01 hostout-byte pic x.
         fd tableio.
           01 tbl-record pic x(1024) value spaces.
         fd schout.
           01 sch-record pic x(80) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 cpy-fname pic x(128) value spaces.
             05 cpy-fs pic xx value '00'.
             05 sel-fname pic x(128) value spaces.
             05 sel-fs pic xx value '00'.
             05 host-fname pic x(128) value spaces.
             05 host-fs pic xx value '00'.
             05 hostout-name pic x(168) value spaces.
             05 tbl-fname pic x(128) value spaces.
             05 tbl-fs pic xx value '00'.
             05 sch-fname pic x(168) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 key-arg pic x(40) value spaces.
             05 delim-arg pic x(1) value space.
             05 csv-mode pic 9 value 0.
             05 csv-skip pic 9 value 0.
             05 csv-data.
               copy csvdata.
             05 iseof pic 9 value 0.
             05 cntrec pic 9(6) value 0.
             05 linenum pic 9(6) value 0.
             05 rec-len pic 9(5) value 0.
             05 lay-len pic 9(5) value 0.
             05 reclen-arg pic 9(5) value 0.
             05 byte-cnt pic 9(5) value 0.
             05 jj pic 9(4) value 0.
             05 kk pic 9(5) value 0.
             05 tok-1 pic x(40) value spaces.
             05 tok-2 pic x(40) value spaces.
             05 tok-3 pic x(40) value spaces.
             05 bad-row-count pic 9(4) value 0.
             05 out-count pic 9(6) value 0.
             05 out-ptr pic 9(4) value 1.
             05 trl-count pic 9(6) value 0.
             05 trl-hash pic s9(16)v9(2) comp-3 value 0.
             05 real-name pic x(160) value spaces.
             05 swap-name pic x(168) value spaces.
             05 swap-cmd pic x(400) value spaces.
             05 text-cols pic 9(2) value 0.
      *    the copybook as it is scanned: one line's area B, the
      *    token being built, and the tokens of one entry.
             05 cpy-area pic x(65) value spaces.
             05 cpy-ind pic x value space.
             05 scan-ii pic 9(2) value 0.
             05 scan-ch pic x value space.
             05 last-ch pic x value space.
             05 in-quote pic 9 value 0.
             05 cont-skip pic 9 value 0.
             05 quote-ch pic x value space.
             05 cur-tok pic x(40) value spaces.
             05 cur-tok-len pic 9(3) value 0.
             05 period-end pic 9 value 0.
             05 ent-cnt pic 9(2) value 0.
             05 ent-tok pic x(40) occurs 40 times value spaces.
             05 ti pic 9(2) value 0.
             05 ent-level pic 9(2) value 0.
             05 rec-done pic 9 value 0.
             05 lay-bad pic 9 value 0.
             05 stk-depth pic 9(2) value 0.
             05 stk-stop pic 9 value 0.
             05 stk-entry pic 9(3) occurs 50 times value 0.
             05 redef-name pic x(30) value spaces.
      *    one PIC string taken apart.
             05 pic-ii pic 9(2) value 0.
             05 pic-len pic 9(2) value 0.
             05 pic-ch pic x value space.
             05 pic-rep pic 9(4) value 0.
             05 pic-rep-txt pic x(6) value spaces.
             05 pic-close pic 9(2) value 0.
             05 pic-pos pic 9(5) value 0.
             05 pic-alpha pic 9(5) value 0.
             05 pic-nine pic 9(3) value 0.
             05 pic-scale pic 9(3) value 0.
             05 pic-seen-v pic 9 value 0.
             05 pic-edit pic 9 value 0.
             05 pic-p pic 9(3) value 0.
      *    the walk that lays the entries out in storage order.
             05 grp pic 9(3) value 0.
             05 grp-level pic 9(2) value 0.
             05 cc pic 9(3) value 0.
             05 pp pic 9(3) value 0.
             05 oc pic 9(4) value 0.
             05 pos-run pic 9(5) value 0.
             05 start-at pic 9(5) value 0.
             05 end-at pic 9(5) value 0.
             05 max-end pic 9(5) value 0.
             05 ent-base pic 9(5) value 0.
             05 walk-done pic 9 value 0.
             05 fr-depth pic 9(2) value 0.
             05 fr-entry pic 9(3) occurs 50 times value 0.
             05 fr-iter pic 9(4) occurs 50 times value 0.
             05 fr-base pic 9(5) occurs 50 times value 0.
             05 name-ptr pic 9(2) value 1.
             05 sub-cnt pic 9(2) value 0.
             05 sub-ed pic z(3)9.
             05 off-ed pic z(4)9.
             05 len-ed pic z(3)9.
             05 dig-ed pic z9.
             05 show-line pic x(100) value spaces.
      *    the fields chosen for the table.
             05 find-name pic x(40) value spaces.
             05 found-fld pic 9(4) value 0.
             05 key-fld pic 9(4) value 0.
             05 sel-cnt pic 9(2) value 0.
             05 sel-fld pic 9(4) occurs 10 times value 0.
             05 sel-hdr pic x(6) occurs 10 times value spaces.
             05 more-flds pic 9(4) value 0.
             05 hdr-word pic x(40) value spaces.
             05 hdr-sub pic x(12) value spaces.
             05 hdr-sub-len pic 9(2) value 0.
             05 hdr-word-len pic 9(2) value 0.
             05 hdr-cut pic 9(2) value 0.
      *    WRITE: the table file's header and one row.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 in-hdr pic x(6) occurs 10 times value spaces.
             05 col-map pic 9(2) occurs 10 times value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-lenw pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(256) occurs 10 times value spaces.
             05 row-bad pic 9 value 0.
             05 row-why pic x(60) value spaces.
      *    one field decoded or encoded.
             05 fx pic 9(4) value 0.
             05 fo pic 9(5) value 0.
             05 fln pic 9(4) value 0.
             05 sign-at pic 9(5) value 0.
             05 dig-from pic 9(5) value 0.
             05 dig-to pic 9(5) value 0.
             05 byte-val pic 9(3) value 0.
             05 hi-nib pic 9(2) value 0.
             05 lo-nib pic 9(2) value 0.
             05 neg-val pic 9 value 0.
             05 num-int pic s9(20) comp-3 value 0.
             05 num-abs pic 9(20) value 0.
             05 num-lim pic 9(20) value 0.
             05 key-digits pic 9(18) value 0.
             05 scale-fac pic 9(19) value 1.
             05 cell-val pic s9(16)v9(9) value 0.
             05 cell-num pic s9(16)v9(15) comp-3 value 0.
             05 cell-miss pic 9 value 0.
             05 cell-bad pic 9 value 0.
             05 cell-txt pic x(256) value spaces.
             05 cell-len pic 9(3) value 0.
             05 raw-buf pic x(256) value spaces.
             05 raw-len pic 9(3) value 0.
             05 txt-buf pic x(256) value spaces.
             05 number53.
               copy num53.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
      *    one host record, and WRITE's starting copy of one:
      *    EBCDIC spaces with every numeric field zero.
           01 rec-buf pic x(8192) value spaces.
           01 tmpl-buf pic x(8192) value spaces.
      *    the copybook's entries, one per data description.
           01 cb-table.
             05 cb-cnt pic 9(3) value 0.
             05 cb-entry occurs 600 times.
               10 cb-level pic 9(2).
               10 cb-name pic x(30).
               10 cb-filler pic 9.
               10 cb-parent pic 9(3).
               10 cb-usage pic x(2).
               10 cb-pic pic x(40).
      *        G group, X text, E edited (carried as text), Z zoned,
      *        P packed, B binary, U bytes that cannot be carried.
               10 cb-kind pic x.
               10 cb-digits pic 9(2).
               10 cb-scale pic 9(2).
               10 cb-signed pic 9.
               10 cb-sign-lead pic 9.
               10 cb-sign-sep pic 9.
               10 cb-size pic 9(5).
               10 cb-occurs pic 9(4).
               10 cb-redef pic 9(3).
               10 cb-rel pic 9(5).
      *    the elementary fields in storage order, OCCURS expanded.
           01 fl-table.
             05 fl-cnt pic 9(4) value 0.
             05 fl-entry occurs 3000 times.
               10 fl-name pic x(40).
               10 fl-off pic 9(5).
               10 fl-len pic 9(4).
               10 fl-kind pic x.
               10 fl-digits pic 9(2).
               10 fl-scale pic 9(2).
               10 fl-signed pic 9.
               10 fl-sign-lead pic 9.
               10 fl-sign-sep pic 9.
               10 fl-filler pic 9.
      *    code page 037 to ASCII, indexed by the EBCDIC byte's
      *    ordinal; low-values come over as blanks, control codes
      *    as '?'.
           01 e2a-table.
             05 filler pic x(16) value
               x'203F3F3F3F3F3F3F3F3F3F3F3F3F3F3F'.
             05 filler pic x(16) value
               x'3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F'.
             05 filler pic x(16) value
               x'3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F'.
             05 filler pic x(16) value
               x'3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F3F'.
             05 filler pic x(16) value
               x'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
             05 filler pic x(16) value
               x'26E9EAEBE8EDEEEFECDF21242A293BAC'.
             05 filler pic x(16) value
               x'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
             05 filler pic x(16) value
               x'F8C9CACBC8CDCECFCC603A2340273D22'.
             05 filler pic x(16) value
               x'D8616263646566676869ABBBF0FDFEB1'.
             05 filler pic x(16) value
               x'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
             05 filler pic x(16) value
               x'B57E737475767778797AA1BFD0DDDEAE'.
             05 filler pic x(16) value
               x'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
             05 filler pic x(16) value
               x'7B414243444546474849ADF4F6F2F3F5'.
             05 filler pic x(16) value
               x'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
             05 filler pic x(16) value
               x'5CF7535455565758595AB2D4D6D2D3D5'.
             05 filler pic x(16) value
               x'30313233343536373839B3DBDCD9DA3F'.
           01 e2a-chars redefines e2a-table.
             05 e2a-ch pic x occurs 256 times.
      *    and back, indexed by the ASCII byte's ordinal; a control
      *    code goes out as '?'.
           01 a2e-table.
             05 filler pic x(16) value
               x'6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F'.
             05 filler pic x(16) value
               x'6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F'.
             05 filler pic x(16) value
               x'405A7F7B5B6C507D4D5D5C4E6B604B61'.
             05 filler pic x(16) value
               x'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F'.
             05 filler pic x(16) value
               x'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6'.
             05 filler pic x(16) value
               x'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D'.
             05 filler pic x(16) value
               x'79818283848586878889919293949596'.
             05 filler pic x(16) value
               x'979899A2A3A4A5A6A7A8A9C04FD0A16F'.
             05 filler pic x(16) value
               x'6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F'.
             05 filler pic x(16) value
               x'6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F6F'.
             05 filler pic x(16) value
               x'41AA4AB19FB26AB5BDB49A8A5FCAAFBC'.
             05 filler pic x(16) value
               x'908FEAFABEA0B6B39DDA9B8BB7B8B9AB'.
             05 filler pic x(16) value
               x'6465626663679E687471727378757677'.
             05 filler pic x(16) value
               x'AC69EDEEEBEFECBF80FDFEFBFCADAE59'.
             05 filler pic x(16) value
               x'4445424643479C485451525358555657'.
             05 filler pic x(16) value
               x'8C49CDCECBCFCCE170DDDEDBDC8D8EDF'.
           01 a2e-chars redefines a2e-table.
             05 a2e-ch pic x occurs 256 times.

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         accept cpy-fname from argument-value
           on exception
             move spaces to cpy-fname
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if cmd-arg not = 'LAYOUT' then
           accept host-fname from argument-value
             on exception
               move spaces to host-fname
           end-accept
           accept tbl-fname from argument-value
             on exception
               move spaces to tbl-fname
           end-accept
         end-if
         if cpy-fname = spaces
             or not (cmd-arg = 'READ' or cmd-arg = 'WRITE'
               or cmd-arg = 'LAYOUT')
             or (cmd-arg not = 'LAYOUT'
               and (host-fname = spaces or tbl-fname = spaces))
             then
           display 'usage: hostconv READ copybook host-file ',
             'out-table-file | WRITE copybook table-file ',
             'out-host-file [SELECT=select-file] [KEY=field] ',
             '[RECLEN=n] [delimiter|CSV] | LAYOUT copybook'
           move 8 to return-code
           go to a99-end
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when opt-tmp(1:1) = ',' or opt-tmp(1:1) = ';'
               move opt-tmp(1:1) to delim-arg
      *      quoted CSV: WRITE's table file goes through
      *      csv-to-table a record at a time and is split on the
      *      ';' it is rewritten with; READ writes ';'-delimited.
             when function upper-case(opt-tmp) = 'CSV'
               move 1 to csv-mode
               move ';' to delim-arg
             when function upper-case(opt-tmp(1:7)) = 'SELECT='
               move opt-tmp(8:128) to sel-fname
             when function upper-case(opt-tmp(1:4)) = 'KEY='
               move function upper-case(opt-tmp(5:40)) to key-arg
             when function upper-case(opt-tmp(1:7)) = 'RECLEN='
                 and function test-numval(opt-tmp(8:8)) = 0
               move function numval(opt-tmp(8:8)) to reclen-arg
             when other
               display 'hostconv: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         perform b00-load-copybook
         if lay-bad = 1 then
           move 8 to return-code
           go to a99-end
         end-if
         perform c00-lay-out
         if lay-bad = 1 then
           move 8 to return-code
           go to a99-end
         end-if
         if cmd-arg = 'LAYOUT' then
           perform c05-list-layout
           go to a99-end
         end-if
         move lay-len to rec-len
         if reclen-arg > 0 then
           if reclen-arg < lay-len then
             display 'hostconv: RECLEN=', reclen-arg,
               ' is shorter than the copybook''s ', lay-len,
               ' bytes'
             move 8 to return-code
             go to a99-end
           end-if
           move reclen-arg to rec-len
         end-if
         if rec-len > 8192 then
           display 'hostconv: records of ', rec-len,
             ' bytes are longer than the 8192 handled'
           move 8 to return-code
           go to a99-end
         end-if
         perform d00-choose-fields
         if key-fld = 0 then
           move 8 to return-code
           go to a99-end
         end-if
         if cmd-arg = 'READ' then
           perform g00-read-host
         else
      *    WRITE's table file rides in host-fname's argument slot
      *    and the host output in tbl-fname's - swap them so the
      *    FDs keep their meanings.
           move host-fname to real-name
           move tbl-fname to host-fname
           move real-name(1:128) to tbl-fname
           perform h00-write-host
         end-if
         if bad-row-count > 0 and return-code = 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

      * the copybook is scanned line by line into tokens, a quoted
      * literal kept whole even across a continuation line, and
      * each period-ended entry is taken as it completes.
       b00-load-copybook section.
         open input cpyfile
         if cpy-fs not = '00' then
           display 'hostconv: cannot open copybook ',
             function trim(cpy-fname), ', status ', cpy-fs
           move 1 to lay-bad
           go to b99-exit
         end-if
         move 0 to iseof
         move 0 to ent-cnt
         move 0 to cur-tok-len
         move spaces to cur-tok
         perform until iseof = 1
           read cpyfile into cpy-record
           at end
             move 1 to iseof
           not at end
             move cpy-record(7:1) to cpy-ind
             if not (cpy-ind = '*' or cpy-ind = '/'
                 or cpy-ind = 'D' or cpy-ind = 'd') then
               move cpy-record(8:65) to cpy-area
               perform b01-scan-line
             end-if
           end-read
         end-perform
         close cpyfile
         if cur-tok-len > 0 then
           move 1 to period-end
           perform b04-end-token
         end-if
         if ent-cnt > 0 then
           perform b02-take-entry
         end-if
         if cb-cnt = 0 and lay-bad = 0 then
           display 'hostconv: no data descriptions in ',
             function trim(cpy-fname)
           move 1 to lay-bad
         end-if
         .

       b99-exit.
         exit
         .

       b01-scan-line section.
         move 0 to cont-skip
         if in-quote = 1 then
           if cpy-ind = '-' then
             move 1 to cont-skip
           else
             move 0 to in-quote
             perform b04-end-token
           end-if
         end-if
         perform varying scan-ii from 1 by 1 until scan-ii > 65
           move cpy-area(scan-ii:1) to scan-ch
           evaluate true
             when cont-skip = 1
               if scan-ch = quote-ch then
                 move 0 to cont-skip
               end-if
             when in-quote = 1
               if scan-ch = quote-ch then
                 if scan-ii < 65
                     and cpy-area(scan-ii + 1:1) = quote-ch then
                   perform b03-add-char
                   add 1 to scan-ii
                 else
                   move 0 to in-quote
                 end-if
               end-if
               perform b03-add-char
             when scan-ch = space
               if cur-tok-len > 0 then
                 perform b04-end-token
               end-if
             when scan-ch = '"' or scan-ch = "'"
               move 1 to in-quote
               move scan-ch to quote-ch
               perform b03-add-char
             when other
               perform b03-add-char
           end-evaluate
         end-perform
         if in-quote = 0 and cur-tok-len > 0 then
           perform b04-end-token
         end-if
         .

       b98-exit.
         exit
         .

      * one data description: level, name, then its clauses in any
      * order; what a flat record does not need is passed over.
       b02-take-entry section.
         if ent-cnt = 0 or rec-done = 1 then
           go to b97-exit
         end-if
         if function upper-case(ent-tok(1)) = 'COPY' then
           display 'hostconv: COPY ', function trim(ent-tok(2)),
             ' inside the copybook is not expanded - give ',
             'hostconv the copybook with it in place'
           move 1 to lay-bad
           go to b97-exit
         end-if
         if function test-numval(ent-tok(1)) not = 0 then
           display 'hostconv: copybook statement not understood, ',
             'ignored: ', function trim(ent-tok(1)), ' ',
             function trim(ent-tok(2))
           go to b97-exit
         end-if
         move function numval(ent-tok(1)) to ent-level
         if ent-level = 66 or ent-level = 77 or ent-level = 88 then
           go to b97-exit
         end-if
         if ent-level = 0 or ent-level > 49 then
           display 'hostconv: copybook statement not understood, ',
             'ignored: ', function trim(ent-tok(1)), ' ',
             function trim(ent-tok(2))
           go to b97-exit
         end-if
         if ent-level = 1 and cb-cnt > 0 then
           display 'hostconv: second 01 record ',
             function trim(ent-tok(2)), ' and the rest of the ',
             'copybook ignored - the first record describes ',
             'the file'
           move 1 to rec-done
           go to b97-exit
         end-if
         if cb-cnt >= 599 then
           display 'hostconv: more than 599 data descriptions ',
             'in the copybook'
           move 1 to lay-bad
           move 1 to rec-done
           go to b97-exit
         end-if
         add 1 to cb-cnt
         move ent-level to cb-level(cb-cnt)
         move spaces to cb-name(cb-cnt)
         move 0 to cb-filler(cb-cnt)
         move spaces to cb-usage(cb-cnt)
         move spaces to cb-pic(cb-cnt)
         move 'G' to cb-kind(cb-cnt)
         move 0 to cb-digits(cb-cnt)
         move 0 to cb-scale(cb-cnt)
         move 0 to cb-signed(cb-cnt)
         move 0 to cb-sign-lead(cb-cnt)
         move 0 to cb-sign-sep(cb-cnt)
         move 0 to cb-size(cb-cnt)
         move 1 to cb-occurs(cb-cnt)
         move 0 to cb-redef(cb-cnt)
         move 0 to cb-rel(cb-cnt)
         move spaces to redef-name
      *  the entry's parent is the nearest open entry of a lower
      *  level number.
         move 0 to stk-stop
         perform until stk-stop = 1
           if stk-depth = 0 then
             move 1 to stk-stop
           else
             if cb-level(stk-entry(stk-depth)) < ent-level then
               move 1 to stk-stop
             else
               subtract 1 from stk-depth
             end-if
           end-if
         end-perform
         if stk-depth = 0 then
           move 0 to cb-parent(cb-cnt)
         else
           move stk-entry(stk-depth) to cb-parent(cb-cnt)
         end-if
         if stk-depth < 50 then
           add 1 to stk-depth
           move cb-cnt to stk-entry(stk-depth)
         end-if
         move 2 to ti
         evaluate function upper-case(ent-tok(2))
           when spaces
           when 'PIC' when 'PICTURE' when 'REDEFINES'
           when 'OCCURS' when 'USAGE' when 'VALUE' when 'VALUES'
           when 'COMP' when 'COMP-3' when 'COMP-4' when 'COMP-5'
           when 'BINARY' when 'PACKED-DECIMAL' when 'DISPLAY'
           when 'SIGN' when 'SYNC' when 'SYNCHRONIZED'
           when 'FILLER'
             move 'FILLER' to cb-name(cb-cnt)
             move 1 to cb-filler(cb-cnt)
             if function upper-case(ent-tok(2)) = 'FILLER' then
               move 3 to ti
             end-if
           when other
             move function upper-case(ent-tok(2))
               to cb-name(cb-cnt)
             move 3 to ti
         end-evaluate
         perform until ti > ent-cnt
           evaluate function upper-case(ent-tok(ti))
             when 'PIC' when 'PICTURE'
               add 1 to ti
               if function upper-case(ent-tok(ti)) = 'IS' then
                 add 1 to ti
               end-if
               move function upper-case(ent-tok(ti))
                 to cb-pic(cb-cnt)
             when 'REDEFINES'
               add 1 to ti
               move function upper-case(ent-tok(ti)) to redef-name
             when 'OCCURS'
               add 1 to ti
               if function test-numval(ent-tok(ti)) = 0 then
                 move function numval(ent-tok(ti))
                   to cb-occurs(cb-cnt)
               end-if
               if ti < ent-cnt
                   and function upper-case(ent-tok(ti + 1)) = 'TO'
                   then
                 add 2 to ti
                 if function test-numval(ent-tok(ti)) = 0 then
                   move function numval(ent-tok(ti))
                     to cb-occurs(cb-cnt)
                 end-if
               end-if
               if cb-occurs(cb-cnt) = 0 then
                 move 1 to cb-occurs(cb-cnt)
               end-if
             when 'COMP-3' when 'COMPUTATIONAL-3'
             when 'PACKED-DECIMAL'
               move 'P3' to cb-usage(cb-cnt)
             when 'COMP' when 'COMPUTATIONAL'
             when 'COMP-4' when 'COMPUTATIONAL-4'
             when 'COMP-5' when 'COMPUTATIONAL-5' when 'BINARY'
               move 'BI' to cb-usage(cb-cnt)
             when 'COMP-1' when 'COMPUTATIONAL-1'
               move 'F1' to cb-usage(cb-cnt)
             when 'COMP-2' when 'COMPUTATIONAL-2'
               move 'F2' to cb-usage(cb-cnt)
             when 'INDEX'
               move 'IX' to cb-usage(cb-cnt)
             when 'POINTER'
               move 'PT' to cb-usage(cb-cnt)
             when 'DISPLAY'
               move 'DI' to cb-usage(cb-cnt)
             when 'LEADING'
               move 1 to cb-sign-lead(cb-cnt)
             when 'TRAILING'
               move 0 to cb-sign-lead(cb-cnt)
             when 'SEPARATE'
               move 1 to cb-sign-sep(cb-cnt)
      *      a VALUE literal is one token, quoted or not; skip it
      *      so a literal never reads as a clause.
             when 'VALUE' when 'VALUES'
               add 1 to ti
               if function upper-case(ent-tok(ti)) = 'IS'
                   or function upper-case(ent-tok(ti)) = 'ARE' then
                 add 1 to ti
               end-if
             when other
               continue
           end-evaluate
           add 1 to ti
         end-perform
         if cb-usage(cb-cnt) = spaces
             and cb-parent(cb-cnt) > 0 then
           move cb-usage(cb-parent(cb-cnt)) to cb-usage(cb-cnt)
         end-if
         perform b05-analyse-pic
         if redef-name not = spaces then
           perform varying cc from cb-cnt by -1 until cc < 2
               or cb-redef(cb-cnt) > 0
             if cb-parent(cc - 1) = cb-parent(cb-cnt)
                 and cb-name(cc - 1) = redef-name then
               compute cb-redef(cb-cnt) = cc - 1
             end-if
           end-perform
           if cb-redef(cb-cnt) = 0 then
             display 'hostconv: ', function trim(cb-name(cb-cnt)),
               ' REDEFINES ', function trim(redef-name),
               ', which is not at its level - laid out in line'
           else
             display 'hostconv: ', function trim(cb-name(cb-cnt)),
               ' REDEFINES ', function trim(redef-name),
               ' - the first definition is the one converted'
           end-if
         end-if
         .

       b97-exit.
         exit
         .

       b03-add-char section.
         move scan-ch to last-ch
         if cur-tok-len < 40 then
           add 1 to cur-tok-len
           move scan-ch to cur-tok(cur-tok-len:1)
         end-if
         .

       b96-exit.
         exit
         .

      * a token ending in a period outside quotes closes the entry;
      * page directives ahead of an entry are dropped.
       b04-end-token section.
         move 0 to period-end
         if last-ch = '.' and cur-tok-len > 0 then
           move 1 to period-end
           move space to cur-tok(cur-tok-len:1)
           subtract 1 from cur-tok-len
         end-if
         if cur-tok-len > 0 then
           if ent-cnt = 0
               and (function upper-case(cur-tok) = 'EJECT'
                 or function upper-case(cur-tok) = 'SKIP1'
                 or function upper-case(cur-tok) = 'SKIP2'
                 or function upper-case(cur-tok) = 'SKIP3') then
             continue
           else
             if ent-cnt < 40 then
               add 1 to ent-cnt
               move cur-tok to ent-tok(ent-cnt)
             end-if
           end-if
         end-if
         move spaces to cur-tok
         move 0 to cur-tok-len
         move space to last-ch
         if period-end = 1 then
           perform b02-take-entry
           perform varying ti from 1 by 1 until ti > 40
             move spaces to ent-tok(ti)
           end-perform
           move 0 to ent-cnt
         end-if
         .

       b95-exit.
         exit
         .

      * the PIC string, repeat counts expanded, sets the field's
      * kind, digits, scale and storage size; an entry with no PIC
      * is a group unless its USAGE alone gives it a size.
       b05-analyse-pic section.
         if cb-pic(cb-cnt) = spaces then
           evaluate cb-usage(cb-cnt)
             when 'F1' when 'IX' when 'PT'
               move 'U' to cb-kind(cb-cnt)
               move 4 to cb-size(cb-cnt)
             when 'F2'
               move 'U' to cb-kind(cb-cnt)
               move 8 to cb-size(cb-cnt)
             when other
               move 'G' to cb-kind(cb-cnt)
           end-evaluate
           go to b94-exit
         end-if
         move 0 to pic-pos
         move 0 to pic-alpha
         move 0 to pic-nine
         move 0 to pic-scale
         move 0 to pic-seen-v
         move 0 to pic-edit
         move 0 to pic-p
         compute pic-len = function length(function trim(
           cb-pic(cb-cnt)))
         move 1 to pic-ii
         perform until pic-ii > pic-len
           move cb-pic(cb-cnt)(pic-ii:1) to pic-ch
           move 1 to pic-rep
           if pic-ii < pic-len
               and cb-pic(cb-cnt)(pic-ii + 1:1) = '(' then
             move 0 to pic-close
             perform varying kk from pic-ii by 1
                 until kk > pic-len or pic-close > 0
               if cb-pic(cb-cnt)(kk:1) = ')' then
                 move kk to pic-close
               end-if
             end-perform
             if pic-close > pic-ii + 2 then
               move spaces to pic-rep-txt
               move cb-pic(cb-cnt)(pic-ii + 2:pic-close - pic-ii - 2)
                 to pic-rep-txt
               if function test-numval(pic-rep-txt) = 0 then
                 move function numval(pic-rep-txt) to pic-rep
               end-if
               move pic-close to pic-ii
             end-if
           end-if
           evaluate pic-ch
             when 'X' when 'A'
               add pic-rep to pic-alpha
               add pic-rep to pic-pos
             when '9'
               add pic-rep to pic-nine
               add pic-rep to pic-pos
               if pic-seen-v = 1 then
                 add pic-rep to pic-scale
               end-if
             when 'S'
               move 1 to cb-signed(cb-cnt)
             when 'V'
               move 1 to pic-seen-v
             when 'P'
               add pic-rep to pic-p
             when 'C' when 'D'
               move 1 to pic-edit
               add 2 to pic-pos
               add 1 to pic-ii
             when other
               move 1 to pic-edit
               add pic-rep to pic-pos
           end-evaluate
           add 1 to pic-ii
         end-perform
         evaluate true
           when pic-alpha > 0
             move 'X' to cb-kind(cb-cnt)
             move pic-pos to cb-size(cb-cnt)
           when pic-edit = 1
             move 'E' to cb-kind(cb-cnt)
             move pic-pos to cb-size(cb-cnt)
           when other
             move pic-nine to cb-digits(cb-cnt)
             move pic-scale to cb-scale(cb-cnt)
             evaluate cb-usage(cb-cnt)
               when 'P3'
                 move 'P' to cb-kind(cb-cnt)
                 compute cb-size(cb-cnt) = pic-nine / 2 + 1
               when 'BI'
                 move 'B' to cb-kind(cb-cnt)
                 evaluate true
                   when pic-nine <= 4
                     move 2 to cb-size(cb-cnt)
                   when pic-nine <= 9
                     move 4 to cb-size(cb-cnt)
                   when other
                     move 8 to cb-size(cb-cnt)
                 end-evaluate
               when other
                 move 'Z' to cb-kind(cb-cnt)
                 compute cb-size(cb-cnt) =
                   pic-nine + cb-sign-sep(cb-cnt)
             end-evaluate
             if pic-p > 0 or pic-nine > 18 then
               move 'U' to cb-kind(cb-cnt)
               display 'hostconv: ', function trim(cb-name(cb-cnt)),
                 ' PIC ', function trim(cb-pic(cb-cnt)),
                 ' cannot be carried - its bytes are laid out ',
                 'and passed over'
             end-if
         end-evaluate
         if cb-usage(cb-cnt) = 'F1' or cb-usage(cb-cnt) = 'F2' then
           move 'U' to cb-kind(cb-cnt)
         end-if
         .

       b94-exit.
         exit
         .

      * sizes from the innermost groups out, each child's offset
      * within its parent alongside; then the walk in storage
      * order that expands the OCCURS and lists the fields.
       c00-lay-out section.
         perform varying grp from cb-cnt by -1 until grp < 1
           if cb-kind(grp) = 'G' then
             perform c01-group-size
           end-if
         end-perform
         move 0 to grp
         perform c01-group-size
         move max-end to lay-len
         if lay-len = 0 then
           display 'hostconv: the copybook describes no bytes'
           move 1 to lay-bad
           go to c99-exit
         end-if
         move 1 to fr-depth
         move 0 to fr-entry(1)
         move 1 to fr-iter(1)
         move 1 to fr-base(1)
         move 1 to pp
         move 0 to walk-done
         perform until walk-done = 1 or lay-bad = 1
           if fr-depth > 1 and (pp > cb-cnt
               or cb-level(pp) <= cb-level(fr-entry(fr-depth)))
               then
             if fr-iter(fr-depth) < cb-occurs(fr-entry(fr-depth))
                 then
               add 1 to fr-iter(fr-depth)
               add cb-size(fr-entry(fr-depth)) to fr-base(fr-depth)
               compute pp = fr-entry(fr-depth) + 1
             else
               subtract 1 from fr-depth
             end-if
           else
             if pp > cb-cnt then
               move 1 to walk-done
             else
               perform c02-walk-entry
             end-if
           end-if
         end-perform
         .

       c99-exit.
         exit
         .

      * a group's size is where its last child ends; a child that
      * REDEFINES starts where the entry it redefines starts and
      * does not move the next child on.
       c01-group-size section.
         move 0 to pos-run
         move 0 to max-end
         move 0 to grp-level
         if grp > 0 then
           move cb-level(grp) to grp-level
         end-if
         compute cc = grp + 1
         perform until cc > cb-cnt or cb-level(cc) <= grp-level
           if cb-parent(cc) = grp then
             if cb-redef(cc) > 0 then
               move cb-rel(cb-redef(cc)) to start-at
             else
               move pos-run to start-at
             end-if
             move start-at to cb-rel(cc)
             compute end-at = start-at + cb-size(cc) * cb-occurs(cc)
             if cb-redef(cc) = 0 then
               move end-at to pos-run
             end-if
             if end-at > max-end then
               move end-at to max-end
             end-if
           end-if
           add 1 to cc
         end-perform
         if grp > 0 then
           move max-end to cb-size(grp)
         end-if
         .

       c98-exit.
         exit
         .

       c02-walk-entry section.
         compute ent-base = fr-base(fr-depth) + cb-rel(pp)
         if cb-redef(pp) > 0 then
           compute cc = pp + 1
           perform until cc > cb-cnt or cb-level(cc) <= cb-level(pp)
             add 1 to cc
           end-perform
           move cc to pp
           go to c97-exit
         end-if
         if cb-kind(pp) = 'G' then
           if fr-depth >= 50 then
             display 'hostconv: groups nested too deep at ',
               function trim(cb-name(pp))
             move 1 to lay-bad
             go to c97-exit
           end-if
           add 1 to fr-depth
           move pp to fr-entry(fr-depth)
           move 1 to fr-iter(fr-depth)
           move ent-base to fr-base(fr-depth)
           add 1 to pp
           go to c97-exit
         end-if
         perform varying oc from 1 by 1 until oc > cb-occurs(pp)
           if fl-cnt >= 3000 then
             display 'hostconv: more than 3000 fields once the ',
               'OCCURS are expanded'
             move 1 to lay-bad
             go to c97-exit
           end-if
           add 1 to fl-cnt
           compute fl-off(fl-cnt) =
             ent-base + (oc - 1) * cb-size(pp)
           move cb-size(pp) to fl-len(fl-cnt)
           move cb-kind(pp) to fl-kind(fl-cnt)
           move cb-digits(pp) to fl-digits(fl-cnt)
           move cb-scale(pp) to fl-scale(fl-cnt)
           move cb-signed(pp) to fl-signed(fl-cnt)
           move cb-sign-lead(pp) to fl-sign-lead(fl-cnt)
           move cb-sign-sep(pp) to fl-sign-sep(fl-cnt)
           move cb-filler(pp) to fl-filler(fl-cnt)
           perform c03-field-name
         end-perform
         add 1 to pp
         .

       c97-exit.
         exit
         .

      * the name with a subscript for every OCCURS above it and on
      * it, outermost first: AMT(2,3).
       c03-field-name section.
         move spaces to fl-name(fl-cnt)
         move 1 to name-ptr
         string function trim(cb-name(pp)) delimited by size
           into fl-name(fl-cnt) with pointer name-ptr
         end-string
         move 0 to sub-cnt
         perform varying cc from 2 by 1 until cc > fr-depth
           if cb-occurs(fr-entry(cc)) > 1 then
             move fr-iter(cc) to sub-ed
             perform c04-add-subscript
           end-if
         end-perform
         if cb-occurs(pp) > 1 then
           move oc to sub-ed
           perform c04-add-subscript
         end-if
         if sub-cnt > 0 then
           string ')' delimited by size
             into fl-name(fl-cnt) with pointer name-ptr
           end-string
         end-if
         .

       c96-exit.
         exit
         .

       c04-add-subscript section.
         if sub-cnt = 0 then
           string '(' delimited by size
             into fl-name(fl-cnt) with pointer name-ptr
           end-string
         else
           string ',' delimited by size
             into fl-name(fl-cnt) with pointer name-ptr
           end-string
         end-if
         string function trim(sub-ed) delimited by size
           into fl-name(fl-cnt) with pointer name-ptr
         end-string
         add 1 to sub-cnt
         .

       c95-exit.
         exit
         .

      * LAYOUT: one line a field, offsets counted from 1.
       c05-list-layout section.
         move lay-len to off-ed
         display 'hostconv: ', function trim(cpy-fname), ' - ',
           fl-cnt, ' field(s), record length ',
           function trim(off-ed)
         display 'OFFSET LENGTH TYPE      FIELD'
         perform varying jj from 1 by 1 until jj > fl-cnt
           move spaces to show-line
           move fl-off(jj) to off-ed
           move fl-len(jj) to len-ed
           move off-ed to show-line(1:5)
           move len-ed to show-line(9:4)
           evaluate fl-kind(jj)
             when 'X'
               move 'TEXT' to show-line(15:9)
             when 'E'
               move 'EDITED' to show-line(15:9)
             when 'Z'
               move 'ZONED' to show-line(15:9)
             when 'P'
               move 'PACKED' to show-line(15:9)
             when 'B'
               move 'BINARY' to show-line(15:9)
             when other
               move 'NOT CARRIED' to show-line(15:11)
           end-evaluate
           move fl-name(jj) to show-line(27:40)
           if fl-kind(jj) = 'Z' or fl-kind(jj) = 'P'
               or fl-kind(jj) = 'B' then
             move fl-digits(jj) to dig-ed
             move spaces to show-line(68:33)
             move 1 to name-ptr
             string function trim(dig-ed) ' digit(s)'
               delimited by size
               into show-line(68:33) with pointer name-ptr
             end-string
             if fl-scale(jj) > 0 then
               move fl-scale(jj) to dig-ed
               string ', ' function trim(dig-ed) ' decimal(s)'
                 delimited by size
                 into show-line(68:33) with pointer name-ptr
               end-string
             end-if
             if fl-signed(jj) = 1 then
               string ', signed' delimited by size
                 into show-line(68:33) with pointer name-ptr
               end-string
             end-if
           end-if
           display function trim(show-line, trailing)
         end-perform
         .

       c94-exit.
         exit
         .

      * the key and the columns: the select file's lines and KEY=
      * first, then the defaults for whatever they left open.
       d00-choose-fields section.
         if sel-fname not = spaces then
           open input selfile
           if sel-fs not = '00' then
             display 'hostconv: cannot open select file ',
               function trim(sel-fname), ', status ', sel-fs
             move 0 to key-fld
             go to d99-exit
           end-if
           move 0 to iseof
           perform until iseof = 1
             read selfile into sel-record
             at end
               move 1 to iseof
             not at end
               if sel-record not = spaces
                   and sel-record(1:1) not = '*' then
                 perform d01-take-select-line
               end-if
             end-read
           end-perform
           close selfile
         end-if
         if key-arg not = spaces then
           move key-arg to find-name
           perform d02-find-field
           if found-fld = 0 then
             go to d99-exit
           end-if
           move found-fld to key-fld
         end-if
         if key-fld = 0 then
           perform varying jj from 1 by 1
               until jj > fl-cnt or key-fld > 0
             if fl-filler(jj) = 0 and fl-kind(jj) not = 'U' then
               move jj to key-fld
             end-if
           end-perform
         end-if
         if key-fld = 0 then
           display 'hostconv: the copybook has no field to key ',
             'the rows on'
           go to d99-exit
         end-if
         if sel-cnt = 0 then
           move 0 to more-flds
           perform varying jj from 1 by 1 until jj > fl-cnt
             if fl-filler(jj) = 0 and fl-kind(jj) not = 'U'
                 and jj not = key-fld then
               if sel-cnt < 10 then
                 add 1 to sel-cnt
                 move jj to sel-fld(sel-cnt)
               else
                 add 1 to more-flds
               end-if
             end-if
           end-perform
           if more-flds > 0 then
             display 'hostconv: ', more-flds, ' field(s) after ',
               'the first 10 not carried - name the columns ',
               'wanted in a SELECT= file'
           end-if
         end-if
         perform varying jj from 1 by 1 until jj > sel-cnt
           if sel-hdr(jj) = spaces then
             perform d03-default-header
           end-if
         end-perform
         .

       d99-exit.
         exit
         .

       d01-take-select-line section.
         move spaces to tok-1
         move spaces to tok-2
         move spaces to tok-3
         unstring sel-record delimited by all space
           into tok-1, tok-2, tok-3
         end-unstring
         move function upper-case(tok-2) to find-name
         evaluate function upper-case(tok-1)
           when 'KEY'
             perform d02-find-field
             if found-fld > 0 then
               move found-fld to key-fld
             end-if
           when 'COL'
             if sel-cnt >= 10 then
               display 'hostconv: more than 10 COL lines, ',
                 function trim(tok-2), ' ignored'
             else
               perform d02-find-field
               if found-fld > 0 then
                 add 1 to sel-cnt
                 move found-fld to sel-fld(sel-cnt)
                 move tok-3(1:6) to sel-hdr(sel-cnt)
               end-if
             end-if
           when other
             display 'hostconv: bad select line skipped: ',
               function trim(sel-record)
         end-evaluate
         .

       d98-exit.
         exit
         .

       d02-find-field section.
         move 0 to found-fld
         perform varying jj from 1 by 1
             until jj > fl-cnt or found-fld > 0
           if fl-name(jj) = find-name and fl-filler(jj) = 0 then
             move jj to found-fld
           end-if
         end-perform
         if found-fld = 0 then
           display 'hostconv: no field ', function trim(find-name),
             ' in the copybook (a field in an OCCURS takes its ',
             'subscript, AMT(3))'
           go to d97-exit
         end-if
         if fl-kind(found-fld) = 'U' then
           display 'hostconv: ', function trim(find-name),
             ' cannot be carried (COMP-1/COMP-2, INDEX, ',
             'POINTER or PIC P)'
           move 0 to found-fld
         end-if
         .

       d97-exit.
         exit
         .

      * the last word of the name, cut so the subscript still fits
      * in the six-character c-header: MONTH-AMT(12) is AMT12,
      * CUSTOMER-BALANCE is BALANC.
       d03-default-header section.
         move sel-fld(jj) to fx
         move spaces to hdr-word
         move spaces to hdr-sub
         unstring fl-name(fx) delimited by '('
           into hdr-word, hdr-sub
         end-unstring
         inspect hdr-sub replacing all ',' by '_'
         inspect hdr-sub replacing all ')' by ' '
         move 0 to hdr-sub-len
         if hdr-sub not = spaces then
           compute hdr-sub-len = function length(function trim(
             hdr-sub))
         end-if
         compute hdr-word-len = function length(function trim(
           hdr-word))
         perform varying kk from hdr-word-len by -1
             until kk < 2 or hdr-word(kk:1) = '-'
           continue
         end-perform
         if kk >= 2 and kk < hdr-word-len then
           move hdr-word(kk + 1:hdr-word-len - kk) to tok-1
           move tok-1 to hdr-word
           compute hdr-word-len = function length(function trim(
             hdr-word))
         end-if
         if hdr-sub-len >= 5 then
           move 1 to hdr-cut
         else
           compute hdr-cut = 6 - hdr-sub-len
         end-if
         if hdr-word-len < hdr-cut then
           move hdr-word-len to hdr-cut
         end-if
         move spaces to tok-1
         string hdr-word(1:hdr-cut) function trim(hdr-sub)
           delimited by size into tok-1
         end-string
         move tok-1(1:6) to sel-hdr(jj)
         .

       d96-exit.
         exit
         .

      * READ: the host file a byte at a time, a record handed on
      * each time rec-len bytes are in; a short last record is a
      * bad row.
       g00-read-host section.
         open input hostinp
         if host-fs not = '00' then
           display 'hostconv: cannot open ',
             function trim(host-fname), ', status ', host-fs
           move 8 to return-code
           go to g99-exit
         end-if
      * a path under another environment's data directories is
      * refused before anything is opened.
         move tbl-fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'hostconv: ' function trim(eg-msg)
           move 8 to return-code
           stop run
         end-if
         move tbl-fname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-name
         end-string
         move swap-name(1:128) to tbl-fname
         open output tableio
         move spaces to tbl-record
         move 1 to out-ptr
         string 'KEY' delimited by size
           into tbl-record with pointer out-ptr
         end-string
         perform varying jj from 1 by 1 until jj > sel-cnt
           if delim-arg = space then
             string ' ' function trim(sel-hdr(jj))
               delimited by size
               into tbl-record with pointer out-ptr
             end-string
           else
             string delim-arg function trim(sel-hdr(jj))
               delimited by size
               into tbl-record with pointer out-ptr
             end-string
           end-if
         end-perform
         write tbl-record
         move 0 to trl-count
         move 0 to trl-hash
         move 0 to iseof
         move 0 to cntrec
         move 0 to byte-cnt
         perform until iseof = 1
           read hostinp
           at end
             move 1 to iseof
           not at end
             add 1 to byte-cnt
             move host-byte to rec-buf(byte-cnt:1)
             if byte-cnt = rec-len then
               add 1 to cntrec
               perform g01-one-host-record
               move 0 to byte-cnt
             end-if
           end-read
         end-perform
         close hostinp
         if byte-cnt > 0 then
           add 1 to bad-row-count
           compute linenum = cntrec + 1
           display 'hostconv: record ', linenum, ' is short - ',
             byte-cnt, ' byte(s) of ', rec-len, ', skipped'
         end-if
         move 2 to dp53
         move trl-hash to float53
         call 'trim-float53' using number53
         move 15 to dp53
         if numstr53 = '.' or numstr53 = '-.' then
           move '0' to numstr53
         end-if
         move spaces to tbl-record
         string '#TRAILER ' trl-count ' '
           function trim(numstr53) delimited by size
           into tbl-record
         end-string
         write tbl-record
         close tableio
         move spaces to swap-cmd
         string 'mv -f ' function trim(swap-name) ' '
           function trim(real-name)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         perform g02-write-schema
         perform z02-note-lineage
         display 'hostconv: ', out-count, ' row(s) read into ',
           function trim(real-name), ', ', bad-row-count,
           ' bad record(s)'
         .

       g99-exit.
         exit
         .

       g01-one-host-record section.
         move 0 to row-bad
         move spaces to row-why
         move key-fld to fx
         perform e00-decode-field
         if cell-bad = 1 or cell-miss = 1 then
           add 1 to bad-row-count
           if cell-bad = 1 then
             display 'hostconv: record ', cntrec, ' key ',
               function trim(fl-name(fx)), ' unreadable, skipped'
           else
             display 'hostconv: record ', cntrec,
               ' has a blank key, skipped'
           end-if
           go to g98-exit
         end-if
      *  a whole-number key keeps every digit, leading zeros and
      *  all, the way the host shows an account number.
         if (fl-kind(fx) = 'Z' or fl-kind(fx) = 'P'
             or fl-kind(fx) = 'B')
             and fl-scale(fx) = 0 and num-int >= 0 then
           move num-int to key-digits
           move spaces to cell-txt
           move key-digits(19 - fl-digits(fx):fl-digits(fx))
             to cell-txt
         end-if
         move spaces to tbl-record
         move 1 to out-ptr
         perform g03-put-cell
         perform varying jj from 1 by 1 until jj > sel-cnt
           move sel-fld(jj) to fx
           perform e00-decode-field
           if cell-bad = 1 then
             if row-bad = 0 then
               move fl-name(fx) to row-why
             end-if
             move 1 to row-bad
           else
             if cell-miss = 1 then
               move 'NA' to cell-txt
             else
               if jj = 1 and fl-kind(fx) not = 'X'
                   and fl-kind(fx) not = 'E' then
                 add cell-val to trl-hash
               end-if
             end-if
             if delim-arg = space then
               string ' ' delimited by size
                 into tbl-record with pointer out-ptr
               end-string
             else
               string delim-arg delimited by size
                 into tbl-record with pointer out-ptr
               end-string
             end-if
             perform g03-put-cell
           end-if
         end-perform
         if row-bad = 1 then
           add 1 to bad-row-count
           display 'hostconv: record ', cntrec, ' has a bad ',
             function trim(row-why), ' field, skipped'
         else
           write tbl-record
           add 1 to out-count
           add 1 to trl-count
         end-if
         .

       g98-exit.
         exit
         .

      * out-table-file.sch: a TEXT rule for each text column, for
      * the loaders' SCHEMA= option.
       g02-write-schema section.
         move 0 to text-cols
         perform varying jj from 1 by 1 until jj > sel-cnt
           if fl-kind(sel-fld(jj)) = 'X'
               or fl-kind(sel-fld(jj)) = 'E' then
             add 1 to text-cols
           end-if
         end-perform
         if text-cols = 0 then
           go to g97-exit
         end-if
         move spaces to sch-fname
         string function trim(real-name) '.sch'
           delimited by size into sch-fname
         end-string
         open output schout
         move '* text columns of the host extract' to sch-record
         write sch-record
         perform varying jj from 1 by 1 until jj > sel-cnt
           if fl-kind(sel-fld(jj)) = 'X'
               or fl-kind(sel-fld(jj)) = 'E' then
             move spaces to sch-record
             string function trim(sel-hdr(jj)) ' TEXT'
               delimited by size into sch-record
             end-string
             write sch-record
           end-if
         end-perform
         close schout
         display 'hostconv: ', text-cols, ' text column(s) - ',
           'load with SCHEMA=', function trim(sch-fname)
         .

       g97-exit.
         exit
         .

      * a decoded cell onto the row; a text cell cannot carry the
      * delimiter - blanks become '_' in a space-delimited file,
      * and a ';' or ',' delimiter inside the text turns to the
      * other one.
       g03-put-cell section.
         if cell-txt = spaces then
           move 'NA' to cell-txt
         end-if
         if fl-kind(fx) = 'X' or fl-kind(fx) = 'E' then
           compute cell-len = function length(function trim(
             cell-txt, trailing))
           evaluate delim-arg
             when space
               inspect cell-txt(1:cell-len) replacing all ' ' by '_'
             when ';'
               inspect cell-txt(1:cell-len) replacing all ';' by ','
             when ','
               inspect cell-txt(1:cell-len) replacing all ',' by ';'
           end-evaluate
         end-if
         string function trim(cell-txt) delimited by size
           into tbl-record with pointer out-ptr
         end-string
         .

       g96-exit.
         exit
         .

      * one field of rec-buf into cell-txt: text through the code
      * page, numbers to their value with the implied decimals
      * applied; cell-miss for a blank field, cell-bad for bytes
      * that are not what the copybook says.
       e00-decode-field section.
         move 0 to cell-bad
         move 0 to cell-miss
         move 0 to cell-val
         move spaces to cell-txt
         move fl-off(fx) to fo
         move fl-len(fx) to fln
         if fl-kind(fx) = 'X' or fl-kind(fx) = 'E' then
           move fln to raw-len
           if fln > 256 then
             move 256 to raw-len
           end-if
           move rec-buf(fo:raw-len) to raw-buf
           perform z00-to-ascii
           move txt-buf to cell-txt
           if function trim(cell-txt) = spaces then
             move 1 to cell-miss
           else
             move function trim(cell-txt) to cell-txt
           end-if
           go to e99-exit
         end-if
         if (fl-kind(fx) = 'P' or fl-kind(fx) = 'Z')
             and rec-buf(fo:fln) = all x'40' then
           move 1 to cell-miss
           go to e99-exit
         end-if
         move 0 to num-int
         move 0 to neg-val
         evaluate fl-kind(fx)
           when 'P'
             perform varying kk from fo by 1 until kk > fo + fln - 1
               compute byte-val = function ord(rec-buf(kk:1)) - 1
               compute hi-nib = byte-val / 16
               compute lo-nib = function mod(byte-val, 16)
               if hi-nib > 9 then
                 move 1 to cell-bad
               end-if
               if kk < fo + fln - 1 then
                 if lo-nib > 9 then
                   move 1 to cell-bad
                 end-if
                 compute num-int = num-int * 100 + hi-nib * 10
                   + lo-nib
               else
                 compute num-int = num-int * 10 + hi-nib
                 evaluate lo-nib
                   when 10 when 12 when 14 when 15
                     continue
                   when 11 when 13
                     move 1 to neg-val
                   when other
                     move 1 to cell-bad
                 end-evaluate
               end-if
             end-perform
           when 'Z'
             perform e02-decode-zoned
           when 'B'
             perform e03-decode-binary
           when other
             move 1 to cell-bad
         end-evaluate
         if cell-bad = 1 then
           go to e99-exit
         end-if
         if neg-val = 1 then
           compute num-int = 0 - num-int
         end-if
         compute scale-fac = 10 ** fl-scale(fx)
         compute cell-val = num-int / scale-fac
           on size error
             move 1 to cell-bad
             go to e99-exit
         end-compute
         move cell-val to float53
         call 'trim-float53' using number53
      *  trim-float53 renders a zero as a bare '.', which the
      *  loaders would take for a bad cell.
         if numstr53 = '.' or numstr53 = '-.' then
           move '0' to numstr53
         end-if
         move numstr53 to cell-txt
         .

       e99-exit.
         exit
         .

      * zoned: one digit a byte, zone F; the sign rides in the zone
      * of the first or last digit (C or F plus, D minus), or in a
      * byte of its own ('+' X'4E', '-' X'60') when SEPARATE.
       e02-decode-zoned section.
         move fo to dig-from
         compute dig-to = fo + fln - 1
         if fl-sign-lead(fx) = 1 then
           move dig-from to sign-at
         else
           move dig-to to sign-at
         end-if
         if fl-signed(fx) = 1 and fl-sign-sep(fx) = 1 then
           evaluate function ord(rec-buf(sign-at:1)) - 1
             when 78
               continue
             when 96
               move 1 to neg-val
             when other
               move 1 to cell-bad
           end-evaluate
           if fl-sign-lead(fx) = 1 then
             add 1 to dig-from
           else
             subtract 1 from dig-to
           end-if
           move 0 to sign-at
         end-if
         perform varying kk from dig-from by 1 until kk > dig-to
           compute byte-val = function ord(rec-buf(kk:1)) - 1
           compute hi-nib = byte-val / 16
           compute lo-nib = function mod(byte-val, 16)
           if lo-nib > 9 then
             move 1 to cell-bad
           end-if
           if kk = sign-at then
             evaluate hi-nib
               when 10 when 12 when 14 when 15
                 continue
               when 11 when 13
                 move 1 to neg-val
               when other
                 move 1 to cell-bad
             end-evaluate
           else
             if hi-nib not = 15 then
               move 1 to cell-bad
             end-if
           end-if
           compute num-int = num-int * 10 + lo-nib
         end-perform
         .

       e98-exit.
         exit
         .

      * binary: big-endian; a signed field with its top bit set is
      * negative, read as the complement of its bytes plus one.
       e03-decode-binary section.
         if fl-signed(fx) = 1
             and function ord(rec-buf(fo:1)) - 1 >= 128 then
           move 1 to neg-val
         end-if
         perform varying kk from fo by 1 until kk > fo + fln - 1
           compute byte-val = function ord(rec-buf(kk:1)) - 1
           if neg-val = 1 then
             compute byte-val = 255 - byte-val
           end-if
           compute num-int = num-int * 256 + byte-val
         end-perform
         if neg-val = 1 then
           add 1 to num-int
         end-if
         .

       e97-exit.
         exit
         .

      * WRITE: the table file loads through the standard delimited
      * parse, the selected fields are matched to its c-headers by
      * name, and each row goes out as one host record.
       h00-write-host section.
         open input tableio
         if tbl-fs not = '00' then
           display 'hostconv: cannot open ',
             function trim(tbl-fname), ', status ', tbl-fs
           move 8 to return-code
           go to h99-exit
         end-if
         perform h05-build-template
         move host-fname to real-name
         move spaces to swap-name
         string function trim(real-name) '.new'
           delimited by size into swap-name
         end-string
         move swap-name to hostout-name
         open output hostout
         move 0 to iseof
         move 0 to cntrec
         perform until iseof = 1
           read tableio into tbl-record
           at end
             move 1 to iseof
           not at end
             move 0 to csv-skip
             if csv-mode = 1 and tbl-record not = spaces
                 and tbl-record(1:1) not = '#' then
               perform h04-csv-record
             end-if
             if tbl-record = spaces
                 or tbl-record(1:1) = '#' or csv-skip = 1 then
               continue
             else
             if cntrec = 0 then
               perform h01-parse-header
               perform h02-map-columns
             else
               perform h03-one-table-row
             end-if
             end-if
             add 1 to cntrec
           end-read
         end-perform
         close tableio
         close hostout
         move spaces to swap-cmd
         string 'mv -f ' function trim(swap-name) ' '
           function trim(real-name)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         perform z02-note-lineage
         display 'hostconv: ', out-count, ' record(s) of ', rec-len,
           ' bytes written to ', function trim(real-name), ', ',
           bad-row-count, ' bad row(s)'
         .

       h99-exit.
         exit
         .

       h01-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         compute hdr-len = function length(function trim(
           tbl-record))
         move spaces to hdr-tok
         unstring tbl-record delimited by all delim-arg
           into hdr-tok
           with pointer hdr-ptr
         end-unstring
         perform until hdr-ptr > hdr-len
           move spaces to hdr-tok
           unstring tbl-record delimited by all delim-arg
             into hdr-tok
             with pointer hdr-ptr
           end-unstring
           if not hdr-tok = spaces then
             add 1 to colcount
             if colcount <= 10 then
               move hdr-tok(1:6) to in-hdr(colcount)
             end-if
           end-if
         end-perform
         if colcount > 10 then
           move 10 to colcount
         end-if
         .

       h98-exit.
         exit
         .

      * a selected field with no matching c-header goes out blank
      * (zero when numeric); a one-column file and one selected
      * field map without a name match, as fixedio does.
       h02-map-columns section.
         perform varying jj from 1 by 1 until jj > sel-cnt
           move 0 to col-map(jj)
           perform varying kk from 1 by 1 until kk > colcount
             if function upper-case(in-hdr(kk)) =
                 function upper-case(sel-hdr(jj)) then
               move kk to col-map(jj)
             end-if
           end-perform
           if col-map(jj) = 0 then
             if sel-cnt = 1 and colcount = 1 then
               move 1 to col-map(jj)
             else
               display 'hostconv: no column named ',
                 function trim(sel-hdr(jj)), ' in the table ',
                 'file, ', function trim(fl-name(sel-fld(jj))),
                 ' goes out blank'
             end-if
           end-if
         end-perform
         .

       h97-exit.
         exit
         .

       h03-one-table-row section.
         move 0 to row-bad
         move spaces to row-why
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-lenw = function length(function trim(
           tbl-record))
         unstring tbl-record delimited by all delim-arg
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying kk from 1 by 1 until kk > colcount
           move spaces to row-tok(kk)
           if row-ptr <= row-lenw then
             unstring tbl-record delimited by all delim-arg
               into row-tok(kk)
               with pointer row-ptr
             end-unstring
           end-if
         end-perform
         move tmpl-buf(1:rec-len) to rec-buf(1:rec-len)
         move key-fld to fx
         move r-header-in to cell-txt
         perform e01-encode-field
         perform varying jj from 1 by 1
             until jj > sel-cnt or row-bad = 1
           if col-map(jj) > 0 then
             move sel-fld(jj) to fx
             move row-tok(col-map(jj)) to cell-txt
             perform e01-encode-field
           end-if
         end-perform
         if row-bad = 1 then
           add 1 to bad-row-count
           compute linenum = cntrec + 1
           display 'hostconv: bad row at line ', linenum, ' (',
             function trim(row-why), ') skipped: ',
             function trim(tbl-record)
           go to h96-exit
         end-if
         perform varying kk from 1 by 1 until kk > rec-len
           write hostout-byte from rec-buf(kk:1)
         end-perform
         add 1 to out-count
         .

       h96-exit.
         exit
         .

      * one quoted-CSV record rewritten for the usual split; a
      * record whose quotes do not balance is a bad row, reported
      * with the quote that was left open.
       h04-csv-record section.
         move tbl-record to csv-line
         call 'csv-to-table' using csv-data
         if csv-bad = 1 then
           move 1 to csv-skip
           compute linenum = cntrec + 1
           add 1 to bad-row-count
           display 'hostconv: bad row at line ', linenum,
             ' skipped: ', function trim(csv-msg)
         else
           move csv-line to tbl-record
         end-if
         .

       h95-exit.
         exit
         .

      * the record every row starts from: EBCDIC spaces throughout,
      * zero in each numeric field, so a field the table does not
      * carry never reaches the host as invalid packed data.
       h05-build-template section.
         move all x'40' to tmpl-buf
         move tmpl-buf to rec-buf
         perform varying fx from 1 by 1 until fx > fl-cnt
           if fl-kind(fx) = 'P' or fl-kind(fx) = 'Z'
               or fl-kind(fx) = 'B' then
             move '0' to cell-txt
             perform e01-encode-field
           end-if
         end-perform
         move rec-buf to tmpl-buf
         .

       h94-exit.
         exit
         .

      * cell-txt into field fx of rec-buf; row-bad and row-why are
      * set when it will not go.
       e01-encode-field section.
         move fl-off(fx) to fo
         move fl-len(fx) to fln
         if fl-kind(fx) = 'X' or fl-kind(fx) = 'E' then
           if cell-txt = 'NA' or cell-txt = '-' then
             move all x'40' to rec-buf(fo:fln)
             go to e96-exit
           end-if
           if delim-arg = space then
             inspect cell-txt replacing all '_' by ' '
           end-if
           move 0 to raw-len
           if cell-txt not = spaces then
             compute raw-len = function length(function trim(
               cell-txt, trailing))
           end-if
           if raw-len > fln then
             move 1 to row-bad
             move spaces to row-why
             string function trim(fl-name(fx)) ' too long'
               delimited by size into row-why
             end-string
             go to e96-exit
           end-if
           move cell-txt to txt-buf
           perform z01-to-ebcdic
           move all x'40' to rec-buf(fo:fln)
           if raw-len > 0 then
             move raw-buf(1:raw-len) to rec-buf(fo:raw-len)
           end-if
           go to e96-exit
         end-if
      *  a binary field has no blank form: an NA goes out as zero.
         if function upper-case(cell-txt) = 'NA'
             or cell-txt = '-' then
           if fl-kind(fx) = 'B' then
             move '0' to cell-txt
           else
             move all x'40' to rec-buf(fo:fln)
             go to e96-exit
           end-if
         end-if
         if function test-numval(cell-txt) not = 0 then
           move 1 to row-bad
           move spaces to row-why
           string function trim(fl-name(fx)) ' not numeric'
             delimited by size into row-why
           end-string
           go to e96-exit
         end-if
         compute cell-num = function numval(cell-txt)
           on size error
             move 1 to row-bad
             move spaces to row-why
             string function trim(fl-name(fx)) ' too large'
               delimited by size into row-why
             end-string
             go to e96-exit
         end-compute
         compute scale-fac = 10 ** fl-scale(fx)
         compute num-int rounded = cell-num * scale-fac
           on size error
             move 1 to row-bad
             move spaces to row-why
             string function trim(fl-name(fx)) ' too large'
               delimited by size into row-why
             end-string
             go to e96-exit
         end-compute
      *  a binary field holds what its bytes hold, as READ takes
      *  it, whatever the PIC's digit count.
         if fl-kind(fx) = 'B' then
           move 1 to num-lim
           perform varying kk from 1 by 1 until kk > fln
             compute num-lim = num-lim * 256
           end-perform
           if fl-signed(fx) = 1 then
             compute num-lim = num-lim / 2
           end-if
         else
           compute num-lim = 10 ** fl-digits(fx)
         end-if
         move 0 to neg-val
         if num-int < 0 then
           move 1 to neg-val
           compute num-abs = 0 - num-int
         else
           move num-int to num-abs
         end-if
         if num-abs >= num-lim then
           move 1 to row-bad
           move spaces to row-why
           string function trim(fl-name(fx)) ' too large'
             delimited by size into row-why
           end-string
           go to e96-exit
         end-if
         if neg-val = 1 and fl-signed(fx) = 0 then
           move 1 to row-bad
           move spaces to row-why
           string function trim(fl-name(fx)) ' negative'
             delimited by size into row-why
           end-string
           go to e96-exit
         end-if
         evaluate fl-kind(fx)
           when 'P'
             compute dig-to = fo + fln - 1
             perform varying kk from dig-to by -1 until kk < fo
               if kk = dig-to then
                 evaluate true
                   when fl-signed(fx) = 0
                     move 15 to lo-nib
                   when neg-val = 1
                     move 13 to lo-nib
                   when other
                     move 12 to lo-nib
                 end-evaluate
               else
                 compute lo-nib = function mod(num-abs, 10)
                 compute num-abs = num-abs / 10
               end-if
               compute hi-nib = function mod(num-abs, 10)
               compute num-abs = num-abs / 10
               compute byte-val = hi-nib * 16 + lo-nib
               move function char(byte-val + 1) to rec-buf(kk:1)
             end-perform
           when 'Z'
             perform e04-encode-zoned
           when 'B'
             perform e05-encode-binary
         end-evaluate
         .

       e96-exit.
         exit
         .

       e04-encode-zoned section.
         move fo to dig-from
         compute dig-to = fo + fln - 1
         if fl-signed(fx) = 1 and fl-sign-sep(fx) = 1 then
           if fl-sign-lead(fx) = 1 then
             move dig-from to sign-at
             add 1 to dig-from
           else
             move dig-to to sign-at
             subtract 1 from dig-to
           end-if
           if neg-val = 1 then
             move x'60' to rec-buf(sign-at:1)
           else
             move x'4E' to rec-buf(sign-at:1)
           end-if
           move 0 to sign-at
         else
           if fl-sign-lead(fx) = 1 then
             move dig-from to sign-at
           else
             move dig-to to sign-at
           end-if
           if fl-signed(fx) = 0 then
             move 0 to sign-at
           end-if
         end-if
         perform varying kk from dig-to by -1 until kk < dig-from
           compute lo-nib = function mod(num-abs, 10)
           compute num-abs = num-abs / 10
           move 15 to hi-nib
           if kk = sign-at then
             if neg-val = 1 then
               move 13 to hi-nib
             else
               move 12 to hi-nib
             end-if
           end-if
           compute byte-val = hi-nib * 16 + lo-nib
           move function char(byte-val + 1) to rec-buf(kk:1)
         end-perform
         .

       e95-exit.
         exit
         .

      * binary: big-endian two's complement - a negative goes out
      * as the complement of its magnitude less one.
       e05-encode-binary section.
         if neg-val = 1 then
           subtract 1 from num-abs
         end-if
         compute dig-to = fo + fln - 1
         perform varying kk from dig-to by -1 until kk < fo
           compute byte-val = function mod(num-abs, 256)
           compute num-abs = num-abs / 256
           if neg-val = 1 then
             compute byte-val = 255 - byte-val
           end-if
           move function char(byte-val + 1) to rec-buf(kk:1)
         end-perform
         .

       e94-exit.
         exit
         .

      * raw-buf(1:raw-len), EBCDIC, into txt-buf as ASCII.
       z00-to-ascii section.
         move spaces to txt-buf
         perform varying kk from 1 by 1 until kk > raw-len
           compute byte-val = function ord(raw-buf(kk:1))
           move e2a-ch(byte-val) to txt-buf(kk:1)
         end-perform
         .

       z99-exit.
         exit
         .

      * txt-buf(1:raw-len), ASCII, into raw-buf as EBCDIC.
       z01-to-ebcdic section.
         move all x'40' to raw-buf
         perform varying kk from 1 by 1 until kk > raw-len
           compute byte-val = function ord(txt-buf(kk:1))
           move a2e-ch(byte-val) to raw-buf(kk:1)
         end-perform
         .

       z98-exit.
         exit
         .

      * the lineage registry line for the file just put in place:
      * READ's table came from the host file, WRITE's host file
      * from the table.
       z02-note-lineage section.
         move 'hostconv' to lin-program
         move real-name to lin-out-file
         move 1 to lin-in-count
         if cmd-arg = 'READ' then
           move host-fname to lin-in-file(1)
         else
           move tbl-fname to lin-in-file(1)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
