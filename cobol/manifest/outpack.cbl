       identification division.
         program-id. outpack.

      * outbound delivery packaging: manifest proves what comes in
      * is whole, this proves what goes out - the ledger, the
      * regional offices and the reporting service get a package,
      * not loose files dropped in a directory. SEND copies the
      * output files (table files, fixedio ledger files, HTML and
      * JSON reports - any line file) into a package directory,
      * stamps each in a manifest with its row count, control
      * total and content hash - manifest's own 'member rows total
      * hash' lines, so the receiver checks the delivery with
      *   manifest VERIFY <pkg>/<pkg>.mft DIR=<pkg>
      * - and writes the ready flag <pkg>.ready beside the package
      * directory last of all: a receiver that waits for the flag
      * never picks up a half-written delivery. Each package sent
      * is recorded in the sent register with the run id and the
      * manifest's #PACK hash, which is then the proof of exactly
      * what was sent.
      *
      *   outpack SEND receiver file... [LIST=file] [OUT=dir]
      *     [DUE=hours]
      *   outpack ACK ack-file
      *   outpack REPORT [OPEN] [AT=yyyymmddhhmm]
      *
      * The package id is <receiver>.<yyyymmddhhmmss>; OUT= is the
      * outbound directory (outbound when absent), LIST= a file
      * naming further members one per line, DUE= the hours the
      * receiver has to acknowledge (24 when absent). Two members
      * with the same file name are refused.
      * A receiver acknowledges with a file of one
      *   <pkg-id> OK|REJECTED [hash=n] [note...]
      * line per package ('*' comments); the hash, when given, must
      * be the #PACK hash of the package sent, so an acknowledgement
      * of other content is not taken. ACK matches the file to the
      * register and records each acknowledgement: 0 when all
      * match, 4 for unknown, repeated or REJECTED packages, 8 for
      * a hash that does not match.
      * REPORT lists the packages sent with their state - SENT,
      * ACKED, REJECTED, or OVERDUE once the due time passed with
      * no acknowledgement - OPEN only those not acknowledged OK;
      * it returns 4 when a package is overdue or rejected.
      * The register (sent.dat, or wherever SENTREG points) is
      * append-only, 'SENT pkg=...' and 'ACK pkg=...' lines; the
      * latest acknowledgement of a package wins.

       environment division.
         input-output section.
         file-control.
           select listfile assign to list-fname
           organization is line sequential
           file status is list-fs.
           select memfile assign to memname
           organization is line sequential
           file status is mem-fs.
           select mftfile assign to mft-fname
           organization is line sequential
           file status is mft-fs.
           select readyfile assign to ready-fname
           organization is line sequential
           file status is ready-fs.
           select regfile assign to reg-fname
           organization is line sequential
           file status is reg-fs.
           select ackfile assign to ack-fname
           organization is line sequential
           file status is ack-fs.

       data division.
         file section.
         fd listfile.
           01 list-record pic x(255) value spaces.
         fd memfile.
           01 mem-record pic x(1200) value spaces.
         fd mftfile.
           01 mft-record pic x(255) value spaces.
         fd readyfile.
           01 ready-record pic x(255) value spaces.
         fd regfile.
           01 reg-record pic x(400) value spaces.
         fd ackfile.
           01 ack-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 cmd-arg pic x(8) value spaces.
             05 opt-tmp pic x(160) value spaces.
             05 receiver pic x(32) value spaces.
             05 list-fname pic x(160) value spaces.
             05 list-fs pic xx value '00'.
             05 memname pic x(300) value spaces.
             05 mem-fs pic xx value '00'.
             05 mem-eof pic 9 value 0.
             05 mft-fname pic x(300) value spaces.
             05 mft-fs pic xx value '00'.
             05 ready-fname pic x(300) value spaces.
             05 ready-fs pic xx value '00'.
             05 reg-fname pic x(128) value spaces.
             05 reg-fs pic xx value '00'.
             05 ack-fname pic x(160) value spaces.
             05 ack-fs pic xx value '00'.
             05 out-dir pic x(128) value spaces.
             05 pkg-id pic x(48) value spaces.
             05 pkg-dir pic x(180) value spaces.
             05 due-hours pic 9(4) value 24.
             05 due-stamp pic 9(12) value 0.
             05 at-arg pic x(12) value spaces.
             05 now-stamp pic 9(12) value 0.
             05 stamp pic x(14) value spaces.
             05 open-only pic 9 value 0.
             05 cmd-buf pic x(1024) value spaces.
             05 iseof pic 9 value 0.
             05 op-id pic x(12) value spaces.
             05 run-id pic x(17) value spaces.
             05 path-tok pic x(160) value spaces.
             05 base-tok pic x(128) value spaces.
             05 rec-len pic 9(4) value 0.
             05 kx pic 9(4) value 0.
             05 gx pic 9(4) value 0.
             05 mx pic 9(3) value 0.
             05 nx pic 9(3) value 0.
             05 mem-rows pic 9(6) value 0.
             05 mem-total pic x(34) value spaces.
             05 mem-hash pic 9(9) value 0.
             05 trl-seen pic 9 value 0.
             05 trl-tok1 pic x(32) value spaces.
             05 trl-tok2 pic x(34) value spaces.
             05 chain-buf pic x(1200) value spaces.
             05 pack-hash pic 9(9) value 0.
             05 total-rows pic 9(9) value 0.
             05 cnt-dsp pic z(5)9 value 0.
             05 rows-dsp pic z(8)9 value 0.
             05 name-ok pic 9 value 0.
             05 name-ch pic x value space.
             05 send-bad pic 9 value 0.
             05 day-int pic s9(9) value 0.
             05 day-mins pic s9(9) value 0.
             05 add-days pic s9(9) value 0.
             05 due-date pic 9(8) value 0.
             05 due-hh pic 9(2) value 0.
             05 due-mm pic 9(2) value 0.
             05 key-pos pic 9(4) value 0.
             05 srch-key pic x(8) value spaces.
             05 srch-len pic 9(2) value 0.
             05 tok-1 pic x(48) value spaces.
             05 tok-2 pic x(12) value spaces.
             05 tok-3 pic x(24) value spaces.
             05 note-buf pic x(120) value spaces.
             05 tok-ptr pic 9(4) value 1.
             05 want-hash pic 9(9) value 0.
             05 px pic 9(4) value 0.
             05 ack-ok pic 9(4) value 0.
             05 ack-rej pic 9(4) value 0.
             05 ack-unknown pic 9(4) value 0.
             05 ack-again pic 9(4) value 0.
             05 ack-badhash pic 9(4) value 0.
             05 rp-overdue pic 9(4) value 0.
             05 rp-rejected pic 9(4) value 0.
             05 rp-open pic 9(4) value 0.
             05 rp-shown pic 9(4) value 0.
             05 datetime-data.
               copy datetimedata.
      *    the members of the package being sent.
           01 member-table.
             05 mb-cnt pic 9(3) value 0.
             05 mb-src pic x(160) occurs 100 times value spaces.
             05 mb-name pic x(128) occurs 100 times value spaces.
      *    the register, one entry per package sent, with its
      *    latest acknowledgement.
           01 pkg-table.
             05 pk-cnt pic 9(4) value 0.
             05 pk-entry occurs 1000 times.
               10 pk-id pic x(48) value spaces.
               10 pk-to pic x(32) value spaces.
               10 pk-run pic x(17) value spaces.
               10 pk-hash pic x(10) value spaces.
               10 pk-time pic x(19) value spaces.
               10 pk-due pic x(12) value spaces.
               10 pk-members pic x(6) value spaces.
               10 pk-rows pic x(9) value spaces.
               10 pk-state pic x(8) value spaces.
               10 pk-ack-time pic x(19) value spaces.

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         if not (cmd-arg = 'SEND' or cmd-arg = 'ACK'
             or cmd-arg = 'REPORT') then
           perform a01-usage
           go to a99-end
         end-if
         display "SENTREG" upon environment-name
         move spaces to reg-fname
         accept reg-fname from environment-value
           on exception
             continue
         end-accept
         if reg-fname = spaces then
           move 'sent.dat' to reg-fname
         end-if
         evaluate cmd-arg
           when 'SEND'
             perform b00-send
           when 'ACK'
             perform c00-ack
           when 'REPORT'
             perform d00-report
         end-evaluate
         .
       a99-end.
         stop run
         .

       a01-usage section.
         display 'usage: outpack SEND receiver file... ',
           '[LIST=file] [OUT=dir] [DUE=hours]'
         display '       outpack ACK ack-file'
         display '       outpack REPORT [OPEN] [AT=yyyymmddhhmm]'
         move 8 to return-code
         .

       a98-exit.
         exit
         .

      * the members gathered and checked, copied into the package
      * directory, measured there, the manifest written, then the
      * ready flag, then the register line.
       b00-send section.
         accept receiver from argument-value
           on exception
             move spaces to receiver
         end-accept
         move receiver to base-tok
         perform u02-check-name
         if name-ok = 0 then
           display 'outpack: SEND wants a receiver name (letters, ',
             'digits, _ and -), not ', function trim(receiver)
           move 8 to return-code
           go to b99-exit
         end-if
         move 'outbound' to out-dir
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'LIST='
               move opt-tmp(6:155) to list-fname
               perform b01-read-list
             when function upper-case(opt-tmp(1:4)) = 'OUT='
               move opt-tmp(5:128) to out-dir
             when function upper-case(opt-tmp(1:4)) = 'DUE='
               if function test-numval(opt-tmp(5:5)) = 0 then
                 move function numval(opt-tmp(5:5)) to due-hours
               else
                 display 'outpack: DUE= wants hours, not ',
                   function trim(opt-tmp(5:))
                 move 1 to send-bad
               end-if
             when other
               move opt-tmp to path-tok
               perform b02-add-member
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if mb-cnt = 0 then
           display 'outpack: SEND wants at least one file'
           move 1 to send-bad
         end-if
         if send-bad = 1 then
           display 'outpack: nothing sent'
           move 8 to return-code
           go to b99-exit
         end-if
         call 'operator-get' using op-id
         call 'run-id-get' using run-id
         call 'now-str' using datetime-data
         move spaces to stamp
         string m_year m_month m_day m_hour m_minute m_second
           delimited by size into stamp
         end-string
         move spaces to pkg-id
         string function trim(receiver) '.' stamp
           delimited by size into pkg-id
         end-string
         move spaces to pkg-dir
         string function trim(out-dir) '/' function trim(pkg-id)
           delimited by size into pkg-dir
         end-string
         move spaces to ready-fname
         string function trim(pkg-dir) '.ready'
           delimited by size into ready-fname
         end-string
         open input readyfile
         if ready-fs = '00' then
           close readyfile
           display 'outpack: ', function trim(ready-fname),
             ' already exists, not overwritten'
           move 8 to return-code
           go to b99-exit
         end-if
         move spaces to cmd-buf
         string 'mkdir -p ' function trim(pkg-dir)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         if return-code not = 0 then
           display 'outpack: cannot make ', function trim(pkg-dir)
           move 8 to return-code
           go to b99-exit
         end-if
         perform varying mx from 1 by 1 until mx > mb-cnt
             or send-bad = 1
           move spaces to cmd-buf
           string 'cp -p ' function trim(mb-src(mx)) ' '
             function trim(pkg-dir) '/' function trim(mb-name(mx))
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
           if return-code not = 0 then
             display 'outpack: cannot copy ',
               function trim(mb-src(mx)), ' into the package'
             move 1 to send-bad
           end-if
         end-perform
         if send-bad = 0 then
           perform b03-write-manifest
         end-if
         if send-bad = 1 then
           move spaces to cmd-buf
           string 'rm -rf ' function trim(pkg-dir)
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
           display 'outpack: package ', function trim(pkg-id),
             ' withdrawn, nothing sent'
           move 8 to return-code
           go to b99-exit
         end-if
         perform u03-due-stamp
      *  the flag goes last: everything a receiver may read is
      *  complete before it exists.
         move mb-cnt to cnt-dsp
         move total-rows to rows-dsp
         open output readyfile
         move spaces to ready-record
         string 'pkg=' function trim(pkg-id)
           ' manifest=' function trim(pkg-id) '/'
           function trim(pkg-id) '.mft'
           ' members=' function trim(cnt-dsp)
           ' rows=' function trim(rows-dsp)
           ' hash=' pack-hash ' time=' datetime-str
           delimited by size into ready-record
         end-string
         write ready-record
         close readyfile
         open extend regfile
         if reg-fs not = '00' then
           open output regfile
         end-if
         move spaces to reg-record
         string 'SENT pkg=' function trim(pkg-id)
           ' to=' function trim(receiver)
           ' run=' function trim(run-id)
           ' by=' function trim(op-id)
           ' members=' function trim(cnt-dsp)
           ' rows=' function trim(rows-dsp)
           ' hash=' pack-hash
           ' due=' due-stamp
           ' time=' datetime-str
           ' dir=' function trim(pkg-dir)
           delimited by size into reg-record
         end-string
         write reg-record
         close regfile
         display 'outpack: package ', function trim(pkg-id),
           ' sent - ', function trim(cnt-dsp), ' member(s), ',
           function trim(rows-dsp), ' row(s), hash ', pack-hash,
           ', acknowledgement due by ', due-stamp
         .

       b99-exit.
         exit
         .

       b01-read-list section.
         open input listfile
         if list-fs not = '00' then
           display 'outpack: cannot open list ',
             function trim(list-fname), ', status ', list-fs
           move 1 to send-bad
           go to b98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read listfile into list-record
           at end
             move 1 to iseof
           not at end
             if list-record not = spaces
                 and list-record(1:1) not = '*' then
               move list-record to path-tok
               perform b02-add-member
             end-if
           end-read
         end-perform
         close listfile
         .

       b98-exit.
         exit
         .

      * a member must be readable now, and its name unique in the
      * package - the receiver knows members by name alone.
       b02-add-member section.
         move path-tok to memname
         open input memfile
         if mem-fs not = '00' then
           display 'outpack: cannot read ', function trim(path-tok)
           move 1 to send-bad
           go to b97-exit
         end-if
         close memfile
         perform u05-basename
         perform varying nx from 1 by 1 until nx > mb-cnt
           if mb-name(nx) = base-tok then
             display 'outpack: two members named ',
               function trim(base-tok), ' - ',
               function trim(mb-src(nx)), ' and ',
               function trim(path-tok)
             move 1 to send-bad
             go to b97-exit
           end-if
         end-perform
         if mb-cnt = 100 then
           display 'outpack: more than 100 members, ',
             function trim(path-tok), ' refused'
           move 1 to send-bad
           go to b97-exit
         end-if
         add 1 to mb-cnt
         move path-tok to mb-src(mb-cnt)
         move base-tok to mb-name(mb-cnt)
         .

       b97-exit.
         exit
         .

      * heading lines, one manifest line per member as copied, and
      * the #PACK line whose hash folds every line above it.
       b03-write-manifest section.
         move spaces to mft-fname
         string function trim(pkg-dir) '/' function trim(pkg-id)
           '.mft'
           delimited by size into mft-fname
         end-string
         move 0 to pack-hash
         move 0 to total-rows
         open output mftfile
         if mft-fs not = '00' then
           display 'outpack: cannot write ',
             function trim(mft-fname)
           move 1 to send-bad
           go to b96-exit
         end-if
         move spaces to mft-record
         string '# outbound package ' function trim(pkg-id)
           ' to ' function trim(receiver)
           delimited by size into mft-record
         end-string
         perform b04-manifest-line
         move spaces to mft-record
         string '# sent by=' function trim(op-id) ' time='
           datetime-str ' run=' function trim(run-id)
           delimited by size into mft-record
         end-string
         perform b04-manifest-line
         perform varying mx from 1 by 1 until mx > mb-cnt
           move spaces to memname
           string function trim(pkg-dir) '/'
             function trim(mb-name(mx))
             delimited by size into memname
           end-string
           perform m00-measure
           if mem-fs not = '00' then
             display 'outpack: cannot read back ',
               function trim(memname)
             move 1 to send-bad
           end-if
           add mem-rows to total-rows
           move spaces to mft-record
           string function trim(mb-name(mx)) ' ' mem-rows ' '
             function trim(mem-total) ' ' mem-hash
             delimited by size into mft-record
           end-string
           perform b04-manifest-line
           display 'outpack: ', function trim(mb-name(mx)), ' ',
             mem-rows, ' row(s), total ', function trim(mem-total),
             ', hash ', mem-hash
         end-perform
         move mb-cnt to cnt-dsp
         move spaces to mft-record
         string '#PACK members=' function trim(cnt-dsp)
           ' hash=' pack-hash
           delimited by size into mft-record
         end-string
         write mft-record
         close mftfile
         .

       b96-exit.
         exit
         .

       b04-manifest-line section.
         move spaces to chain-buf
         move mft-record to chain-buf
         call 'chain-hash' using pack-hash, chain-buf, pack-hash
         write mft-record
         .

       b95-exit.
         exit
         .

      * each acknowledgement line matched to the register: an
      * unknown package, or a hash other than the one sent, is
      * reported and not recorded.
       c00-ack section.
         accept ack-fname from argument-value
           on exception
             move spaces to ack-fname
         end-accept
         if ack-fname = spaces then
           display 'outpack: ACK wants an acknowledgement file'
           move 8 to return-code
           go to c99-exit
         end-if
         perform g00-load-register
         open input ackfile
         if ack-fs not = '00' then
           display 'outpack: cannot open ',
             function trim(ack-fname), ', status ', ack-fs
           move 8 to return-code
           go to c99-exit
         end-if
         call 'now-str' using datetime-data
         move 0 to iseof
         perform until iseof = 1
           read ackfile into ack-record
           at end
             move 1 to iseof
           not at end
             if ack-record not = spaces
                 and ack-record(1:1) not = '*' then
               perform c01-one-ack
             end-if
           end-read
         end-perform
         close ackfile
         display 'outpack: ', ack-ok, ' acknowledged, ', ack-rej,
           ' rejected, ', ack-unknown, ' unknown, ', ack-again,
           ' already acknowledged, ', ack-badhash,
           ' hash mismatch(es) from ', function trim(ack-fname)
         evaluate true
           when ack-badhash > 0
             move 8 to return-code
           when ack-unknown > 0 or ack-again > 0 or ack-rej > 0
             move 4 to return-code
           when other
             move 0 to return-code
         end-evaluate
         .

       c99-exit.
         exit
         .

       c01-one-ack section.
         move spaces to tok-1 tok-2 tok-3 note-buf
         move 1 to tok-ptr
         unstring ack-record delimited by all space
           into tok-1, tok-2
           with pointer tok-ptr
         end-unstring
         move function upper-case(tok-2) to tok-2
         if not (tok-2 = 'OK' or tok-2 = 'REJECTED') then
           display 'outpack: bad acknowledgement line skipped: ',
             function trim(ack-record)
           add 1 to ack-unknown
           go to c98-exit
         end-if
         compute rec-len = function length(function trim(
           ack-record))
         if tok-ptr <= rec-len then
           move ack-record(tok-ptr:) to note-buf
         end-if
         move 0 to want-hash
         if note-buf(1:5) = 'hash=' then
           move 1 to tok-ptr
           unstring note-buf delimited by all space
             into tok-3
             with pointer tok-ptr
           end-unstring
           if function test-numval(tok-3(6:10)) = 0 then
             move function numval(tok-3(6:10)) to want-hash
           else
             move 999999999 to want-hash
           end-if
           move spaces to opt-tmp
           if tok-ptr <= 120 then
             move note-buf(tok-ptr:) to opt-tmp
           end-if
           move opt-tmp to note-buf
         end-if
         move 0 to px
         perform varying gx from 1 by 1 until gx > pk-cnt
           if pk-id(gx) = tok-1 then
             move gx to px
           end-if
         end-perform
         if px = 0 then
           display 'outpack: no package ', function trim(tok-1),
             ' was sent'
           add 1 to ack-unknown
           go to c98-exit
         end-if
         if tok-3(1:5) = 'hash=' and want-hash not =
             function numval(pk-hash(px)) then
           display 'outpack: ', function trim(tok-1),
             ' acknowledged with hash ', want-hash, ' - the ',
             'package sent has hash ', pk-hash(px), ', not taken'
           add 1 to ack-badhash
           go to c98-exit
         end-if
         if pk-state(px) = 'ACKED' then
           display 'outpack: ', function trim(tok-1),
             ' already acknowledged ', pk-ack-time(px)
           add 1 to ack-again
           go to c98-exit
         end-if
         if tok-2 = 'OK' then
           move 'ACKED' to pk-state(px)
           add 1 to ack-ok
         else
           move 'REJECTED' to pk-state(px)
           add 1 to ack-rej
           display 'outpack: ', function trim(tok-1),
             ' REJECTED by ', function trim(pk-to(px)), ': ',
             function trim(note-buf)
         end-if
         move datetime-str to pk-ack-time(px)
         open extend regfile
         if reg-fs not = '00' then
           open output regfile
         end-if
         move spaces to reg-record
         string 'ACK pkg=' function trim(tok-1)
           ' status=' function trim(pk-state(px))
           ' time=' datetime-str
           ' file=' function trim(ack-fname)
           ' note=' function trim(note-buf)
           delimited by size into reg-record
         end-string
         write reg-record
         close regfile
         .

       c98-exit.
         exit
         .

      * every package in the register with its state; a package
      * with no acknowledgement past its due time is OVERDUE.
       d00-report section.
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp) = 'OPEN'
               move 1 to open-only
             when function upper-case(opt-tmp(1:3)) = 'AT='
               move opt-tmp(4:12) to at-arg
             when other
               display 'outpack: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if at-arg = spaces then
           call 'now-str' using datetime-data
           move spaces to stamp
           string m_year m_month m_day m_hour m_minute
             delimited by size into stamp
           end-string
           move stamp(1:12) to now-stamp
         else
           if at-arg is not numeric then
             display 'outpack: AT= wants yyyymmddhhmm, not ',
               function trim(at-arg)
             move 8 to return-code
             go to d99-exit
           end-if
           move at-arg to now-stamp
         end-if
         perform g00-load-register
         display 'outbound packages in ', function trim(reg-fname),
           ' at ', now-stamp
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display '  package                                  ',
           'to           run               due          state'
         perform varying px from 1 by 1 until px > pk-cnt
           if pk-state(px) = 'SENT'
               and pk-due(px) is numeric then
             if pk-due(px) < now-stamp then
               move 'OVERDUE' to pk-state(px)
             end-if
           end-if
           evaluate pk-state(px)
             when 'OVERDUE'
               add 1 to rp-overdue
               add 1 to rp-open
             when 'REJECTED'
               add 1 to rp-rejected
               add 1 to rp-open
             when 'SENT'
               add 1 to rp-open
           end-evaluate
           if open-only = 0 or not pk-state(px) = 'ACKED' then
             add 1 to rp-shown
             display '  ', pk-id(px)(1:40), ' ', pk-to(px)(1:12),
               ' ', pk-run(px), ' ', pk-due(px), ' ', pk-state(px)
             display '      sent ', pk-time(px), ', ',
               function trim(pk-members(px)), ' member(s), ',
               function trim(pk-rows(px)), ' row(s), hash ',
               function trim(pk-hash(px))
             if not pk-ack-time(px) = spaces then
               display '      acknowledged ', pk-ack-time(px)
             end-if
           end-if
         end-perform
         display '  ', pk-cnt, ' package(s), ', rp-open,
           ' not acknowledged OK: ', rp-overdue, ' overdue, ',
           rp-rejected, ' rejected'
         if rp-overdue > 0 or rp-rejected > 0 then
           move 4 to return-code
         else
           move 0 to return-code
         end-if
         .

       d99-exit.
         exit
         .

      * SENT lines open a package, ACK lines set its latest state.
       g00-load-register section.
         open input regfile
         if reg-fs not = '00' then
           go to g99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read regfile into reg-record
           at end
             move 1 to iseof
           not at end
             evaluate true
               when reg-record(1:5) = 'SENT '
                 perform g01-sent-line
               when reg-record(1:4) = 'ACK '
                 perform g02-ack-line
             end-evaluate
           end-read
         end-perform
         close regfile
         .

       g99-exit.
         exit
         .

       g01-sent-line section.
         if pk-cnt = 1000 then
           go to g98-exit
         end-if
         add 1 to pk-cnt
         move 'SENT' to pk-state(pk-cnt)
         move 'pkg=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-id(pk-cnt)
         move 'to=' to srch-key
         move 3 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-to(pk-cnt)
         move 'run=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-run(pk-cnt)
         move 'hash=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-hash(pk-cnt)
         move 'due=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-due(pk-cnt)
         move 'members=' to srch-key
         move 8 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-members(pk-cnt)
         move 'rows=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-rows(pk-cnt)
         move 'time=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         if key-pos > 0 then
           move reg-record(key-pos:19) to pk-time(pk-cnt)
         end-if
         .

       g98-exit.
         exit
         .

       g02-ack-line section.
         move 'pkg=' to srch-key
         move 4 to srch-len
         perform u00-find-key
         perform u01-take-word
         move 0 to px
         perform varying gx from 1 by 1 until gx > pk-cnt
           if pk-id(gx) = tok-1 then
             move gx to px
           end-if
         end-perform
         if px = 0 then
           go to g97-exit
         end-if
         move 'status=' to srch-key
         move 7 to srch-len
         perform u00-find-key
         perform u01-take-word
         move tok-1 to pk-state(px)
         move 'time=' to srch-key
         move 5 to srch-len
         perform u00-find-key
         if key-pos > 0 then
           move reg-record(key-pos:19) to pk-ack-time(px)
         end-if
         .

       g97-exit.
         exit
         .

      * rows, trailer total and content hash of memname - the
      * figures manifest HASH prints and manifest VERIFY checks.
       m00-measure section.
         move 0 to mem-rows
         move '-' to mem-total
         move 0 to mem-hash
         move 0 to trl-seen
         move 0 to mem-eof
         open input memfile
         if mem-fs not = '00' then
           go to m99-exit
         end-if
         perform until mem-eof = 1
           read memfile
           at end
             move 1 to mem-eof
           not at end
             if mem-record not = spaces then
               move spaces to chain-buf
               move mem-record to chain-buf
               call 'chain-hash' using mem-hash, chain-buf,
                 mem-hash
               if mem-record(1:8) = '#TRAILER' then
                 move 1 to trl-seen
                 move spaces to trl-tok1
                 move spaces to trl-tok2
                 unstring mem-record(10:80)
                   delimited by all space
                   into trl-tok1, trl-tok2
                 end-unstring
                 move trl-tok2 to mem-total
               else
                 if mem-record(1:1) not = '#' then
                   add 1 to mem-rows
                 end-if
               end-if
             end-if
           end-read
         end-perform
         close memfile
         move '00' to mem-fs
         if trl-seen = 1 and mem-rows > 0 then
           subtract 1 from mem-rows
         end-if
         .

       m99-exit.
         exit
         .

      * finds 'keyword=' inside the register line, the same scan
      * hungjobs runs over audit.log.
       u00-find-key section.
         move 0 to key-pos
         compute rec-len = function length(function trim(
           reg-record))
         if rec-len < srch-len then
           go to u99-exit
         end-if
         perform varying kx from 1 by 1
             until kx + srch-len - 1 > rec-len or key-pos > 0
           if reg-record(kx:srch-len) = srch-key(1:srch-len) then
             compute key-pos = kx + srch-len
           end-if
         end-perform
         .

       u99-exit.
         exit
         .

       u01-take-word section.
         move spaces to tok-1
         if key-pos > 0 then
           unstring reg-record(key-pos:) delimited by all space
             into tok-1
           end-unstring
         end-if
         .

       u98-exit.
         exit
         .

      * receiver names become file names: letters, digits, _ and -.
       u02-check-name section.
         move 1 to name-ok
         if base-tok = spaces then
           move 0 to name-ok
           go to u97-exit
         end-if
         compute rec-len = function length(function trim(
           base-tok))
         perform varying kx from 1 by 1 until kx > rec-len
           move base-tok(kx:1) to name-ch
           if not ((name-ch >= 'A' and name-ch <= 'Z')
               or (name-ch >= 'a' and name-ch <= 'z')
               or (name-ch >= '0' and name-ch <= '9')
               or name-ch = '_' or name-ch = '-') then
             move 0 to name-ok
           end-if
         end-perform
         .

       u97-exit.
         exit
         .

      * the time the acknowledgement falls due: now plus DUE=
      * hours, as yyyymmddhhmm.
       u03-due-stamp section.
         compute day-int = function integer-of-date(
           m_year * 10000 + m_month * 100 + m_day)
         compute day-mins = m_hour * 60 + m_minute
           + due-hours * 60
         divide day-mins by 1440 giving add-days
           remainder day-mins
         add add-days to day-int
         compute due-date = function date-of-integer(day-int)
         divide day-mins by 60 giving due-hh remainder due-mm
         compute due-stamp = due-date * 10000 + due-hh * 100
           + due-mm
         .

       u96-exit.
         exit
         .

       u05-basename section.
         move spaces to base-tok
         compute rec-len = function length(function trim(
           path-tok))
         move 0 to kx
         perform varying gx from rec-len by -1
             until gx < 1 or kx > 0
           if path-tok(gx:1) = '/' then
             move gx to kx
           end-if
         end-perform
         move path-tok(kx + 1:rec-len - kx) to base-tok
         .

       u95-exit.
         exit
         .
