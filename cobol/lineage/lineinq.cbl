
       identification division.
         program-id. lineinq.

      * lineage inquiry over the registry the table writers append
      * to (utl/lineage-log.cbl - lineage.log, or wherever LINEAGE
      * points). BACK walks from an output to everything that fed
      * it, generation by generation, down to the external feeds:
      * "what fed this?". FWD walks from an input to every output
      * built from it, and from those outputs onwards: "what did
      * this late file contaminate?" - the list of downstream
      * files and reports to pull back when an upstream file is
      * found bad.
      *
      *   lineinq BACK|FWD file [GEN=yyyymmddhhmmss] [DEPTH=n]
      *     [LOG=registry-file]
      *
      * BACK starts from the file's newest recorded generation
      * unless GEN= names one; FWD follows every generation of the
      * file unless GEN= names one. DEPTH= stops the walk that many
      * levels out (default: no limit). Each line gives the level,
      * the file, its generation, its trailer rows and total, the
      * program and run= id that made the link. Returns 4 when the
      * registry knows nothing of the file.

       environment division.
         input-output section.
         file-control.
           select linfile assign to lin-fname
           organization is line sequential
           file status is lin-fs.

       data division.
         file section.
         fd linfile.
           01 lin-record pic x(600) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 cmd-arg pic x(8) value spaces.
             05 want-file pic x(128) value spaces.
             05 want-gen pic x(14) value spaces.
             05 max-depth pic 9(3) value 999.
             05 opt-tmp pic x(136) value spaces.
             05 lin-fname pic x(128) value spaces.
             05 lin-fs pic xx value '00'.
             05 iseof pic 9 value 0.
             05 tok pic x(160) value spaces.
             05 tok-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 ee pic 9(4) value 0.
             05 qq pic 9(4) value 0.
             05 vv pic 9(4) value 0.
             05 seen pic 9 value 0.
             05 full-warned pic 9 value 0.
             05 link-cnt pic 9(4) value 0.
             05 cur-file pic x(128) value spaces.
             05 cur-gen pic x(14) value spaces.
             05 cur-depth pic 9(3) value 0.
             05 nxt-file pic x(128) value spaces.
             05 nxt-gen pic x(14) value spaces.
             05 ind-len pic 9(3) value 0.
             05 indent pic x(40) value spaces.
             05 depth-dsp pic zz9 value 0.
           01 edge-table.
             05 edge-cnt pic 9(4) value 0.
             05 edge occurs 5000 times.
               10 e-time pic x(19).
               10 e-prog pic x(16).
               10 e-run pic x(17).
               10 e-out pic x(128).
               10 e-outgen pic x(14).
               10 e-outrows pic x(12).
               10 e-outtotal pic x(34).
               10 e-in pic x(128).
               10 e-ingen pic x(14).
               10 e-inrows pic x(12).
               10 e-intotal pic x(34).
           01 walk-queue.
             05 q-cnt pic 9(4) value 0.
             05 q-entry occurs 2000 times.
               10 q-file pic x(128).
               10 q-gen pic x(14).
               10 q-depth pic 9(3).

       procedure division.
       a00-start section.
         accept cmd-arg from argument-value
           on exception
             move spaces to cmd-arg
         end-accept
         move function upper-case(cmd-arg) to cmd-arg
         accept want-file from argument-value
           on exception
             move spaces to want-file
         end-accept
         if not (cmd-arg = 'BACK' or cmd-arg = 'FWD')
             or want-file = spaces then
           display 'usage: lineinq BACK|FWD file ',
             '[GEN=yyyymmddhhmmss] [DEPTH=n] [LOG=registry-file]'
           move 8 to return-code
           go to a99-end
         end-if
         display "LINEAGE" upon environment-name
         accept lin-fname from environment-value
           on exception
             continue
         end-accept
         if lin-fname = spaces then
           move 'lineage.log' to lin-fname
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:4)) = 'GEN='
               move opt-tmp(5:14) to want-gen
             when function upper-case(opt-tmp(1:6)) = 'DEPTH='
                 and function test-numval(opt-tmp(7:4)) = 0
               move function numval(opt-tmp(7:4)) to max-depth
             when function upper-case(opt-tmp(1:4)) = 'LOG='
               move opt-tmp(5:128) to lin-fname
             when other
               display 'lineinq: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         perform g00-load-registry
         if lin-fs not = '00' then
           display 'lineinq: cannot open lineage registry ',
             function trim(lin-fname), ', status ', lin-fs
           move 8 to return-code
           go to a99-end
         end-if
         if cmd-arg = 'BACK' then
           perform h00-walk-back
         else
           perform j00-walk-forward
         end-if
         .
       a99-end.
         stop run
         .

       g00-load-registry section.
         open input linfile
         if lin-fs not = '00' then
           go to g99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read linfile into lin-record
           at end
             move 1 to iseof
           not at end
             if lin-record not = spaces then
               if edge-cnt >= 5000 then
                 if full-warned = 0 then
                   display 'lineinq: registry holds more than ',
                     '5000 lines, the newest are not walked'
                   move 1 to full-warned
                 end-if
               else
                 perform g01-take-line
               end-if
             end-if
           end-read
         end-perform
         close linfile
         .

       g99-exit.
         exit
         .

       g01-take-line section.
         add 1 to edge-cnt
         initialize edge(edge-cnt)
         move lin-record(1:19) to e-time(edge-cnt)
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           lin-record))
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring lin-record delimited by all space
             into tok
             with pointer tok-ptr
           end-unstring
           evaluate true
             when tok(1:5) = 'prog='
               move tok(6:16) to e-prog(edge-cnt)
             when tok(1:4) = 'run='
               move tok(5:17) to e-run(edge-cnt)
             when tok(1:4) = 'out='
               move tok(5:128) to e-out(edge-cnt)
             when tok(1:7) = 'outgen='
               move tok(8:14) to e-outgen(edge-cnt)
             when tok(1:8) = 'outrows='
               move tok(9:12) to e-outrows(edge-cnt)
             when tok(1:9) = 'outtotal='
               move tok(10:34) to e-outtotal(edge-cnt)
             when tok(1:3) = 'in='
               move tok(4:128) to e-in(edge-cnt)
             when tok(1:6) = 'ingen='
               move tok(7:14) to e-ingen(edge-cnt)
             when tok(1:7) = 'inrows='
               move tok(8:12) to e-inrows(edge-cnt)
             when tok(1:8) = 'intotal='
               move tok(9:34) to e-intotal(edge-cnt)
           end-evaluate
         end-perform
         if e-out(edge-cnt) = spaces then
           subtract 1 from edge-cnt
         end-if
         .

       g98-exit.
         exit
         .

      * what fed this: from the output's generation to the inputs
      * its writer recorded, then to what fed those, until the
      * walk reaches files no suite program wrote.
       h00-walk-back section.
         if want-gen = spaces then
           perform varying ee from 1 by 1 until ee > edge-cnt
             if e-out(ee) = want-file then
               move e-outgen(ee) to want-gen
             end-if
           end-perform
         end-if
         if want-gen = spaces then
           display 'lineinq: no lineage recorded for ',
             function trim(want-file), ' as an output'
           move 4 to return-code
           go to h99-exit
         end-if
         move 0 to vv
         perform varying ee from 1 by 1 until ee > edge-cnt
           if e-out(ee) = want-file and e-outgen(ee) = want-gen
               and vv = 0 then
             move ee to vv
           end-if
         end-perform
         if vv = 0 then
           display 'lineinq: generation ', want-gen, ' of ',
             function trim(want-file), ' is not on the registry'
           move 4 to return-code
           go to h99-exit
         end-if
         display 'lineinq: what fed ', function trim(want-file),
           ' generation ', want-gen
         display '  written ', e-time(vv), ' by ',
           function trim(e-prog(vv)), ' run ',
           function trim(e-run(vv)), ' rows ',
           function trim(e-outrows(vv)), ' total ',
           function trim(e-outtotal(vv))
         move 0 to q-cnt
         move 0 to link-cnt
         move want-file to nxt-file
         move want-gen to nxt-gen
         move 0 to cur-depth
         perform q00-enqueue
         perform varying qq from 1 by 1 until qq > q-cnt
           move q-file(qq) to cur-file
           move q-gen(qq) to cur-gen
           move q-depth(qq) to cur-depth
           if cur-depth < max-depth then
             perform varying ee from 1 by 1 until ee > edge-cnt
               if e-out(ee) = cur-file and e-outgen(ee) = cur-gen
                   and e-in(ee) not = '-' then
                 add 1 to link-cnt
                 compute ind-len = (cur-depth + 1) * 2
                 if ind-len > 40 then
                   move 40 to ind-len
                 end-if
                 compute depth-dsp = cur-depth + 1
                 display indent(1:ind-len), depth-dsp, ' <- ',
                   function trim(e-in(ee)), ' gen ',
                   function trim(e-ingen(ee)), ' rows ',
                   function trim(e-inrows(ee)), ' total ',
                   function trim(e-intotal(ee)), '  into ',
                   function trim(e-out(ee)), ' by ',
                   function trim(e-prog(ee)), ' run ',
                   function trim(e-run(ee))
                 if e-ingen(ee) not = 'EXTERNAL' then
                   move e-in(ee) to nxt-file
                   move e-ingen(ee) to nxt-gen
                   compute cur-depth = q-depth(qq) + 1
                   perform q00-enqueue
                   move q-depth(qq) to cur-depth
                 end-if
               end-if
             end-perform
           end-if
         end-perform
         display 'lineinq: ', link-cnt, ' input link(s) traced'
         .

       h99-exit.
         exit
         .

      * what did this contaminate: every output built from the
      * file (any generation, or GEN=), then every output built
      * from those.
       j00-walk-forward section.
         move 0 to vv
         perform varying ee from 1 by 1 until ee > edge-cnt
           if e-in(ee) = want-file then
             if want-gen = spaces or e-ingen(ee) = want-gen then
               move ee to vv
             end-if
           end-if
         end-perform
         if vv = 0 then
           display 'lineinq: no lineage recorded for ',
             function trim(want-file), ' as an input'
           move 4 to return-code
           go to j99-exit
         end-if
         if want-gen = spaces then
           display 'lineinq: what was built from ',
             function trim(want-file), ' (every generation)'
         else
           display 'lineinq: what was built from ',
             function trim(want-file), ' generation ', want-gen
         end-if
         move 0 to q-cnt
         move 0 to link-cnt
         move want-file to nxt-file
         move want-gen to nxt-gen
         move 0 to cur-depth
         perform q00-enqueue
         perform varying qq from 1 by 1 until qq > q-cnt
           move q-file(qq) to cur-file
           move q-gen(qq) to cur-gen
           move q-depth(qq) to cur-depth
           if cur-depth < max-depth then
             perform varying ee from 1 by 1 until ee > edge-cnt
               if e-in(ee) = cur-file
                   and (cur-gen = spaces or e-ingen(ee) = cur-gen)
                   then
                 add 1 to link-cnt
                 compute ind-len = (cur-depth + 1) * 2
                 if ind-len > 40 then
                   move 40 to ind-len
                 end-if
                 compute depth-dsp = cur-depth + 1
                 display indent(1:ind-len), depth-dsp, ' -> ',
                   function trim(e-out(ee)), ' gen ',
                   function trim(e-outgen(ee)), ' rows ',
                   function trim(e-outrows(ee)), ' total ',
                   function trim(e-outtotal(ee)), '  from ',
                   function trim(e-in(ee)), ' by ',
                   function trim(e-prog(ee)), ' run ',
                   function trim(e-run(ee))
                 move e-out(ee) to nxt-file
                 move e-outgen(ee) to nxt-gen
                 compute cur-depth = q-depth(qq) + 1
                 perform q00-enqueue
                 move q-depth(qq) to cur-depth
               end-if
             end-perform
           end-if
         end-perform
         display 'lineinq: ', link-cnt, ' downstream link(s) - ',
           'pull these back if ', function trim(want-file),
           ' is bad'
         .

       j99-exit.
         exit
         .

      * a file generation joins the walk once; one already queued
      * (two paths to the same file) is not walked again.
       q00-enqueue section.
         move 0 to seen
         perform varying vv from 1 by 1 until vv > q-cnt
           if q-file(vv) = nxt-file and q-gen(vv) = nxt-gen then
             move 1 to seen
           end-if
         end-perform
         if seen = 1 then
           go to q99-exit
         end-if
         if q-cnt >= 2000 then
           display 'lineinq: walk exceeds 2000 files, cut short'
           go to q99-exit
         end-if
         add 1 to q-cnt
         move nxt-file to q-file(q-cnt)
         move nxt-gen to q-gen(q-cnt)
         move cur-depth to q-depth(q-cnt)
         .

       q99-exit.
         exit
         .
