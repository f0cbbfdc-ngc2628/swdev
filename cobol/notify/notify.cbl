
       identification division.
         program-id. notify.

      * outbound notification spool: batchchain's .alert files,
      * hungjobs' .hung.alert, opsummary's .sla.alert breaches,
      * scorecard's .score.alert failures and the OPEN entries of
      * incident.log all land in files someone has to go and look
      * at. This picks them up, routes each one through a routing
      * file to its on-call group or distribution list, and writes
      * one formatted message per alert into the outbound mail
      * spool directory for the site mail relay to send. A
      * sent-register remembers what has gone out, so the same
      * alert is never sent twice however often this runs - from
      * the scheduler every few minutes, a 2 a.m. breach pages at
      * 2 a.m.
      *
      *   notify [alert-file...] [ROUTES=file] [SPOOL=dir]
      *     [SENT=file] [INCLOG=file] [INCIDENTS=NO]
      *
      * ROUTES= (notify.routes, or wherever NOTIFYROUTES points)
      * holds one 'key group address...' line per route ('*'
      * comments): the key is a job or step name (the alert's
      * step=) or an alert source (its chain= - batchchain,
      * hungjobs, opsummary, scorecard), a trailing '*' matching
      * any name that starts with it and DEFAULT catching the
      * rest. The step is tried first, then the source, then
      * DEFAULT; the first matching line wins. SPOOL= (mailspool,
      * or MAILSPOOL) is the relay's pick-up directory; each
      * message lands there as N<yyyymmddhhmmss><seq>.msg,
      * renamed into place only once complete. SENT=
      * (notify.sent, or NOTIFYSENT) is the register. Incidents
      * come from INCLOG (incident.log) unless INCIDENTS=NO; an
      * incident opened from an alert already sent is not sent
      * again. An alert no route covers is reported, left unsent
      * and returns 4.

       environment division.
         input-output section.
         file-control.
           select routefile assign to route-fname
           organization is line sequential
           file status is route-fs.
           select sentfile assign to sent-fname
           organization is line sequential
           file status is sent-fs.
           select alertinp assign to alert-fname
           organization is line sequential
           file status is alert-fs.
           select incfile assign to inc-fname
           organization is line sequential
           file status is inc-fs.
           select msgfile assign to msg-fname
           organization is line sequential
           file status is msg-fs.

       data division.
         file section.
         fd routefile.
           01 route-record pic x(255) value spaces.
         fd sentfile.
           01 sent-record pic x(400) value spaces.
         fd alertinp.
           01 alert-record pic x(255) value spaces.
         fd incfile.
           01 inc-record pic x(400) value spaces.
         fd msgfile.
           01 msg-record pic x(400) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 route-fname pic x(128) value spaces.
             05 route-fs pic xx value '00'.
             05 sent-fname pic x(128) value spaces.
             05 sent-fs pic xx value '00'.
             05 alert-fname pic x(128) value spaces.
             05 alert-fs pic xx value '00'.
             05 inc-fname pic x(128) value spaces.
             05 inc-fs pic xx value '00'.
             05 spool-dir pic x(128) value spaces.
             05 msg-fname pic x(160) value spaces.
             05 msg-fs pic xx value '00'.
             05 msg-final pic x(160) value spaces.
             05 msg-base pic x(24) value spaces.
             05 msg-seq pic 9(4) value 0.
             05 stamp-digits pic x(14) value spaces.
             05 opt-tmp pic x(136) value spaces.
             05 want-incidents pic 9 value 1.
             05 alert-cnt pic 9(2) value 0.
             05 alert-list pic x(128) occurs 20 times
               value spaces.
             05 aa pic 9(2) value 0.
             05 iseof pic 9 value 0.
             05 rr pic 9(3) value 0.
             05 ss pic 9(4) value 0.
             05 ix pic 9(3) value 0.
             05 found-ix pic 9(3) value 0.
             05 tok pic x(64) value spaces.
             05 tok-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 route-ptr pic 9(4) value 1.
             05 msg-key pic x(255) value spaces.
             05 msg-text pic x(400) value spaces.
             05 msg-source pic x(128) value spaces.
             05 chain-val pic x(32) value spaces.
             05 step-val pic x(32) value spaces.
             05 rc-val pic x(8) value spaces.
             05 file-val pic x(128) value spaces.
             05 cand-val pic x(32) value spaces.
             05 route-ix pic 9(3) value 0.
             05 key-len pic 9(2) value 0.
             05 is-sent pic 9 value 0.
             05 sent-head pic x(145) value spaces.
             05 id-num pic 9(6) value 0.
             05 st-tok pic x(10) value spaces.
             05 inc-head pic x(145) value spaces.
             05 inc-alert pic x(255) value spaces.
             05 mail-cnt pic 9(4) value 0.
             05 dup-cnt pic 9(4) value 0.
             05 unrouted-cnt pic 9(4) value 0.
             05 fail-cnt pic 9(4) value 0.
             05 swap-cmd pic x(400) value spaces.
             05 x-rc pic s9(9) value 0.
             05 datetime-data.
               copy datetimedata.
           01 route-table.
             05 route-cnt pic 9(3) value 0.
             05 route-entry occurs 200 times.
               10 rt-key pic x(32) value spaces.
               10 rt-group pic x(32) value spaces.
               10 rt-addr pic x(190) value spaces.
      *    the newest 5000 register entries, a ring: sent-slot is
      *    the last one filled, the next overwriting the oldest.
           01 sent-table.
             05 sent-cnt pic 9(4) value 0.
             05 sent-slot pic 9(4) value 0.
             05 sent-total pic 9(8) value 0.
             05 sent-key pic x(255) occurs 5000 times
               value spaces.
           01 inc-table.
             05 inc-cnt pic 9(3) value 0.
             05 inc-id pic 9(6) occurs 500 times value 0.
             05 inc-status pic x(10) occurs 500 times
               value spaces.
             05 inc-detail pic x(400) occurs 500 times
               value spaces.

       procedure division.
       a00-start section.
         display "NOTIFYROUTES" upon environment-name
         accept route-fname from environment-value
           on exception
             continue
         end-accept
         if route-fname = spaces then
           move 'notify.routes' to route-fname
         end-if
         display "MAILSPOOL" upon environment-name
         accept spool-dir from environment-value
           on exception
             continue
         end-accept
         if spool-dir = spaces then
           move 'mailspool' to spool-dir
         end-if
         display "NOTIFYSENT" upon environment-name
         accept sent-fname from environment-value
           on exception
             continue
         end-accept
         if sent-fname = spaces then
           move 'notify.sent' to sent-fname
         end-if
         display "INCLOG" upon environment-name
         accept inc-fname from environment-value
           on exception
             continue
         end-accept
         if inc-fname = spaces then
           move 'incident.log' to inc-fname
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:7)) = 'ROUTES='
               move opt-tmp(8:128) to route-fname
             when function upper-case(opt-tmp(1:6)) = 'SPOOL='
               move opt-tmp(7:128) to spool-dir
             when function upper-case(opt-tmp(1:5)) = 'SENT='
               move opt-tmp(6:128) to sent-fname
             when function upper-case(opt-tmp(1:7)) = 'INCLOG='
               move opt-tmp(8:128) to inc-fname
             when function upper-case(opt-tmp) = 'INCIDENTS=NO'
               move 0 to want-incidents
             when other
               if alert-cnt >= 20 then
                 display 'notify: more than 20 alert files, ',
                   function trim(opt-tmp), ' ignored'
               else
                 add 1 to alert-cnt
                 move opt-tmp to alert-list(alert-cnt)
               end-if
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         perform b00-load-routes
         if route-fs not = '00' then
           move 8 to return-code
           go to a99-end
         end-if
         if route-cnt = 0 then
           display 'notify: no routes in ', function trim(route-fname)
           move 8 to return-code
           go to a99-end
         end-if
         perform c00-load-sent
         call 'now-str' using datetime-data
         move spaces to stamp-digits
         string m_year m_month m_day m_hour m_minute m_second
           delimited by size into stamp-digits
         end-string
         perform varying aa from 1 by 1 until aa > alert-cnt
           perform d00-scan-alert-file
         end-perform
         if want-incidents = 1 then
           perform e00-scan-incidents
         end-if
         display 'notify: ', mail-cnt, ' message(s) spooled to ',
           function trim(spool-dir), ', ', dup-cnt,
           ' already sent, ', unrouted-cnt, ' unrouted'
         if fail-cnt > 0 then
           display 'notify: ', fail-cnt, ' message(s) could not ',
             'be written to the spool'
           move 8 to return-code
           go to a99-end
         end-if
         if unrouted-cnt > 0 then
           move 4 to return-code
         end-if
         .
       a99-end.
         stop run
         .

       b00-load-routes section.
         open input routefile
         if route-fs not = '00' then
           display 'notify: cannot open routing file ',
             function trim(route-fname), ', status ', route-fs
           go to b99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read routefile into route-record
           at end
             move 1 to iseof
           not at end
             if route-record not = spaces
                 and route-record(1:1) not = '*' then
               perform b01-take-route
             end-if
           end-read
         end-perform
         close routefile
         .

       b99-exit.
         exit
         .

      * 'key group address...' - the addresses are the rest of
      * the line, as the relay takes them on its To: header.
       b01-take-route section.
         if route-cnt >= 200 then
           display 'notify: more than 200 routes, ',
             function trim(route-record), ' ignored'
           go to b98-exit
         end-if
         add 1 to route-cnt
         move 1 to route-ptr
         unstring route-record delimited by all space
           into rt-key(route-cnt), rt-group(route-cnt)
           with pointer route-ptr
         end-unstring
         if route-ptr <= 255 then
           move function trim(route-record(route-ptr:))
             to rt-addr(route-cnt)
         end-if
         if rt-group(route-cnt) = spaces
             or rt-addr(route-cnt) = spaces then
           display 'notify: bad route line skipped: ',
             function trim(route-record)
           subtract 1 from route-cnt
         end-if
         .

       b98-exit.
         exit
         .

      * the register: one '<time> group=.. msg=.. key=<alert>'
      * line per message sent, the key being what makes an alert
      * the same alert next time round. Only the newest 5000 are
      * held - the register is read oldest first into a ring that
      * overwrites the oldest entry held - so a long register
      * never hides a recent alert.
       c00-load-sent section.
         move 0 to sent-cnt
         move 0 to sent-slot
         move 0 to sent-total
         open input sentfile
         if sent-fs not = '00' then
           go to c99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read sentfile into sent-record
           at end
             move 1 to iseof
           not at end
             if sent-record not = spaces then
               add 1 to sent-total
               perform c01-next-slot
               move spaces to sent-key(sent-slot)
               move spaces to sent-head
               unstring sent-record delimited by ' key='
                 into sent-head, sent-key(sent-slot)
               end-unstring
             end-if
           end-read
         end-perform
         close sentfile
         if sent-total > 5000 then
           display 'notify: sent register holds ', sent-total,
             ' entries, only the newest 5000 are checked'
         end-if
         .

       c99-exit.
         exit
         .

       c01-next-slot section.
         add 1 to sent-slot
         if sent-slot > 5000 then
           move 1 to sent-slot
         end-if
         if sent-cnt < 5000 then
           add 1 to sent-cnt
         end-if
         .

       c98-exit.
         exit
         .

      * one message per alert line; a missing alert file is simply
      * a night without that kind of alert.
       d00-scan-alert-file section.
         move alert-list(aa) to alert-fname
         open input alertinp
         if alert-fs not = '00' then
           go to d99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read alertinp into alert-record
           at end
             move 1 to iseof
           not at end
             if alert-record not = spaces then
               move alert-record to msg-key
               move alert-record to msg-text
               move alert-fname to msg-source
               perform j00-dispatch
             end-if
           end-read
         end-perform
         close alertinp
         .

       d99-exit.
         exit
         .

      * incident.log replays the way incident.cbl does: the
      * first line per id carries the alert, the last line's
      * status wins. Every incident still OPEN goes out.
       e00-scan-incidents section.
         open input incfile
         if inc-fs not = '00' then
           go to e99-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read incfile into inc-record
           at end
             move 1 to iseof
           not at end
             if inc-record not = spaces then
               perform e01-take-line
             end-if
           end-read
         end-perform
         close incfile
         perform varying ix from 1 by 1 until ix > inc-cnt
           if inc-status(ix) = 'OPEN' then
             move spaces to inc-head
             move spaces to inc-alert
             unstring inc-detail(ix) delimited by ' alert='
               into inc-head, inc-alert
             end-unstring
             if inc-alert = spaces then
               move spaces to msg-key
               string 'incident=' inc-id(ix)
                 delimited by size into msg-key
               end-string
             else
               move inc-alert to msg-key
             end-if
             move inc-detail(ix) to msg-text
             move inc-fname to msg-source
             perform j00-dispatch
           end-if
         end-perform
         .

       e99-exit.
         exit
         .

       e01-take-line section.
         move 0 to id-num
         move spaces to st-tok
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           inc-record))
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring inc-record delimited by all space
             into tok
             with pointer tok-ptr
           end-unstring
           if tok(1:3) = 'id='
               and function test-numval(tok(4:6)) = 0 then
             move function numval(tok(4:6)) to id-num
           end-if
           if tok(1:7) = 'status=' then
             move tok(8:10) to st-tok
           end-if
         end-perform
         if id-num = 0 then
           go to e98-exit
         end-if
         move 0 to found-ix
         perform varying ix from 1 by 1 until ix > inc-cnt
           if inc-id(ix) = id-num then
             move ix to found-ix
           end-if
         end-perform
         if found-ix = 0 then
           if inc-cnt >= 500 then
             go to e98-exit
           end-if
           add 1 to inc-cnt
           move inc-cnt to found-ix
           move id-num to inc-id(found-ix)
           move inc-record to inc-detail(found-ix)
         end-if
         move st-tok to inc-status(found-ix)
         .

       e98-exit.
         exit
         .

      * one alert: skip it if the register has it, route it,
      * spool the message and only then put it on the register.
       j00-dispatch section.
         move 0 to is-sent
         perform varying ss from 1 by 1 until ss > sent-cnt
             or is-sent = 1
           if sent-key(ss) = msg-key then
             move 1 to is-sent
           end-if
         end-perform
         if is-sent = 1 then
           add 1 to dup-cnt
           go to j99-exit
         end-if
         perform j01-parse-alert
         move 0 to route-ix
         if step-val not = spaces then
           move step-val to cand-val
           perform j02-find-route
         end-if
         if route-ix = 0 and chain-val not = spaces then
           move chain-val to cand-val
           perform j02-find-route
         end-if
         if route-ix = 0 then
           move 'DEFAULT' to cand-val
           perform j02-find-route
         end-if
         if route-ix = 0 then
           add 1 to unrouted-cnt
           display 'notify: no route for ', function trim(msg-text)
           go to j99-exit
         end-if
         perform k00-write-message
         if x-rc not = 0 then
           add 1 to fail-cnt
           go to j99-exit
         end-if
         perform k01-record-sent
         add 1 to mail-cnt
         .

       j99-exit.
         exit
         .

      * the chain=, step=, rc= and file= words of an alert line
      * (an incident carries its alert behind 'alert=').
       j01-parse-alert section.
         move spaces to chain-val
         move spaces to step-val
         move spaces to rc-val
         move spaces to file-val
         move 1 to tok-ptr
         compute rec-len = function length(function trim(
           msg-text))
         perform until tok-ptr > rec-len
           move spaces to tok
           unstring msg-text delimited by all space
             into tok
             with pointer tok-ptr
           end-unstring
           if tok(1:6) = 'alert=' then
             move tok(7:58) to tok
           end-if
           evaluate true
             when tok(1:6) = 'chain='
               move tok(7:32) to chain-val
             when tok(1:5) = 'step='
               move tok(6:32) to step-val
             when tok(1:3) = 'rc='
               move tok(4:8) to rc-val
             when tok(1:5) = 'file='
               move tok(6:59) to file-val
           end-evaluate
         end-perform
         .

       j98-exit.
         exit
         .

      * first route whose key is cand-val, or a prefix* of it.
       j02-find-route section.
         perform varying rr from 1 by 1 until rr > route-cnt
             or route-ix > 0
           if rt-key(rr) = cand-val then
             move rr to route-ix
           else
             compute key-len = function length(function trim(
               rt-key(rr)))
             if key-len > 1 and rt-key(rr)(key-len:1) = '*' then
               subtract 1 from key-len
               if rt-key(rr)(1:key-len) = cand-val(1:key-len) then
                 move rr to route-ix
               end-if
             end-if
           end-if
         end-perform
         .

       j97-exit.
         exit
         .

      * the message as the relay wants it: headers, a blank line,
      * then the alert itself. Written as .new and renamed, so the
      * relay never picks up half a message.
       k00-write-message section.
         add 1 to msg-seq
         move spaces to msg-base
         string 'N' stamp-digits msg-seq '.msg'
           delimited by size into msg-base
         end-string
         move spaces to msg-final
         string function trim(spool-dir) '/' function trim(msg-base)
           delimited by size into msg-final
         end-string
         move spaces to msg-fname
         string function trim(msg-final) '.new'
           delimited by size into msg-fname
         end-string
         move 0 to x-rc
         open output msgfile
         if msg-fs not = '00' then
           display 'notify: cannot write ', function trim(msg-fname),
             ', status ', msg-fs
           move 8 to x-rc
           go to k99-exit
         end-if
         move spaces to msg-record
         string 'To: ' function trim(rt-addr(route-ix))
           delimited by size into msg-record
         end-string
         write msg-record
         move spaces to msg-record
         string 'Subject: [' function trim(rt-group(route-ix)) '] '
           delimited by size into msg-record
         end-string
         compute tok-ptr = function length(function trim(
           msg-record)) + 2
         if chain-val = spaces then
           string 'incident alert' delimited by size
             into msg-record with pointer tok-ptr
           end-string
         else
           string function trim(chain-val) delimited by size
             into msg-record with pointer tok-ptr
           end-string
           if step-val not = spaces then
             string ' step ' function trim(step-val)
               delimited by size
               into msg-record with pointer tok-ptr
             end-string
           end-if
           if rc-val not = spaces then
             string ' rc ' function trim(rc-val)
               delimited by size
               into msg-record with pointer tok-ptr
             end-string
           end-if
         end-if
         write msg-record
         move spaces to msg-record
         string 'X-Notify-Group: ' function trim(rt-group(route-ix))
           delimited by size into msg-record
         end-string
         write msg-record
         move spaces to msg-record
         string 'X-Notify-Source: ' function trim(msg-source)
           delimited by size into msg-record
         end-string
         write msg-record
         move spaces to msg-record
         string 'X-Notify-Queued: ' datetime-str
           delimited by size into msg-record
         end-string
         write msg-record
         move spaces to msg-record
         write msg-record
         move msg-text to msg-record
         write msg-record
         if file-val not = spaces then
           move spaces to msg-record
           write msg-record
           move spaces to msg-record
           string 'file: ' function trim(file-val)
             delimited by size into msg-record
           end-string
           write msg-record
         end-if
         close msgfile
         move spaces to swap-cmd
         string 'mv -f ' function trim(msg-fname) ' '
           function trim(msg-final)
           delimited by size into swap-cmd
         end-string
         call "SYSTEM" using swap-cmd
         move return-code to x-rc
         move 0 to return-code
         .

       k99-exit.
         exit
         .

       k01-record-sent section.
         move spaces to sent-record
         string datetime-str ' group='
           function trim(rt-group(route-ix))
           ' msg=' function trim(msg-base)
           ' key=' function trim(msg-key)
           delimited by size into sent-record
         end-string
         open extend sentfile
         if sent-fs not = '00' then
           open output sentfile
         end-if
         write sent-record
         close sentfile
         perform c01-next-slot
         move msg-key to sent-key(sent-slot)
         .

       k98-exit.
         exit
         .
