      * row-audit trail; STATUS answers for one file.
      *
      *   closectl CLOSE table-file asof-YYYYMMDD
      *     [NEXT=next-table-file] [LIST=reversal-list]
      *   closectl REOPEN table-file
      *   closectl STATUS table-file
      *   closectl RESTATE table-file correction-file
      *     REASON="text" [GROUP=n]
      *   closectl HISTORY table-file
      *
      * NEXT= names the next period's table file: once the CLOSED
      * entry is written, the auto-reversal step (autorev, the
      * autorev-exe path in suite.cfg) writes the negated accrual
      * and estimate rows as a correction file for it, ready for
      * corrapprove SUBMIT. LIST= is passed through as its
      * reversal list.
      *
      * RESTATE is the late correction to a closed month done as
      * one controlled procedure instead of REOPEN, fix, CLOSE by
      * hand: under a supervisor-level id it takes a correction
      * file corrapprove has APPROVEd, keeps the closed figures
      * as table-file.rstNN.prior, reopens the file, applies the
      * correction (maintain APPLY for I/U/D command files,
      * applydelta APPLY for an A/C/D delta), and recloses it as
      * of the same date as restatement NN. The restatement report
      * - every restated figure beside the original, by key and
      * column, the group subtotals when GROUP=n is given (the
      * leading n characters of the key, as variance groups) and
      * the column totals, headed by the reason - is displayed
      * and kept as table-file.rstNN.rpt for the auditors. A
      * correction that fails to apply puts the closed figures
      * back and recloses the file unrestated. The registry keeps
      * a RESTATED entry per restatement, and HISTORY lists every
      * close, reopen and restatement the file has had.

       environment division.
         input-output section.
           select regfile assign to reg-fname
           organization is line sequential
           file status is reg-fs.
           select tblfile assign to tbl-fname
           organization is line sequential
           file status is tbl-fs.
           select rptfile assign to rpt-fname
           organization is line sequential
           file status is rpt-fs.

       data division.
         file section.
         fd regfile.
           01 reg-record pic x(255) value spaces.
         fd tblfile.
           01 tbl-record pic x(255) value spaces.
         fd rptfile.
           01 rpt-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 1.
             05 closed-flag pic 9 value 0.
             05 opt-tmp pic x(136) value spaces.
             05 next-fname pic x(128) value spaces.
             05 list-fname pic x(128) value spaces.
             05 autorev-exe pic x(128) value
               '../reversal/autorev'.
             05 cmd-buf pic x(1024) value spaces.
             05 rev-rc pic s9(9) value 0.
             05 runcfg-data.
               copy runcfg.
             05 datetime-data.
               copy datetimedata.
             05 rowaudit-data.
               copy rowaudit.
             05 env-guard-data.
               copy envguard.
             05 iseof pic 9 value 0.
             05 corr-fname pic x(128) value spaces.
             05 reason-arg pic x(100) value spaces.
             05 group-len pic 9(2) value 0.
             05 rst-cnt pic 9(2) value 0.
             05 rst-no pic 9(2) value 0.
             05 close-asof pic x(8) value spaces.
             05 show-history pic 9 value 0.
             05 reg-tok-1 pic x(128) value spaces.
             05 reg-tok-2 pic x(8) value spaces.
             05 tok pic x(128) value spaces.
             05 rec-ptr pic 9(4) value 1.
             05 rec-len pic 9(4) value 0.
             05 maintain-exe pic x(128) value
               '../maintain/maintain'.
             05 applydelta-exe pic x(128) value
               '../applydelta/applydelta'.
             05 apply-delta pic 9 value 0.
             05 appr-seen pic 9 value 0.
             05 apply-rc pic s9(9) value 0.
             05 snap-fname pic x(140) value spaces.
             05 rpt-fname pic x(140) value spaces.
             05 tbl-fname pic x(140) value spaces.
             05 tbl-fs pic xx value '00'.
             05 rpt-fs pic xx value '00'.
             05 rpt-line pic x(255) value spaces.
             05 cur-side pic 9 value 1.
             05 cntrec pic 9(6) value 0.
             05 dataidx pic 9(6) value 0.
             05 truncated-warned pic 9 value 0.
             05 hdr-tok pic x(32) value spaces.
             05 hdr-ptr pic 9(4) value 1.
             05 hdr-len pic 9(4) value 0.
             05 colcount pic 9(2) value 0.
             05 row-ptr pic 9(4) value 1.
             05 row-len pic 9(4) value 0.
             05 r-header-in pic x(32) value spaces.
             05 row-tok pic x(32) value spaces.
             05 t-val-in pic x(32) occurs 10 times value spaces.
             05 t-miss-in pic 9 occurs 10 times value 0.
             05 row-bad pic 9 value 0.
             05 ii pic 9(6) value 0.
             05 jj pic 9(6) value 0.
             05 kk pic 9(2) value 0.
             05 gg pic 9(3) value 0.
             05 max-cols pic 9(2) value 0.
             05 matchidx pic 9(6) value 0.
             05 found-flag pic 9 value 0.
             05 pri-miss pic 9 value 0.
             05 rst-miss pic 9 value 0.
             05 pri-val pic s9(16)v9(9) value 0.
             05 rst-val pic s9(16)v9(9) value 0.
             05 chg-val pic s9(16)v9(9) value 0.
             05 pri-str pic x(34) value spaces.
             05 rst-str pic x(34) value spaces.
             05 chg-str pic x(34) value spaces.
             05 cell-tag pic x(10) value spaces.
             05 col-name pic x(6) value spaces.
             05 rpt-key pic x(32) value spaces.
             05 chg-cnt pic 9(6) value 0.
             05 add-cnt pic 9(6) value 0.
             05 del-cnt pic 9(6) value 0.
             05 cnt-dsp pic z(5)9 value 0.
             05 grp-count pic 9(3) value 0.
             05 grp-found pic 9 value 0.
             05 grp-moved pic 9 value 0.
             05 grp-tab occurs 99 times.
               10 grp-key pic x(32) value spaces.
               10 grp-pri pic s9(16)v9(6) occurs 10 times value 0.
               10 grp-rst pic s9(16)v9(6) occurs 10 times value 0.
             05 tot-pri pic s9(16)v9(6) occurs 10 times value 0.
             05 tot-rst pic s9(16)v9(6) occurs 10 times value 0.
             05 number53.
               copy num53.
      *    the closed figures as kept and as restated; each carries
      *    an OCCURS DEPENDING ON t-row, so each gets its own
      *    01-level record, as in variance.cbl.
           01 table-data-3d-pri.
             copy coor3d.
           01 table-data-3d-rst.
             copy coor3d replacing
               ==f-length== by ==f-length-r==
               ==col-length== by ==col-length-r==
               ==c-header== by ==c-header-r==
               ==c-type== by ==c-type-r==
               ==t-row== by ==t-row-r==
               ==r-header== by ==r-header-r==
               ==row-col-length== by ==row-col-length-r==
               ==t-col== by ==t-col-r==
               ==t-miss== by ==t-miss-r==
               ==t-txt== by ==t-txt-r==
               ==t-val== by ==t-val-r==.

       procedure division.
       a00-start section.
         move function upper-case(cmd-arg) to cmd-arg
         if fname = spaces
             or not (cmd-arg = 'CLOSE' or cmd-arg = 'REOPEN'
               or cmd-arg = 'STATUS' or cmd-arg = 'RESTATE'
               or cmd-arg = 'HISTORY') then
           display 'usage: closectl CLOSE table-file ',
             'asof-YYYYMMDD | REOPEN table-file | STATUS ',
             'table-file | RESTATE table-file correction-file ',
             'REASON="text" [GROUP=n] | HISTORY table-file'
           move 8 to return-code
           go to a99-end
         end-if
               display 'closectl: ', function trim(fname),
                 ' is open'
             end-if
             perform d01-read-registry
             if rst-cnt > 0 then
               display 'closectl: ', function trim(fname),
                 ' has been restated ', rst-cnt, ' time(s) - see ',
                 'HISTORY'
             end-if
           when 'RESTATE'
             perform d00-restate
           when 'HISTORY'
             display 'closectl: registry history of ',
               function trim(fname), ':'
             move 1 to show-history
             perform d01-read-registry
         end-evaluate
         .
       a99-end.
           move 8 to return-code
           go to b99-exit
         end-if
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:5)) = 'NEXT='
               move opt-tmp(6:128) to next-fname
             when function upper-case(opt-tmp(1:5)) = 'LIST='
               move opt-tmp(6:128) to list-fname
             when other
               display 'closectl: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         call 'close-check' using fname, closed-flag
         if closed-flag = 1 then
           display 'closectl: ', function trim(fname),
         display 'closectl: ', function trim(fname),
           ' closed as of ', asof-arg, ' by ',
           function trim(op-id)
         if not next-fname = spaces then
           perform b01-run-reversals
         end-if
         .

       b99-exit.
         exit
         .

      * the period is closed; its auto-reversing rows go forward
      * as a correction file for the next period. A failed
      * reversal step does not undo the close - it is reported
      * and the return code carries it.
       b01-run-reversals section.
         call 'run-config-load' using runcfg-data
         if not cfg-autorev-exe = spaces then
           move cfg-autorev-exe to autorev-exe
         end-if
         move spaces to cmd-buf
         if list-fname = spaces then
           string function trim(autorev-exe) ' '
             function trim(fname) ' '
             function trim(next-fname)
             delimited by size into cmd-buf
           end-string
         else
           string function trim(autorev-exe) ' '
             function trim(fname) ' '
             function trim(next-fname) ' LIST='
             function trim(list-fname)
             delimited by size into cmd-buf
           end-string
         end-if
         call "SYSTEM" using cmd-buf
         move return-code to rev-rc
         move 0 to return-code
         if rev-rc not = 0 then
           display 'closectl: auto-reversal step for ',
             function trim(next-fname), ' ended rc ', rev-rc
           move 4 to return-code
         end-if
         .

       b98-exit.
         exit
         .

      * reopening a signed-off period is the exceptional act: a
      * supervisor-level id, and the reopening itself lands on
      * the row-audit trail.
       c99-exit.
         exit
         .

      * the restatement, start to finish. Everything that can be
      * refused is refused before the file is touched; from the
      * reopen on, a failure puts the kept figures back and
      * recloses the file as it was.
       d00-restate section.
         accept corr-fname from argument-value
           on exception
             move spaces to corr-fname
         end-accept
         move spaces to opt-tmp
         accept opt-tmp from argument-value
           on exception
             move spaces to opt-tmp
         end-accept
         perform until opt-tmp = spaces
           evaluate true
             when function upper-case(opt-tmp(1:7)) = 'REASON='
               move opt-tmp(8:100) to reason-arg
             when function upper-case(opt-tmp(1:6)) = 'GROUP='
               if function test-numval(opt-tmp(7:3)) = 0 then
                 move function numval(opt-tmp(7:3)) to group-len
               end-if
               if group-len > 32 then
                 move 0 to group-len
               end-if
             when other
               display 'closectl: unrecognized argument ',
                 function trim(opt-tmp), ' ignored'
           end-evaluate
           move spaces to opt-tmp
           accept opt-tmp from argument-value
             on exception
               move spaces to opt-tmp
           end-accept
         end-perform
         if corr-fname = spaces or reason-arg = spaces then
           display 'closectl: RESTATE wants a correction file and ',
             'REASON="text"'
           move 8 to return-code
           go to d99-exit
         end-if
         call 'operator-level' using op-id, op-level
         if op-level < 3 then
           display 'closectl: RESTATE needs a supervisor id, ',
             function trim(op-id), ' is level ', op-level
           move 8 to return-code
           go to d99-exit
         end-if
         call 'close-check' using fname, closed-flag
         if closed-flag = 0 then
           display 'closectl: ', function trim(fname),
             ' is not closed - apply the correction the usual ',
             'way'
           move 8 to return-code
           go to d99-exit
         end-if
         move fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           display 'closectl: ', function trim(eg-msg)
           move 8 to return-code
           go to d99-exit
         end-if
         perform d01-read-registry
         compute rst-no = rst-cnt + 1
         perform d02-check-correction
         if appr-seen = 0 then
           display 'closectl: ', function trim(corr-fname),
             ' has no corrapprove approval, restatement refused'
           move 8 to return-code
           go to d99-exit
         end-if
         move spaces to snap-fname
         string function trim(fname) '.rst' rst-no '.prior'
           delimited by size into snap-fname
         end-string
         move spaces to rpt-fname
         string function trim(fname) '.rst' rst-no '.rpt'
           delimited by size into rpt-fname
         end-string
         move spaces to cmd-buf
         string 'cp -p ' function trim(fname) ' '
           function trim(snap-fname)
           delimited by size into cmd-buf
         end-string
         call "SYSTEM" using cmd-buf
         if return-code not = 0 then
           display 'closectl: could not keep the closed figures ',
             'as ', function trim(snap-fname),
             ', restatement refused'
           move 8 to return-code
           go to d99-exit
         end-if
         call 'now-str' using datetime-data
         move spaces to reg-record
         string function trim(fname) ' OPEN by='
           function trim(op-id)
           ' time=' datetime-str
           ' restate=' rst-no
           delimited by size into reg-record
         end-string
         perform d05-append-registry
         display 'closectl: ', function trim(fname),
           ' reopened by ', function trim(op-id),
           ' for restatement ', rst-no
         perform d03-apply-correction
         call 'now-str' using datetime-data
         if apply-rc not = 0 then
           move spaces to cmd-buf
           string 'cp -p ' function trim(snap-fname) ' '
             function trim(fname) '; rm -f '
             function trim(snap-fname)
             delimited by size into cmd-buf
           end-string
           call "SYSTEM" using cmd-buf
           move spaces to reg-record
           string function trim(fname) ' CLOSED asof=' close-asof
             ' by=' function trim(op-id)
             ' time=' datetime-str
             ' restate-failed=' rst-no
             delimited by size into reg-record
           end-string
           perform d05-append-registry
           display 'closectl: correction ',
             function trim(corr-fname), ' did not apply (rc ',
             apply-rc, ') - ', function trim(fname),
             ' put back and reclosed unrestated'
           move 8 to return-code
           go to d99-exit
         end-if
         perform e00-report
         move spaces to reg-record
         string function trim(fname) ' RESTATED no=' rst-no
           ' asof=' close-asof
           ' by=' function trim(op-id)
           ' time=' datetime-str
           ' corr=' function trim(corr-fname)
           ' report=' function trim(rpt-fname)
           ' reason=' function trim(reason-arg)
           delimited by size into reg-record
         end-string
         perform d05-append-registry
         move spaces to reg-record
         string function trim(fname) ' CLOSED asof=' close-asof
           ' by=' function trim(op-id)
           ' time=' datetime-str
           ' restate=' rst-no
           delimited by size into reg-record
         end-string
         perform d05-append-registry
         move 'closectl' to raud-job
         move 'S' to raud-action
         move fname(1:32) to raud-key
         move spaces to raud-col
         move spaces to raud-before
         string 'restatement ' rst-no ' of asof ' close-asof
           delimited by size into raud-before
         end-string
         move corr-fname to raud-after
         move op-id to raud-oper
         call 'row-audit-write' using rowaudit-data
         display 'closectl: ', function trim(fname),
           ' restated (', rst-no, ') and reclosed as of ',
           close-asof, ' by ', function trim(op-id),
           ' - report in ', function trim(rpt-fname)
         .

       d99-exit.
         exit
         .

      * the file's registry entries in order: the as-of date of
      * the latest CLOSED entry and how many restatements there
      * have been; under HISTORY every entry is listed too.
       d01-read-registry section.
         move 0 to rst-cnt
         move spaces to close-asof
         open input regfile
         if reg-fs not = '00' then
           go to d98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read regfile
             at end
               move 1 to iseof
             not at end
               if reg-record not = spaces
                   and reg-record(1:1) not = '*' then
                 move spaces to reg-tok-1
                 move spaces to reg-tok-2
                 move 1 to rec-ptr
                 unstring reg-record delimited by all space
                   into reg-tok-1 reg-tok-2
                   with pointer rec-ptr
                 end-unstring
                 if reg-tok-1 = fname then
                   if show-history = 1 then
                     display '  ', function trim(reg-record)
                   end-if
                   evaluate reg-tok-2
                     when 'CLOSED'
                       perform d04-take-asof
                     when 'RESTATED'
                       add 1 to rst-cnt
                   end-evaluate
                 end-if
               end-if
           end-read
         end-perform
         close regfile
         .

       d98-exit.
         exit
         .

      * the correction must carry corrapprove's approval (the
      * apply step checks the hash again); an A or C line makes
      * it an applydelta delta, otherwise maintain commands.
       d02-check-correction section.
         move 0 to appr-seen
         move 0 to apply-delta
         move spaces to tbl-fname
         string function trim(corr-fname) '.pend'
           delimited by size into tbl-fname
         end-string
         open input tblfile
         if tbl-fs not = '00' then
           go to d97-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read tblfile
             at end
               move 1 to iseof
             not at end
               if tbl-record(1:10) = '#APPROVED ' then
                 move 1 to appr-seen
               end-if
           end-read
         end-perform
         close tblfile
         move corr-fname to tbl-fname
         open input tblfile
         if tbl-fs not = '00' then
           move 0 to appr-seen
           go to d97-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read tblfile
             at end
               move 1 to iseof
             not at end
               if function upper-case(tbl-record(1:2)) = 'A '
                   or function upper-case(tbl-record(1:2)) = 'C '
                   then
                 move 1 to apply-delta
               end-if
           end-read
         end-perform
         close tblfile
         .

       d97-exit.
         exit
         .

       d03-apply-correction section.
         call 'run-config-load' using runcfg-data
         if not cfg-maintain-exe = spaces then
           move cfg-maintain-exe to maintain-exe
         end-if
         if not cfg-applydelta-exe = spaces then
           move cfg-applydelta-exe to applydelta-exe
         end-if
         move spaces to cmd-buf
         if apply-delta = 1 then
           string function trim(applydelta-exe) ' '
             function trim(fname) ' '
             function trim(corr-fname) ' APPLY'
             delimited by size into cmd-buf
           end-string
         else
           string function trim(maintain-exe) ' '
             function trim(fname) ' APPLY '
             function trim(corr-fname) ' < /dev/null'
             delimited by size into cmd-buf
           end-string
         end-if
         call "SYSTEM" using cmd-buf
         move return-code to apply-rc
         move 0 to return-code
         .

       d96-exit.
         exit
         .

       d04-take-asof section.
         compute rec-len = function length(function trim(
           reg-record))
         perform until rec-ptr > rec-len
           move spaces to tok
           unstring reg-record delimited by all space
             into tok
             with pointer rec-ptr
           end-unstring
           if tok(1:5) = 'asof=' then
             move tok(6:8) to close-asof
           end-if
         end-perform
         .

       d95-exit.
         exit
         .

       d05-append-registry section.
         open extend regfile
         if reg-fs not = '00' then
           open output regfile
         end-if
         write reg-record
         close regfile
         .

       d94-exit.
         exit
         .

      * the restatement report: the kept figures against the
      * restated file, every cell that moved by key and column,
      * rows added or removed, group subtotals and column totals.
       e00-report section.
         move snap-fname to tbl-fname
         move 1 to cur-side
         perform e01-load-side
         move fname to tbl-fname
         move 2 to cur-side
         perform e01-load-side
         open output rptfile
         move spaces to rpt-line
         string 'RESTATEMENT ' rst-no ' of ' function trim(fname)
           ', period closed as of ' close-asof
           delimited by size into rpt-line
         end-string
         perform e06-put-line
         if not eg-active = spaces then
           move spaces to rpt-line
           string 'environment ' function trim(eg-active)
             delimited by size into rpt-line
           end-string
           perform e06-put-line
         end-if
         move spaces to rpt-line
         string 'restated by ' function trim(op-id) ' at '
           datetime-str ' under correction '
           function trim(corr-fname)
           delimited by size into rpt-line
         end-string
         perform e06-put-line
         move spaces to rpt-line
         string 'reason: ' function trim(reason-arg)
           delimited by size into rpt-line
         end-string
         perform e06-put-line
         move spaces to rpt-line
         string 'prior figures kept in ' function trim(snap-fname)
           delimited by size into rpt-line
         end-string
         perform e06-put-line
         move spaces to rpt-line
         perform e06-put-line
         move spaces to rpt-line
         move 'key' to rpt-line(1:32)
         move 'column' to rpt-line(34:6)
         move 'prior' to rpt-line(41:20)
         move 'restated' to rpt-line(62:20)
         move 'change' to rpt-line(83:20)
         perform e06-put-line
         move col-length to max-cols
         if col-length-r > max-cols then
           move col-length-r to max-cols
         end-if
      *  restated rows in file order, each against its prior row.
         perform varying jj from 1 by 1 until f-length-r < jj
           move 0 to found-flag
           perform varying ii from 1 by 1 until f-length < ii
               or found-flag = 1
             if r-header(ii) = r-header-r(jj) then
               move 1 to found-flag
               move ii to matchidx
             end-if
           end-perform
           if found-flag = 0 then
             add 1 to add-cnt
           end-if
           move r-header-r(jj) to rpt-key
           perform varying kk from 1 by 1 until kk > max-cols
             move 1 to pri-miss
             move 0 to pri-val
             if found-flag = 1 then
               if kk <= row-col-length(matchidx) then
                 move t-miss(matchidx, kk) to pri-miss
                 move t-val(matchidx, kk) to pri-val
               end-if
             end-if
             move 1 to rst-miss
             move 0 to rst-val
             if kk <= row-col-length-r(jj) then
               move t-miss-r(jj, kk) to rst-miss
               move t-val-r(jj, kk) to rst-val
             end-if
             move spaces to cell-tag
             if found-flag = 0 then
               move '(added)' to cell-tag
             end-if
             perform e04-cell-line
           end-perform
           move 2 to cur-side
           move r-header-r(jj) to rpt-key
           perform e05-add-group
         end-perform
      *  prior rows the restatement removed.
         perform varying ii from 1 by 1 until f-length < ii
           move 0 to found-flag
           perform varying jj from 1 by 1 until f-length-r < jj
               or found-flag = 1
             if r-header-r(jj) = r-header(ii) then
               move 1 to found-flag
             end-if
           end-perform
           if found-flag = 0 then
             add 1 to del-cnt
             move r-header(ii) to rpt-key
             perform varying kk from 1 by 1 until kk > max-cols
               move 1 to pri-miss
               move 0 to pri-val
               if kk <= row-col-length(ii) then
                 move t-miss(ii, kk) to pri-miss
                 move t-val(ii, kk) to pri-val
               end-if
               move 1 to rst-miss
               move 0 to rst-val
               move '(removed)' to cell-tag
               perform e04-cell-line
             end-perform
           end-if
           move 1 to cur-side
           move r-header(ii) to rpt-key
           perform e05-add-group
         end-perform
         if group-len > 0 then
           move spaces to rpt-line
           perform e06-put-line
           move spaces to rpt-line
           string 'by group (first ' group-len
             ' characters of the key):'
             delimited by size into rpt-line
           end-string
           perform e06-put-line
           perform varying gg from 1 by 1 until gg > grp-count
             perform varying kk from 1 by 1 until kk > max-cols
               if not grp-pri(gg, kk) = grp-rst(gg, kk) then
                 move spaces to rpt-key
                 move grp-key(gg)(1:group-len) to rpt-key
                 move grp-pri(gg, kk) to pri-val
                 move grp-rst(gg, kk) to rst-val
                 perform e07-sum-line
               end-if
             end-perform
           end-perform
         end-if
         move spaces to rpt-line
         perform e06-put-line
         move spaces to rpt-line
         move 'column totals:' to rpt-line
         perform e06-put-line
         perform varying kk from 1 by 1 until kk > max-cols
           move '(all)' to rpt-key
           move tot-pri(kk) to pri-val
           move tot-rst(kk) to rst-val
           perform e07-sum-line
         end-perform
         move spaces to rpt-line
         perform e06-put-line
         move spaces to rpt-line
         move 1 to rec-ptr
         move chg-cnt to cnt-dsp
         string 'cells restated: ' function trim(cnt-dsp)
           delimited by size into rpt-line with pointer rec-ptr
         end-string
         move add-cnt to cnt-dsp
         string ', rows added: ' function trim(cnt-dsp)
           delimited by size into rpt-line with pointer rec-ptr
         end-string
         move del-cnt to cnt-dsp
         string ', rows removed: ' function trim(cnt-dsp)
           delimited by size into rpt-line with pointer rec-ptr
         end-string
         perform e06-put-line
         close rptfile
         .

       e99-exit.
         exit
         .

      * one table file into the prior (cur-side 1) or restated
      * (cur-side 2) snapshot - the same first-line and row
      * layout variance.cbl reads.
       e01-load-side section.
         move 0 to cntrec
         move 0 to dataidx
         move 0 to truncated-warned
         if cur-side = 1 then
           move 0 to f-length
         else
           move 0 to f-length-r
         end-if
         open input tblfile
         if tbl-fs not = '00' then
           display 'closectl: cannot open ', function trim(
             tbl-fname), ', status ', tbl-fs
           go to e98-exit
         end-if
         move 0 to iseof
         perform until iseof = 1
           read tblfile
             at end
               move 1 to iseof
             not at end
               if tbl-record not = spaces
                   and tbl-record(1:1) not = '#' then
                 if cntrec = 0 then
                   perform e02-parse-header
                 else
                   perform e03-parse-row
                   if row-bad = 1 then
                     display 'closectl: bad row in ',
                       function trim(tbl-fname), ' left out: ',
                       function trim(tbl-record)
                   else
                     if dataidx >= 999 then
                       if truncated-warned = 0 then
                         display 'closectl: ',
                           function trim(tbl-fname), ' exceeds ',
                           'the report capacity of 999 rows'
                         move 1 to truncated-warned
                       end-if
                     else
                       add 1 to dataidx
                       perform e08-store-row
                     end-if
                   end-if
                 end-if
                 add 1 to cntrec
               end-if
           end-read
         end-perform
         close tblfile
         if cur-side = 1 then
           move dataidx to f-length
         else
           move dataidx to f-length-r
         end-if
         .

       e98-exit.
         exit
         .

       e02-parse-header section.
         move 1 to hdr-ptr
         move 0 to colcount
         compute hdr-len = function length(function trim(
           tbl-record))
         move spaces to hdr-tok
         unstring tbl-record delimited by all space
           into hdr-tok
           with pointer hdr-ptr
         end-unstring
         perform until hdr-ptr > hdr-len
           move spaces to hdr-tok
           unstring tbl-record delimited by all space
             into hdr-tok
             with pointer hdr-ptr
           end-unstring
           if not hdr-tok = spaces then
             add 1 to colcount
             if colcount <= 10 then
               if cur-side = 1 then
                 move hdr-tok to c-header(colcount)
               else
                 move hdr-tok to c-header-r(colcount)
               end-if
             end-if
           end-if
         end-perform
         if colcount > 10 then
           move 10 to colcount
         end-if
         if colcount = 0 then
           move 1 to colcount
         end-if
         if cur-side = 1 then
           move colcount to col-length
         else
           move colcount to col-length-r
         end-if
         .

       e97-exit.
         exit
         .

       e03-parse-row section.
         move 0 to row-bad
         move spaces to r-header-in
         move 1 to row-ptr
         compute row-len = function length(function trim(
           tbl-record))
         unstring tbl-record delimited by all space
           into r-header-in
           with pointer row-ptr
         end-unstring
         perform varying kk from 1 by 1 until kk > colcount
           move spaces to row-tok
           if row-ptr <= row-len then
             unstring tbl-record delimited by all space
               into row-tok
               with pointer row-ptr
             end-unstring
           end-if
           move 0 to t-miss-in(kk)
           if row-tok = '-' or row-tok = spaces
               or function upper-case(row-tok) = 'NA' then
             move 1 to t-miss-in(kk)
             move '0' to t-val-in(kk)
           else
             if function test-numval(row-tok) not = 0 then
               move 1 to row-bad
             else
               move row-tok to t-val-in(kk)
             end-if
           end-if
         end-perform
         .

       e96-exit.
         exit
         .

      * one cell's prior and restated figures: printed only when
      * they differ, counted into the column totals always.
       e04-cell-line section.
         if pri-miss = 0 then
           add pri-val to tot-pri(kk)
         end-if
         if rst-miss = 0 then
           add rst-val to tot-rst(kk)
         end-if
         if pri-miss = rst-miss and pri-val = rst-val then
           go to e95-exit
         end-if
         if pri-miss = 1 and rst-miss = 1 then
           go to e95-exit
         end-if
         add 1 to chg-cnt
         move c-header-r(kk) to col-name
         if col-name = spaces then
           move c-header(kk) to col-name
         end-if
         if col-name = spaces then
           move 'value' to col-name
         end-if
         if pri-miss = 1 then
           move 'NA' to pri-str
         else
           move pri-val to float53
           perform e09-trim-num
           move numstr53 to pri-str
         end-if
         if rst-miss = 1 then
           move 'NA' to rst-str
         else
           move rst-val to float53
           perform e09-trim-num
           move numstr53 to rst-str
         end-if
         if pri-miss = 1 or rst-miss = 1 then
           move 'NA' to chg-str
         else
           compute chg-val = rst-val - pri-val
           move chg-val to float53
           perform e09-trim-num
           move numstr53 to chg-str
         end-if
         move spaces to rpt-line
         move rpt-key to rpt-line(1:32)
         move col-name to rpt-line(34:6)
         move pri-str to rpt-line(41:20)
         move rst-str to rpt-line(62:20)
         move chg-str to rpt-line(83:20)
         move cell-tag to rpt-line(104:10)
         perform e06-put-line
         .

       e95-exit.
         exit
         .

      * row rpt-key of the cur-side snapshot into its key-prefix
      * group's sums.
       e05-add-group section.
         if group-len = 0 then
           go to e94-exit
         end-if
         move 0 to grp-found
         perform varying gg from 1 by 1 until gg > grp-count
             or grp-found = 1
           if grp-key(gg)(1:group-len) = rpt-key(1:group-len) then
             move 1 to grp-found
           end-if
         end-perform
         if grp-found = 1 then
           subtract 1 from gg
         else
           if grp-count >= 99 then
             go to e94-exit
           end-if
           add 1 to grp-count
           move grp-count to gg
           move rpt-key to grp-key(gg)
         end-if
         perform varying kk from 1 by 1 until kk > max-cols
           if cur-side = 1 then
             if kk <= row-col-length(ii) then
               if t-miss(ii, kk) = 0 then
                 add t-val(ii, kk) to grp-pri(gg, kk)
               end-if
             end-if
           else
             if kk <= row-col-length-r(jj) then
               if t-miss-r(jj, kk) = 0 then
                 add t-val-r(jj, kk) to grp-rst(gg, kk)
               end-if
             end-if
           end-if
         end-perform
         .

       e94-exit.
         exit
         .

       e06-put-line section.
         write rpt-record from rpt-line
         display function trim(rpt-line trailing)
         .

       e93-exit.
         exit
         .

      * a subtotal or total line: rpt-key, column kk, pri-val and
      * rst-val.
       e07-sum-line section.
         move c-header-r(kk) to col-name
         if col-name = spaces then
           move c-header(kk) to col-name
         end-if
         if col-name = spaces then
           move 'value' to col-name
         end-if
         move pri-val to float53
         perform e09-trim-num
         move numstr53 to pri-str
         move rst-val to float53
         perform e09-trim-num
         move numstr53 to rst-str
         compute chg-val = rst-val - pri-val
         move chg-val to float53
         perform e09-trim-num
         move numstr53 to chg-str
         move spaces to rpt-line
         move rpt-key to rpt-line(1:32)
         move col-name to rpt-line(34:6)
         move pri-str to rpt-line(41:20)
         move rst-str to rpt-line(62:20)
         move chg-str to rpt-line(83:20)
         perform e06-put-line
         .

       e92-exit.
         exit
         .

       e08-store-row section.
         if cur-side = 1 then
           move r-header-in to r-header(dataidx)
           move colcount to row-col-length(dataidx)
           perform varying kk from 1 by 1 until kk > colcount
             move function numval(t-val-in(kk))
               to t-val(dataidx, kk)
             move t-miss-in(kk) to t-miss(dataidx, kk)
           end-perform
         else
           move r-header-in to r-header-r(dataidx)
           move colcount to row-col-length-r(dataidx)
           perform varying kk from 1 by 1 until kk > colcount
             move function numval(t-val-in(kk))
               to t-val-r(dataidx, kk)
             move t-miss-in(kk) to t-miss-r(dataidx, kk)
           end-perform
         end-if
         .

       e91-exit.
         exit
         .

      * trim-float53 renders a zero as a bare '.', which reads as a
      * misprint on an auditor's report.
       e09-trim-num section.
         call 'trim-float53' using number53
         if numstr53 = '.' then
           move '0' to numstr53
         end-if
         .

       e90-exit.
         exit
         .
