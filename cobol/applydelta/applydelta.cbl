      * promote path becomes reconcile in test, review the delta,
      * apply it in production.
      *
      *   applydelta table-file delta-file [APPLY] [GROUP=id]
      *
      * APPLY adds the four-eyes discipline: the delta file must
      * have been corrapprove SUBMITted and APPROVEd by a
      * different operator and be byte-identical since, or the run
      * is refused; the row-audit trail then carries both
      * identities. GROUP= enlists the rewritten file in a commit
      * group instead of swapping it in - see
      * utl/cgroup-log.cbl.

       environment division.
         input-output section.
               copy rowaudit.
             05 op-id pic x(12) value spaces.
             05 op-level pic 9 value 1.
             05 apply-arg pic x(24) value spaces.
             05 apply-mode pic 9 value 0.
             05 closed-flag pic 9 value 0.
             05 real-name pic x(160) value spaces.
             05 gen-cmd pic x(512) value spaces.
             05 datetime-data.
               copy datetimedata.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.
             05 cgroup-data.
               copy cgroupdata.
             05 table-data-1d.
               copy coor1d.

           on exception
             move spaces to apply-arg
         end-accept
         perform until apply-arg = spaces
           evaluate true
             when function upper-case(apply-arg) = 'APPLY'
               move 1 to apply-mode
             when function upper-case(apply-arg(1:6)) = 'GROUP='
               move apply-arg(7:16) to cg-id
             when other
               display 'applydelta: unrecognized argument ',
                 function trim(apply-arg), ' ignored'
           end-evaluate
           move spaces to apply-arg
           accept apply-arg from argument-value
             on exception
               move spaces to apply-arg
           end-accept
         end-perform
         call 'operator-get' using op-id
         call 'operator-level' using op-id, op-level
         move op-id to raud-oper
         move fname to raud-file
      *  a period-closed file takes no changes at all - see
      *  closectl.cbl.
         call 'close-check' using fname, closed-flag
           move 8 to return-code
           go to a99-end
         end-if
      *  nor does a file under another environment's data
      *  directories - a test run never touches production.
         move fname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         if apply-mode = 1 then
           perform v00-verify-approval
           if appr-ok = 0 then
           end-if
           move appr-by to raud-approver
         end-if
         if not cg-id = spaces then
           move 'QUERY' to cg-action
           move fname to cg-real
           call 'commit-group' using cgroup-data lineage-data
           if not cg-msg = spaces then
             display 'applydelta: ', function trim(cg-msg)
           end-if
           if cg-result = 8 then
             move 8 to return-code
             go to a99-end
           end-if
         end-if
         perform g00-read-file
         display 'applydelta: loaded ', t-length, ' row(s) from ',
           function trim(fname)
         perform h00-apply-delta
         perform g01-write-file
         if cg-result = 8 then
           move 8 to return-code
           go to a99-end
         end-if
         display 'applydelta: applied ', applied-count,
           ' delta record(s), rejected ', rejected-count
         if rejected-count > 0 then
         .

       z00-swap-output section.
         if cg-id = spaces then
           move spaces to swap-cmd
           string 'mv -f ' function trim(swap-name) ' '
             function trim(real-name)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
         end-if
         move real-name to fname
         perform z02-note-lineage
         .

       z99-exit.
         exit
         .

      * the lineage registry line for the output just put in
      * place: this program, the output and what it read.
       z02-note-lineage section.
         move 'applydelta' to lin-program
         move fname to lin-out-file
         move 2 to lin-in-count
         move fname to lin-in-file(1)
         move delta-fname to lin-in-file(2)
         if cg-id = spaces then
           call 'lineage-record' using lineage-data
         else
           perform z03-enlist
         end-if
         .

       z97-exit.
         exit
         .

      * under GROUP= the finished .new waits in the commit group,
      * and its lineage line with it, until the group commits; a
      * refused enlistment takes its .new away again.
       z03-enlist section.
         move 'ENLIST' to cg-action
         move real-name to cg-real
         move swap-name to cg-new
         call 'commit-group' using cgroup-data lineage-data
         display 'applydelta: ', function trim(cg-msg)
         if cg-result = 8 then
           move spaces to swap-cmd
           string 'rm -f ' function trim(swap-name)
             delimited by size into swap-cmd
           end-string
           call "SYSTEM" using swap-cmd
           move 8 to return-code
         end-if
         .

       z96-exit.
         exit
         .
