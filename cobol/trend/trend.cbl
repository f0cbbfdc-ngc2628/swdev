      * used to live in a paper log.
      *
      *   trend history-file column-name [last-n]
      *     [FPERIOD|FQUARTER]
      *
      * FPERIOD or FQUARTER folds the runs into fiscal periods or
      * quarters from the fiscal calendar (utl/fiscal-cal.cbl): each
      * period shows its closing figure - the last run dated inside
      * it - with the change against the prior period, and last-n
      * counts periods instead of runs.

       environment division.
         input-output section.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 col-arg pic x(6) value spaces.
             05 lastn-arg pic x(8) value spaces.
             05 fiscal-mode pic 9 value 0.
             05 kk pic 9(4) value 0.
             05 unmapped-count pic 9(4) value 0.
             05 run-key pic x(30) value spaces.
             05 last-n pic 9(3) value 10.
             05 iseof pic 9 value 0.
             05 tok pic x(64) value spaces.
             05 lo-idx pic 9(4) value 0.
             05 number53.
               copy num53.
             05 fiscal-data.
               copy fiscaldata.
           01 run-table.
             05 run-length pic 9(4) value 0.
             05 run-entry occurs 1 to 5000 times
                 depending on run-length.
               10 run-date pic x(19).
               10 run-label pic x(10).
               10 run-sum pic s9(16)v9(4) comp-3.

       procedure division.
             move spaces to col-arg
         end-accept
         if fname = spaces or col-arg = spaces then
           display 'usage: trend history-file column-name [last-n]',
             ' [FPERIOD|FQUARTER]'
           move 8 to return-code
           go to a99-end
         end-if
           on exception
             move spaces to lastn-arg
         end-accept
         perform until lastn-arg = spaces
           evaluate true
             when function upper-case(lastn-arg) = 'FPERIOD'
               move 1 to fiscal-mode
             when function upper-case(lastn-arg) = 'FQUARTER'
               move 2 to fiscal-mode
             when function test-numval(lastn-arg) = 0
               move function numval(lastn-arg) to last-n
             when other
               display 'trend: unrecognized argument ',
                 function trim(lastn-arg), ' ignored'
           end-evaluate
           move spaces to lastn-arg
           accept lastn-arg from argument-value
             on exception
               move spaces to lastn-arg
           end-accept
         end-perform
         if last-n = 0 then
           move 10 to last-n
         end-if
           move 4 to return-code
           go to a99-end
         end-if
         if fiscal-mode > 0 then
           perform h00-fold-periods
           if unmapped-count > 0 then
             display 'trend: ', unmapped-count, ' run(s) dated ',
               'outside the fiscal calendar left out'
           end-if
           if run-length = 0 then
             move 4 to return-code
             go to a99-end
           end-if
         end-if
         perform j00-report
         .
       a99-end.
         exit
         .

      * one entry per fiscal period or quarter, in run order: a
      * later run in the same period replaces the earlier one, so
      * what is left is each period's closing figure.
       h00-fold-periods section.
         move 0 to kk
         perform varying ii from 1 by 1 until ii > run-length
           move 0 to fis-found
           if function test-numval(run-date(ii)(1:4)) = 0
               and function test-numval(run-date(ii)(6:2)) = 0
               and function test-numval(run-date(ii)(9:2)) = 0 then
             compute fis-date =
               function numval(run-date(ii)(1:4)) * 10000
               + function numval(run-date(ii)(6:2)) * 100
               + function numval(run-date(ii)(9:2))
             call 'fiscal-period-of' using fiscal-data
           end-if
           if fis-found = 0 then
             add 1 to unmapped-count
           else
             if fiscal-mode = 1 then
               move fis-per-label to run-key
             else
               move fis-qtr-label to run-key
             end-if
             if kk = 0 or run-key(1:10) not = run-label(kk) then
               add 1 to kk
             end-if
             move run-date(ii) to run-date(kk)
             move run-sum(ii) to run-sum(kk)
             move run-key(1:10) to run-label(kk)
           end-if
         end-perform
         move kk to run-length
         .

       h99-exit.
         exit
         .

       j00-report section.
         if fiscal-mode = 0 then
           display 'trend of ', function trim(col-arg), ' sum from ',
             function trim(fname), ' (', run-length,
             ' run(s) on file)'
         else
           display 'trend of ', function trim(col-arg), ' sum from ',
             function trim(fname), ' (', run-length,
             ' fiscal period(s), closing run of each)'
         end-if
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         if run-length > last-n then
           compute from-idx = run-length - last-n + 1
           move 4 to dp53
           move run-sum(ii) to float53
           call 'trim-float53' using number53
           perform j01-run-key
           if ii = 1 then
             display function trim(run-key), '  ',
               function trim(numstr53)
           else
             compute delta = run-sum(ii) - run-sum(ii - 1)
             display function trim(run-key), '  ',
               function trim(numstr53) no advancing
             move delta to float53
             call 'trim-float53' using number53
         display ' '
         move hi-val to float53
         call 'trim-float53' using number53
         move hi-idx to ii
         perform j01-run-key
         display 'high water mark ', function trim(numstr53),
           ' on ', function trim(run-key)
         move lo-val to float53
         call 'trim-float53' using number53
         move lo-idx to ii
         perform j01-run-key
         display 'low water mark  ', function trim(numstr53),
           ' on ', function trim(run-key)
         .

       j99-exit.
         exit
         .

      * how a run is named on the report: its datetime, or in
      * fiscal mode its period label ahead of the closing run's
      * datetime.
       j01-run-key section.
         move spaces to run-key
         if fiscal-mode = 0 then
           move run-date(ii) to run-key
         else
           string run-label(ii) ' ' run-date(ii)
             delimited by size into run-key
           end-string
         end-if
         .

       j98-exit.
         exit
         .
