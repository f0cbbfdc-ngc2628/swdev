      *
      * Reports which generation seeded the copy and how many
      * journal entries were replayed. maintain-exe in suite.cfg
      * overrides the replay program's path. The out-file must
      * lie in this run's environment, and the rebuilt copy goes
      * on the lineage log as fed by the generation and journal.

       environment division.
         input-output section.
             05 replay-rc pic s9(9) value 0.
             05 runcfg-data.
               copy runcfg.
             05 msgcat-data.
               copy msgcat.
             05 lineage-data.
               copy lineagedata.
             05 env-guard-data.
               copy envguard.

       procedure division.
       a00-start section.
           go to a99-end
         end-if
         move function numval(asof-arg) to asof-num
      *  the copy may not land under another environment's data
      *  directories - a test run never touches production.
         move foutname to eg-name
         call 'env-path-check' using env-guard-data
         if eg-refused = 1 then
           move 'ENV001' to msg-code
           move eg-msg to msg-detail
           call 'msg-display' using msgcat-data
           move 8 to return-code
           go to a99-end
         end-if
         perform b00-pick-generation
         if pick-stamp = 0 then
           display 'reconstruct: no generation of ',
         display 'reconstruct: ', function trim(foutname),
           ' rebuilt from ', function trim(pick-name), ' plus ',
           replay-cnt, ' journal entr(y/ies)'
         perform z02-note-lineage
         if replay-rc not = 0 then
           display 'reconstruct: replay ended rc ', replay-rc,
             ' - review ', function trim(foutname),
       d99-exit.
         exit
         .

      * the lineage registry line for the copy just rebuilt: this
      * program, the copy, the generation it was seeded from and
      * the journal replayed over it.
       z02-note-lineage section.
         move 'reconstruct' to lin-program
         move foutname to lin-out-file
         move 1 to lin-in-count
         move pick-name to lin-in-file(1)
         if replay-cnt > 0 then
           move 2 to lin-in-count
           move jnlname to lin-in-file(2)
         end-if
         call 'lineage-record' using lineage-data
         .

       z97-exit.
         exit
         .
