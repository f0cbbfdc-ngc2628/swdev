         working-storage section.
         local-storage section.
           01 v-ws.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 fname pic a(128) value spaces.
             05 col-arg pic x(6) value spaces.
             05 nextn-arg pic x(6) value spaces.
         display 'forecast of ', function trim(col-arg),
           ' sum from ', function trim(fname), ' (', fit-n,
           ' run(s) fitted of ', run-length, ' on file)'
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         move 4 to dp53
         move fit-b to work-val
         move work-val to float53
