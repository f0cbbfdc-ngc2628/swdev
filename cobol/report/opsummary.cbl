      * OK/WARN/BREACH (WARN at 80 percent of the allowed
      * elapsed), breaches are summarized at the top above the
      * failures, and any breach returns 8 - the morning checklist
      * in one command. Breaches are also written, one
      * keyword=value line each in batchchain's alert format, to
      * <audit-log>.sla.alert for notify to route.

       environment division.
         input-output section.
           select slafile assign to sla-fname
           organization is line sequential
           file status is sla-fs.
           select alertfile assign to alert-name
           organization is line sequential.

       data division.
         file section.
           01 log-record pic x(1200) value spaces.
         fd slafile.
           01 sla-record pic x(80) value spaces.
         fd alertfile.
           01 alert-record pic x(255) value spaces.
         working-storage section.
         local-storage section.
           01 v-ws.
             05 audit-fname pic x(128) value 'audit.log'.
             05 sql-fname pic x(128) value 'sql.log'.
             05 run-env pic x(8) value spaces.
             05 run-env-logdir pic x(128) value spaces.
             05 trace-fname pic x(128) value 'trace.log'.
             05 arg-tmp pic x(128) value spaces.
             05 log-fname pic x(128) value spaces.
             05 breach-line pic x(132) occurs 50 times
               value spaces.
             05 bb pic 9(2) value 0.
             05 alert-name pic x(140) value spaces.
             05 alert-open pic 9 value 0.
             05 now-data.
               copy datetimedata.
             05 start-data.
               copy datetimedata.
             05 end-data.
         end-if
         display 'operations summary'
         display '=================='
         call 'run-env-get' using run-env, run-env-logdir
         if not run-env = spaces then
           display 'environment ', function trim(run-env)
         end-if
         display ' '
         if sla-on = 1 then
           perform s01-sla-scan
                     into breach-line(breach-cnt)
                   end-string
                 end-if
                 perform s03-write-alert
               end-if
               if sla-state = 'WARN' then
                 add 1 to warn-cnt
           end-read
         end-perform
         close loginp
         if alert-open = 1 then
           close alertfile
           display 'opsummary: SLA alert written to ',
             function trim(alert-name)
         end-if
         .

       s98-exit.
         exit
         .

      * one alert line per breach, the same keyword=value line
      * batchchain's J-write-alert and hungjobs leave.
       s03-write-alert section.
         if alert-open = 0 then
           call 'now-str' using now-data
           move spaces to alert-name
           string function trim(audit-fname) '.sla.alert'
             delimited by size into alert-name
           end-string
           open output alertfile
           move 1 to alert-open
         end-if
         move spaces to alert-record
         string
           'chain=opsummary file=' function trim(audit-fname)
           ' step=' function trim(job-tok)
           ' rc=8 log=' function trim(audit-fname)
           ' time=' datetime-str of now-data
           ' end=' end-tok
           ' elapsed=' function trim(elapsed-str of elapsed-data)
           delimited by size into alert-record
         end-string
         write alert-record
         .

       s96-exit.
         exit
         .

      * judges one audit line against its job's SLA entry: over
      * the allowed elapsed or past the latest end time is a
      * BREACH, over 80 percent of the allowed elapsed a WARN.
