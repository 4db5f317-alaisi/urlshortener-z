         1 last-seen pic x(26).
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKMISS'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
             exec sql include sqlca end-exec.
       procedure division.
           perform start-run
           if run-refused
              goback
           end-if
           display 'missed link report - top codes with no links row'
           display '------------------------------------------------'
           display 'last 24 hours:'
                 order by 2 desc, 1
           end-exec
           exec sql open recent-cur end-exec
           if sqlcode not = 0
              display 'linkmiss unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-rows
              exec sql
                 fetch recent-cur into :miss-code, :miss-count,
                    :first-seen, :last-seen
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
              else
                 move miss-code to rl-miss-code
                 display '  ' report-line
              end-if
           end-perform
           if sqlcode not = 100
              display 'linkmiss fetch failed - sqlcode ' sqlcode
              exec sql close recent-cur end-exec
              perform fail-run
              goback
           end-if
           exec sql close recent-cur end-exec
           move 'Y' to more-rows
           display ' '
                 order by 2 desc, 1
           end-exec
           exec sql open total-cur end-exec
           if sqlcode not = 0
              display 'linkmiss unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-rows
              exec sql
                 fetch total-cur into :miss-code, :miss-count,
                    :first-seen, :last-seen
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
              else
                 move miss-code to rl-miss-code
                 display '  ' report-line
              end-if
           end-perform
           if sqlcode not = 100
              display 'linkmiss fetch failed - sqlcode ' sqlcode
              exec sql close total-cur end-exec
              perform fail-run
              goback
           end-if
           exec sql close total-cur end-exec
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

      *> a refused start has already said why; the job stops
      *> with nothing touched.
       start-run.
           move 'S' to run-action
           call 'runctl' using run-action, run-job, run-status,
                         run-date, run-rec-in, run-rec-out, run-rc
           if run-refused
              move 12 to return-code
           end-if.

       fail-run.
           move 'FAILED' to run-status
           move 8 to run-rc
           perform end-run.

       end-run.
           move 'E' to run-action
           call 'runctl' using run-action, run-job, run-status,
                         run-date, run-rec-in, run-rec-out, run-rc
           move run-rc to return-code.

       end program linkmiss.
