            88 no-more-rows value 'N'.
         1 matched-sw pic x(1) value 'N'.
            88 pattern-matched value 'Y'.
         1 classify-failed-sw pic x(1) value 'N'.
            88 classify-failed value 'Y'.
         1 commit-interval pic 9(9) binary value 100.
         1 commit-quotient pic 9(9) binary value 0.
         1 commit-remainder pic 9(9) binary value 0.
         1 rpt-bot-out pic z(8)9.
         1 rpt-human-count pic s9(9) binary.
         1 rpt-human-out pic z(8)9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKSRC'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linksrc starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform load-patterns
           if pattern-count = 0
              display 'linksrc no patterns loaded - '
           if sqlcode not = 0
              display 'linksrc unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-hits
           exec sql commit end-exec
           if sqlcode not = 0
              display 'linksrc commit failed - sqlcode ' sqlcode
              perform fail-run
              goback
           end-if
           display 'linksrc ' classified-count ' hit(s) classified'
           perform report-traffic-sources
           perform report-bot-split
           move classified-count to run-rec-in
           move classified-count to run-rec-out
      *> a failed update stops the pass part way - the hits behind
      *> it are still unclassified, so linkpurge must not follow.
           if classify-failed
              perform fail-run
           else
              move 'OK' to run-status
              move 0 to run-rc
              perform end-run
           end-if
           goback.

      *> patterns are lower-cased on the way in, the same
           end-exec
           if sqlcode not = 0
              display 'linksrc update failed - sqlcode ' sqlcode
              move 'Y' to classify-failed-sw
              move 'N' to more-hits
           else
              add 1 to classified-count
           end-perform
           exec sql close split-cur end-exec.

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

       end program linksrc.
