         1 exc-checked pic x(26).
         1 exc-fails pic s9(4) binary.
         1 exc-fails-out pic z(3)9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKHLTH'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkhlth starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
           open input proberes-file
           if not proberes-ok
              display 'linkhlth unable to open proberes - status '
                       proberes-status
              perform fail-run
              goback
           end-if
           perform until no-more-verdicts
           exec sql commit end-exec
           if sqlcode not = 0
              display 'linkhlth commit failed - sqlcode ' sqlcode
              perform fail-run
              goback
           end-if
           display 'linkhlth ' applied-count ' verdict(s) applied, '
                    skipped-count ' skipped'
           perform write-exception-report
           compute run-rec-in = applied-count + skipped-count
           move applied-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

      *> HLTHPARM carries the consecutive-failure threshold; a
              display '    ' exc-url(1:exc-url-len)
           end-if.

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

       end program linkhlth.
