         1 var-swept-count pic 9(9) binary value 0.
         1 event-type pic x(12) value spaces.
         1 event-ts pic x(26) value spaces.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'BLKSWEEP'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'blksweep starting'
           perform start-run
           if run-refused
              goback
           end-if
           display 'links and variants hit by blocked destinations:'
      *> ordered by account so the report groups itself - this is
      *> the list support works through, owner by owner.
           if sqlcode not = 0
              display 'blksweep unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-rows
           exec sql commit end-exec
           if sqlcode not = 0
              display 'blksweep commit failed - sqlcode ' sqlcode
              perform fail-run
              goback
           end-if
           if swept-count = 0 and var-swept-count = 0
                    ' link(s) deactivated and ' var-swept-count
                    ' blocked variant(s) removed of ' scanned-count
                    ' active link(s) scanned'
           move scanned-count to run-rec-in
           compute run-rec-out = swept-count + var-swept-count
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

      *> the variants are probed even when the base url just got
              end-if
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

       end program blksweep.
