      *>db2:package
      *> batch run control, called by every nightly job at its
      *> start and at its end. the jobs depend on each other -
      *> linkpurge must not roll up hits before linksrc has
      *> classed them, or bots land in the billing numbers - and
      *> until now only the jcl schedule enforced that. every run
      *> now leaves rows in batch_runs:
      *>   START   - the run began (with the override flag when the
      *>             predecessor check was forced past)
      *>   END     - status OK, FAILED or OUTBAL, records in and
      *>             out, and the return code the job set
      *>   REFUSED - the predecessor had not ended OK for the same
      *>             business date, so the job did not run
      *> the start call (action S) reads RUNPARM: columns 1-10 the
      *> business date (yyyy-mm-dd, blank for today), column 12
      *> 'F' to run even though the predecessor has not ended OK -
      *> an operator decision, recorded as such. a missing RUNPARM
      *> is today's date with no override. the business date is
      *> handed back so the job can stamp its own output with it.
      *> the end call (action E) records the outcome. both calls
      *> commit their row at once, so it survives whatever the
      *> job itself rolls back. batchsum reports the table each
      *> morning.
       id division.
       program-id. runctl.
       environment division.
       input-output section.
       file-control.
           select runparm-file assign to RUNPARM
              organization is line sequential
              file status is runparm-status.
       data division.
       file section.
       fd  runparm-file.
       01  runparm-record.
           02 rp-business-date pic x(10).
           02 filler pic x(1).
           02 rp-force pic x(1).
       working-storage section.
         1 runparm-status pic x(2) value spaces.
            88 runparm-ok value '00'.
            88 runparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 business-date pic x(10) value spaces.
         1 force-sw pic x(1) value 'N'.
            88 force-requested value 'Y'.
         1 override-flag pic x(1) value 'N'.
         1 pred-job pic x(8) value spaces.
         1 pred-status pic x(6) value spaces.
            88 pred-ended-ok value 'OK'.
               exec sql include sqlca end-exec.
       linkage section.
      *> S at the start of the run, E at its end.
         1 run-action pic x(1).
      *> the job's name as batchsum lists it.
         1 run-job pic x(8).
      *> on S, returned GO or STOP; on E, passed in as OK, FAILED
      *> or OUTBAL.
         1 run-status pic x(6).
         1 run-date pic x(10).
         1 run-rec-in pic s9(9) binary.
         1 run-rec-out pic s9(9) binary.
         1 run-rc pic s9(4) binary.
       procedure division using run-action, run-job, run-status,
                                run-date, run-rec-in, run-rec-out,
                                run-rc.
           if run-action = 'S'
              perform start-run
           else
              perform end-run
           end-if
           goback.

       start-run.
           move 'N' to force-sw
           move 'N' to override-flag
           move spaces to business-date
           move 'Y' to more-parm
           perform read-parm
           if business-date = spaces
              exec sql
                 values char(current date) into :business-date
              end-exec
           else
              exec sql
                 values char(date(:business-date))
                    into :business-date
              end-exec
              if sqlcode not = 0
                 display 'runctl invalid business date on runparm - '
                          business-date
                 move 'STOP' to run-status
                 goback
              end-if
           end-if
           move business-date to run-date
           perform find-predecessor
           move 'GO' to run-status
           if pred-job not = spaces
              perform check-predecessor
           end-if
           if run-status = 'GO'
              exec sql
                 insert into batch_runs
                    (job_name, business_date, event, event_ts,
                     status, rec_in, rec_out, return_code,
                     override_flag, predecessor, predecessor_status)
                    values (rtrim(:run-job), date(:business-date),
                       'START', current timestamp, 'RUN', 0, 0, 0,
                       :override-flag, nullif(rtrim(:pred-job), ''),
                       nullif(rtrim(:pred-status), ''))
              end-exec
              if sqlcode not = 0
                 display 'runctl start row failed for ' run-job
                          ' - sqlcode ' sqlcode
              end-if
              exec sql commit end-exec
              display run-job ' business date ' business-date
           end-if.

      *> the last dated line wins, and an F on any line forces.
       read-parm.
           open input runparm-file
           if runparm-not-found
              continue
           else
              if not runparm-ok
                 display 'runctl unable to open runparm - status '
                          runparm-status
              else
                 perform until no-more-parm
                    read runparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          if rp-business-date not = spaces
                             move rp-business-date to business-date
                          end-if
                          if rp-force = 'F'
                             move 'Y' to force-sw
                          end-if
                    end-read
                 end-perform
              end-if
           end-if
           close runparm-file.

      *> the one job each run waits on. linksrc must have classed
      *> the hits before linkgeo counts human clicks or linkcamp
      *> splits them into human and bot, and linkgeo must have
      *> placed them before linkpurge rolls them up by country;
      *> the statement, the balancing and the anomaly check all
      *> read what linkpurge left behind, and accterase must not
      *> delete an account's purge totals before linkbal has
      *> balanced them. the rest stand alone but still record their
      *> runs.
       find-predecessor.
           evaluate run-job
              when 'LINKPURG'
                 move 'LINKGEO' to pred-job
              when 'LINKCAMP'
                 move 'LINKSRC' to pred-job
              when 'LINKGEO'
                 move 'LINKSRC' to pred-job
              when 'LINKSTMT'
                 move 'LINKPURG' to pred-job
              when 'LINKBAL'
                 move 'LINKPURG' to pred-job
              when 'LINKANOM'
                 move 'LINKPURG' to pred-job
              when 'ACCTERAS'
                 move 'LINKBAL' to pred-job
              when other
                 move spaces to pred-job
           end-evaluate.

      *> only the predecessor's latest end row counts - a failed
      *> run that was rerun clean is clean.
       check-predecessor.
           move spaces to pred-status
           exec sql
              select status into :pred-status
              from batch_runs
              where job_name = rtrim(:pred-job)
                and business_date = date(:business-date)
                and event = 'END'
              order by event_ts desc
              fetch first 1 row only
           end-exec
           if sqlcode = 100
              move 'NONE' to pred-status
           else
              if sqlcode not = 0
                 move 'ERROR' to pred-status
              end-if
           end-if
           if not pred-ended-ok
              if force-requested
                 move 'Y' to override-flag
                 display run-job ' predecessor ' pred-job
                          ' has not ended OK for ' business-date
                          ' (' pred-status ') - overridden by runparm'
              else
                 display run-job ' NOT RUN - predecessor ' pred-job
                          ' has not ended OK for ' business-date
                          ' (' pred-status ')'
                 display run-job ' rerun ' pred-job ' first, or put '
                          'F in runparm column 12 to override'
                 exec sql
                    insert into batch_runs
                       (job_name, business_date, event, event_ts,
                        status, rec_in, rec_out, return_code,
                        override_flag, predecessor,
                        predecessor_status)
                       values (rtrim(:run-job), date(:business-date),
                          'REFUSED', current timestamp, 'REFUSED',
                          0, 0, 12, 'N', rtrim(:pred-job),
                          rtrim(:pred-status))
                 end-exec
                 exec sql commit end-exec
                 move 'STOP' to run-status
              end-if
           end-if.

       end-run.
           exec sql
              insert into batch_runs
                 (job_name, business_date, event, event_ts, status,
                  rec_in, rec_out, return_code, override_flag)
                 values (rtrim(:run-job), date(:run-date), 'END',
                    current timestamp, rtrim(:run-status),
                    :run-rec-in, :run-rec-out, :run-rc,
                    :override-flag)
           end-exec
           if sqlcode not = 0
              display 'runctl end row failed for ' run-job
                       ' - sqlcode ' sqlcode
           end-if
           exec sql commit end-exec.

       end program runctl.
