      *>db2:package
      *> morning batch summary: the whole night on one page from
      *> the rows runctl leaves in batch_runs, so the on-call
      *> analyst does not have to read every job's sysout to find
      *> the one that failed. one line per nightly job for the
      *> business date on SUMPARM (blank for today): when the last
      *> run started and ended, its status, records in and out,
      *> return code, how many times it was run and whether the
      *> predecessor check was overridden. a job with no rows is
      *> NOT RUN; one whose last row is a start is NO END (abended,
      *> cancelled or still running); one whose last row is a
      *> refusal shows the predecessor it was waiting on. the
      *> monthly statement run is listed as not scheduled on the
      *> nights it has no rows. anything other than OK is counted
      *> as needing attention at the foot of the page.
       id division.
       program-id. batchsum.
       environment division.
       input-output section.
       file-control.
           select sumparm-file assign to SUMPARM
              organization is line sequential
              file status is sumparm-status.
       data division.
       file section.
       fd  sumparm-file.
       01  sumparm-record.
           02 sp-business-date pic x(10).
       working-storage section.
         78 expected-job-count value 14.
         1 sumparm-status pic x(2) value spaces.
            88 sumparm-ok value '00'.
            88 sumparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
      *> the nightly schedule in running order, with M for a job
      *> that only runs once a month.
         1 expected-job-values.
            2 filler pic x(9) value 'LINKSRC  '.
            2 filler pic x(9) value 'LINKCAMP '.
            2 filler pic x(9) value 'LINKGEO  '.
            2 filler pic x(9) value 'LINKPURG '.
            2 filler pic x(9) value 'LINKBAL  '.
            2 filler pic x(9) value 'LINKANOM '.
            2 filler pic x(9) value 'ACCTERAS '.
            2 filler pic x(9) value 'APIUSAGE '.
            2 filler pic x(9) value 'KEYAUDIT '.
            2 filler pic x(9) value 'LINKHLTH '.
            2 filler pic x(9) value 'BLKSWEEP '.
            2 filler pic x(9) value 'LINKVSAM '.
            2 filler pic x(9) value 'LINKMISS '.
            2 filler pic x(9) value 'LINKSTMTM'.
         1 expected-job-table redefines expected-job-values.
            2 expected-job occurs expected-job-count times.
               3 exp-job-name pic x(8).
               3 exp-frequency pic x(1).
                  88 exp-monthly value 'M'.
         1 job-idx pic s9(4) binary value 0.
         1 business-date pic x(10) value spaces.
         1 job-name pic x(8).
         1 run-count pic s9(9) binary value 0.
         1 last-event pic x(8).
         1 last-status pic x(8).
         1 last-ts pic x(26).
         1 last-rec-in pic s9(9) binary.
         1 last-rec-out pic s9(9) binary.
         1 last-rc pic s9(4) binary.
         1 last-override pic x(1).
         1 last-pred pic x(8).
         1 last-pred-status pic x(6).
         1 start-ts pic x(26).
         1 ok-count pic 9(4) binary value 0.
         1 attention-count pic 9(4) binary value 0.
         1 summary-line.
            2 sl-job pic x(8).
            2 filler pic x(1) value spaces.
            2 sl-started pic x(19).
            2 filler pic x(1) value spaces.
            2 sl-ended pic x(19).
            2 filler pic x(1) value spaces.
            2 sl-status pic x(8).
            2 sl-rec-in pic z(8)9.
            2 filler pic x(1) value spaces.
            2 sl-rec-out pic z(8)9.
            2 filler pic x(1) value spaces.
            2 sl-rc pic z9.
            2 filler pic x(1) value spaces.
            2 sl-runs pic z9.
            2 filler pic x(1) value spaces.
            2 sl-override pic x(1).
         1 ok-count-out pic zzz9.
         1 attention-count-out pic zzz9.
               exec sql include sqlca end-exec.
       procedure division.
           display 'batchsum starting'
           perform read-parm
           if business-date = spaces
              exec sql
                 values char(current date) into :business-date
              end-exec
           end-if
           display ' '
           display 'nightly batch summary for business date '
                    business-date
           display '==============================================='
           display 'job      started             ended          '
                    '     status      rec in    rec out rc rn o'
           move 0 to job-idx
           perform until job-idx >= expected-job-count
              add 1 to job-idx
              perform summarize-one-job
           end-perform
           move ok-count to ok-count-out
           move attention-count to attention-count-out
           display ' '
           display ok-count-out ' job(s) ended OK, '
                    attention-count-out ' need attention'
           display ' '
           display 'batchsum complete'
           goback.

       read-parm.
           open input sumparm-file
           if sumparm-not-found
              continue
           else
              if not sumparm-ok
                 display 'batchsum unable to open sumparm - status '
                          sumparm-status
              else
                 perform until no-more-parm
                    read sumparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          if sp-business-date not = spaces
                             move sp-business-date to business-date
                          end-if
                    end-read
                 end-perform
              end-if
           end-if
           close sumparm-file.

       summarize-one-job.
           move exp-job-name(job-idx) to job-name
           move spaces to summary-line
           move job-name to sl-job
           move 0 to run-count
           exec sql
              select count(*) into :run-count
              from batch_runs
              where job_name = rtrim(:job-name)
                and business_date = date(:business-date)
                and event = 'START'
           end-exec
           move spaces to last-event
           exec sql
              select event, status, char(event_ts), rec_in, rec_out,
                 return_code, coalesce(override_flag, 'N'),
                 coalesce(predecessor, ''),
                 coalesce(predecessor_status, '')
                 into :last-event, :last-status, :last-ts,
                    :last-rec-in, :last-rec-out, :last-rc,
                    :last-override, :last-pred, :last-pred-status
              from batch_runs
              where job_name = rtrim(:job-name)
                and business_date = date(:business-date)
              order by event_ts desc
              fetch first 1 row only
           end-exec
           if sqlcode not = 0
              move spaces to last-event
           end-if
           move spaces to start-ts
           exec sql
              select char(max(event_ts)) into :start-ts
              from batch_runs
              where job_name = rtrim(:job-name)
                and business_date = date(:business-date)
                and event = 'START'
           end-exec
           if sqlcode not = 0
              move spaces to start-ts
           end-if
           evaluate true
              when last-event = spaces
                 if exp-monthly(job-idx)
                    move 'not scheduled' to sl-started
                    display summary-line
                 else
                    move 'NOT RUN' to sl-status
                    add 1 to attention-count
                    display summary-line
                 end-if
              when last-event = 'REFUSED'
                 move start-ts(1:19) to sl-started
                 move last-ts(1:19) to sl-ended
                 move 'REFUSED' to sl-status
                 move last-rc to sl-rc
                 move run-count to sl-runs
                 add 1 to attention-count
                 display summary-line
                 display '         waiting on ' last-pred ' ('
                          last-pred-status ')'
              when last-event = 'START'
                 move start-ts(1:19) to sl-started
                 move 'NO END' to sl-status
                 move run-count to sl-runs
                 move last-override to sl-override
                 add 1 to attention-count
                 display summary-line
              when other
                 move start-ts(1:19) to sl-started
                 move last-ts(1:19) to sl-ended
                 move last-status to sl-status
                 move last-rec-in to sl-rec-in
                 move last-rec-out to sl-rec-out
                 move last-rc to sl-rc
                 move run-count to sl-runs
                 move last-override to sl-override
                 if last-status = 'OK'
                    add 1 to ok-count
                 else
                    add 1 to attention-count
                 end-if
                 display summary-line
           end-evaluate.

       end program batchsum.
