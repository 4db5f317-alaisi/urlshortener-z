      *>db2:package
      *> nightly api usage report, read off the api access log
      *> apilog fills for every answer the api gives other than a
      *> redirect - the cgi endpoints and linkreq's replies alike.
      *> for the day before the business date (the last whole day):
      *>   volumes      requests per account, split into answered,
      *>                4xx and 5xx, with the error rate; calls
      *>                no key resolved for show as (none)
      *>   error tokens each token answered that day, how often,
      *>                its share of all requests and how many
      *>                accounts drew it; a 5xx carries no token
      *>                and shows as (none)
      *>   jumps        accounts whose error rate rose by at least
      *>                the jump (default 10 points) over the day
      *>                before, on at least the floor of requests
      *>                (default 50) - an integration that has just
      *>                broken, caught before the customer calls
      *> an error is any 4xx or 5xx answer.
      *> APIUPARM, all optional, zero or blank keeping the default:
      *>   columns  1-3   jump, percentage points
      *>   columns  5-11  floor, requests on the day reported
       id division.
       program-id. apiusage.
       environment division.
       input-output section.
       file-control.
           select apiuparm-file assign to APIUPARM
              organization is line sequential
              file status is apiuparm-status.
       data division.
       file section.
       fd  apiuparm-file.
       01  apiuparm-record.
           02 up-jump-points pic 9(3).
           02 filler pic x(1).
           02 up-floor pic 9(7).
       working-storage section.
         1 apiuparm-status pic x(2) value spaces.
            88 apiuparm-ok value '00'.
            88 apiuparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 report-failed-sw pic x(1) value 'N'.
            88 report-failed value 'Y'.
         1 jump-points pic s9(9) binary value 10.
         1 request-floor pic s9(9) binary value 50.
         1 report-date pic x(10) value spaces.
         1 prior-date pic x(10) value spaces.
      *> one row off whichever cursor is being printed.
         1 row-account pic x(30).
         1 row-token pic x(32).
         1 row-requests pic s9(9) binary value 0.
         1 row-answered pic s9(9) binary value 0.
         1 row-4xx pic s9(9) binary value 0.
         1 row-5xx pic s9(9) binary value 0.
         1 row-errors pic s9(9) binary value 0.
         1 row-accounts pic s9(9) binary value 0.
         1 row-prior-requests pic s9(9) binary value 0.
         1 row-prior-errors pic s9(9) binary value 0.
         1 error-rate pic 9(3)v9 value 0.
         1 day-total pic s9(9) binary value 0.
         1 rise-side pic s9(18) binary value 0.
         1 jump-side pic s9(18) binary value 0.
         1 account-count pic 9(9) binary value 0.
         1 token-count pic 9(9) binary value 0.
         1 jump-count pic 9(9) binary value 0.
         1 points-out pic zz9.
         1 floor-out pic z(6)9.
         1 volume-line.
            2 vl-account pic x(30).
            2 filler pic x(1) value spaces.
            2 vl-requests pic z(8)9.
            2 filler pic x(1) value spaces.
            2 vl-answered pic z(8)9.
            2 filler pic x(1) value spaces.
            2 vl-4xx pic z(8)9.
            2 filler pic x(1) value spaces.
            2 vl-5xx pic z(8)9.
            2 filler pic x(1) value spaces.
            2 vl-rate pic zz9.9.
         1 token-line.
            2 tl-token pic x(32).
            2 filler pic x(1) value spaces.
            2 tl-count pic z(8)9.
            2 filler pic x(1) value spaces.
            2 tl-share pic zz9.9.
            2 filler pic x(1) value spaces.
            2 tl-accounts pic z(8)9.
         1 jump-line.
            2 jl-account pic x(30).
            2 filler pic x(1) value spaces.
            2 jl-prior-requests pic z(8)9.
            2 filler pic x(1) value spaces.
            2 jl-prior-rate pic zz9.9.
            2 filler pic x(1) value spaces.
            2 jl-requests pic z(8)9.
            2 filler pic x(1) value spaces.
            2 jl-rate pic zz9.9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'APIUSAGE'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'apiusage starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
      *> the business date's own day is still running when the job
      *> does, so the last whole day is the one before it.
           exec sql
              values char(date(:run-date) - 1 day),
                     char(date(:run-date) - 2 days)
                 into :report-date, :prior-date
           end-exec
           if sqlcode not = 0
              display 'apiusage unable to set the dates - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           move 0 to day-total
           exec sql
              select count(*) into :day-total
              from api_access_log
              where date(access_ts) = date(:report-date)
           end-exec
           perform report-volumes
           if not report-failed
              perform report-tokens
           end-if
           if not report-failed
              perform report-jumps
           end-if
           if report-failed
              perform fail-run
              goback
           end-if
           display ' '
           display 'apiusage complete - ' day-total ' request(s) from '
                    account-count ' account(s), ' token-count
                    ' error token(s), ' jump-count ' jump(s)'
           move day-total to run-rec-in
           move jump-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       read-parm.
           open input apiuparm-file
           if apiuparm-not-found
              continue
           else
              if not apiuparm-ok
                 display 'apiusage unable to open apiuparm - status '
                          apiuparm-status
              else
                 perform until no-more-parm
                    read apiuparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          perform take-parm
                    end-read
                 end-perform
              end-if
           end-if
           close apiuparm-file.

       take-parm.
           if up-jump-points is numeric and up-jump-points > 0
              move up-jump-points to jump-points
           end-if
           if up-floor is numeric and up-floor > 0
              move up-floor to request-floor
           end-if.

       report-volumes.
           display ' '
           display 'api requests by account for ' report-date
           display '==============================================='
           display 'account                         requests        '
                    'ok       4xx       5xx  err%'
           exec sql
              declare vol-cur cursor for
                 select coalesce(account_id, '(none)'), count(*),
                    sum(case when status_code < '400'
                             then 1 else 0 end),
                    sum(case when status_code >= '400'
                              and status_code < '500'
                             then 1 else 0 end),
                    sum(case when status_code >= '500'
                             then 1 else 0 end)
                 from api_access_log
                 where date(access_ts) = date(:report-date)
                 group by coalesce(account_id, '(none)')
                 order by 1
           end-exec
           exec sql open vol-cur end-exec
           if sqlcode not = 0
              display 'apiusage unable to open volume cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to report-failed-sw
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch vol-cur into :row-account, :row-requests,
                       :row-answered, :row-4xx, :row-5xx
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to account-count
                    compute row-errors = row-4xx + row-5xx
                    compute error-rate rounded =
                       row-errors * 100 / row-requests
                    move row-account to vl-account
                    move row-requests to vl-requests
                    move row-answered to vl-answered
                    move row-4xx to vl-4xx
                    move row-5xx to vl-5xx
                    move error-rate to vl-rate
                    display volume-line
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'apiusage volume fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to report-failed-sw
              end-if
              exec sql close vol-cur end-exec
              if account-count = 0
                 display '  (none)'
              end-if
           end-if.

       report-tokens.
           display ' '
           display 'errors by token for ' report-date
           display '==============================================='
           display 'error token                          count  %req'
                    '  accounts'
           exec sql
              declare token-cur cursor for
                 select coalesce(error_token, '(none)'), count(*),
                    count(distinct account_id)
                 from api_access_log
                 where date(access_ts) = date(:report-date)
                   and status_code >= '400'
                 group by coalesce(error_token, '(none)')
                 order by 2 desc, 1
           end-exec
           exec sql open token-cur end-exec
           if sqlcode not = 0
              display 'apiusage unable to open token cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to report-failed-sw
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch token-cur into :row-token, :row-errors,
                       :row-accounts
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to token-count
                    compute error-rate rounded =
                       row-errors * 100 / day-total
                    move row-token to tl-token
                    move row-errors to tl-count
                    move error-rate to tl-share
                    move row-accounts to tl-accounts
                    display token-line
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'apiusage token fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to report-failed-sw
              end-if
              exec sql close token-cur end-exec
              if token-count = 0
                 display '  (none)'
              end-if
           end-if.

      *> every account with traffic on the day reported, against
      *> its day before; an account silent the day before counts
      *> from a zero rate, so a new integration failing from its
      *> first call is caught too.
       report-jumps.
           move jump-points to points-out
           move request-floor to floor-out
           display ' '
           display 'error rate jumps of ' points-out
                    ' point(s) or more on ' floor-out
                    ' request(s) or more'
           display '==============================================='
           display 'account                        prior req  err%'
                    '  requests  err%'
           exec sql
              declare jump-cur cursor for
                 select account_id,
                    sum(case when date(access_ts) = date(:report-date)
                             then 1 else 0 end),
                    sum(case when date(access_ts) = date(:report-date)
                              and status_code >= '400'
                             then 1 else 0 end),
                    sum(case when date(access_ts) = date(:prior-date)
                             then 1 else 0 end),
                    sum(case when date(access_ts) = date(:prior-date)
                              and status_code >= '400'
                             then 1 else 0 end)
                 from api_access_log
                 where date(access_ts) >= date(:prior-date)
                   and date(access_ts) <= date(:report-date)
                   and account_id is not null
                 group by account_id
                 order by 1
           end-exec
           exec sql open jump-cur end-exec
           if sqlcode not = 0
              display 'apiusage unable to open jump cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to report-failed-sw
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch jump-cur into :row-account, :row-requests,
                       :row-errors, :row-prior-requests,
                       :row-prior-errors
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    perform judge-jump
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'apiusage jump fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to report-failed-sw
              end-if
              exec sql close jump-cur end-exec
              if jump-count = 0
                 display '  (none)'
              end-if
           end-if.

      *> the rise in rate, cross-multiplied so no fraction is ever
      *> rounded into or out of an alert:
      *>   errors/requests - prior errors/prior requests >= jump/100
       judge-jump.
           if row-requests >= request-floor
              if row-prior-requests = 0
                 compute rise-side = row-errors * 100
                 compute jump-side = jump-points * row-requests
              else
                 compute rise-side =
                    row-errors * 100 * row-prior-requests
                    - row-prior-errors * 100 * row-requests
                 compute jump-side =
                    jump-points * row-requests * row-prior-requests
              end-if
              if rise-side >= jump-side
                 add 1 to jump-count
                 move row-account to jl-account
                 move row-prior-requests to jl-prior-requests
                 if row-prior-requests = 0
                    move 0 to error-rate
                 else
                    compute error-rate rounded =
                       row-prior-errors * 100 / row-prior-requests
                 end-if
                 move error-rate to jl-prior-rate
                 move row-requests to jl-requests
                 compute error-rate rounded =
                    row-errors * 100 / row-requests
                 move error-rate to jl-rate
                 display jump-line
              end-if
           end-if.

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

       end program apiusage.
