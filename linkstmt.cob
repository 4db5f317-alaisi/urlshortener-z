         1 created-count pic s9(9) binary.
         1 active-count pic s9(9) binary.
         1 redirect-count pic s9(11) binary.
         1 plan-code pic x(12).
         1 redirect-allowance pic s9(11) binary.
         1 overage-count pic s9(11) binary.
         78 max-top-links value 10.
         1 top-link-id pic x(30).
         1 top-link-hits pic s9(9) binary.
            2 sd-link-id pic x(30).
            2 sd-hit-count pic 9(9).
            2 filler pic x(9) value spaces.
      *> the account's service plan, its monthly redirect
      *> allowance (zero - unlimited - for an unplanned account or
      *> an unlimited plan) and the human redirects beyond it, the
      *> overage billing invoices.
         1 stmt-plan-rec.
            2 sp-rec-type pic x(2) value '30'.
            2 sp-account-id pic x(30).
            2 sp-plan-code pic x(12).
            2 sp-allowance pic 9(11).
            2 sp-overage pic 9(11).
            2 filler pic x(14) value spaces.
         1 stmt-total-rec.
            2 st-rec-type pic x(2) value '90'.
            2 st-account-id pic x(30).
            2 st-active-count pic 9(9).
            2 st-redirect-count pic 9(11).
            2 filler pic x(19) value spaces.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKSTMT'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkstmt starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
           if stmt-month = spaces
              display 'linkstmt missing statement month parm (yyyy-mm)'
              perform fail-run
              goback
           end-if
           exec sql
           end-exec
           if sqlcode not = 0
              display 'linkstmt invalid statement month ' stmt-month
              perform fail-run
              goback
           end-if
           exec sql
           if not stmtout-ok
              display 'linkstmt unable to open stmtout - status '
                       stmtout-status
              perform fail-run
              goback
           end-if
           exec sql
           close stmtout-file
           display 'linkstmt complete - ' account-count
                    ' statement(s) written'
           move account-count to run-rec-in
           move account-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       read-parm.
                     or date(expires_ts) >= date(:next-month))
           end-exec
           perform write-top-links
           perform write-plan-usage
           move account-id to st-account-id
           move created-count to st-created-count
           move active-count to st-active-count
           end-perform
           exec sql close top-cur end-exec.

      *> the plan is the one the account holds when the statement
      *> runs - a mid-month plan move bills the whole month on the
      *> new plan, which is what billing's contracts say. the
      *> redirect count measured against the allowance is the
      *> same bot-free total the '90' record carries.
       write-plan-usage.
           move spaces to plan-code
           move 0 to redirect-allowance
           exec sql
              select coalesce(a.plan_code, ''),
                 coalesce(p.redirect_allowance, 0)
                 into :plan-code, :redirect-allowance
              from accounts a
                 left outer join service_plans p
                 on p.plan_code = a.plan_code
              where a.account_id = rtrim(:account-id)
           end-exec
           if sqlcode not = 0
              move spaces to plan-code
              move 0 to redirect-allowance
           end-if
           move 0 to overage-count
           if redirect-allowance > 0
              and redirect-count > redirect-allowance
              compute overage-count =
                 redirect-count - redirect-allowance
           end-if
           move account-id to sp-account-id
           move plan-code to sp-plan-code
           move redirect-allowance to sp-allowance
           move overage-count to sp-overage
           write stmtout-record from stmt-plan-rec.

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

       end program linkstmt.
