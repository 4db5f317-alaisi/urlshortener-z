      *>db2:package
      *> service-plan table feed, the same shape as blkload: one
      *> action per record. a plan gives its accounts a cap on
      *> active links (quotachk refuses the create past it on
      *> every minting path) and a monthly allowance of billable
      *> redirects (linkstmt bills the human redirects beyond it
      *> as overage). zero in either field means unlimited.
      *> actions:
      *>   A  add or replace - a new plan, or new limits for an
      *>                       existing one (effective at once for
      *>                       every account on it)
      *>   D  delete         - refused while any account is still
      *>                       on the plan, so no account is left
      *>                       pointing at nothing
      *> accounts are moved between plans by acctload.
       id division.
       program-id. planload.
       environment division.
       input-output section.
       file-control.
           select planin-file assign to PLANIN
              organization is line sequential
              file status is planin-status.
       data division.
       file section.
       fd  planin-file.
       01  planin-record.
           02 planin-action pic x(1).
           02 filler pic x(1).
           02 planin-code pic x(12).
           02 filler pic x(1).
           02 planin-max-links pic 9(9).
           02 filler pic x(1).
           02 planin-allowance pic 9(11).
       working-storage section.
         1 planin-status pic x(2) value spaces.
            88 planin-ok value '00'.
         1 more-input pic x(1) value 'Y'.
            88 no-more-input value 'N'.
         1 rec-count pic 9(9) binary value 0.
         1 added-count pic 9(9) binary value 0.
         1 changed-count pic 9(9) binary value 0.
         1 deleted-count pic 9(9) binary value 0.
         1 skipped-count pic 9(9) binary value 0.
         1 feed-plan pic x(12).
         1 feed-max-links pic s9(9) binary.
         1 feed-allowance pic s9(11) binary.
         1 plan-rows pic s9(9) binary value 0.
         1 account-rows pic s9(9) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'planload starting'
           open input planin-file
           if not planin-ok
              display 'planload unable to open planin - status '
                       planin-status
              goback
           end-if
           perform until no-more-input
              read planin-file
                 at end
                    move 'N' to more-input
                 not at end
                    perform load-one-entry
              end-read
           end-perform
           exec sql commit end-exec
           close planin-file
           display 'planload complete - ' added-count ' added, '
                    changed-count ' changed, ' deleted-count
                    ' deleted, ' skipped-count ' skipped of '
                    rec-count ' record(s)'
           goback.

      *> plan codes are held in upper case - acctload folds the
      *> code it is given the same way, so a feed typed in lower
      *> case still matches.
       load-one-entry.
           add 1 to rec-count
           move planin-code to feed-plan
           inspect feed-plan
              converting "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           evaluate true
              when feed-plan = spaces
                 add 1 to skipped-count
              when planin-action = 'A'
                 perform add-one-plan
              when planin-action = 'D'
                 perform delete-one-plan
              when other
                 add 1 to skipped-count
                 display 'planload unknown action at record '
                          rec-count ' - ' planin-action
           end-evaluate.

       add-one-plan.
           if planin-max-links is not numeric
              or planin-allowance is not numeric
              add 1 to skipped-count
              display 'planload non-numeric limit at record '
                       rec-count ' - ' feed-plan
           else
              move planin-max-links to feed-max-links
              move planin-allowance to feed-allowance
              move 0 to plan-rows
              exec sql
                 select count(*) into :plan-rows from service_plans
                 where plan_code = rtrim(:feed-plan)
              end-exec
              if plan-rows = 0
                 exec sql
                    insert into service_plans
                       (plan_code, max_links, redirect_allowance,
                        updated_ts)
                       values (rtrim(:feed-plan), :feed-max-links,
                          :feed-allowance, current timestamp)
                 end-exec
                 if sqlcode = 0
                    add 1 to added-count
                 else
                    add 1 to skipped-count
                    display 'planload insert failed at record '
                             rec-count ' - sqlcode ' sqlcode
                 end-if
              else
                 exec sql
                    update service_plans
                       set max_links = :feed-max-links,
                           redirect_allowance = :feed-allowance,
                           updated_ts = current timestamp
                    where plan_code = rtrim(:feed-plan)
                 end-exec
                 if sqlcode = 0
                    add 1 to changed-count
                 else
                    add 1 to skipped-count
                    display 'planload update failed at record '
                             rec-count ' - sqlcode ' sqlcode
                 end-if
              end-if
           end-if.

       delete-one-plan.
           move 0 to account-rows
           exec sql
              select count(*) into :account-rows from accounts
              where plan_code = rtrim(:feed-plan)
           end-exec
           if account-rows > 0
              add 1 to skipped-count
              display 'planload plan still assigned at record '
                       rec-count ' - ' feed-plan ' ' account-rows
                       ' account(s)'
           else
              exec sql
                 delete from service_plans
                 where plan_code = rtrim(:feed-plan)
              end-exec
              if sqlcode = 0
                 add 1 to deleted-count
              else
                 add 1 to skipped-count
                 if sqlcode not = 100
                    display 'planload delete failed at record '
                             rec-count ' - sqlcode ' sqlcode
                 end-if
              end-if
           end-if.

       end program planload.
