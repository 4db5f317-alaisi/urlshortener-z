      *>   S  suspend    - key rejected, links stop redirecting
      *>   R  reinstate  - back to active
      *>   C  close      - key retired for good
      *>   K  issue key  - a further api key for the account, with
      *>                   an optional expiry date
      *>   V  revoke key - the key stops at once, or at the end of
      *>                   a grace window when a date is given
      *>   P  plan       - moves the account onto a service plan
      *>                   from service_plans (planload keeps that
      *>                   table); an add may name its plan too
      *> every status change lands in account_changes with the old
      *> and new status, so an auditor can see exactly when service
      *> stopped and resumed. key events land there too, carrying
      *> the key number - never the key itself - and so do plan
      *> moves, carrying the old and new plan codes.
      *> an account holds any number of keys in api_keys so a
      *> customer can roll onto a new key without a cutover: issue
      *> the new one, let the integrations move across, then revoke
      *> the old one (or give it a grace date and let it lapse).
      *> the online paths read the status on every key check and
      *> on every redirect, so a suspension takes effect the
      *> moment this commits - except redirects served from the
      *> outage snapshot, which honor it from the next linkvsam
      *> refresh (the snapshot leaves suspended accounts' links
      *> out). an account accterase has erased (status E) is
      *> finished for good: every action against it is refused.
       id division.
       program-id. acctload.
       environment division.
           02 acct-account-id pic x(30).
           02 filler pic x(1).
           02 acct-api-key pic x(64).
           02 filler pic x(1).
      *> yyyy-mm-dd - the new key's expiry on K, the end of the
      *> grace window on V. blank means no expiry / revoke now.
           02 acct-key-date pic x(10).
           02 filler pic x(1).
      *> the service plan on P, and optionally on A. blank on an
      *> add leaves the account unplanned - unlimited.
           02 acct-plan-code pic x(12).
       working-storage section.
         1 acctin-status pic x(2) value spaces.
            88 acctin-ok value '00'.
         1 added-count pic 9(9) binary value 0.
         1 changed-count pic 9(9) binary value 0.
         1 skipped-count pic 9(9) binary value 0.
         1 key-event-count pic 9(9) binary value 0.
         1 feed-account pic x(30).
         1 feed-api-key pic x(64).
         1 feed-key-date pic x(10).
         1 dup-account pic x(30).
         1 dup-key-count pic s9(9) binary value 0.
         1 old-status pic x(1).
         1 new-status pic x(1).
         1 change-type pic x(6).
         1 key-no pic s9(4) binary value 0.
         1 key-rows pic s9(9) binary value 0.
         1 key-revoked pic x(1) value spaces.
         1 plan-event-count pic 9(9) binary value 0.
         1 feed-plan pic x(12).
         1 old-plan pic x(12).
         1 new-plan pic x(12).
         1 plan-rows pic s9(9) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'acctload starting'
           close acctin-file
           display 'acctload complete - ' added-count ' added, '
                    changed-count ' status change(s), '
                    key-event-count ' key event(s), '
                    plan-event-count ' plan change(s), '
                    skipped-count ' skipped of ' rec-count
                    ' record(s)'
           goback.
           add 1 to rec-count
           move acct-account-id to feed-account
           move acct-api-key to feed-api-key
           move acct-key-date to feed-key-date
           move acct-plan-code to feed-plan
           inspect feed-plan
              converting "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to old-plan
           move spaces to new-plan
           move 0 to key-no
           evaluate true
              when feed-account = spaces
                 add 1 to skipped-count
                 move 'C' to new-status
                 move 'CLOSE' to change-type
                 perform set-account-status
              when acct-action = 'K'
                 perform issue-one-key
              when acct-action = 'V'
                 perform revoke-one-key
              when acct-action = 'P'
                 perform change-one-plan
              when other
                 add 1 to skipped-count
                 display 'acctload unknown action at record '
                 select account_id into :dup-account from accounts
                 where account_id = rtrim(:feed-account)
              end-exec
              move 1 to plan-rows
              if feed-plan not = spaces
                 perform read-plan-rows
              end-if
              perform count-issued-key
              evaluate true
                 when dup-account not = spaces
                    add 1 to skipped-count
                 when plan-rows = 0
                    add 1 to skipped-count
                    display 'acctload unknown plan at record '
                             rec-count ' - ' feed-plan
                 when dup-key-count > 0
                    add 1 to skipped-count
                    display 'acctload key already issued at record '
                             rec-count
                 when other
                    perform insert-new-account
              end-evaluate
           end-if.

      *> the first key of a new account is held to the same rule as
      *> a further one - checked against both tables before the
      *> accounts row is written, so a key already out with another
      *> account never lands on a second one.
       insert-new-account.
           exec sql
              insert into accounts
                 (account_id, api_key, status, created_ts,
                  plan_code)
                 values (rtrim(:feed-account),
                    rtrim(:feed-api-key), 'A',
                    current timestamp,
                    nullif(rtrim(:feed-plan), ''))
           end-exec
           if sqlcode = 0
              add 1 to added-count
              move space to old-status
              move 'A' to new-status
              move 'ADD' to change-type
              move feed-plan to new-plan
              perform record-account-change
              move spaces to new-plan
              move 'A' to old-status
              move 1 to key-no
              perform insert-key
           else
              add 1 to skipped-count
              display 'acctload insert failed at record '
                       rec-count ' - sqlcode ' sqlcode
           end-if.

      *> the conditional update makes a repeated suspend (or a
                          rec-count ' - sqlcode ' sqlcode
              end-if
           else
              evaluate true
                 when old-status = new-status
                    add 1 to skipped-count
                 when old-status = 'E'
                    add 1 to skipped-count
                    display 'acctload account erased at record '
                             rec-count ' - ' feed-account
                 when other
                    perform store-account-status
              end-evaluate
           end-if.

       store-account-status.
           exec sql
              update accounts
                 set status = :new-status
              where account_id = rtrim(:feed-account)
           end-exec
           if sqlcode = 0
              add 1 to changed-count
              perform record-account-change
           else
              add 1 to skipped-count
              display 'acctload update failed at record '
                       rec-count ' - sqlcode ' sqlcode
           end-if.

      *> a further key for an existing account. keys are unique
      *> across all accounts - keycheck resolves the account from
      *> the key alone. a closed account gets no new keys; a
      *> suspended one may, ready for the reinstatement.
       issue-one-key.
           if feed-api-key = spaces
              add 1 to skipped-count
              display 'acctload key issue without api key at record '
                       rec-count
           else
              perform read-account-status
              if sqlcode = 0
                 if old-status = 'C' or old-status = 'E'
                    add 1 to skipped-count
                    display 'acctload key issue for closed account '
                             'at record ' rec-count ' - ' feed-account
                 else
                    perform issue-key-to-account
                 end-if
              end-if
           end-if.

       issue-key-to-account.
           perform count-issued-key
           if dup-key-count > 0
              add 1 to skipped-count
              display 'acctload key already issued at record '
                       rec-count
           else
              perform adopt-legacy-key
              exec sql
                 select coalesce(max(key_no), 0) + 1 into :key-no
                 from api_keys
                 where account_id = rtrim(:feed-account)
              end-exec
              perform insert-key
           end-if.

      *> a key counts as issued whether it sits in api_keys or is
      *> still an account's single pre-rotation accounts.api_key.
       count-issued-key.
           move 0 to dup-key-count
           exec sql
              select count(*) into :dup-key-count from api_keys
              where api_key = rtrim(:feed-api-key)
           end-exec
           if dup-key-count = 0
              exec sql
                 select count(*) into :dup-key-count from accounts
                 where api_key = rtrim(:feed-api-key)
              end-exec
           end-if.

      *> revoking with a date leaves the key working until then -
      *> the grace window an integration gets to move across. the
      *> key is found by its value within the account, the only
      *> identifier billing's feed has for it.
       revoke-one-key.
           perform read-account-status
           if sqlcode = 0
              if feed-api-key = spaces
                 add 1 to skipped-count
                 display 'acctload key revoke without api key at '
                          'record ' rec-count
              else
                 perform adopt-legacy-key
                 move 0 to key-no
                 move spaces to key-revoked
                 exec sql
                    select key_no, coalesce(revoked_flag, 'N')
                       into :key-no, :key-revoked
                    from api_keys
                    where account_id = rtrim(:feed-account)
                      and api_key = rtrim(:feed-api-key)
                 end-exec
                 if sqlcode not = 0
                    add 1 to skipped-count
                    display 'acctload key not found for account at '
                             'record ' rec-count ' - ' feed-account
                 else
                    if key-revoked = 'Y'
                       add 1 to skipped-count
                    else
                       perform revoke-key
                    end-if
                 end-if
              end-if
           end-if.

       revoke-key.
           if feed-key-date = spaces
              exec sql
                 update api_keys
                    set revoked_flag = 'Y',
                        revoked_ts = current timestamp
                 where account_id = rtrim(:feed-account)
                   and key_no = :key-no
              end-exec
              move 'KEYREV' to change-type
           else
              exec sql
                 update api_keys
                    set expires_ts =
                       timestamp(date(rtrim(:feed-key-date)),
                          time('00.00.00'))
                 where account_id = rtrim(:feed-account)
                   and key_no = :key-no
              end-exec
              move 'KEYEXP' to change-type
           end-if
           if sqlcode = 0
              add 1 to key-event-count
              move old-status to new-status
              perform record-account-change
           else
              add 1 to skipped-count
              display 'acctload key revoke failed at record '
                       rec-count ' - sqlcode ' sqlcode
           end-if.

      *> the expiry runs to the start of the date given - an
      *> unparseable date fails the insert and skips the record.
       insert-key.
           if feed-key-date = spaces
              exec sql
                 insert into api_keys
                    (account_id, key_no, api_key, issued_ts,
                     revoked_flag)
                    values (rtrim(:feed-account), :key-no,
                       rtrim(:feed-api-key), current timestamp, 'N')
              end-exec
           else
              exec sql
                 insert into api_keys
                    (account_id, key_no, api_key, issued_ts,
                     expires_ts, revoked_flag)
                    values (rtrim(:feed-account), :key-no,
                       rtrim(:feed-api-key), current timestamp,
                       timestamp(date(rtrim(:feed-key-date)),
                          time('00.00.00')), 'N')
              end-exec
           end-if
           if sqlcode = 0
              add 1 to key-event-count
              move 'KEYADD' to change-type
              move old-status to new-status
              perform record-account-change
           else
              add 1 to skipped-count
              display 'acctload key insert failed at record '
                       rec-count ' - sqlcode ' sqlcode
           end-if.

      *> an account that predates api_keys still has its one key
      *> only in accounts.api_key. keycheck stops reading that
      *> column the moment the account has any api_keys row, so
      *> before a key is issued or revoked here the old key is
      *> carried across as key 1 - otherwise issuing a second key
      *> would silently kill the first.
       adopt-legacy-key.
           move 0 to key-rows
           exec sql
              select count(*) into :key-rows from api_keys
              where account_id = rtrim(:feed-account)
           end-exec
           if key-rows = 0
              exec sql
                 insert into api_keys
                    (account_id, key_no, api_key, issued_ts,
                     revoked_flag)
                    select account_id, 1, api_key,
                       coalesce(created_ts, current timestamp), 'N'
                    from accounts
                    where account_id = rtrim(:feed-account)
                      and api_key is not null
                      and api_key <> ''
              end-exec
              if sqlcode = 0
                 add 1 to key-event-count
                 move 1 to key-no
                 move 'KEYADP' to change-type
                 move old-status to new-status
                 perform record-account-change
              end-if
           end-if.

      *> a plan move is recorded like a status change - only when
      *> the plan actually moves. the account's status is carried
      *> unchanged in both status columns; the plan columns say
      *> what happened. the new cap applies to the next create, and
      *> links already over a lowered cap are left alone - billing
      *> decides what to retire, not this feed.
       change-one-plan.
           if feed-plan = spaces
              add 1 to skipped-count
              display 'acctload plan change without plan at record '
                       rec-count
           else
              perform read-account-status
              if sqlcode = 0
                 perform read-plan-rows
                 evaluate true
                    when old-status = 'E'
                       add 1 to skipped-count
                       display 'acctload account erased at record '
                                rec-count ' - ' feed-account
                    when plan-rows = 0
                       add 1 to skipped-count
                       display 'acctload unknown plan at record '
                                rec-count ' - ' feed-plan
                    when other
                       perform set-account-plan
                 end-evaluate
              end-if
           end-if.

       set-account-plan.
           move spaces to old-plan
           exec sql
              select coalesce(plan_code, '') into :old-plan
              from accounts
              where account_id = rtrim(:feed-account)
           end-exec
           if old-plan = feed-plan
              add 1 to skipped-count
           else
              exec sql
                 update accounts
                    set plan_code = rtrim(:feed-plan)
                 where account_id = rtrim(:feed-account)
              end-exec
              if sqlcode = 0
                 add 1 to plan-event-count
                 move feed-plan to new-plan
                 move old-status to new-status
                 move 'PLAN' to change-type
                 perform record-account-change
              else
                 add 1 to skipped-count
                 display 'acctload plan update failed at record '
                          rec-count ' - sqlcode ' sqlcode
              end-if
           end-if.

       read-plan-rows.
           move 0 to plan-rows
           exec sql
              select count(*) into :plan-rows from service_plans
              where plan_code = rtrim(:feed-plan)
           end-exec.

       read-account-status.
           move spaces to old-status
           exec sql
              select coalesce(status, 'A') into :old-status
              from accounts
              where account_id = rtrim(:feed-account)
           end-exec
           if sqlcode not = 0
              add 1 to skipped-count
              if sqlcode = 100
                 display 'acctload unknown account at record '
                          rec-count ' - ' feed-account
              else
                 display 'acctload status read failed at record '
                          rec-count ' - sqlcode ' sqlcode
              end-if
           end-if.

      *> the account-side twin of link_changes: type, old and new
      *> status, who asked, when - what the auditor reads. key
      *> events carry the key number (zero for a status change);
      *> the status columns then just repeat the current status.
      *> plan moves carry the old and new plan codes, null on
      *> every other event.
       record-account-change.
           exec sql
              insert into account_changes
                 (account_id, change_type, old_status, new_status,
                  key_no, old_plan, new_plan, changed_by, change_ts)
                 values (rtrim(:feed-account), rtrim(:change-type),
                    :old-status, :new-status, :key-no,
                    nullif(rtrim(:old-plan), ''),
                    nullif(rtrim(:new-plan), ''), 'ACCTLOAD',
                    current timestamp)
           end-exec
           if sqlcode not = 0
