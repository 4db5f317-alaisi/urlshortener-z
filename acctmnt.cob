      *>db2:package
      *> support-desk account transaction (AMNT), the account-level
      *> companion to LMNT. the operator keys:
      *>   AMNT <account>             show the account
      *>   AMNT <account> S           suspend
      *>   AMNT <account> R           reinstate
      *>   AMNT <account> C Y         close (the Y confirms it)
      *>   AMNT <account> L [<code>]  page through its links, from
      *>                              the code after <code>
      *>   AMNT <account> J <code>    jump into LMNT for one of them
      *> the account page shows the status, created date and plan,
      *> live api keys, active, inactive and expired link counts,
      *> month-to-date human and bot redirects, branded domains and
      *> the latest account_changes rows. anyone with the
      *> transaction may look; suspend, reinstate and close need
      *> update access to the URLSHORT.AMNT.UPDATE facility
      *> profile. the status rules are acctload's - any move but to
      *> the status already held, and nothing once accterase has
      *> erased the account - and every change lands in
      *> account_changes with the operator's id, the way LMNT
      *> records link changes.
       id division.
       program-id. acctmnt.
       data division.
       working-storage section.
         78 links-per-page value 15.
         78 max-domains-shown value 3.
         1 tio-area pic x(80) value spaces.
         1 tio-len pic s9(4) binary value 80.
         1 resp-code pic s9(9) binary value 0.
         1 operator-id pic x(8) value spaces.
         1 nl pic x value x'15'.
         1 page-buffer pic x(1920) value spaces.
         1 page-len pic s9(4) binary value 0.
         1 out-line pic x(79) value spaces.
         1 out-line-len pic 9(4) binary value 0.
         1 scan-pos pic 9(4) binary value 1.
         1 token pic x(30) value spaces.
         1 token-len pic 9(4) binary value 0.
         1 account-token pic x(30) value spaces.
         1 action-token pic x(1) value spaces.
         1 operand-token pic x(30) value spaces.
         1 account-id pic x(30) value spaces.
         1 acct-status pic x(1) value spaces.
            88 acct-erased value 'E'.
         1 new-status pic x(1) value spaces.
         1 status-name pic x(9) value spaces.
         1 status-char pic x(1) value spaces.
         1 created-disp pic x(26) value spaces.
         1 plan-disp pic x(12) value spaces.
         1 change-type pic x(6) value spaces.
         1 sec-class pic x(8) value 'FACILITY'.
         1 sec-resid pic x(20) value 'URLSHORT.AMNT.UPDATE'.
         1 sec-resid-len pic s9(8) binary value 20.
         1 sec-update pic s9(8) binary value 0.
         1 authorized-sw pic x value 'N'.
            88 operator-authorized value 'Y'.
         1 key-count pic s9(9) binary value 0.
         1 active-count pic s9(9) binary value 0.
         1 inactive-count pic s9(9) binary value 0.
         1 expired-count pic s9(9) binary value 0.
         1 human-count pic s9(9) binary value 0.
         1 bot-count pic s9(9) binary value 0.
         1 count-disp pic zzz,zzz,zz9.
         1 count-disp-2 pic zzz,zzz,zz9.
         1 count-disp-3 pic zzz,zzz,zz9.
         1 domain-count pic s9(9) binary value 0.
         1 domain-host pic x(64) value spaces.
         1 more-domains pic x(1) value 'Y'.
            88 no-more-domains value 'N'.
         1 row-count pic 9(4) binary value 0.
         1 change-ts-disp pic x(26) value spaces.
         1 change-type-disp pic x(6) value spaces.
         1 old-status-disp pic x(1) value spaces.
         1 new-status-disp pic x(1) value spaces.
         1 changed-by-disp pic x(10) value spaces.
         1 more-changes pic x(1) value 'Y'.
            88 no-more-changes value 'N'.
         1 after-code pic x(30) value spaces.
         1 link-code pic x(30) value spaces.
         1 link-state pic x(8) value spaces.
         1 link-expires-disp pic x(26) value spaces.
         1 more-links pic x(1) value 'Y'.
            88 no-more-links value 'N'.
         1 later-links pic s9(9) binary value 0.
         1 owned-count pic s9(9) binary value 0.
      *> LMNT's own command line, handed over on the xctl.
         1 jump-commarea pic x(80) value spaces.
               exec sql include sqlca end-exec.
       procedure division.
      *> resp() for the same reason as LMNT: an overlong line keeps
      *> its first 80 bytes, all the command syntax ever needs.
           exec cics
              receive into(tio-area) length(tio-len)
                 resp(resp-code)
           end-exec
           exec cics
              assign userid(operator-id)
           end-exec
           move 1 to scan-pos
      *> first token is the transaction id itself.
           perform get-next-token
           perform get-next-token
           move token to account-token
           perform get-next-token
           move token(1:1) to action-token
           perform get-next-token
           move token to operand-token
           if account-token = spaces
              perform show-usage
              perform send-page
              exec cics return end-exec
           end-if
           move account-token to account-id
           perform fetch-account
           if sqlcode not = 0
              move spaces to out-line
              string 'account ' account-token ' not found'
                 delimited by size into out-line
              perform add-line
              perform send-page
              exec cics return end-exec
           end-if
           evaluate action-token
              when space
                 continue
              when 'I'
                 continue
              when 'S'
                 move 'S' to new-status
                 move 'SUSPND' to change-type
                 perform do-status
              when 'R'
                 move 'A' to new-status
                 move 'REINST' to change-type
                 perform do-status
              when 'C'
                 if operand-token not = 'Y'
                    move 'close needs confirming, e.g. C Y'
                       to out-line
                    perform add-line
                 else
                    move 'C' to new-status
                    move 'CLOSE' to change-type
                    perform do-status
                 end-if
              when 'L'
                 move operand-token to after-code
                 perform show-links
                 perform send-page
                 exec cics return end-exec
              when 'J'
                 perform do-jump
              when other
                 move 'unknown action - use S, R, C, L or J'
                    to out-line
                 perform add-line
           end-evaluate
           perform show-account
           perform show-link-counts
           perform show-month-usage
           perform show-domains
           perform show-recent-changes
           perform send-page
           exec cics return end-exec
           goback.

       get-next-token.
           move spaces to token
           move 0 to token-len
           perform until scan-pos > 80
                    or tio-area(scan-pos:1) not = space
              add 1 to scan-pos
           end-perform
           perform until scan-pos > 80
                    or tio-area(scan-pos:1) = space
              if token-len < 30
                 add 1 to token-len
                 move tio-area(scan-pos:1) to token(token-len:1)
              end-if
              add 1 to scan-pos
           end-perform.

       fetch-account.
           exec sql
              select coalesce(status, 'A'),
                    coalesce(char(created_ts), ''),
                    coalesce(plan_code, '')
                 into :acct-status, :created-disp, :plan-disp
              from accounts
              where account_id = rtrim(:account-id)
           end-exec.

       show-account.
           move spaces to out-line
           string 'account: ' account-id
              delimited by size into out-line
           perform add-line
           move acct-status to status-char
           perform name-status
           move spaces to out-line
           string 'status: ' status-name '  created: ' created-disp
              delimited by size into out-line
           perform add-line
           move spaces to out-line
           if plan-disp = spaces
              move 'plan: (none - unlimited)' to out-line
           else
              string 'plan: ' plan-disp
                 delimited by size into out-line
           end-if
           perform add-line
      *> the keycheck rule for a usable key - not revoked, not
      *> past its expiry. only the count: keys are never shown.
           move 0 to key-count
           exec sql
              select count(*) into :key-count
              from api_keys
              where account_id = rtrim(:account-id)
                and coalesce(revoked_flag, 'N') <> 'Y'
                and (expires_ts is null
                     or expires_ts > current timestamp)
           end-exec
           move key-count to count-disp
           move spaces to out-line
           string 'live api keys: ' count-disp
              delimited by size into out-line
           perform add-line.

       name-status.
           evaluate status-char
              when 'A' move 'active' to status-name
              when 'S' move 'suspended' to status-name
              when 'C' move 'closed' to status-name
              when 'E' move 'erased' to status-name
              when other move status-char to status-name
           end-evaluate.

      *> expired means still flagged active but past its expiry -
      *> getlink already answers those 410, so they are counted
      *> apart from the live ones.
       show-link-counts.
           move 0 to active-count
           move 0 to inactive-count
           move 0 to expired-count
           exec sql
              select coalesce(sum(case
                        when active_flag = 'N' then 0
                        when expires_ts <= current timestamp then 0
                        else 1 end), 0),
                     coalesce(sum(case
                        when active_flag = 'N' then 1
                        else 0 end), 0),
                     coalesce(sum(case
                        when active_flag = 'N' then 0
                        when expires_ts <= current timestamp then 1
                        else 0 end), 0)
                 into :active-count, :inactive-count, :expired-count
              from links
              where account_id = rtrim(:account-id)
           end-exec
           move active-count to count-disp
           move inactive-count to count-disp-2
           move expired-count to count-disp-3
           move spaces to out-line
           string 'links  active:' count-disp
                  '  inactive:' count-disp-2
                  '  expired:' count-disp-3
              delimited by size into out-line
           perform add-line.

      *> the month so far straddles the live detail and whatever
      *> linkpurge has already rolled up, as on the statement; the
      *> rollup keeps human and bot counts apart already. a hit
      *> linksrc has not classed yet counts as human.
       show-month-usage.
           move 0 to human-count
           move 0 to bot-count
           exec sql
              select coalesce(sum(t.human), 0),
                     coalesce(sum(t.bot), 0)
                 into :human-count, :bot-count
              from (
                 select sum(case when coalesce(h.hit_class, '')
                                 in ('SEARCHBOT', 'MONITOR')
                            then 0 else 1 end),
                        sum(case when coalesce(h.hit_class, '')
                                 in ('SEARCHBOT', 'MONITOR')
                            then 1 else 0 end)
                    from link_hits h, links l
                    where h.link_id = l.id
                      and l.account_id = rtrim(:account-id)
                      and date(h.hit_ts) >= current date
                          - (day(current date) - 1) days
                 union all
                 select sum(d.hit_count), sum(d.bot_count)
                    from link_hits_daily d, links l
                    where d.link_id = l.id
                      and l.account_id = rtrim(:account-id)
                      and d.hit_date >= current date
                          - (day(current date) - 1) days
              ) as t (human, bot)
           end-exec
           move human-count to count-disp
           move bot-count to count-disp-2
           move spaces to out-line
           string 'month to date  human:' count-disp
                  '  bot:' count-disp-2
              delimited by size into out-line
           perform add-line.

       show-domains.
           move 0 to domain-count
           exec sql
              select count(*) into :domain-count from domains
              where account_id = rtrim(:account-id)
           end-exec
           if domain-count = 0
              move 'branded domains: (none)' to out-line
              perform add-line
           else
              move 'branded domains:' to out-line
              perform add-line
              move 0 to row-count
              move 'Y' to more-domains
              exec sql
                 declare dom-cur cursor for
                    select serve_host from domains
                    where account_id = rtrim(:account-id)
                    order by serve_host
                    fetch first 3 rows only
              end-exec
              exec sql open dom-cur end-exec
              perform until no-more-domains
                 exec sql
                    fetch dom-cur into :domain-host
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-domains
                 else
                    add 1 to row-count
                    move spaces to out-line
                    string '  ' domain-host
                       delimited by size into out-line
                    perform add-line
                 end-if
              end-perform
              exec sql close dom-cur end-exec
              if domain-count > max-domains-shown
                 subtract max-domains-shown from domain-count
                 move domain-count to count-disp
                 move spaces to out-line
                 string '  ... and' count-disp ' more'
                    delimited by size into out-line
                 perform add-line
              end-if
           end-if.

       show-recent-changes.
           move 'recent changes:' to out-line
           perform add-line
           move 0 to row-count
           move 'Y' to more-changes
           exec sql
              declare chg-cur cursor for
                 select char(change_ts), coalesce(change_type, ''),
                    coalesce(old_status, ''), coalesce(new_status, ''),
                    coalesce(changed_by, '')
                 from account_changes
                 where account_id = rtrim(:account-id)
                 order by change_ts desc
                 fetch first 5 rows only
           end-exec
           exec sql open chg-cur end-exec
           perform until no-more-changes
              exec sql
                 fetch chg-cur into :change-ts-disp,
                    :change-type-disp, :old-status-disp,
                    :new-status-disp, :changed-by-disp
              end-exec
              if sqlcode not = 0
                 move 'N' to more-changes
              else
                 add 1 to row-count
                 move spaces to out-line
                 string '  ' change-ts-disp(1:19) '  '
                        change-type-disp '  ' old-status-disp
                        '>' new-status-disp '  ' changed-by-disp
                    delimited by size into out-line
                 perform add-line
              end-if
           end-perform
           exec sql close chg-cur end-exec
           if row-count = 0
              move '  (none recorded)' to out-line
              perform add-line
           end-if.

      *> the same conditional update acctload's feed relies on: the
      *> row moves only if it still holds the status just shown, so
      *> two operators on one account cannot both record a change.
       do-status.
           perform check-authority
           evaluate true
              when not operator-authorized
                 move 'not authorized to change accounts' to out-line
              when acct-erased
                 move 'account has been erased - no changes'
                    to out-line
              when acct-status = new-status
                 move new-status to status-char
                 perform name-status
                 move spaces to out-line
                 string 'account is already ' status-name
                    delimited by size into out-line
              when other
                 exec sql
                    update accounts set status = :new-status
                    where account_id = rtrim(:account-id)
                      and coalesce(status, 'A') = :acct-status
                 end-exec
                 if sqlcode = 0 and sqlerrd(3) = 1
                    perform record-change
                    move new-status to status-char
                    perform name-status
                    move spaces to out-line
                    string 'account now ' status-name
                       delimited by size into out-line
                    perform fetch-account
                 else
                    move 'status changed meanwhile - nothing done'
                       to out-line
                 end-if
           end-evaluate
           perform add-line.

       check-authority.
           move 'N' to authorized-sw
           exec cics
              query security resclass(sec-class)
                 resid(sec-resid) residlength(sec-resid-len)
                 update(sec-update)
                 resp(resp-code)
           end-exec
           if resp-code = dfhresp(normal)
              and sec-update = dfhvalue(updatable)
              move 'Y' to authorized-sw
           end-if.

      *> acctload's history row, with the operator in changed_by in
      *> place of the feed's name.
       record-change.
           exec sql
              insert into account_changes
                 (account_id, change_type, old_status, new_status,
                  key_no, changed_by, change_ts)
                 values (rtrim(:account-id), rtrim(:change-type),
                    :acct-status, :new-status, 0,
                    rtrim(:operator-id), current timestamp)
           end-exec.

      *> one page of the account's codes in code order, every
      *> state included. the closing line names the key that
      *> brings up the next page.
       show-links.
           move spaces to out-line
           string 'links for ' account-id
              delimited by size into out-line
           perform add-line
           move 0 to row-count
           move spaces to link-code
           move 'Y' to more-links
           exec sql
              declare link-cur cursor for
                 select id,
                    case when active_flag = 'N' then 'inactive'
                         when expires_ts <= current timestamp
                            then 'expired'
                         else 'active' end,
                    coalesce(char(expires_ts), '')
                 from links
                 where account_id = rtrim(:account-id)
                   and id > rtrim(:after-code)
                 order by id
                 fetch first 15 rows only
           end-exec
           exec sql open link-cur end-exec
           perform until no-more-links
              exec sql
                 fetch link-cur into :link-code, :link-state,
                    :link-expires-disp
              end-exec
              if sqlcode not = 0
                 move 'N' to more-links
              else
                 add 1 to row-count
                 move spaces to out-line
                 string '  ' link-code ' ' link-state ' '
                        link-expires-disp(1:19)
                    delimited by size into out-line
                 perform add-line
              end-if
           end-perform
           exec sql close link-cur end-exec
           if row-count = 0
              move '  (no more links)' to out-line
              perform add-line
           else
              move 0 to later-links
              if row-count = links-per-page
                 exec sql
                    select count(*) into :later-links from links
                    where account_id = rtrim(:account-id)
                      and id > rtrim(:link-code)
                 end-exec
              end-if
              move spaces to out-line
              if later-links > 0
                 string 'more: AMNT ' delimited by size
                        account-token delimited by space
                        ' L ' delimited by size
                        link-code delimited by space
                    into out-line
              else
                 move 'end of links - J <code> opens one in LMNT'
                    to out-line
              end-if
              perform add-line
           end-if.

      *> only one of the account's own codes, so a slip of the
      *> keyboard cannot land the operator on someone else's link.
      *> xctl does not come back unless LMNT could not be reached.
       do-jump.
           move 0 to owned-count
           if operand-token not = spaces
              exec sql
                 select count(*) into :owned-count from links
                 where id = rtrim(:operand-token)
                   and account_id = rtrim(:account-id)
              end-exec
           end-if
           if owned-count = 0
              move spaces to out-line
              string 'code ' operand-token ' is not on this account'
                 delimited by size into out-line
              perform add-line
           else
              move spaces to jump-commarea
              string 'LMNT ' operand-token
                 delimited by size into jump-commarea
              exec cics
                 xctl program('LINKMNT') commarea(jump-commarea)
                    length(80)
                    resp(resp-code)
              end-exec
              move 'LMNT is not available' to out-line
              perform add-line
           end-if.

       show-usage.
           move 'AMNT <acct>            - show account' to out-line
           perform add-line
           move 'AMNT <acct> S          - suspend' to out-line
           perform add-line
           move 'AMNT <acct> R          - reinstate' to out-line
           perform add-line
           move 'AMNT <acct> C Y        - close' to out-line
           perform add-line
           move 'AMNT <acct> L [<code>] - list links' to out-line
           perform add-line
           move 'AMNT <acct> J <code>   - open link in LMNT'
              to out-line
           perform add-line.

      *> LMNT's guard: a line that would no longer fit is dropped.
       add-line.
           move 79 to out-line-len
           perform until out-line-len = 0
                    or out-line(out-line-len:1) not = space
              subtract 1 from out-line-len
           end-perform
           if page-len + out-line-len + 1 <= length of page-buffer
              if out-line-len > 0
                 move out-line(1:out-line-len)
                    to page-buffer(page-len + 1:out-line-len)
                 add out-line-len to page-len
              end-if
              move nl to page-buffer(page-len + 1:1)
              add 1 to page-len
           end-if.

       send-page.
           exec cics
              send text from(page-buffer) length(page-len)
                 erase freekb
           end-exec.
       end program acctmnt.
