      *>db2:package
      *> nightly traffic anomaly check. a link that jumps from fifty
      *> clicks a day to fifty thousand is usually a phishing blast
      *> or a hijacked campaign; a busy link that falls to nothing
      *> usually means the customer's print run is broken - and
      *> until now we heard of either only when someone complained.
      *> every link and every account has the human clicks of the
      *> day before the business date set against a trailing
      *> baseline - the average human clicks a day over the
      *> ANOMPARM window before it (default 28 days, cut short for
      *> a link or account younger than that), counted on
      *> linkstmt's rule from link_hits_daily plus the live detail
      *> linkpurge has not yet rolled into it. a link or account
      *> with no day of history before the day checked has no
      *> baseline and is not judged. the checks:
      *>   SPIKE     the day's clicks reach the spike ratio of the
      *>             baseline (default 1000%) and the spike floor
      *>             (default 500 clicks) - a quiet link creeping
      *>             from 2 to 30 is not an incident
      *>   DROP      the day's clicks fall to the drop ratio of the
      *>             baseline or below (default 10%), for a link or
      *>             account averaging at least the drop floor
      *>             (default 100 a day); a link deactivated or
      *>             expired by the day checked, or an account not
      *>             active, is expected to fall and is left out
      *>   MISSJUMP  the day's link_misses against codes that can be
      *>             pinned on a single account reach the miss
      *>             ratio of that account's miss baseline (default
      *>             1000%) and the miss floor (default 100). a
      *>             missed code has no links row, so it is pinned
      *>             on the account whose code it is apart from
      *>             letter case, or whose code it starts with (the
      *>             trailing punctuation a mail client or a
      *>             misprint picks up), or that held it before
      *>             per link_changes - and is left out when those
      *>             point at more than one account
      *> every alert goes on the exception report and out through
      *> linkevent as an ALERT event, so the security desk and the
      *> account managers hear of it before the customer does.
      *> ANOMPARM, all optional, zero or blank keeping the default:
      *>   columns  1-3   baseline window in days
      *>   columns  5-9   spike ratio, percent of baseline
      *>   columns 11-17  spike floor, clicks
      *>   columns 19-21  drop ratio, percent of baseline
      *>   columns 23-29  drop floor, average clicks a day
      *>   columns 31-35  miss ratio, percent of miss baseline
      *>   columns 37-43  miss floor, misses
       id division.
       program-id. linkanom.
       environment division.
       input-output section.
       file-control.
           select anomparm-file assign to ANOMPARM
              organization is line sequential
              file status is anomparm-status.
       data division.
       file section.
       fd  anomparm-file.
       01  anomparm-record.
           02 ap-baseline-days pic 9(3).
           02 filler pic x(1).
           02 ap-spike-pct pic 9(5).
           02 filler pic x(1).
           02 ap-spike-floor pic 9(7).
           02 filler pic x(1).
           02 ap-drop-pct pic 9(3).
           02 filler pic x(1).
           02 ap-drop-floor pic 9(7).
           02 filler pic x(1).
           02 ap-miss-pct pic 9(5).
           02 filler pic x(1).
           02 ap-miss-floor pic 9(7).
       working-storage section.
         1 anomparm-status pic x(2) value spaces.
            88 anomparm-ok value '00'.
            88 anomparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 check-failed-sw pic x(1) value 'N'.
            88 check-failed value 'Y'.
         1 baseline-days pic s9(4) binary value 28.
         1 spike-pct pic s9(9) binary value 1000.
         1 spike-floor pic s9(9) binary value 500.
         1 drop-pct pic s9(9) binary value 10.
         1 drop-floor pic s9(9) binary value 100.
         1 miss-pct pic s9(9) binary value 1000.
         1 miss-floor pic s9(9) binary value 100.
         1 check-date pic x(10) value spaces.
         1 base-from pic x(10) value spaces.
         1 event-ts pic x(26) value spaces.
      *> one row off whichever cursor is being judged.
         1 row-link pic x(30).
         1 row-account pic x(30).
         1 row-age pic s9(9) binary value 0.
         1 row-live pic x(1).
            88 row-is-live value 'Y'.
         1 row-day-count pic s9(9) binary value 0.
         1 row-base-total pic s9(9) binary value 0.
         1 base-days pic s9(9) binary value 0.
         1 base-average pic 9(9)v99 value 0.
         1 day-side pic s9(18) binary value 0.
         1 base-side pic s9(18) binary value 0.
         1 floor-side pic s9(18) binary value 0.
         1 alert-kind pic x(8).
         1 alert-scope pic x(7).
         1 link-count pic 9(9) binary value 0.
         1 account-count pic 9(9) binary value 0.
         1 miss-account-count pic 9(9) binary value 0.
         1 alert-count pic 9(9) binary value 0.
      *> the ALERT event's detail, laid out by column in the url
      *> slot of linkevent's message - blank link id for an
      *> account-wide alert.
         1 alert-detail.
            2 ad-kind pic x(8).
            2 filler pic x(1).
            2 ad-scope pic x(7).
            2 filler pic x(1).
            2 ad-date pic x(10).
            2 filler pic x(1).
            2 ad-day-count pic 9(9).
            2 filler pic x(1).
            2 ad-baseline pic 9(9).99.
            2 filler pic x(1).
            2 ad-base-days pic 9(3).
            2 filler pic x(970).
         1 event-type pic x(12) value 'ALERT'.
         1 event-link pic x(30).
         1 alert-line.
            2 al-kind pic x(8).
            2 filler pic x(1) value spaces.
            2 al-scope pic x(7).
            2 filler pic x(1) value spaces.
            2 al-account pic x(30).
            2 filler pic x(1) value spaces.
            2 al-link pic x(30).
            2 al-day-count pic z(8)9.
            2 filler pic x(1) value spaces.
            2 al-baseline pic z(8)9.99.
            2 filler pic x(1) value spaces.
            2 al-base-days pic zz9.
         1 days-out pic zz9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKANOM'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkanom starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
      *> the business date's own day is still running when the job
      *> does, so the last whole day is the one before it.
           exec sql
              values char(date(:run-date) - 1 day),
                     char(date(:run-date) - 1 day
                          - :baseline-days days),
                     char(current timestamp)
                 into :check-date, :base-from, :event-ts
           end-exec
           if sqlcode not = 0
              display 'linkanom unable to set the window - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           move baseline-days to days-out
           display ' '
           display 'traffic anomalies for ' check-date
                    ' against the ' days-out ' day(s) from '
                    base-from
           display '==============================================='
           display 'alert    scope   account                        '
                    'link                              count'
                    ' baseline/day days'
           perform check-links
           if not check-failed
              perform check-accounts
           end-if
           if not check-failed
              perform check-misses
           end-if
           if check-failed
              perform fail-run
              goback
           end-if
           if alert-count = 0
              display '  (none)'
           end-if
           display ' '
           display 'linkanom complete - ' alert-count ' alert(s) from '
                    link-count ' link(s), ' account-count
                    ' account(s) and ' miss-account-count
                    ' account(s) with misses'
           compute run-rec-in = link-count + account-count
                              + miss-account-count
           move alert-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       read-parm.
           open input anomparm-file
           if anomparm-not-found
              continue
           else
              if not anomparm-ok
                 display 'linkanom unable to open anomparm - status '
                          anomparm-status
              else
                 perform until no-more-parm
                    read anomparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          perform take-parm
                    end-read
                 end-perform
              end-if
           end-if
           close anomparm-file.

       take-parm.
           if ap-baseline-days is numeric and ap-baseline-days > 0
              move ap-baseline-days to baseline-days
           end-if
           if ap-spike-pct is numeric and ap-spike-pct > 0
              move ap-spike-pct to spike-pct
           end-if
           if ap-spike-floor is numeric and ap-spike-floor > 0
              move ap-spike-floor to spike-floor
           end-if
           if ap-drop-pct is numeric and ap-drop-pct > 0
              move ap-drop-pct to drop-pct
           end-if
           if ap-drop-floor is numeric and ap-drop-floor > 0
              move ap-drop-floor to drop-floor
           end-if
           if ap-miss-pct is numeric and ap-miss-pct > 0
              move ap-miss-pct to miss-pct
           end-if
           if ap-miss-floor is numeric and ap-miss-floor > 0
              move ap-miss-floor to miss-floor
           end-if.

      *> one row per link with any human click in the window; a
      *> link with baseline clicks and none on the day checked
      *> still comes back, with a zero day count.
       check-links.
           exec sql
              declare link-cur cursor for
                 select t.link_id, coalesce(l.account_id, '(none)'),
                    days(date(:check-date))
                       - days(coalesce(date(l.created_ts),
                                       date('0001-01-01'))),
                    case when l.active_flag = 'Y'
                          and (l.expires_ts is null
                               or date(l.expires_ts)
                                  > date(:check-date))
                         then 'Y' else 'N' end,
                    sum(case when t.hit_date = date(:check-date)
                             then t.clicks else 0 end),
                    sum(case when t.hit_date < date(:check-date)
                             then t.clicks else 0 end)
                 from (
                    select h.link_id, date(h.hit_ts), count(*)
                    from link_hits h
                    where date(h.hit_ts) >= date(:base-from)
                      and date(h.hit_ts) <= date(:check-date)
                      and coalesce(h.hit_class, '')
                          not in ('SEARCHBOT', 'MONITOR')
                    group by h.link_id, date(h.hit_ts)
                    union all
                    select d.link_id, d.hit_date, sum(d.hit_count)
                    from link_hits_daily d
                    where d.hit_date >= date(:base-from)
                      and d.hit_date <= date(:check-date)
                    group by d.link_id, d.hit_date
                 ) as t (link_id, hit_date, clicks), links l
                 where t.link_id = l.id
                 group by t.link_id, l.account_id, l.created_ts,
                    l.active_flag, l.expires_ts
                 order by 2, 1
           end-exec
           exec sql open link-cur end-exec
           if sqlcode not = 0
              display 'linkanom unable to open link cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to check-failed-sw
           else
              move 'LINK' to alert-scope
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch link-cur into :row-link, :row-account,
                       :row-age, :row-live, :row-day-count,
                       :row-base-total
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to link-count
                    perform judge-clicks
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'linkanom link fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to check-failed-sw
              end-if
              exec sql close link-cur end-exec
           end-if.

       check-accounts.
           exec sql
              declare acct-cur cursor for
                 select l.account_id,
                    coalesce((select days(date(:check-date))
                                 - days(date(a.created_ts))
                              from accounts a
                              where a.account_id = l.account_id),
                             9999),
                    coalesce((select case when a.status = 'A'
                                     then 'Y' else 'N' end
                              from accounts a
                              where a.account_id = l.account_id),
                             'Y'),
                    sum(case when t.hit_date = date(:check-date)
                             then t.clicks else 0 end),
                    sum(case when t.hit_date < date(:check-date)
                             then t.clicks else 0 end)
                 from (
                    select h.link_id, date(h.hit_ts), count(*)
                    from link_hits h
                    where date(h.hit_ts) >= date(:base-from)
                      and date(h.hit_ts) <= date(:check-date)
                      and coalesce(h.hit_class, '')
                          not in ('SEARCHBOT', 'MONITOR')
                    group by h.link_id, date(h.hit_ts)
                    union all
                    select d.link_id, d.hit_date, sum(d.hit_count)
                    from link_hits_daily d
                    where d.hit_date >= date(:base-from)
                      and d.hit_date <= date(:check-date)
                    group by d.link_id, d.hit_date
                 ) as t (link_id, hit_date, clicks), links l
                 where t.link_id = l.id
                   and l.account_id is not null
                 group by l.account_id
                 order by 1
           end-exec
           exec sql open acct-cur end-exec
           if sqlcode not = 0
              display 'linkanom unable to open account cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to check-failed-sw
           else
              move 'ACCOUNT' to alert-scope
              move spaces to row-link
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch acct-cur into :row-account, :row-age,
                       :row-live, :row-day-count, :row-base-total
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to account-count
                    perform judge-clicks
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'linkanom account fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to check-failed-sw
              end-if
              exec sql close acct-cur end-exec
           end-if.

      *> the window's misses by code and day, each code pinned on
      *> the one account it can belong to - see the header for
      *> the rules - then summed per account.
       check-misses.
           exec sql
              declare miss-cur cursor for
                 with m (miss_code, miss_date, misses) as (
                    select miss_code, date(miss_ts), count(*)
                    from link_misses
                    where date(miss_ts) >= date(:base-from)
                      and date(miss_ts) <= date(:check-date)
                    group by miss_code, date(miss_ts)),
                 c (miss_code) as (
                    select distinct miss_code from m),
                 o (miss_code, account_id) as (
                    select c.miss_code, l.account_id
                    from c, links l
                    where l.account_id is not null
                      and (upper(l.id) = upper(c.miss_code)
                           or c.miss_code like rtrim(l.id) concat '_%')
                    union
                    select c.miss_code, h.account_id
                    from c, link_changes h
                    where h.link_id = c.miss_code
                      and h.account_id is not null),
                 s (miss_code, account_id) as (
                    select miss_code, min(account_id)
                    from o
                    group by miss_code
                    having count(distinct account_id) = 1)
                 select s.account_id,
                    coalesce((select days(date(:check-date))
                                 - days(date(a.created_ts))
                              from accounts a
                              where a.account_id = s.account_id),
                             9999),
                    sum(case when m.miss_date = date(:check-date)
                             then m.misses else 0 end),
                    sum(case when m.miss_date < date(:check-date)
                             then m.misses else 0 end)
                 from m, s
                 where m.miss_code = s.miss_code
                 group by s.account_id
                 order by 1
           end-exec
           exec sql open miss-cur end-exec
           if sqlcode not = 0
              display 'linkanom unable to open miss cursor - '
                       'sqlcode ' sqlcode
              move 'Y' to check-failed-sw
           else
              move 'ACCOUNT' to alert-scope
              move spaces to row-link
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch miss-cur into :row-account, :row-age,
                       :row-day-count, :row-base-total
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to miss-account-count
                    perform judge-misses
                 end-if
              end-perform
              if sqlcode not = 100
                 display 'linkanom miss fetch failed - sqlcode '
                          sqlcode
                 move 'Y' to check-failed-sw
              end-if
              exec sql close miss-cur end-exec
           end-if.

      *> the ratio tests are cross-multiplied - day x 100 x days
      *> against baseline total x percent - so a short or quiet
      *> baseline never divides down to zero.
       judge-clicks.
           perform set-base-days
           if base-days > 0
              compute day-side = row-day-count * 100 * base-days
              compute floor-side = drop-floor * base-days
              compute base-side = row-base-total * spike-pct
              if row-day-count >= spike-floor
                 and day-side >= base-side
                 move 'SPIKE' to alert-kind
                 perform raise-alert
              else
                 compute base-side = row-base-total * drop-pct
                 if row-is-live
                    and row-base-total >= floor-side
                    and day-side <= base-side
                    move 'DROP' to alert-kind
                    perform raise-alert
                 end-if
              end-if
           end-if.

       judge-misses.
           perform set-base-days
           if base-days > 0
              compute day-side = row-day-count * 100 * base-days
              compute base-side = row-base-total * miss-pct
              if row-day-count >= miss-floor
                 and day-side >= base-side
                 move 'MISSJUMP' to alert-kind
                 perform raise-alert
              end-if
           end-if.

      *> the window shrinks to the days a young link or account
      *> has existed, so its baseline is not diluted by days
      *> before it could have been clicked.
       set-base-days.
           if row-age < baseline-days
              move row-age to base-days
           else
              move baseline-days to base-days
           end-if
           if base-days > 0
              compute base-average rounded =
                 row-base-total / base-days
           else
              move 0 to base-average
           end-if.

       raise-alert.
           add 1 to alert-count
           move alert-kind to al-kind
           move alert-scope to al-scope
           move row-account to al-account
           move row-link to al-link
           move row-day-count to al-day-count
           move base-average to al-baseline
           move base-days to al-base-days
           display alert-line
           move spaces to alert-detail
           move alert-kind to ad-kind
           move alert-scope to ad-scope
           move check-date to ad-date
           move row-day-count to ad-day-count
           move base-average to ad-baseline
           move base-days to ad-base-days
           move row-link to event-link
           call 'linkevent' using event-type, event-link,
                           alert-detail, row-account, event-ts.

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

       end program linkanom.
