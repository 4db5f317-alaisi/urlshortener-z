      *>db2:package
      *> nightly campaign report. campload groups an account's links
      *> under a campaign; this job rolls each campaign up so
      *> marketing no longer adds its totals by hand from linkrpt
      *> and linksrc output. per campaign:
      *>   - its name, date range and utm tags
      *>   - links attached, and how many are active
      *>   - human and bot clicks to date - the live detail as
      *>     linksrc classed it plus the link_hits_daily rollup
      *>     linkpurge leaves behind, on the same rules linkstmt
      *>     bills by (an unclassified hit counts as human)
      *>   - the top referrer domains of its human clicks
      *>   - the human clicks each a/b variant answered (variant 0
      *>     is the link's own url)
      *> referrer domains and variants are only kept on the live
      *> detail, so those two sections cover the hits linkpurge
      *> has not yet rolled up; the click totals cover everything.
      *> runs after linksrc so the night's hits are classed.
       id division.
       program-id. linkcamp.
       data division.
       working-storage section.
         1 more-campaigns pic x(1) value 'Y'.
            88 no-more-campaigns value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 camp-account pic x(30).
         1 camp-id pic x(20).
         1 camp-name pic x(40).
         1 camp-start pic x(10).
         1 camp-end pic x(10).
         1 camp-utm-source pic x(30).
         1 camp-utm-medium pic x(30).
         1 camp-utm-campaign pic x(30).
         1 camp-links pic s9(9) binary value 0.
         1 camp-active pic s9(9) binary value 0.
         1 live-human pic s9(9) binary value 0.
         1 live-bot pic s9(9) binary value 0.
         1 daily-human pic s9(9) binary value 0.
         1 daily-bot pic s9(9) binary value 0.
         1 human-total pic s9(9) binary value 0.
         1 bot-total pic s9(9) binary value 0.
         1 live-total pic s9(9) binary value 0.
         1 ref-domain pic x(64).
         1 ref-count pic s9(9) binary value 0.
         1 var-no pic s9(4) binary value 0.
         1 var-count pic s9(9) binary value 0.
         1 var-pct pic s9(3) binary value 0.
         1 campaign-count pic 9(9) binary value 0.
         1 links-out pic z(8)9.
         1 active-out pic z(8)9.
         1 human-out pic z(8)9.
         1 bot-out pic z(8)9.
         1 count-out pic z(8)9.
         1 var-no-out pic z9.
         1 pct-out pic zz9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKCAMP'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkcamp starting'
           perform start-run
           if run-refused
              goback
           end-if
           exec sql
              declare camp-cur cursor for
                 select c.account_id, c.campaign_id,
                    coalesce(c.campaign_name, ''),
                    coalesce(char(c.start_date), ''),
                    coalesce(char(c.end_date), ''),
                    coalesce(c.utm_source, ''),
                    coalesce(c.utm_medium, ''),
                    coalesce(c.utm_campaign, ''),
                    (select count(*) from links l
                        where l.account_id = c.account_id
                          and l.campaign_id = c.campaign_id),
                    (select count(*) from links l
                        where l.account_id = c.account_id
                          and l.campaign_id = c.campaign_id
                          and l.active_flag = 'Y')
                 from campaigns c
                 order by c.account_id, c.campaign_id
           end-exec
           exec sql
              declare ref-cur cursor for
                 select coalesce(nullif(h.referrer_domain, ''),
                       '(direct)'),
                    count(*)
                 from link_hits h, links l
                 where h.link_id = l.id
                   and l.account_id = rtrim(:camp-account)
                   and l.campaign_id = rtrim(:camp-id)
                   and coalesce(h.hit_class, '')
                       not in ('SEARCHBOT', 'MONITOR')
                 group by coalesce(nullif(h.referrer_domain, ''),
                       '(direct)')
                 order by 2 desc, 1
                 fetch first 5 rows only
           end-exec
           exec sql
              declare var-cur cursor for
                 select coalesce(h.variant_no, 0), count(*)
                 from link_hits h, links l
                 where h.link_id = l.id
                   and l.account_id = rtrim(:camp-account)
                   and l.campaign_id = rtrim(:camp-id)
                   and coalesce(h.hit_class, '')
                       not in ('SEARCHBOT', 'MONITOR')
                 group by coalesce(h.variant_no, 0)
                 order by 1
           end-exec
           exec sql open camp-cur end-exec
           if sqlcode not = 0
              display 'linkcamp unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           display ' '
           display 'campaign report - links, clicks to date, '
                    'referrers and variant split'
           display '================================================'
           perform until no-more-campaigns
              exec sql
                 fetch camp-cur into :camp-account, :camp-id,
                    :camp-name, :camp-start, :camp-end,
                    :camp-utm-source, :camp-utm-medium,
                    :camp-utm-campaign, :camp-links, :camp-active
              end-exec
              if sqlcode = 100
                 move 'N' to more-campaigns
              else
                 if sqlcode not = 0
                    display 'linkcamp fetch failed - sqlcode '
                             sqlcode
                    exec sql close camp-cur end-exec
                    perform fail-run
                    goback
                 end-if
                 add 1 to campaign-count
                 perform report-one-campaign
              end-if
           end-perform
           exec sql close camp-cur end-exec
           display ' '
           display 'linkcamp complete - ' campaign-count
                    ' campaign(s) reported'
           move campaign-count to run-rec-in
           move campaign-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       report-one-campaign.
           display ' '
           display 'account:  ' camp-account
           display 'campaign: ' camp-id ' ' camp-name
           if camp-start = spaces
              move '(open)' to camp-start
           end-if
           if camp-end = spaces
              move '(open)' to camp-end
           end-if
           display '  runs:   ' camp-start ' to ' camp-end
           display '  tags:   source=' camp-utm-source
           display '          medium=' camp-utm-medium
           display '          campaign=' camp-utm-campaign
           move camp-links to links-out
           move camp-active to active-out
           display '  links:  ' links-out '  active: ' active-out
           perform count-campaign-clicks
           move human-total to human-out
           move bot-total to bot-out
           display '  clicks: human ' human-out '  bot ' bot-out
           perform report-referrers
           perform report-variants.

       count-campaign-clicks.
           move 0 to live-human
           move 0 to live-bot
           exec sql
              select coalesce(sum(case when coalesce(h.hit_class, '')
                          in ('SEARCHBOT', 'MONITOR')
                          then 0 else 1 end), 0),
                 coalesce(sum(case when coalesce(h.hit_class, '')
                          in ('SEARCHBOT', 'MONITOR')
                          then 1 else 0 end), 0)
                 into :live-human, :live-bot
              from link_hits h, links l
              where h.link_id = l.id
                and l.account_id = rtrim(:camp-account)
                and l.campaign_id = rtrim(:camp-id)
           end-exec
           move 0 to daily-human
           move 0 to daily-bot
           exec sql
              select coalesce(sum(d.hit_count), 0),
                 coalesce(sum(d.bot_count), 0)
                 into :daily-human, :daily-bot
              from link_hits_daily d, links l
              where d.link_id = l.id
                and l.account_id = rtrim(:camp-account)
                and l.campaign_id = rtrim(:camp-id)
           end-exec
           compute human-total = live-human + daily-human
           compute bot-total = live-bot + daily-bot.

       report-referrers.
           display '  top referrer domains (unpurged human clicks):'
           exec sql open ref-cur end-exec
           if sqlcode not = 0
              display 'linkcamp unable to open referrer cursor - '
                       'sqlcode ' sqlcode
              exec sql close camp-cur end-exec
              perform fail-run
              goback
           end-if
           move 'Y' to more-rows
           move 0 to ref-count
           perform until no-more-rows
              exec sql
                 fetch ref-cur into :ref-domain, :ref-count
              end-exec
              if sqlcode not = 0
                 if sqlcode not = 100
                    display 'linkcamp referrer fetch failed - '
                             'sqlcode ' sqlcode
                    exec sql close ref-cur end-exec
                    exec sql close camp-cur end-exec
                    perform fail-run
                    goback
                 end-if
                 move 'N' to more-rows
              else
                 move ref-count to count-out
                 display '    ' ref-domain ' ' count-out
              end-if
           end-perform
           exec sql close ref-cur end-exec
           if ref-count = 0
              display '    (none recorded)'
           end-if.

      *> each variant's share of the campaign's live human clicks,
      *> so a split that has drifted from its weights shows up.
       report-variants.
           display '  variant split (unpurged human clicks):'
           move live-human to live-total
           exec sql open var-cur end-exec
           if sqlcode not = 0
              display 'linkcamp unable to open variant cursor - '
                       'sqlcode ' sqlcode
              exec sql close camp-cur end-exec
              perform fail-run
              goback
           end-if
           move 'Y' to more-rows
           move 0 to var-count
           perform until no-more-rows
              exec sql
                 fetch var-cur into :var-no, :var-count
              end-exec
              if sqlcode not = 0
                 if sqlcode not = 100
                    display 'linkcamp variant fetch failed - '
                             'sqlcode ' sqlcode
                    exec sql close var-cur end-exec
                    exec sql close camp-cur end-exec
                    perform fail-run
                    goback
                 end-if
                 move 'N' to more-rows
              else
                 if live-total > 0
                    compute var-pct rounded =
                       var-count * 100 / live-total
                 else
                    move 0 to var-pct
                 end-if
                 move var-no to var-no-out
                 move var-count to count-out
                 move var-pct to pct-out
                 display '    variant ' var-no-out ' ' count-out
                          ' ' pct-out '%'
              end-if
           end-perform
           exec sql close var-cur end-exec
           if var-count = 0
              display '    (none recorded)'
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

       end program linkcamp.
