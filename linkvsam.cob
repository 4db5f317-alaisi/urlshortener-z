              03 cache-var-weight pic 9(3).
              03 cache-var-url-len pic 9(4).
              03 cache-var-url pic x(1024).
           02 cache-utm-source pic x(30).
           02 cache-utm-medium pic x(30).
           02 cache-utm-campaign pic x(30).
       fd  hitq-file.
      *> must match getlink's hitq-record layout - getlink queues
      *> these during a db2 outage, this program replays them.
           02 hq-referrer pic x(150).
           02 hq-user-agent pic x(150).
           02 hq-variant-no pic 9(2).
           02 hq-client-net pic x(45).
       working-storage section.
         1 cache-status pic x(2) value spaces.
            88 cache-ok value '00'.
         1 expires-ts pic x(26).
         1 redirect-type pic x(3).
         1 golive-ts pic x(26).
         1 utm-source pic x(30).
         1 utm-medium pic x(30).
         1 utm-campaign pic x(30).
         1 url-host pic x(64) value spaces.
         1 url-domain pic x(64) value spaces.
         1 blocked-count pic s9(9) binary value 0.
      *> display, the same convention as every other numeric host
      *> variable here.
         1 replay-variant pic s9(4) binary value 0.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKVSAM'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkvsam starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform replay-queued-hits
           exec sql
              declare active-cur cursor for
                 select id, url, coalesce(char(expires_ts), ''),
                    coalesce(redirect_type, '302'),
                    coalesce(char(golive_ts), ''),
                    coalesce((select c.utm_source from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), ''),
                    coalesce((select c.utm_medium from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), ''),
                    coalesce((select c.utm_campaign from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), '')
                 from links
                 where active_flag = 'Y'
      *> a suspended or closed account's links stay out of the
           if sqlcode not = 0
              display 'linkvsam unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           open output linkcache-file
           if not cache-ok
              display 'linkvsam unable to open lnkcach - status '
                       cache-status
              perform fail-run
              goback
           end-if
           perform until no-more-rows
              move spaces to url
              exec sql
                 fetch active-cur into :link-code, :url-var,
                    :expires-ts, :redirect-type, :golive-ts,
                    :utm-source, :utm-medium, :utm-campaign
              end-exec
              if sqlcode = 100
                 move 'N' to more-rows
                    ' link(s) cached, ' skipped-count
                    ' blocked link(s) skipped, ' replayed-count
                    ' queued hit(s) replayed'
           compute run-rec-in = cached-count + skipped-count
           move cached-count to run-rec-out
      *> the snapshot is good either way; a hitq left for the next
      *> run is a warning, not a failure.
           move 'OK' to run-status
           if replay-failed
              move 4 to run-rc
           else
              move 0 to run-rc
           end-if
           perform end-run
           goback.

      *> a link whose destination domain has gone onto the blocklist
              move url to cache-url
              move redirect-type to cache-redirect
              move golive-ts to cache-golive-ts
              move utm-source to cache-utm-source
              move utm-medium to cache-utm-medium
              move utm-campaign to cache-utm-campaign
              perform load-link-variants
              write cache-record
              if cache-ok

      *> a queue written before the variant field existed leaves
      *> it as spaces on the short records - those (and anything
      *> else non-numeric) replay as variant 0, the base url. a
      *> record from before the client network was queued replays
      *> with none, and linkgeo puts it down as country unknown.
       replay-one-hit.
           if hq-variant-no is numeric
              move hq-variant-no to replay-variant
           end-if
           exec sql
              insert into link_hits
                 (link_id, hit_ts, referrer, user_agent, variant_no,
                  client_net)
                 values (rtrim(:hq-link-id), timestamp(:hq-hit-ts),
                    :hq-referrer, :hq-user-agent, :replay-variant,
                    nullif(rtrim(:hq-client-net), ''))
           end-exec
           if sqlcode = 0
              add 1 to replayed-count
              move 'Y' to replay-failed-sw
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

       end program linkvsam.
