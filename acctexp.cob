      *>db2:package
      *> answers a customer's data request: everything held for one
      *> account, written to EXPOUT as fixed-layout records, one
      *> record type per table, every record carrying the type and
      *> the account id first and padded to the 2200-byte lrecl:
      *>   10  accounts         status, created, plan
      *>   11  api_keys         key number and dates - never the key
      *>                        itself, a credential is not data
      *>                        about the customer
      *>   12  account_changes  status, key and plan history
      *>   13  domains          branded host, brand, logo, fallback
      *>   14  campaigns        name, dates and utm tags
      *>   15  api_access_log   every api answer the account drew
      *>   20  links            code, flags, dates, destination
      *>   21  link_variants    a/b destinations and weights
      *>   22  link_changes     every recorded change to a link
      *>   23  link_misses      scans of the account's codes that
      *>                        found no link, with referrer and
      *>                        user agent
      *>   30  link_hits        the live click detail
      *>   31  archived hits    detail linkpurge moved to the
      *>                        LINKHITS.ARCHIVE generations on ARCHIN
      *>   32  link_hits_daily  the rolled-up click counts
      *>   33  purge_totals     the rollup's control totals
      *>   90  trailer          export time and the count of every
      *>                        type above, so the file can be proved
      *>                        complete
      *> a table or cursor that cannot be read, an ARCHIN that will
      *> not open, a code table too small for the account or a
      *> failed write ends the job with return code 8 and no
      *> trailer - a file without one is never complete and must
      *> not go to the customer.
      *> archived hits are matched the way linkarch matches an
      *> account request - by the account's codes, or by the account
      *> id on generations that carry it - and hits accterase has
      *> suppressed on erased codes are left out. the account is
      *> named on EXPPARM, columns 1-30.
       id division.
       program-id. acctexp.
       environment division.
       input-output section.
       file-control.
           select expparm-file assign to EXPPARM
              organization is line sequential
              file status is expparm-status.
           select archin-file assign to ARCHIN
              organization is line sequential
              file status is archin-status.
           select expout-file assign to EXPOUT
              organization is line sequential
              file status is expout-status.
       data division.
       file section.
       fd  expparm-file.
       01  expparm-record.
           02 xp-account-id pic x(30).
       fd  archin-file.
      *> linkpurge's fixed 410-byte arch-detail layout - see
      *> linkarch for the shorter generations.
       01  archin-record.
           02 ar-link-id pic x(30).
           02 ar-hit-ts pic x(26).
           02 ar-referrer pic x(150).
           02 ar-user-agent pic x(150).
           02 ar-hit-class pic x(12).
           02 ar-purge-date pic x(10).
           02 ar-account-id pic x(30).
           02 ar-country pic x(2).
       fd  expout-file.
       01  expout-record pic x(2200).
       working-storage section.
         78 max-acct-codes value 5000.
         1 expparm-status pic x(2) value spaces.
            88 expparm-ok value '00'.
         1 archin-status pic x(2) value spaces.
            88 archin-ok value '00'.
         1 expout-status pic x(2) value spaces.
            88 expout-ok value '00'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-input pic x(1) value 'Y'.
            88 no-more-input value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 account-id pic x(30) value spaces.
         1 account-rows pic s9(9) binary value 0.
         1 export-ts pic x(26) value spaces.
         1 code-count pic s9(4) binary value 0.
         1 acct-code-table.
            2 acct-code occurs max-acct-codes times pic x(30).
         1 code-idx pic 9(4) binary value 0.
         1 code-found-sw pic x(1) value 'N'.
            88 code-found value 'Y'.
         1 acct-code-in pic x(30).
         1 erased-rows pic s9(9) binary value 0.
         1 scanned-count pic 9(9) binary value 0.
         1 record-count pic 9(9) binary value 0.
         1 export-failed-sw pic x(1) value 'N'.
            88 export-failed value 'Y'.
         1 export-step pic x(20) value spaces.
         1 failed-step pic x(20) value spaces.
      *> the records, each padded to the lrecl.
         1 exp-account-rec.
            2 ea-rec-type pic x(2) value '10'.
            2 ea-account-id pic x(30).
            2 ea-status pic x(1).
            2 ea-created-ts pic x(26).
            2 ea-plan-code pic x(12).
            2 filler pic x(2129) value spaces.
         1 exp-key-rec.
            2 ek-rec-type pic x(2) value '11'.
            2 ek-account-id pic x(30).
            2 ek-key-no pic 9(4).
            2 ek-issued-ts pic x(26).
            2 ek-expires-ts pic x(26).
            2 ek-revoked-flag pic x(1).
            2 ek-revoked-ts pic x(26).
            2 ek-last-used-ts pic x(26).
            2 filler pic x(2059) value spaces.
         1 exp-acct-change-rec.
            2 eh-rec-type pic x(2) value '12'.
            2 eh-account-id pic x(30).
            2 eh-change-type pic x(8).
            2 eh-old-status pic x(1).
            2 eh-new-status pic x(1).
            2 eh-key-no pic 9(4).
            2 eh-old-plan pic x(12).
            2 eh-new-plan pic x(12).
            2 eh-changed-by pic x(30).
            2 eh-change-ts pic x(26).
            2 filler pic x(2074) value spaces.
         1 exp-domain-rec.
            2 ed-rec-type pic x(2) value '13'.
            2 ed-account-id pic x(30).
            2 ed-serve-host pic x(64).
            2 ed-brand-name pic x(64).
            2 ed-logo-url pic x(256).
            2 ed-fallback-url pic x(1024).
            2 filler pic x(760) value spaces.
         1 exp-campaign-rec.
            2 ec-rec-type pic x(2) value '14'.
            2 ec-account-id pic x(30).
            2 ec-campaign-id pic x(20).
            2 ec-campaign-name pic x(40).
            2 ec-start-date pic x(10).
            2 ec-end-date pic x(10).
            2 ec-utm-source pic x(30).
            2 ec-utm-medium pic x(30).
            2 ec-utm-campaign pic x(30).
            2 ec-updated-ts pic x(26).
            2 filler pic x(1972) value spaces.
         1 exp-access-rec.
            2 ex-rec-type pic x(2) value '15'.
            2 ex-account-id pic x(30).
            2 ex-access-ts pic x(26).
            2 ex-method pic x(6).
            2 ex-endpoint pic x(16).
            2 ex-source-ip pic x(45).
            2 ex-status-code pic x(3).
            2 ex-error-token pic x(32).
            2 filler pic x(2040) value spaces.
         1 exp-link-rec.
            2 el-rec-type pic x(2) value '20'.
            2 el-account-id pic x(30).
            2 el-link-id pic x(30).
            2 el-active-flag pic x(1).
            2 el-redirect-type pic x(3).
            2 el-created-ts pic x(26).
            2 el-golive-ts pic x(26).
            2 el-expires-ts pic x(26).
            2 el-campaign-id pic x(20).
            2 el-health-status pic x(12).
            2 el-url pic x(1024).
            2 filler pic x(1000) value spaces.
         1 exp-variant-rec.
            2 ev-rec-type pic x(2) value '21'.
            2 ev-account-id pic x(30).
            2 ev-link-id pic x(30).
            2 ev-variant-no pic 9(4).
            2 ev-weight pic 9(3).
            2 ev-url pic x(1024).
            2 filler pic x(1107) value spaces.
         1 exp-link-change-rec.
            2 eg-rec-type pic x(2) value '22'.
            2 eg-account-id pic x(30).
            2 eg-link-id pic x(30).
            2 eg-change-type pic x(8).
            2 eg-changed-by pic x(30).
            2 eg-change-ts pic x(26).
            2 eg-old-value pic x(1024).
            2 eg-new-value pic x(1024).
            2 filler pic x(26) value spaces.
         1 exp-miss-rec.
            2 eq-rec-type pic x(2) value '23'.
            2 eq-account-id pic x(30).
            2 eq-miss-code pic x(30).
            2 eq-miss-ts pic x(26).
            2 eq-referrer pic x(150).
            2 eq-user-agent pic x(150).
            2 filler pic x(1812) value spaces.
         1 exp-hit-rec.
            2 et-rec-type pic x(2) value '30'.
            2 et-account-id pic x(30).
            2 et-link-id pic x(30).
            2 et-hit-ts pic x(26).
            2 et-hit-class pic x(12).
            2 et-variant-no pic 9(4).
            2 et-client-net pic x(45).
            2 et-country pic x(2).
            2 et-referrer-domain pic x(64).
            2 et-referrer pic x(150).
            2 et-user-agent pic x(150).
            2 filler pic x(1685) value spaces.
         1 exp-arch-hit-rec.
            2 eb-rec-type pic x(2) value '31'.
            2 eb-account-id pic x(30).
            2 eb-link-id pic x(30).
            2 eb-hit-ts pic x(26).
            2 eb-hit-class pic x(12).
            2 eb-purge-date pic x(10).
            2 eb-country pic x(2).
            2 eb-referrer pic x(150).
            2 eb-user-agent pic x(150).
            2 filler pic x(1788) value spaces.
         1 exp-daily-rec.
            2 ey-rec-type pic x(2) value '32'.
            2 ey-account-id pic x(30).
            2 ey-link-id pic x(30).
            2 ey-hit-date pic x(10).
            2 ey-country pic x(2).
            2 ey-hit-count pic 9(9).
            2 ey-bot-count pic 9(9).
            2 filler pic x(2108) value spaces.
         1 exp-purge-rec.
            2 ep-rec-type pic x(2) value '33'.
            2 ep-account-id pic x(30).
            2 ep-run-date pic x(10).
            2 ep-hit-date pic x(10).
            2 ep-hit-increment pic 9(9).
            2 ep-bot-increment pic 9(9).
            2 filler pic x(2130) value spaces.
         1 exp-trailer-rec.
            2 ez-rec-type pic x(2) value '90'.
            2 ez-account-id pic x(30).
            2 ez-export-ts pic x(26).
            2 ez-counts.
               3 ez-account-count pic 9(9) value 0.
               3 ez-key-count pic 9(9) value 0.
               3 ez-acct-change-count pic 9(9) value 0.
               3 ez-domain-count pic 9(9) value 0.
               3 ez-campaign-count pic 9(9) value 0.
               3 ez-access-count pic 9(9) value 0.
               3 ez-link-count pic 9(9) value 0.
               3 ez-variant-count pic 9(9) value 0.
               3 ez-link-change-count pic 9(9) value 0.
               3 ez-miss-count pic 9(9) value 0.
               3 ez-hit-count pic 9(9) value 0.
               3 ez-arch-hit-count pic 9(9) value 0.
               3 ez-daily-count pic 9(9) value 0.
               3 ez-purge-count pic 9(9) value 0.
            2 filler pic x(2016) value spaces.
         1 num-in pic s9(9) binary value 0.
         1 num-in-2 pic s9(9) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'acctexp starting'
           perform read-parm
           if account-id = spaces
              display 'acctexp missing account id on expparm'
              move 8 to return-code
              goback
           end-if
           move 0 to account-rows
           exec sql
              select count(*) into :account-rows from accounts
              where account_id = rtrim(:account-id)
           end-exec
           if account-rows = 0
              display 'acctexp unknown account ' account-id
              move 8 to return-code
              goback
           end-if
           open output expout-file
           if not expout-ok
              display 'acctexp unable to open expout - status '
                       expout-status
              move 8 to return-code
              goback
           end-if
           exec sql
              values char(current timestamp) into :export-ts
           end-exec
           move account-id to ea-account-id ek-account-id
              eh-account-id ed-account-id ec-account-id
              ex-account-id el-account-id ev-account-id eg-account-id
              eq-account-id et-account-id eb-account-id ey-account-id
              ep-account-id ez-account-id
           perform export-account
           perform export-keys
           perform export-account-changes
           perform export-domains
           perform export-campaigns
           perform export-access-log
           perform export-links
           perform export-variants
           perform export-link-changes
           perform export-misses
           perform export-hits
           perform load-account-codes
           perform export-archived-hits
           perform export-daily
           perform export-purge-totals
           if not export-failed
              move 'trailer' to export-step
              move export-ts to ez-export-ts
              write expout-record from exp-trailer-rec
              perform check-write
              add 1 to record-count
           end-if
           close expout-file
           if export-failed
              display 'acctexp FAILED at ' failed-step ' - export of '
                       account-id ' incomplete, no trailer written'
              move 8 to return-code
              goback
           end-if
           display 'acctexp complete - ' record-count
                    ' record(s) written for ' account-id ', '
                    scanned-count ' archive record(s) scanned'
           goback.

       read-parm.
           open input expparm-file
           if not expparm-ok
              display 'acctexp unable to open expparm - status '
                       expparm-status
           else
              perform until no-more-parm
                 read expparm-file
                    at end
                       move 'N' to more-parm
                    not at end
                       if xp-account-id not = spaces
                          move xp-account-id to account-id
                       end-if
                 end-read
              end-perform
           end-if
           close expparm-file.

       export-account.
           move 'accounts' to export-step
           exec sql
              select coalesce(status, 'A'),
                 coalesce(char(created_ts), ''),
                 coalesce(plan_code, '')
                 into :ea-status, :ea-created-ts, :ea-plan-code
              from accounts
              where account_id = rtrim(:account-id)
           end-exec
           if sqlcode = 0
              write expout-record from exp-account-rec
              perform check-write
              add 1 to ez-account-count
              add 1 to record-count
           else
              perform sql-failed
           end-if.

       export-keys.
           exec sql
              declare key-cur cursor for
                 select key_no, coalesce(char(issued_ts), ''),
                    coalesce(char(expires_ts), ''),
                    coalesce(revoked_flag, 'N'),
                    coalesce(char(revoked_ts), ''),
                    coalesce(char(last_used_ts), '')
                 from api_keys
                 where account_id = rtrim(:account-id)
                 order by key_no
           end-exec
           exec sql open key-cur end-exec
           move 'api_keys' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch key-cur into :num-in, :ek-issued-ts,
                    :ek-expires-ts, :ek-revoked-flag,
                    :ek-revoked-ts, :ek-last-used-ts
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to ek-key-no
                 write expout-record from exp-key-rec
                 perform check-write
                 add 1 to ez-key-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close key-cur end-exec.

       export-account-changes.
           exec sql
              declare chg-cur cursor for
                 select coalesce(change_type, ''),
                    coalesce(old_status, ''),
                    coalesce(new_status, ''), coalesce(key_no, 0),
                    coalesce(old_plan, ''), coalesce(new_plan, ''),
                    coalesce(changed_by, ''),
                    coalesce(char(change_ts), '')
                 from account_changes
                 where account_id = rtrim(:account-id)
                 order by change_ts
           end-exec
           exec sql open chg-cur end-exec
           move 'account_changes' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch chg-cur into :eh-change-type, :eh-old-status,
                    :eh-new-status, :num-in, :eh-old-plan,
                    :eh-new-plan, :eh-changed-by, :eh-change-ts
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to eh-key-no
                 write expout-record from exp-acct-change-rec
                 perform check-write
                 add 1 to ez-acct-change-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close chg-cur end-exec.

       export-domains.
           exec sql
              declare dom-cur cursor for
                 select coalesce(serve_host, ''),
                    coalesce(brand_name, ''), coalesce(logo_url, ''),
                    coalesce(fallback_url, '')
                 from domains
                 where account_id = rtrim(:account-id)
                 order by serve_host
           end-exec
           exec sql open dom-cur end-exec
           move 'domains' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch dom-cur into :ed-serve-host, :ed-brand-name,
                    :ed-logo-url, :ed-fallback-url
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-domain-rec
                 perform check-write
                 add 1 to ez-domain-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close dom-cur end-exec.

       export-campaigns.
           exec sql
              declare camp-cur cursor for
                 select campaign_id, coalesce(campaign_name, ''),
                    coalesce(char(start_date), ''),
                    coalesce(char(end_date), ''),
                    coalesce(utm_source, ''), coalesce(utm_medium, ''),
                    coalesce(utm_campaign, ''),
                    coalesce(char(updated_ts), '')
                 from campaigns
                 where account_id = rtrim(:account-id)
                 order by campaign_id
           end-exec
           exec sql open camp-cur end-exec
           move 'campaigns' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch camp-cur into :ec-campaign-id,
                    :ec-campaign-name, :ec-start-date, :ec-end-date,
                    :ec-utm-source, :ec-utm-medium,
                    :ec-utm-campaign, :ec-updated-ts
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-campaign-rec
                 perform check-write
                 add 1 to ez-campaign-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close camp-cur end-exec.

       export-access-log.
           exec sql
              declare acc-cur cursor for
                 select char(access_ts), coalesce(method, ''),
                    coalesce(endpoint, ''), coalesce(source_ip, ''),
                    coalesce(status_code, ''),
                    coalesce(error_token, '')
                 from api_access_log
                 where account_id = rtrim(:account-id)
                 order by access_ts
           end-exec
           exec sql open acc-cur end-exec
           move 'api_access_log' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch acc-cur into :ex-access-ts, :ex-method,
                    :ex-endpoint, :ex-source-ip, :ex-status-code,
                    :ex-error-token
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-access-rec
                 perform check-write
                 add 1 to ez-access-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close acc-cur end-exec.

       export-links.
           exec sql
              declare link-cur cursor for
                 select id, coalesce(active_flag, 'Y'),
                    coalesce(redirect_type, '302'),
                    coalesce(char(created_ts), ''),
                    coalesce(char(golive_ts), ''),
                    coalesce(char(expires_ts), ''),
                    coalesce(campaign_id, ''),
                    coalesce(health_status, ''), url
                 from links
                 where account_id = rtrim(:account-id)
                 order by id
           end-exec
           exec sql open link-cur end-exec
           move 'links' to export-step
           perform check-open
           perform until no-more-rows
              move spaces to el-url
              exec sql
                 fetch link-cur into :el-link-id, :el-active-flag,
                    :el-redirect-type, :el-created-ts,
                    :el-golive-ts, :el-expires-ts, :el-campaign-id,
                    :el-health-status, :el-url
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-link-rec
                 perform check-write
                 add 1 to ez-link-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close link-cur end-exec.

       export-variants.
           exec sql
              declare var-cur cursor for
                 select v.link_id, v.variant_no,
                    coalesce(v.weight, 0), v.url
                 from link_variants v, links l
                 where v.link_id = l.id
                   and l.account_id = rtrim(:account-id)
                 order by v.link_id, v.variant_no
           end-exec
           exec sql open var-cur end-exec
           move 'link_variants' to export-step
           perform check-open
           perform until no-more-rows
              move spaces to ev-url
              exec sql
                 fetch var-cur into :ev-link-id, :num-in, :num-in-2,
                    :ev-url
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to ev-variant-no
                 move num-in-2 to ev-weight
                 write expout-record from exp-variant-rec
                 perform check-write
                 add 1 to ez-variant-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close var-cur end-exec.

      *> by the account on the row, or by one of its links - the
      *> older rows were written before the account was carried.
       export-link-changes.
           exec sql
              declare lchg-cur cursor for
                 select c.link_id, coalesce(c.change_type, ''),
                    coalesce(c.changed_by, ''),
                    coalesce(char(c.change_ts), ''),
                    coalesce(c.old_url, ''), coalesce(c.new_url, '')
                 from link_changes c
                 where c.account_id = rtrim(:account-id)
                    or c.link_id in
                       (select l.id from links l
                        where l.account_id = rtrim(:account-id))
                 order by c.link_id, c.change_ts
           end-exec
           exec sql open lchg-cur end-exec
           move 'link_changes' to export-step
           perform check-open
           perform until no-more-rows
              move spaces to eg-old-value
              move spaces to eg-new-value
              exec sql
                 fetch lchg-cur into :eg-link-id, :eg-change-type,
                    :eg-changed-by, :eg-change-ts, :eg-old-value,
                    :eg-new-value
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-link-change-rec
                 perform check-write
                 add 1 to ez-link-change-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close lchg-cur end-exec.

      *> a miss carries no account, only the code scanned - the
      *> rows matched are those naming one of the account's codes
      *> exactly, the same rows accterase deletes. an unowned code
      *> scanned by the account's customers is nobody's data.
       export-misses.
           exec sql
              declare miss-cur cursor for
                 select m.miss_code, char(m.miss_ts),
                    coalesce(m.referrer, ''),
                    coalesce(m.user_agent, '')
                 from link_misses m
                 where m.miss_code in
                    (select l.id from links l
                     where l.account_id = rtrim(:account-id))
                 order by m.miss_code, m.miss_ts
           end-exec
           exec sql open miss-cur end-exec
           move 'link_misses' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch miss-cur into :eq-miss-code, :eq-miss-ts,
                    :eq-referrer, :eq-user-agent
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 write expout-record from exp-miss-rec
                 perform check-write
                 add 1 to ez-miss-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close miss-cur end-exec.

       export-hits.
           exec sql
              declare hit-cur cursor for
                 select h.link_id, char(h.hit_ts),
                    coalesce(h.hit_class, ''),
                    coalesce(h.variant_no, 0),
                    coalesce(h.client_net, ''),
                    coalesce(h.country, ''),
                    coalesce(h.referrer_domain, ''),
                    coalesce(h.referrer, ''),
                    coalesce(h.user_agent, '')
                 from link_hits h, links l
                 where h.link_id = l.id
                   and l.account_id = rtrim(:account-id)
                 order by h.link_id, h.hit_ts
           end-exec
           exec sql open hit-cur end-exec
           move 'link_hits' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch hit-cur into :et-link-id, :et-hit-ts,
                    :et-hit-class, :num-in, :et-client-net,
                    :et-country, :et-referrer-domain, :et-referrer,
                    :et-user-agent
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to et-variant-no
                 write expout-record from exp-hit-rec
                 perform check-write
                 add 1 to ez-hit-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close hit-cur end-exec.

      *> deactivated links included - their history is exactly
      *> what a data request asks about.
       load-account-codes.
           exec sql
              declare code-cur cursor for
                 select id from links
                 where account_id = rtrim(:account-id)
                 order by id
           end-exec
           exec sql open code-cur end-exec
           move 'links codes' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch code-cur into :acct-code-in
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 if code-count >= max-acct-codes
                    display 'acctexp account code table full - '
                             'archived hits past the cap cannot be '
                             'matched'
                    move 'account code table' to export-step
                    perform note-failure
                    move 'N' to more-rows
                 else
                    add 1 to code-count
                    move acct-code-in to acct-code(code-count)
                 end-if
              end-if
           end-perform
           exec sql close code-cur end-exec.

       export-archived-hits.
           move 'ARCHIN' to export-step
           open input archin-file
           if not archin-ok
              display 'acctexp unable to open archin - status '
                       archin-status
              perform note-failure
           else
              perform until no-more-input
                 read archin-file
                    at end
                       move 'N' to more-input
                    not at end
                       add 1 to scanned-count
                       perform match-archive-record
                 end-read
              end-perform
           end-if
           close archin-file.

      *> a generation that carries the account decides on it alone -
      *> a code another account minted since is not this account's.
       match-archive-record.
           move 'N' to code-found-sw
           if ar-account-id not = spaces
              if ar-account-id = account-id
                 move 'Y' to code-found-sw
              end-if
           else
              move 0 to code-idx
              perform until code-found or code-idx >= code-count
                 add 1 to code-idx
                 if ar-link-id = acct-code(code-idx)
                    move 'Y' to code-found-sw
                 end-if
              end-perform
           end-if
           if code-found
              move 0 to erased-rows
              exec sql
                 select count(*) into :erased-rows
                 from erased_codes
                 where link_id = rtrim(:ar-link-id)
                   and erased_ts > timestamp(:ar-hit-ts)
              end-exec
              if sqlcode not = 0
                 move 'erased_codes' to export-step
                 perform sql-failed
                 move 'ARCHIN' to export-step
              end-if
              if sqlcode = 0 and erased-rows = 0
                 move ar-link-id to eb-link-id
                 move ar-hit-ts to eb-hit-ts
                 move ar-hit-class to eb-hit-class
                 move ar-purge-date to eb-purge-date
                 move ar-country to eb-country
                 move ar-referrer to eb-referrer
                 move ar-user-agent to eb-user-agent
                 write expout-record from exp-arch-hit-rec
                 perform check-write
                 add 1 to ez-arch-hit-count
                 add 1 to record-count
              end-if
           end-if.

       export-daily.
           exec sql
              declare daily-cur cursor for
                 select d.link_id, char(d.hit_date),
                    coalesce(d.country, ''),
                    coalesce(d.hit_count, 0), coalesce(d.bot_count, 0)
                 from link_hits_daily d, links l
                 where d.link_id = l.id
                   and l.account_id = rtrim(:account-id)
                 order by d.link_id, d.hit_date
           end-exec
           exec sql open daily-cur end-exec
           move 'link_hits_daily' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch daily-cur into :ey-link-id, :ey-hit-date,
                    :ey-country, :num-in, :num-in-2
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to ey-hit-count
                 move num-in-2 to ey-bot-count
                 write expout-record from exp-daily-rec
                 perform check-write
                 add 1 to ez-daily-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close daily-cur end-exec.

       export-purge-totals.
           exec sql
              declare purge-cur cursor for
                 select char(run_date), char(hit_date),
                    coalesce(hit_increment, 0),
                    coalesce(bot_increment, 0)
                 from purge_totals
                 where account_id = rtrim(:account-id)
                 order by run_date, hit_date
           end-exec
           exec sql open purge-cur end-exec
           move 'purge_totals' to export-step
           perform check-open
           perform until no-more-rows
              exec sql
                 fetch purge-cur into :ep-run-date, :ep-hit-date,
                    :num-in, :num-in-2
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
                 perform check-fetch-end
              else
                 move num-in to ep-hit-increment
                 move num-in-2 to ep-bot-increment
                 write expout-record from exp-purge-rec
                 perform check-write
                 add 1 to ez-purge-count
                 add 1 to record-count
              end-if
           end-perform
           exec sql close purge-cur end-exec.

      *> a cursor that will not open or a fetch that ends on
      *> anything but 100 has lost rows the customer is owed.
       check-open.
           move 'Y' to more-rows
           if sqlcode not = 0
              move 'N' to more-rows
              perform sql-failed
           end-if.

       check-fetch-end.
           if sqlcode not = 100
              perform sql-failed
           end-if.

       sql-failed.
           if not export-failed
              display 'acctexp ' export-step ' read failed - sqlcode '
                       sqlcode
           end-if
           perform note-failure.

       check-write.
           if not expout-ok
              if not export-failed
                 display 'acctexp unable to write expout - status '
                          expout-status ' at ' export-step
              end-if
              perform note-failure
           end-if.

      *> the first failure is the one named - what follows it is
      *> usually its consequence.
       note-failure.
           if not export-failed
              move 'Y' to export-failed-sw
              move export-step to failed-step
           end-if.

       end program acctexp.
