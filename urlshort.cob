         1 weight-param-name pic x value 'w'.
         1 weight-value pic x(1024).
         1 weight-len pic 9(4) binary value 0.
         1 campaign-param-name pic x value 'c'.
         1 campaign-value pic x(1024).
         1 campaign-len pic 9(4) binary value 0.
      *> what each non-redirect endpoint answered, handed to apilog
      *> once the response is out.
         1 access-endpoint pic x(16) value spaces.
         1 access-info.
            2 access-status pic x(3) value spaces.
            2 access-error pic x(32) value spaces.
            2 access-account pic x(30) value spaces.
       linkage section.
      *> http-path carries the whole raw query string, scanned once
      *> per param by getparam - postlink alone now pulls u/a/k out
                              by reference redir-value, redir-len
              call 'getparam' using http-path, golive-param-name,
                              by reference golive-value, golive-len
              call 'getparam' using http-path, campaign-param-name,
                              by reference campaign-value,
                              campaign-len
              call 'postlink' using param-value,
                              alias-value, alias-len,
                              http-client-ip,
                              apikey-value, apikey-len,
                              redir-value, redir-len,
                              golive-value, golive-len,
                              campaign-value, campaign-len,
                              access-info
              move 'postlink' to access-endpoint
              perform log-access
           else
              if "PUT" = http-method
                 call 'getparam' using http-path, link-param-name,
                    call 'addvariant' using link-value, link-len,
                                    param-value,
                                    apikey-value, apikey-len,
                                    weight-value, weight-len,
                                    access-info
                    move 'addvariant' to access-endpoint
                 else
                    call 'updatelink' using link-value, link-len,
                                    param-value,
                                    apikey-value, apikey-len,
                                    redir-value, redir-len,
                                    access-info
                    move 'updatelink' to access-endpoint
                 end-if
                 perform log-access
              else
              if "DELETE" = http-method
                 call 'getparam' using http-path, link-param-name,
                                 by reference param-value, param-len
                 call 'deactivatelink' using param-value, param-len,
                                 access-info
                 move 'deactivatelink' to access-endpoint
                 perform log-access
              else
                 call 'getparam' using http-path, qr-param-name,
                                 by reference qr-value, qr-len
                 if qr-len > 0
                    call 'getqr' using qr-value, qr-len, access-info
                    move 'getqr' to access-endpoint
                    perform log-access
                 else
                    call 'getparam' using http-path, link-param-name,
                                    by reference param-value, param-len
                                       limit-len
                       call 'listlinks' using apikey-value, apikey-len,
                                       offset-value, offset-len,
                                       limit-value, limit-len,
                                       access-info
                       move 'listlinks' to access-endpoint
                       perform log-access
                    else
                       call 'getlink' using param-value, param-len,
                                       http-referrer, http-user-agent,
                                       http-client-ip
                    end-if
                 end-if
              end-if
              end-if
           end-if
           goback.

      *> every response but a redirect - getlink's clicks are
      *> link_hits' business, not the api's.
       log-access.
           call 'apilog' using http-method, access-endpoint,
                         access-account, http-client-ip,
                         access-status, access-error.
       end program urlshort.

       id division.
           goback.
       end program urlhost.

      *> reduces a caller's address to the network it came from
      *> before anything is stored, so a click can be placed on a
      *> map without the hit row ever identifying a subscriber.
      *> ipv4 keeps its first three octets (a.b.c.0 - the /24);
      *> ipv6 keeps its first four groups (the /64 routing prefix)
      *> and drops the interface bits, written back in one
      *> canonical form - lower case, leading zeros gone, '::' for
      *> the rest - so every spelling of one network compares
      *> equal. an ipv4-mapped ipv6 address (::ffff:a.b.c.d) is
      *> treated as the ipv4 address it carries. anything that
      *> does not parse comes back as spaces.
       id division.
       program-id. ipnet.
       data division.
       local-storage section.
         1 ip-work pic x(45) value spaces.
         1 ip-len pic 9(4) binary value 0.
         1 scan-idx pic 9(4) binary value 0.
         1 colon-count pic 9(4) binary value 0.
         1 dot-count pic 9(4) binary value 0.
         1 last-colon pic 9(4) binary value 0.
         1 v4-start pic 9(4) binary value 0.
         1 third-dot pic 9(4) binary value 0.
         1 dc-pos pic 9(4) binary value 0.
         1 head-count pic 9(4) binary value 0.
         1 tail-count pic 9(4) binary value 0.
         1 grp-idx pic 9(4) binary value 0.
         1 grp-len pic 9(4) binary value 0.
         1 zero-count pic 9(4) binary value 0.
         1 hex-count pic 9(4) binary value 0.
         1 hex-digits pic x(16) value '0123456789abcdef'.
         1 ip-bad-sw pic x value 'N'.
            88 ip-bad value 'Y'.
         1 grp-table.
            2 grp pic x(4) occurs 8 times.
         1 tail-table.
            2 tail-grp pic x(4) occurs 8 times.
         1 grp-trimmed pic x(4) value spaces.
      *> parse-groups splits ip-work(parse-start:parse-len) on ':'
      *> into parse-grp.
         1 parse-start pic 9(4) binary value 0.
         1 parse-len pic 9(4) binary value 0.
         1 parse-end pic 9(4) binary value 0.
         1 parse-count pic 9(4) binary value 0.
         1 parse-table.
            2 parse-grp pic x(4) occurs 8 times.
       linkage section.
      *> the width urlshort's argv gives http-client-ip.
         1 ip-in pic x(45).
         1 net-out pic x(45).
       procedure division using ip-in, net-out.
           move spaces to net-out
           move ip-in to ip-work
           inspect ip-work
              converting "ABCDEF" to "abcdef"
      *> a zone suffix (fe80::1%eth0) ends the address.
           move 0 to ip-len
           perform until ip-len >= 45
                    or ip-work(ip-len + 1:1) = space
                    or ip-work(ip-len + 1:1) = '%'
              add 1 to ip-len
           end-perform
           if ip-len = 0
              goback
           end-if
           move 0 to colon-count
           move 0 to dot-count
           move 0 to last-colon
           move 0 to scan-idx
           perform until scan-idx >= ip-len
              add 1 to scan-idx
              if ip-work(scan-idx:1) = ':'
                 add 1 to colon-count
                 move scan-idx to last-colon
              end-if
              if ip-work(scan-idx:1) = '.'
                 add 1 to dot-count
              end-if
           end-perform
           if dot-count > 0
              perform ipv4-network
           else
              if colon-count > 1
                 perform ipv6-network
              end-if
           end-if
           goback.

       ipv4-network.
           compute v4-start = last-colon + 1
           move 0 to dot-count
           move 0 to third-dot
           move last-colon to scan-idx
           perform until scan-idx >= ip-len
              add 1 to scan-idx
              if ip-work(scan-idx:1) = '.'
                 add 1 to dot-count
                 if dot-count = 3
                    move scan-idx to third-dot
                 end-if
              else
                 if ip-work(scan-idx:1) < '0'
                    or ip-work(scan-idx:1) > '9'
                    move 'Y' to ip-bad-sw
                 end-if
              end-if
           end-perform
           if dot-count = 3 and third-dot < ip-len and not ip-bad
              move ip-work(v4-start:third-dot - v4-start + 1)
                 to net-out
              move '0' to net-out(third-dot - v4-start + 2:1)
           end-if.

      *> a '::' stands for however many zero groups bring the
      *> address to eight, so the groups either side of it are
      *> split apart and the gap refilled before the prefix is
      *> taken.
       ipv6-network.
           move spaces to grp-table
           move 0 to dc-pos
           inspect ip-work(1:ip-len) tallying dc-pos
              for characters before initial '::'
           if dc-pos < ip-len
              move 1 to parse-start
              move dc-pos to parse-len
              perform parse-groups
              move parse-count to head-count
              move parse-table to grp-table
              compute parse-start = dc-pos + 3
              compute parse-len = ip-len - dc-pos - 2
              perform parse-groups
              move parse-count to tail-count
              move parse-table to tail-table
              if head-count + tail-count > 7
                 move 'Y' to ip-bad-sw
              else
                 compute grp-idx = head-count
                 perform until grp-idx >= 8 - tail-count
                    add 1 to grp-idx
                    move '0' to grp(grp-idx)
                 end-perform
                 move 0 to scan-idx
                 perform until scan-idx >= tail-count
                    add 1 to scan-idx
                    add 1 to grp-idx
                    move tail-grp(scan-idx) to grp(grp-idx)
                 end-perform
              end-if
           else
              move 1 to parse-start
              move ip-len to parse-len
              perform parse-groups
              move parse-table to grp-table
              if parse-count not = 8
                 move 'Y' to ip-bad-sw
              end-if
           end-if
           if not ip-bad
              move 0 to grp-idx
              perform until grp-idx >= 4
                 add 1 to grp-idx
                 perform trim-group-zeros
              end-perform
              string grp(1) delimited by space
                     ':' delimited by size
                     grp(2) delimited by space
                     ':' delimited by size
                     grp(3) delimited by space
                     ':' delimited by size
                     grp(4) delimited by space
                     '::' delimited by size
                 into net-out
           end-if.

      *> an empty group (':::') or a non-hex digit spoils the
      *> whole address.
       parse-groups.
           move spaces to parse-table
           move 0 to parse-count
           move 0 to grp-len
           if parse-len > 0
              move 1 to parse-count
              compute parse-end = parse-start + parse-len - 1
              compute scan-idx = parse-start - 1
              perform until scan-idx >= parse-end or ip-bad
                 add 1 to scan-idx
                 if ip-work(scan-idx:1) = ':'
                    if grp-len = 0 or parse-count >= 8
                       move 'Y' to ip-bad-sw
                    else
                       add 1 to parse-count
                       move 0 to grp-len
                    end-if
                 else
                    move 0 to hex-count
                    inspect hex-digits tallying hex-count
                       for all ip-work(scan-idx:1)
                    if hex-count = 0 or grp-len >= 4
                       move 'Y' to ip-bad-sw
                    else
                       add 1 to grp-len
                       move ip-work(scan-idx:1)
                          to parse-grp(parse-count)(grp-len:1)
                    end-if
                 end-if
              end-perform
              if grp-len = 0
                 move 'Y' to ip-bad-sw
              end-if
           end-if.

       trim-group-zeros.
           move 0 to zero-count
           inspect grp(grp-idx) tallying zero-count
              for leading '0'
           move 4 to grp-len
           perform until grp-len = 0
                    or grp(grp-idx)(grp-len:1) not = space
              subtract 1 from grp-len
           end-perform
           if zero-count >= grp-len
              move '0' to grp(grp-idx)
           else
              if zero-count > 0
                 move grp(grp-idx)(zero-count + 1:grp-len - zero-count)
                    to grp-trimmed
                 move grp-trimmed to grp(grp-idx)
              end-if
           end-if.
       end program ipnet.

      *> puts one fixed-layout lifecycle event (created, deactivated,
      *> expired) on the marketing event queue so downstream systems
      *> hear about it in seconds instead of the next batch window.
      *> linkanom puts its traffic alerts on the same queue as ALERT
      *> events, the alert detail laid out in the url slot.
      *> the put is best-effort: this runs inside a cgi response, so
      *> nothing here may display - a queue manager outage must cost
      *> only the event, never the http reply the caller is building.
           goback.
       end program serveurl.

      *> resolves an api key to its account for every keyed path -
      *> postlink, updatelink, addvariant, listlinks and linkreq -
      *> so the rules live in one place. an account holds any
      *> number of keys in api_keys, each with its own issue date,
      *> optional expiry and revoked flag, so a customer can roll
      *> onto a new key while the old one keeps working through a
      *> grace window. a revoked key, or one past its expiry,
      *> resolves to nothing and the caller answers it exactly like
      *> a key that never existed. the account status comes back
      *> with the account, and the callers apply their own
      *> suspended/closed screens as before.
      *> an account that predates api_keys has only the single
      *> accounts.api_key value. that key is carried into api_keys
      *> as key 1 the first time it is presented, so it gains a
      *> last-used stamp and can be revoked like any other. once an
      *> account has any api_keys row the old column is never read
      *> again - revoking key 1 must actually stop it.
      *> a key accepted for a live account gets last_used_ts
      *> stamped, which is what keyaudit's unused-key report reads.
      *> like linkevent, nothing here may display: the callers own
      *> the http response.
      *>db2:package
       id division.
       program-id. keycheck.
       data division.
       working-storage section.
         1 key-no pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       linkage section.
      *> getparam's value-out width - the cgi callers pass their
      *> apikey buffer straight through, linkreq re-homes its
      *> 64-byte request field in one of these first.
         1 apikey pic x(1024).
         1 apikey-len pic 9(4) binary.
         1 account-out pic x(30).
         1 status-out pic x(1).
       procedure division using apikey, apikey-len,
                                account-out, status-out.
           move spaces to account-out
           move spaces to status-out
           move 0 to key-no
      *> acctload never issues a key wider than its 64-byte feed
      *> field, so anything longer cannot match - and must not be
      *> allowed to match on a prefix.
           if apikey-len = 0 or apikey-len > 64
              goback
           end-if
           exec sql
              select k.account_id, k.key_no, coalesce(a.status, 'A')
                 into :account-out, :key-no, :status-out
              from api_keys k, accounts a
              where k.api_key = rtrim(:apikey)
                and a.account_id = k.account_id
                and coalesce(k.revoked_flag, 'N') <> 'Y'
                and (k.expires_ts is null
                     or k.expires_ts > current timestamp)
           end-exec
           if sqlcode = 100
              perform adopt-legacy-key
           else
              if sqlcode not = 0
                 move spaces to account-out
                 move spaces to status-out
                 move 0 to key-no
              end-if
           end-if
           if account-out not = spaces and key-no > 0
              and status-out not = 'S' and status-out not = 'C'
              exec sql
                 update api_keys
                    set last_used_ts = current timestamp
                 where account_id = rtrim(:account-out)
                   and key_no = :key-no
              end-exec
           end-if
           goback.

      *> a failed adoption insert (a second request racing the
      *> first) still accepts the key this once - the winner's row
      *> is there for the next request to find and stamp.
       adopt-legacy-key.
           exec sql
              select account_id, coalesce(status, 'A')
                 into :account-out, :status-out
              from accounts
              where api_key = rtrim(:apikey)
                and not exists (select 1 from api_keys k
                    where k.account_id = accounts.account_id)
           end-exec
           if sqlcode not = 0
              move spaces to account-out
              move spaces to status-out
           else
              exec sql
                 insert into api_keys
                    (account_id, key_no, api_key, issued_ts,
                     revoked_flag)
                    select account_id, 1, api_key,
                       coalesce(created_ts, current timestamp), 'N'
                    from accounts
                    where account_id = rtrim(:account-out)
              end-exec
              if sqlcode = 0
                 move 1 to key-no
                 exec sql
                    insert into account_changes
                       (account_id, change_type, old_status,
                        new_status, key_no, changed_by, change_ts)
                       values (rtrim(:account-out), 'KEYADP',
                          :status-out, :status-out, 1, 'API',
                          current timestamp)
                 end-exec
              end-if
           end-if.
       end program keycheck.

      *> the active-link cap of the account's service plan, checked
      *> by every path that mints a code - postlink, linkreq and
      *> linkload - before the insert, so the limit means the same
      *> thing however a link arrives. active is what getlink
      *> would serve: flagged active and not past its expiry. an
      *> account with no plan assigned, or a plan whose cap is
      *> zero, is unlimited - the service everyone had before
      *> plans existed. like keycheck, nothing here may display.
      *>db2:package
       id division.
       program-id. quotachk.
       data division.
       working-storage section.
         1 max-links pic s9(9) binary value 0.
         1 active-count pic s9(9) binary value 0.
               exec sql include sqlca end-exec.
       linkage section.
         1 account-in pic x(30).
      *> Y when one more active link would exceed the plan's cap.
         1 quota-out pic x(1).
       procedure division using account-in, quota-out.
           move 'N' to quota-out
           move 0 to max-links
           exec sql
              select coalesce(p.max_links, 0) into :max-links
              from accounts a, service_plans p
              where a.account_id = rtrim(:account-in)
                and p.plan_code = a.plan_code
           end-exec
           if sqlcode not = 0 or max-links <= 0
              goback
           end-if
           move 0 to active-count
           exec sql
              select count(*) into :active-count from links
              where account_id = rtrim(:account-in)
                and active_flag = 'Y'
                and (expires_ts is null
                     or expires_ts > current timestamp)
           end-exec
           if sqlcode = 0 and active-count >= max-links
              move 'Y' to quota-out
           end-if
           goback.
       end program quotachk.

      *> the api access log: one api_access_log row for every
      *> response the api gives other than a redirect - the cgi
      *> endpoints through urlshort, and linkreq for every reply
      *> it puts. the row carries the method (MQ for linkreq), the
      *> endpoint, the account when the key resolved to one, the
      *> caller's address, the status code and the error token
      *> answered, so support can see what a customer's
      *> integration was told without asking them for their logs.
      *> request_log holds a minute for the rate limit; this is
      *> kept far longer (linkpurge trims it) and feeds apiusage.
      *> like linkevent, nothing here may display or fail the
      *> response the caller is already owed - a row that will
      *> not insert is simply lost.
      *>db2:package
       id division.
       program-id. apilog.
       data division.
       working-storage section.
               exec sql include sqlca end-exec.
       linkage section.
         1 log-method pic x(6).
         1 log-endpoint pic x(16).
         1 log-account pic x(30).
         1 log-source-ip pic x(45).
         1 log-status pic x(3).
         1 log-error pic x(32).
       procedure division using log-method, log-endpoint,
                                log-account, log-source-ip,
                                log-status, log-error.
           exec sql
              insert into api_access_log
                 (method, endpoint, account_id, source_ip,
                  status_code, error_token, access_ts)
                 values (rtrim(:log-method), rtrim(:log-endpoint),
                    nullif(rtrim(:log-account), ''),
                    nullif(rtrim(:log-source-ip), ''),
                    :log-status,
                    nullif(rtrim(:log-error), ''),
                    current timestamp)
           end-exec
           goback.
       end program apilog.

      *> serves the human-readable explanation page for a dead
      *> code - not-found, expired or suspended - the way the
      *> blocked-domain path always has, instead of raw json in
              03 cache-var-weight pic 9(3).
              03 cache-var-url-len pic 9(4).
              03 cache-var-url pic x(1024).
      *> the campaign's utm tags, so a campaign link stays tagged
      *> through the outage too. spaces for a link on no campaign.
           02 cache-utm-source pic x(30).
           02 cache-utm-medium pic x(30).
           02 cache-utm-campaign pic x(30).
       fd  hitq-file.
      *> same fixed layout linkvsam replays into link_hits.
       01  hitq-record.
           02 hq-referrer pic x(150).
           02 hq-user-agent pic x(150).
           02 hq-variant-no pic 9(2).
           02 hq-client-net pic x(45).
       working-storage section.
         1 link-code pic x(30).
         1 url-var.
         1 acct-status pic x(1).
            88 acct-suspended value 'S'.
            88 acct-closed value 'C'.
         1 utm-source pic x(30) value spaces.
         1 utm-medium pic x(30) value spaces.
         1 utm-campaign pic x(30) value spaces.
      *> the tags a campaign adds - at most three of '&' + the
      *> longest name + '=' + a 30-byte value.
         1 tag-buffer pic x(132) value spaces.
         1 tag-len pic 9(4) binary value 0.
         1 tag-name pic x(12) value spaces.
         1 tag-name-len pic 9(4) binary value 0.
         1 tag-value pic x(30) value spaces.
         1 tag-value-len pic 9(4) binary value 0.
         1 tag-probe pic x(14) value spaces.
         1 tag-found pic 9(4) binary value 0.
         1 query-count pic 9(4) binary value 0.
         1 base-len pic 9(4) binary value 0.
         1 frag-len pic 9(4) binary value 0.
         1 tagged-url pic x(1024) value spaces.
         1 variant-no pic s9(4) binary value 0.
         1 variant-count pic s9(9) binary value 0.
         1 total-weight pic s9(9) binary value 0.
         1 url-domain pic x(64) value spaces.
         1 blocked-count pic s9(9) binary value 0.
         1 account-id pic x(30) value spaces.
      *> the caller's network, never the address itself - see
      *> ipnet. linkgeo resolves it to a country overnight.
         1 client-net pic x(45) value spaces.
         1 event-type pic x(12) value spaces.
         1 cache-status pic x(2) value spaces.
            88 cache-ok value '00'.
         1 link-param-len pic 9(4) binary.
         1 hit-referrer pic x(150).
         1 hit-user-agent pic x(150).
         1 hit-client-ip pic x(45).
       procedure division using link-param, link-param-len,
                                hit-referrer, hit-user-agent,
                                hit-client-ip.
           move spaces to link-code
           move link-param(1:link-param-len) to link-code
           call 'ipnet' using hit-client-ip, client-net
      *> the fetch fills only url-len bytes of url - blank the rest
      *> up front so urlhost's scan below stops where the value ends
      *> instead of running on into whatever the buffer last held.
                    coalesce(redirect_type, '302'),
                    coalesce(char(golive_ts), ''),
                    coalesce((select status from accounts a
                        where a.account_id = links.account_id), 'A'),
                    coalesce((select c.utm_source from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), ''),
                    coalesce((select c.utm_medium from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), ''),
                    coalesce((select c.utm_campaign from campaigns c
                        where c.account_id = links.account_id
                          and c.campaign_id = links.campaign_id), '')
                 into :url-var, :active-flag,
                    :expires-ts:expires-ind, :account-id,
                    :redirect-type, :golive-ts, :acct-status,
                    :utm-source, :utm-medium, :utm-campaign
              from links
              where id = rtrim(:link-code)
           end-exec
           end-if
           exec sql
              insert into link_hits
                 (link_id, hit_ts, referrer, user_agent, variant_no,
                  client_net)
                 values (rtrim(:link-code), current timestamp,
                    :hit-referrer, :hit-user-agent, :variant-no,
                    nullif(rtrim(:client-net), ''))
           end-exec
      *> current-ts was read just ahead of the embargo check above
      *> and is still fresh enough for the expiry compare.
           goback.

       send-redirect.
           perform add-campaign-tags
           if redirect-type = '301'
              display 'Status: 301 Moved Permanently'
           else
           end-if
           display 'Location: ' url(1:url-len).

      *> a link on a campaign carries the campaign's utm tags to
      *> whichever destination answered, base url or variant. a tag
      *> the destination already has is the marketer's own choice
      *> and is left alone; the rest go in ahead of any #fragment,
      *> which has to stay last. a destination the tags would push
      *> past the 1024 bytes a url can hold is served untagged
      *> rather than cut short. campload lets only unreserved
      *> characters into the tags, so nothing here needs escaping.
       add-campaign-tags.
           if utm-source not = spaces or utm-medium not = spaces
              or utm-campaign not = spaces
              move 0 to base-len
              inspect url(1:url-len) tallying base-len
                 for characters before initial '#'
              compute frag-len = url-len - base-len
              move 0 to query-count
              inspect url(1:base-len) tallying query-count
                 for all '?'
              move spaces to tag-buffer
              move 0 to tag-len
              move 'utm_source' to tag-name
              move 10 to tag-name-len
              move utm-source to tag-value
              perform add-one-tag
              move 'utm_medium' to tag-name
              move 10 to tag-name-len
              move utm-medium to tag-value
              perform add-one-tag
              move 'utm_campaign' to tag-name
              move 12 to tag-name-len
              move utm-campaign to tag-value
              perform add-one-tag
              if tag-len > 0 and url-len + tag-len <= 1024
                 move spaces to tagged-url
                 move url(1:base-len) to tagged-url(1:base-len)
                 move tag-buffer(1:tag-len)
                    to tagged-url(base-len + 1:tag-len)
                 if frag-len > 0
                    move url(base-len + 1:frag-len)
                       to tagged-url(base-len + tag-len + 1:frag-len)
                 end-if
                 move tagged-url to url
                 add tag-len to url-len
              end-if
           end-if.

      *> the first tag opens the query string when there is none,
      *> and joins one that already ends in ? or & without doubling
      *> the separator.
       add-one-tag.
           if tag-value not = spaces
              move 0 to tag-found
              move spaces to tag-probe
              move '?' to tag-probe(1:1)
              move tag-name(1:tag-name-len)
                 to tag-probe(2:tag-name-len)
              move '=' to tag-probe(tag-name-len + 2:1)
              inspect url(1:base-len) tallying tag-found
                 for all tag-probe(1:tag-name-len + 2)
              move '&' to tag-probe(1:1)
              inspect url(1:base-len) tallying tag-found
                 for all tag-probe(1:tag-name-len + 2)
              if tag-found = 0
                 move 30 to tag-value-len
                 perform until tag-value-len = 0
                          or tag-value(tag-value-len:1) not = space
                    subtract 1 from tag-value-len
                 end-perform
                 if tag-len > 0
                    add 1 to tag-len
                    move '&' to tag-buffer(tag-len:1)
                 else
                    if query-count = 0
                       add 1 to tag-len
                       move '?' to tag-buffer(tag-len:1)
                    else
                       if url(base-len:1) not = '?'
                          and url(base-len:1) not = '&'
                          add 1 to tag-len
                          move '&' to tag-buffer(tag-len:1)
                       end-if
                    end-if
                 end-if
                 move tag-name(1:tag-name-len)
                    to tag-buffer(tag-len + 1:tag-name-len)
                 add tag-name-len to tag-len
                 add 1 to tag-len
                 move '=' to tag-buffer(tag-len:1)
                 move tag-value(1:tag-value-len)
                    to tag-buffer(tag-len + 1:tag-value-len)
                 add tag-value-len to tag-len
              end-if
           end-if.

      *> the split point comes off the microsecond digits of the
      *> timestamp already in hand, modulo the total weight - a
      *> free per-request value that cycles far faster than any
           move cache-url to url
           move cache-url-len to url-len
           move cache-redirect to redirect-type
           move cache-utm-source to utm-source
           move cache-utm-medium to utm-medium
           move cache-utm-campaign to utm-campaign
           perform send-redirect.

      *> same weighted pick as the db2 path, fed from the snapshot
              move hit-referrer to hq-referrer
              move hit-user-agent to hq-user-agent
              move variant-no to hq-variant-no
              move client-net to hq-client-net
              write hitq-record
              close hitq-file
           end-if.
            88 account-closed value 'C'.
         1 link-created-sw pic x value 'N'.
            88 link-created value 'Y'.
         1 quota-sw pic x(1) value 'N'.
            88 quota-exceeded value 'Y'.
      *> 302 unless the caller asks for 301 - marketing repoints
      *> campaign links, so permanence has to be opted into.
         1 redirect-type pic x(3) value '302'.
      *> caller set none - nullif() turns that back into null on
      *> the insert.
         1 golive-ts pic x(26) value spaces.
      *> spaces when the caller named no campaign - nullif() leaves
      *> the link unattached.
         1 campaign-id pic x(20) value spaces.
         1 campaign-count pic s9(9) binary value 0.
         1 event-type pic x(12) value spaces.
         1 event-ts pic x(26) value spaces.
               exec sql include sqlca end-exec.
         1 redir-param-len pic 9(4) binary.
         1 golive-param pic x(1024).
         1 golive-param-len pic 9(4) binary.
         1 campaign-param pic x(1024).
         1 campaign-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using url, alias-param, alias-param-len,
                                caller-ip, apikey, apikey-len,
                                redir-param, redir-param-len,
                                golive-param, golive-param-len,
                                campaign-param, campaign-param-len,
                                access-info.
           exec sql
              select count(*) into :rate-count from request_log
              where source_ip = rtrim(:caller-ip)
                and request_ts > (current timestamp - 1 minute)
           end-exec
           if rate-count >= rate-limit-max
              move '429' to access-status
              display 'Status: 429 Too Many Requests'
              move 'rate_limited' to access-error
              display '{"error": "rate_limited"}'
              goback
           end-if
                 values (rtrim(:caller-ip), current timestamp)
           end-exec
           if apikey-len = 0
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'api_key_required' to access-error
              display '{"error": "api_key_required"}'
              goback
           end-if
           move spaces to account-id
           call 'keycheck' using apikey, apikey-len,
                           account-id, account-status
           move account-id to access-account
           if account-id = spaces
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
      *> working everywhere it is checked. a closed account's key
      *> is simply no longer a key.
           if account-suspended
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'account_suspended' to access-error
              display '{"error": "account_suspended"}'
              goback
           end-if
           if account-closed
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
           if "http://" not = url(1:7) and "https://" not = url(1:8)
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'invalid_url' to access-error
              display '{"error": "invalid_url"}'
              goback
           end-if
                 or redir-param(1:redir-param-len) = '302'
                 move redir-param(1:3) to redirect-type
              else
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_redirect_type' to access-error
                 display '{"error": "invalid_redirect_type"}'
                 goback
              end-if
      *> anything it rejects is a 400.
           if golive-param-len > 0
              if golive-param-len > 64
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_golive' to access-error
                 display '{"error": "invalid_golive"}'
                 goback
              end-if
                    into :golive-ts
              end-exec
              if sqlcode not = 0
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_golive' to access-error
                 display '{"error": "invalid_golive"}'
                 goback
              end-if
           end-if
      *> an optional campaign to attach the new link to - it must
      *> be one of the caller's own, loaded by campload.
           if campaign-param-len > 0
              if campaign-param-len > 20
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_campaign' to access-error
                 display '{"error": "invalid_campaign"}'
                 goback
              end-if
              move campaign-param(1:campaign-param-len)
                 to campaign-id
              move 0 to campaign-count
              exec sql
                 select count(*) into :campaign-count from campaigns
                 where account_id = rtrim(:account-id)
                   and campaign_id = rtrim(:campaign-id)
              end-exec
              if campaign-count = 0
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_campaign' to access-error
                 display '{"error": "invalid_campaign"}'
                 goback
              end-if
           end-if
           call 'urlhost' using url, url-host, url-domain
           exec sql
              select count(*) into :blocked-count from blocked_domains
              where domain = rtrim(:url-domain)
           end-exec
           if blocked-count > 0
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'blocked_domain' to access-error
              display '{"error": "blocked_domain"}'
              goback
           end-if
              call 'getparam' using url, link-param-name,
                              by reference chain-code, chain-code-len
              if chain-code-len = 0
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'self_referential_url' to access-error
                 display '{"error": "self_referential_url"}'
                 goback
              end-if
                 where id = rtrim(:chain-link)
              end-exec
              if sqlcode not = 0
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'self_referential_url' to access-error
                 display '{"error": "self_referential_url"}'
                 goback
              end-if
              call 'getparam' using chain-url, link-param-name,
                              by reference loop-code, loop-code-len
              if loop-code-len > 0
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'redirect_loop' to access-error
                 display '{"error": "redirect_loop"}'
                 goback
              end-if
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'self_referential_url' to access-error
              display '{"error": "self_referential_url"}'
              goback
           end-if
              where url = rtrim(:url)
           end-exec
           if link-code = spaces
      *> only a genuinely new row counts against the plan - a
      *> resubmitted url answers with its existing code as before.
              call 'quotachk' using account-id, quota-sw
              if quota-exceeded
                 move '403' to access-status
                 display 'Status: 403 Forbidden'
                 move 'quota_exceeded' to access-error
                 display '{"error": "quota_exceeded"}'
                 goback
              end-if
              if alias-param-len > 0
                 move alias-param(1:alias-param-len) to link-code
                 move spaces to dup-code
                    where id = rtrim(:link-code)
                 end-exec
                 if dup-code not = spaces
                    move '409' to access-status
                    display 'Status: 409 Conflict'
                    move 'alias_taken' to access-error
                    display '{"error": "alias_taken"}'
                    goback
                 end-if
                 exec sql
                    insert into links (id, url, account_id,
                          active_flag, redirect_type, golive_ts,
                          campaign_id)
                       values (rtrim(:link-code), rtrim(:url),
                          rtrim(:account-id), 'Y', :redirect-type,
                          timestamp(nullif(rtrim(:golive-ts), '')),
                          nullif(rtrim(:campaign-id), ''))
                 end-exec
              else
                 exec sql
                    select id into :link-code from final table (
                       insert into links (id, url, account_id,
                             active_flag, redirect_type, golive_ts,
                             campaign_id)
                          values (
                          char(next value for link_id_seq
                             from sysibm.sysdummy1),
                          rtrim(:url), rtrim(:account-id), 'Y',
                          :redirect-type,
                          timestamp(nullif(rtrim(:golive-ts), '')),
                          nullif(rtrim(:campaign-id), '')))
                 end-exec
              end-if
              if sqlcode not = 0
                 move '500' to access-status
                 display 'Status: 500 Internal Server Error'
                 goback
              end-if
           end-perform
           call 'serveurl' using account-id,
                           serve-url, serve-url-len
           move '201' to access-status
           display 'Status: 201 Created'
           display '{"url": "' serve-url(1:serve-url-len) '?l='
                    link-code(1:code-len) '"}'
         1 apikey-len pic 9(4) binary.
         1 redir-param pic x(1024).
         1 redir-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using link-param, link-param-len,
                                url, apikey, apikey-len,
                                redir-param, redir-param-len,
                                access-info.
           if apikey-len = 0
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'api_key_required' to access-error
              display '{"error": "api_key_required"}'
              goback
           end-if
           call 'keycheck' using apikey, apikey-len,
                           account-id, account-status
           move account-id to access-account
           if account-id = spaces
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
      *> the same status screen postlink applies - a suspended or
      *> closed account cannot repoint what it can no longer serve.
           if account-suspended
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'account_suspended' to access-error
              display '{"error": "account_suspended"}'
              goback
           end-if
           if account-closed
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
              where id = rtrim(:link-code)
           end-exec
           if sqlcode not = 0
              move '404' to access-status
              display 'Status: 404 Not Found'
              move 'link_not_found' to access-error
              display '{"error": "link_not_found"}'
              goback
           end-if
      *> only the account that created a link may repoint it.
           if link-account not = account-id
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'not_link_owner' to access-error
              display '{"error": "not_link_owner"}'
              goback
           end-if
      *> the replacement destination faces the same screening a new
      *> link would in postlink: scheme, blocklist, self-reference.
           if "http://" not = url(1:7) and "https://" not = url(1:8)
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'invalid_url' to access-error
              display '{"error": "invalid_url"}'
              goback
           end-if
                 or redir-param(1:redir-param-len) = '302'
                 move redir-param(1:3) to new-redirect
              else
                 move '400' to access-status
                 display 'Status: 400 Bad request'
                 move 'invalid_redirect_type' to access-error
                 display '{"error": "invalid_redirect_type"}'
                 goback
              end-if
              where domain = rtrim(:url-domain)
           end-exec
           if blocked-count > 0
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'blocked_domain' to access-error
              display '{"error": "blocked_domain"}'
              goback
           end-if
              where serve_host = rtrim(:url-host)
           end-exec
           if url-host = baseurl-host or own-domain-count > 0
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'self_referential_url' to access-error
              display '{"error": "self_referential_url"}'
              goback
           end-if
              where id = rtrim(:link-code)
           end-exec
           if sqlcode not = 0
              move '500' to access-status
              display 'Status: 500 Internal Server Error'
              goback
           end-if
                    rtrim(:account-id), 'API', current timestamp)
           end-exec
           if sqlcode not = 0
              move '500' to access-status
              display 'Status: 500 Internal Server Error'
              goback
           end-if
                 where id = rtrim(:link-code)
              end-exec
              if sqlcode not = 0
                 move '500' to access-status
                 display 'Status: 500 Internal Server Error'
                 goback
              end-if
                       rtrim(:account-id), 'API', current timestamp)
              end-exec
              if sqlcode not = 0
                 move '500' to access-status
                 display 'Status: 500 Internal Server Error'
                 goback
              end-if
           end-if
           move '200' to access-status
           display 'Status: 200 OK'
           display '{"status": "updated"}'
           goback.
         1 apikey-len pic 9(4) binary.
         1 weight-param pic x(1024).
         1 weight-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using link-param, link-param-len,
                                url, apikey, apikey-len,
                                weight-param, weight-param-len,
                                access-info.
           if apikey-len = 0
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'api_key_required' to access-error
              display '{"error": "api_key_required"}'
              goback
           end-if
           call 'keycheck' using apikey, apikey-len,
                           account-id, account-status
           move account-id to access-account
           if account-id = spaces
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
           if account-suspended
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'account_suspended' to access-error
              display '{"error": "account_suspended"}'
              goback
           end-if
           if account-closed
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
              where id = rtrim(:link-code)
           end-exec
           if sqlcode not = 0
              move '404' to access-status
              display 'Status: 404 Not Found'
              move 'link_not_found' to access-error
              display '{"error": "link_not_found"}'
              goback
           end-if
      *> only the account that created a link may split it.
           if link-account not = account-id
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'not_link_owner' to access-error
              display '{"error": "not_link_owner"}'
              goback
           end-if
           perform parse-weight
           if not parse-ok or weight-num > 100
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'invalid_weight' to access-error
              display '{"error": "invalid_weight"}'
              goback
           end-if
      *> the variant faces the same screening a new link would in
      *> postlink: scheme, blocklist, self-reference.
           if "http://" not = url(1:7) and "https://" not = url(1:8)
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'invalid_url' to access-error
              display '{"error": "invalid_url"}'
              goback
           end-if
              where domain = rtrim(:url-domain)
           end-exec
           if blocked-count > 0
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'blocked_domain' to access-error
              display '{"error": "blocked_domain"}'
              goback
           end-if
              where serve_host = rtrim(:url-host)
           end-exec
           if url-host = baseurl-host or own-domain-count > 0
              move '400' to access-status
              display 'Status: 400 Bad request'
              move 'self_referential_url' to access-error
              display '{"error": "self_referential_url"}'
              goback
           end-if
                and url = rtrim(:url)
           end-exec
           if sqlcode = 100 or (sqlcode = 0 and sqlerrd(3) = 0)
              move '404' to access-status
              display 'Status: 404 Not Found'
              move 'variant_not_found' to access-error
              display '{"error": "variant_not_found"}'
           else
              if sqlcode not = 0
                 move '500' to access-status
                 display 'Status: 500 Internal Server Error'
              else
                 move 'VARDEL' to change-type
                 perform record-variant-change
                 move '200' to access-status
                 display 'Status: 200 OK'
                 display '{"status": "variant_removed"}'
              end-if
              if sqlcode = 0
                 move 'VARWGT' to change-type
                 perform record-variant-change
                 move '200' to access-status
                 display 'Status: 200 OK'
                 display '{"status": "variant_updated"}'
              else
                 move '500' to access-status
                 display 'Status: 500 Internal Server Error'
              end-if
           else
                 where link_id = rtrim(:link-code)
              end-exec
              if variant-count >= max-variants
                 move '409' to access-status
                 display 'Status: 409 Conflict'
                 move 'variant_limit' to access-error
                 display '{"error": "variant_limit"}'
              else
                 exec sql
                 if sqlcode = 0
                    move 'VARADD' to change-type
                    perform record-variant-change
                    move '201' to access-status
                    display 'Status: 201 Created'
                    display '{"status": "variant_added"}'
                 else
                    move '500' to access-status
                    display 'Status: 500 Internal Server Error'
                 end-if
              end-if
       linkage section.
         1 link-param pic x(200).
         1 link-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using link-param, link-param-len,
                                access-info.
           move spaces to link-code
           move link-param(1:link-param-len) to link-code
           move spaces to url
              from links
              where id = rtrim(:link-code)
           end-exec
           move account-id to access-account
           if sqlcode not = 0
              move '404' to access-status
              display 'Status: 404 Not Found'
              move 'link_not_found' to access-error
              display '{"error": "link_not_found"}'
              goback
           end-if
                and active_flag <> 'N'
           end-exec
           if sqlcode not = 0 and sqlcode not = 100
              move '500' to access-status
              display 'Status: 500 Internal Server Error'
              goback
           end-if
           move '200' to access-status
           display 'Status: 200 OK'
           display '{"status": "deactivated"}'
           if sqlcode = 0 and sqlerrd(3) = 1
       linkage section.
         1 link-param pic x(200).
         1 link-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using link-param, link-param-len,
                                access-info.
           move spaces to link-code
           move link-param(1:link-param-len) to link-code
           exec sql
              from links
              where id = rtrim(:link-code)
           end-exec
           move account-id to access-account
      *> a qr request lands in a browser too, so a dead code gets
      *> the same explanation page getlink serves.
           if url-len < 1
              move '404' to access-status
              move 'NOTFOUND' to page-kind
              move spaces to page-account
              call 'errorpage' using page-kind, page-account
                           serve-url, serve-url-len
      *> the bounce to the qr service is always temporary - the
      *> service url is ours to change, so nothing may cache it.
           move '302' to access-status
           display 'Status: 302 Found'
           display 'Location: ' qr-service
                    serve-url(1:serve-url-len) '?l='
         1 offset-param-len pic 9(4) binary.
         1 limit-param pic x(1024).
         1 limit-param-len pic 9(4) binary.
      *> what the response said, for urlshort's api access log -
      *> see apilog.
         1 access-info.
            2 access-status pic x(3).
            2 access-error pic x(32).
            2 access-account pic x(30).
       procedure division using apikey, apikey-len,
                                offset-param, offset-param-len,
                                limit-param, limit-param-len,
                                access-info.
           call 'keycheck' using apikey, apikey-len,
                           account-id, account-status
           move account-id to access-account
           if account-id = spaces
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
      *> the same status screen postlink applies on every keyed
      *> path.
           if account-suspended
              move '403' to access-status
              display 'Status: 403 Forbidden'
              move 'account_suspended' to access-error
              display '{"error": "account_suspended"}'
              goback
           end-if
           if account-closed
              move '401' to access-status
              display 'Status: 401 Unauthorized'
              move 'invalid_api_key' to access-error
              display '{"error": "invalid_api_key"}'
              goback
           end-if
           end-exec
           exec sql open inv-cur end-exec
           if sqlcode not = 0
              move '500' to access-status
              display 'Status: 500 Internal Server Error'
              goback
           end-if
           move '200' to access-status
           display 'Status: 200 OK'
           display '['
           perform until no-more-rows
