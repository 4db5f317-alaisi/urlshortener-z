      *> requests on URLSHORT.LINK.REQUESTS and answers each
      *> message's reply-to queue with the minted code or the
      *> error token. the screening is postlink's own - api key
      *> (and the account status behind it), scheme, campaign
      *> ownership, blocklist, self-reference via urlhost, plan
      *> quota, alias conflict - minus only the request_log rate
      *> limit, which exists for outside traffic and stays on the
      *> http path. deactivates check the key owns the link:
      *> unlike the cgi delete, which sits behind the gateway acl,
      *> anything on the internal network can put to this queue.
      *> every request's outcome goes on the api access log through
      *> apilog, with the http status the same answer would have
      *> carried on the cgi path, so the daily usage report sees
      *> both doors alike.
      *> gets and replies run outside syncpoint, one message per
      *> unit of db2 work committed before the reply goes back -
      *> a crash can lose at most the in-flight message, and the
      *> input-as-q-def + fail-if-quiescing.
         1 mq-open-options pic s9(9) binary value 8193.
         1 mq-close-options pic s9(9) binary value 0.
         1 mq-buffer-length pic s9(9) binary value 1168.
         1 mq-data-length pic s9(9) binary value 0.
         1 mq-reply-length pic s9(9) binary value 63.
      *> version-1 structures laid out field for field as the
      *> the fixed request layout internal senders build by column:
      *> action C (create) or D (deactivate), the caller's api key,
      *> then the url, the alias (create) or target code
      *> (deactivate), and the optional redirect type, go-live and
      *> campaign. a sender built before the campaign field simply
      *> sends a shorter message, which leaves it blank.
         1 request-message.
            2 req-action pic x(1).
            2 req-api-key pic x(64).
            2 req-code pic x(30).
            2 req-redirect pic x(3).
            2 req-golive pic x(26).
            2 req-campaign pic x(20).
      *> the fixed reply: OK/ERR, the code (minted or acted on),
      *> and the same error tokens the http api answers with.
         1 reply-message.
         1 account-status pic x(1) value spaces.
            88 account-suspended value 'S'.
            88 account-closed value 'C'.
      *> keycheck scans getparam's full-width key buffer, so the
      *> 64-byte request field is re-homed in one before the call.
         1 api-key-buf pic x(1024) value spaces.
         1 api-key-len pic 9(4) binary value 0.
      *> postlink's url buffer convention - urlhost and getparam
      *> scan a full 1024 bytes.
         1 url pic x(1024).
         1 link-account pic x(30) value spaces.
         1 redirect-type pic x(3) value '302'.
         1 golive-ts pic x(26) value spaces.
         1 campaign-count pic s9(9) binary value 0.
         1 link-created-sw pic x value 'N'.
            88 link-created value 'Y'.
         1 quota-sw pic x value 'N'.
            88 quota-exceeded value 'Y'.
         1 event-type pic x(12) value spaces.
         1 event-ts pic x(26) value spaces.
      *> the api access log row - see apilog. mq carries no caller
      *> address, so the source is left empty.
         1 access-method pic x(6) value 'MQ'.
         1 access-endpoint pic x(16) value spaces.
         1 access-source-ip pic x(45) value spaces.
         1 access-status pic x(3) value spaces.
         1 access-error pic x(32) value spaces.
         1 url-var.
            49 url-len pic s9(4) binary value 0.
            49 url-text pic x(1024).
       process-one-request.
           move spaces to reply-message
           move spaces to link-code
           move spaces to account-id
           move 'N' to link-created-sw
           evaluate req-action
              when 'C'
                 move 'linkreq-create' to access-endpoint
                 perform process-create
              when 'D'
                 move 'linkreq-deact' to access-endpoint
                 perform process-deactivate
              when other
                 move 'linkreq' to access-endpoint
                 move 'invalid_action' to rep-error
           end-evaluate
           if rep-error = spaces
              move 'ERR' to rep-status
              add 1 to rejected-count
           end-if
           perform log-access
           exec sql commit end-exec
           perform send-reply.

      *> the status postlink or the cgi delete would have answered
      *> with the same token, so one report reads both paths.
       log-access.
           move rep-error to access-error
           evaluate true
              when rep-error = spaces and req-action = 'C'
                 move '201' to access-status
              when rep-error = spaces
                 move '200' to access-status
              when rep-error = 'api_key_required'
                 or rep-error = 'invalid_api_key'
                 move '401' to access-status
              when rep-error = 'account_suspended'
                 or rep-error = 'blocked_domain'
                 or rep-error = 'quota_exceeded'
                 or rep-error = 'not_link_owner'
                 move '403' to access-status
              when rep-error = 'link_not_found'
                 move '404' to access-status
              when rep-error = 'alias_taken'
                 move '409' to access-status
              when rep-error = 'create_failed'
                 or rep-error = 'deactivate_failed'
                 move '500' to access-status
              when other
                 move '400' to access-status
           end-evaluate
           call 'apilog' using access-method, access-endpoint,
                         account-id, access-source-ip,
                         access-status, access-error.

      *> the same screens, in the same order, as postlink - only
      *> the per-ip rate limit is missing, by design. each check
      *> paragraph sets rep-error and the chain stops at the first
              if sqlcode not = 0
                 move 'invalid_golive' to rep-error
              end-if
           end-if
           if rep-error = spaces and req-campaign not = spaces
              move 0 to campaign-count
              exec sql
                 select count(*) into :campaign-count from campaigns
                 where account_id = rtrim(:account-id)
                   and campaign_id = rtrim(:req-campaign)
              end-exec
              if campaign-count = 0
                 move 'invalid_campaign' to rep-error
              end-if
           end-if.

       screen-destination.
              where url = rtrim(:url)
           end-exec
           if link-code = spaces
              call 'quotachk' using account-id, quota-sw
              if quota-exceeded
                 move 'quota_exceeded' to rep-error
              else
                 if req-code not = spaces
                    perform mint-alias-link
                 else
                    perform mint-generated-link
                 end-if
              end-if
           end-if
           if rep-error = spaces
           else
              exec sql
                 insert into links (id, url, account_id,
                       active_flag, redirect_type, golive_ts,
                       campaign_id)
                    values (rtrim(:link-code), rtrim(:url),
                       rtrim(:account-id), 'Y', :redirect-type,
                       timestamp(nullif(rtrim(:golive-ts), '')),
                       nullif(rtrim(:req-campaign), ''))
              end-exec
              if sqlcode not = 0
                 move 'create_failed' to rep-error
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
                    nullif(rtrim(:req-campaign), '')))
           end-exec
           if sqlcode not = 0
              move 'create_failed' to rep-error
           if req-api-key = spaces
              move 'api_key_required' to rep-error
           else
              move spaces to api-key-buf
              move req-api-key to api-key-buf
              move 64 to api-key-len
              perform until api-key-len = 0
                       or req-api-key(api-key-len:1) not = space
                 subtract 1 from api-key-len
              end-perform
              call 'keycheck' using api-key-buf, api-key-len,
                              account-id, account-status
              if account-id = spaces
                 move 'invalid_api_key' to rep-error
              else
                 if account-suspended
