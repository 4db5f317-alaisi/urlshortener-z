      *>   LMNT <code> R         reactivate (destination re-screened)
      *>   LMNT <code> E <days>  extend expiry by <days>
      *>   LMNT <code> G <ts>    set/move the go-live timestamp
      *>   LMNT <code> C <camp>  attach to one of the account's
      *>                         campaigns (C alone detaches)
      *> AMNT hands over here with the same command line in the
      *> commarea when the operator jumps from an account's links.
      *> every change lands in link_changes with the operator's id,
      *> and the destination rules are the same ones postlink
      *> enforces, so a screen-side fix can never create a row the
         1 golive-disp pic x(26) value spaces.
         1 new-golive-disp pic x(26) value spaces.
         1 golive-new pic x(30) value spaces.
         1 campaign-disp pic x(20) value spaces.
         1 campaign-new pic x(20) value spaces.
         1 campaign-count pic s9(9) binary value 0.
         1 account-id pic x(30) value spaces.
         1 url-host pic x(64) value spaces.
         1 url-domain pic x(64) value spaces.
         1 more-hits pic x(1) value 'Y'.
            88 no-more-hits value 'N'.
               exec sql include sqlca end-exec.
       linkage section.
         1 dfhcommarea pic x(80).
       procedure division.
      *> resp() keeps a lengerr from abending the task when the
      *> operator keys more than 80 bytes - the first 80 are already
      *> in tio-area, which is all the command syntax ever needs, so
      *> an overlong line just falls through to normal parsing.
           if eibcalen > 0
              move dfhcommarea(1:eibcalen) to tio-area
           else
              exec cics
                 receive into(tio-area) length(tio-len)
                    resp(resp-code)
              end-exec
           end-if
           exec cics
              assign userid(operator-id)
           end-exec
              when 'G'
                 perform do-golive
                 perform fetch-link
              when 'C'
                 perform do-campaign
                 perform fetch-link
              when other
                 move 'unknown action - use D, R, E, G or C'
                    to out-line
                 perform add-line
           end-evaluate
           perform show-link
                    coalesce(account_id, ''),
                    coalesce(health_status, ''),
                    coalesce(char(health_checked_ts), ''),
                    coalesce(char(golive_ts), ''),
                    coalesce(campaign_id, '')
                 into :url-var, :active-flag,
                    :expires-disp, :account-id,
                    :health-disp, :health-checked-disp,
                    :golive-disp, :campaign-disp
              from links
              where id = rtrim(:link-code)
           end-exec.
           end-if
           perform add-line
           move spaces to out-line
           if campaign-disp = spaces
              move 'campaign: (none)' to out-line
           else
              string 'campaign: ' campaign-disp
                 delimited by size into out-line
           end-if
           perform add-line
           move spaces to out-line
           if url-len > 70
              string 'url: ' url(1:70)
                 delimited by size into out-line
              perform add-line
           end-if.

      *> a campaign is an account's own, so only one loaded by
      *> campload for the link's account can be attached - the
      *> same rule postlink and linkreq apply on create. keying C
      *> with no campaign takes the link off the one it is on.
       do-campaign.
           if token-len > 20
              move 'campaign id is at most 20 characters' to out-line
              perform add-line
           else
           if token-len = 0
              if campaign-disp = spaces
                 move 'link is on no campaign' to out-line
              else
                 exec sql
                    update links set campaign_id = null
                    where id = rtrim(:link-code)
                 end-exec
                 if sqlcode = 0
                    move 'CAMPGN' to change-type
                    move campaign-disp to old-value
                    move spaces to new-value
                    perform record-change
                    move 'link taken off its campaign' to out-line
                 else
                    move 'campaign update failed' to out-line
                 end-if
              end-if
              perform add-line
           else
              move spaces to campaign-new
              move token(1:token-len) to campaign-new
              move 0 to campaign-count
              exec sql
                 select count(*) into :campaign-count from campaigns
                 where account_id = rtrim(:account-id)
                   and campaign_id = rtrim(:campaign-new)
              end-exec
              if campaign-count = 0
                 move spaces to out-line
                 string 'campaign ' campaign-new
                        ' not found for this account'
                    delimited by size into out-line
              else
                 exec sql
                    update links set campaign_id = rtrim(:campaign-new)
                    where id = rtrim(:link-code)
                 end-exec
                 if sqlcode = 0
                    move 'CAMPGN' to change-type
                    move campaign-disp to old-value
                    move campaign-new to new-value
                    perform record-change
                    move spaces to out-line
                    string 'link attached to campaign ' campaign-new
                       delimited by size into out-line
                 else
                    move 'campaign update failed' to out-line
                 end-if
              end-if
              perform add-line
           end-if
           end-if.

      *> the same history table updatelink writes - old_url/new_url
      *> carry the old and new value of whatever changed (a url, a
      *> flag, an expiry), change_type says which, and changed_by
           perform add-line
           move 'LMNT <code> G <ts>    - set/move go-live'
              to out-line
           perform add-line
           move 'LMNT <code> C <camp>  - attach to campaign'
              to out-line
           perform add-line.

      *> a line that would no longer fit is dropped - today's pages
