      *>db2:package
      *> campaign table feed, the same shape as planload: one
      *> action per record. a campaign groups an account's links
      *> (print qr, email, social and their a/b variants) under
      *> one name and date range, and carries the standard utm
      *> source/medium/campaign values getlink appends to the
      *> destination of every link attached to it. links are
      *> attached by postlink (c=), linkreq (req-campaign) and the
      *> LMNT screen (C). actions:
      *>   A  add or replace - a new campaign, or new name, dates
      *>                       and tags for an existing one
      *>                       (effective on the next redirect)
      *>   D  delete         - refused while any link is still
      *>                       attached, so no link is left
      *>                       pointing at nothing
      *> the campaign id and the tag values travel in urls - the id
      *> as postlink's c= parameter, the tags in the Location
      *> header - so only the rfc 3986 unreserved characters are
      *> accepted and nothing ever needs escaping on the way out.
      *> blank dates leave the range open at that end; a blank tag
      *> is simply not appended.
       id division.
       program-id. campload.
       environment division.
       input-output section.
       file-control.
           select campin-file assign to CAMPIN
              organization is line sequential
              file status is campin-status.
       data division.
       file section.
       fd  campin-file.
       01  campin-record.
           02 campin-action pic x(1).
           02 filler pic x(1).
           02 campin-account pic x(30).
           02 filler pic x(1).
           02 campin-campaign pic x(20).
           02 filler pic x(1).
           02 campin-name pic x(40).
           02 filler pic x(1).
           02 campin-start pic x(10).
           02 filler pic x(1).
           02 campin-end pic x(10).
           02 filler pic x(1).
           02 campin-utm-source pic x(30).
           02 filler pic x(1).
           02 campin-utm-medium pic x(30).
           02 filler pic x(1).
           02 campin-utm-campaign pic x(30).
       working-storage section.
         1 campin-status pic x(2) value spaces.
            88 campin-ok value '00'.
         1 more-input pic x(1) value 'Y'.
            88 no-more-input value 'N'.
         1 rec-count pic 9(9) binary value 0.
         1 added-count pic 9(9) binary value 0.
         1 changed-count pic 9(9) binary value 0.
         1 deleted-count pic 9(9) binary value 0.
         1 skipped-count pic 9(9) binary value 0.
         1 feed-account pic x(30).
         1 feed-campaign pic x(20).
         1 start-date pic x(10) value spaces.
         1 end-date pic x(10) value spaces.
         1 account-rows pic s9(9) binary value 0.
         1 campaign-rows pic s9(9) binary value 0.
         1 link-rows pic s9(9) binary value 0.
         1 unreserved-chars.
            2 filler pic x(26) value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            2 filler pic x(26) value 'abcdefghijklmnopqrstuvwxyz'.
            2 filler pic x(14) value '0123456789-._~'.
         1 check-value pic x(30).
         1 check-len pic 9(4) binary value 0.
         1 check-idx pic 9(4) binary value 0.
         1 char-count pic 9(4) binary value 0.
         1 value-ok-sw pic x(1) value 'Y'.
            88 value-ok value 'Y'.
         1 bad-field pic x(12) value spaces.
               exec sql include sqlca end-exec.
       procedure division.
           display 'campload starting'
           open input campin-file
           if not campin-ok
              display 'campload unable to open campin - status '
                       campin-status
              goback
           end-if
           perform until no-more-input
              read campin-file
                 at end
                    move 'N' to more-input
                 not at end
                    perform load-one-entry
              end-read
           end-perform
           exec sql commit end-exec
           close campin-file
           display 'campload complete - ' added-count ' added, '
                    changed-count ' changed, ' deleted-count
                    ' deleted, ' skipped-count ' skipped of '
                    rec-count ' record(s)'
           goback.

       load-one-entry.
           add 1 to rec-count
           move campin-account to feed-account
           move campin-campaign to feed-campaign
           evaluate true
              when feed-account = spaces or feed-campaign = spaces
                 add 1 to skipped-count
              when campin-action = 'A'
                 perform add-one-campaign
              when campin-action = 'D'
                 perform delete-one-campaign
              when other
                 add 1 to skipped-count
                 display 'campload unknown action at record '
                          rec-count ' - ' campin-action
           end-evaluate.

       add-one-campaign.
           perform check-feed-values
           if value-ok
              perform check-feed-dates
           end-if
           if value-ok
              move 0 to account-rows
              exec sql
                 select count(*) into :account-rows from accounts
                 where account_id = rtrim(:feed-account)
              end-exec
              if account-rows = 0
                 add 1 to skipped-count
                 display 'campload unknown account at record '
                          rec-count ' - ' feed-account
              else
                 perform store-one-campaign
              end-if
           end-if.

      *> the id and every tag are screened the same way; the first
      *> one that fails names itself on the message.
       check-feed-values.
           move 'Y' to value-ok-sw
           move feed-campaign to check-value
           move 'campaign id' to bad-field
           perform check-unreserved
           if value-ok
              move campin-utm-source to check-value
              move 'utm_source' to bad-field
              perform check-unreserved
           end-if
           if value-ok
              move campin-utm-medium to check-value
              move 'utm_medium' to bad-field
              perform check-unreserved
           end-if
           if value-ok
              move campin-utm-campaign to check-value
              move 'utm_campaign' to bad-field
              perform check-unreserved
           end-if
           if not value-ok
              add 1 to skipped-count
              display 'campload invalid ' bad-field ' at record '
                       rec-count ' - ' check-value
           end-if.

      *> embedded blanks count as invalid - only trailing blanks
      *> pad the field.
       check-unreserved.
           move 30 to check-len
           perform until check-len = 0
                    or check-value(check-len:1) not = space
              subtract 1 from check-len
           end-perform
           move 0 to check-idx
           perform until check-idx >= check-len or not value-ok
              add 1 to check-idx
              move 0 to char-count
              inspect unreserved-chars tallying char-count
                 for all check-value(check-idx:1)
              if char-count = 0
                 move 'N' to value-ok-sw
              end-if
           end-perform.

      *> db2 is the date parser, as it is for postlink's go-live.
       check-feed-dates.
           move spaces to start-date
           move spaces to end-date
           if campin-start not = spaces
              exec sql
                 values char(date(:campin-start)) into :start-date
              end-exec
              if sqlcode not = 0
                 move 'N' to value-ok-sw
              end-if
           end-if
           if value-ok and campin-end not = spaces
              exec sql
                 values char(date(:campin-end)) into :end-date
              end-exec
              if sqlcode not = 0
                 move 'N' to value-ok-sw
              end-if
           end-if
           if value-ok and start-date not = spaces
              and end-date not = spaces and start-date > end-date
              move 'N' to value-ok-sw
           end-if
           if not value-ok
              add 1 to skipped-count
              display 'campload invalid date range at record '
                       rec-count ' - ' campin-start ' ' campin-end
           end-if.

       store-one-campaign.
           move 0 to campaign-rows
           exec sql
              select count(*) into :campaign-rows from campaigns
              where account_id = rtrim(:feed-account)
                and campaign_id = rtrim(:feed-campaign)
           end-exec
           if campaign-rows = 0
              exec sql
                 insert into campaigns
                    (account_id, campaign_id, campaign_name,
                     start_date, end_date, utm_source, utm_medium,
                     utm_campaign, updated_ts)
                    values (rtrim(:feed-account),
                       rtrim(:feed-campaign),
                       nullif(rtrim(:campin-name), ''),
                       date(nullif(rtrim(:start-date), '')),
                       date(nullif(rtrim(:end-date), '')),
                       nullif(rtrim(:campin-utm-source), ''),
                       nullif(rtrim(:campin-utm-medium), ''),
                       nullif(rtrim(:campin-utm-campaign), ''),
                       current timestamp)
              end-exec
              if sqlcode = 0
                 add 1 to added-count
              else
                 add 1 to skipped-count
                 display 'campload insert failed at record '
                          rec-count ' - sqlcode ' sqlcode
              end-if
           else
              exec sql
                 update campaigns
                    set campaign_name = nullif(rtrim(:campin-name),
                           ''),
                        start_date =
                           date(nullif(rtrim(:start-date), '')),
                        end_date = date(nullif(rtrim(:end-date), '')),
                        utm_source =
                           nullif(rtrim(:campin-utm-source), ''),
                        utm_medium =
                           nullif(rtrim(:campin-utm-medium), ''),
                        utm_campaign =
                           nullif(rtrim(:campin-utm-campaign), ''),
                        updated_ts = current timestamp
                 where account_id = rtrim(:feed-account)
                   and campaign_id = rtrim(:feed-campaign)
              end-exec
              if sqlcode = 0
                 add 1 to changed-count
              else
                 add 1 to skipped-count
                 display 'campload update failed at record '
                          rec-count ' - sqlcode ' sqlcode
              end-if
           end-if.

       delete-one-campaign.
           move 0 to link-rows
           exec sql
              select count(*) into :link-rows from links
              where account_id = rtrim(:feed-account)
                and campaign_id = rtrim(:feed-campaign)
           end-exec
           if link-rows > 0
              add 1 to skipped-count
              display 'campload campaign still attached at record '
                       rec-count ' - ' feed-campaign ' ' link-rows
                       ' link(s)'
           else
              exec sql
                 delete from campaigns
                 where account_id = rtrim(:feed-account)
                   and campaign_id = rtrim(:feed-campaign)
              end-exec
              if sqlcode = 0
                 add 1 to deleted-count
              else
                 add 1 to skipped-count
                 if sqlcode not = 100
                    display 'campload delete failed at record '
                             rec-count ' - sqlcode ' sqlcode
                 end-if
              end-if
           end-if.

       end program campload.
