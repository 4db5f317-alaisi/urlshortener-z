      *>db2:package
      *> erasure of closed accounts. closing an account in acctload
      *> only changes its status - its links, their variants,
      *> history, hits, rollups and the rest stay on the tables
      *> forever. once an account has been closed for longer than
      *> the ERASPARM retention (default 90 days - the window
      *> legal keeps open for billing disputes and data requests,
      *> see acctexp), this job erases it, one account per unit of
      *> work:
      *>   - link_variants, link_hits, link_hits_daily and
      *>     link_changes of its links are deleted, and so are the
      *>     link_misses rows naming one of its codes exactly -
      *>     the scans of its codes that found no link
      *>   - every link code it held goes onto erased_codes, the
      *>     suppression list, and its links rows are deleted,
      *>     which frees the vanity codes for anyone to mint again
      *>   - its campaigns, domains (freeing the branded host),
      *>     api_keys, purge_totals and api_access_log rows are
      *>     deleted
      *>   - the accounts row is kept as a tombstone, anonymized:
      *>     status E, no api key, no plan - acctload refuses
      *>     every action against it, so the id cannot be revived
      *>   - account_changes is the audit trail of who closed the
      *>     account and when; it holds no customer data and is
      *>     kept, with an ERASE row added
      *> the close date is the latest CLOSE row in account_changes;
      *> an account closed with no such row has no date to count
      *> from, so it is listed for follow-up and left alone. the
      *> archive generations cannot be rewritten, so linkarch and
      *> acctexp drop any archived hit on a code in erased_codes
      *> dated before the code was erased - a code minted again
      *> afterwards keeps its new owner's hits. the certificate
      *> legal files is this job's sysout: per account, the close
      *> and erase times and the rows removed from each table.
       id division.
       program-id. accterase.
       environment division.
       input-output section.
       file-control.
           select erasparm-file assign to ERASPARM
              organization is line sequential
              file status is erasparm-status.
       data division.
       file section.
       fd  erasparm-file.
      *> the retention after close, in days.
       01  erasparm-record.
           02 ep-retain-days pic 9(4).
       working-storage section.
         1 erasparm-status pic x(2) value spaces.
            88 erasparm-ok value '00'.
            88 erasparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-accounts pic x(1) value 'Y'.
            88 no-more-accounts value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 erase-failed-sw pic x(1) value 'N'.
            88 erase-failed value 'Y'.
         1 retain-days pic s9(9) binary value 90.
         1 retain-days-out pic zzz9.
         1 cutoff-ts pic x(26) value spaces.
         1 erase-ts pic x(26) value spaces.
         1 account-id pic x(30).
         1 closed-ts pic x(26).
         1 candidate-count pic 9(9) binary value 0.
         1 erased-count pic 9(9) binary value 0.
         1 failed-count pic 9(9) binary value 0.
         1 undated-count pic 9(9) binary value 0.
         1 tombstone-rows pic s9(9) binary value 0.
      *> rows removed per table for the account in hand - the
      *> certificate's body.
         1 erase-counts.
            2 cnt-variants pic s9(9) binary value 0.
            2 cnt-hits pic s9(9) binary value 0.
            2 cnt-daily pic s9(9) binary value 0.
            2 cnt-link-changes pic s9(9) binary value 0.
            2 cnt-misses pic s9(9) binary value 0.
            2 cnt-codes pic s9(9) binary value 0.
            2 cnt-links pic s9(9) binary value 0.
            2 cnt-campaigns pic s9(9) binary value 0.
            2 cnt-domains pic s9(9) binary value 0.
            2 cnt-api-keys pic s9(9) binary value 0.
            2 cnt-purge-totals pic s9(9) binary value 0.
            2 cnt-access-log pic s9(9) binary value 0.
         1 table-name pic x(20).
         1 table-count pic s9(9) binary value 0.
         1 table-count-out pic z(8)9.
         1 failed-step pic x(20).
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'ACCTERAS'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'accterase starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
           exec sql
              values char(timestamp(date(:run-date), '00.00.00')
                          - :retain-days days)
                 into :cutoff-ts
           end-exec
           if sqlcode not = 0
              display 'accterase unable to set the cutoff - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           move retain-days to retain-days-out
           display ' '
           display 'account erasure certificate - business date '
                    run-date
           display 'accounts closed before ' cutoff-ts(1:10)
                    ' (retention ' retain-days-out ' days)'
           display '==============================================='
           perform list-undated-closures
      *> with hold - each account commits on its own, and the
      *> cursor must survive those commits.
           exec sql
              declare erase-cur cursor with hold for
                 select a.account_id, char(max(c.change_ts))
                 from accounts a, account_changes c
                 where a.status = 'C'
                   and c.account_id = a.account_id
                   and c.change_type = 'CLOSE'
                 group by a.account_id
                 having max(c.change_ts) < timestamp(:cutoff-ts)
                 order by a.account_id
           end-exec
           exec sql open erase-cur end-exec
           if sqlcode not = 0
              display 'accterase unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-accounts
              exec sql
                 fetch erase-cur into :account-id, :closed-ts
              end-exec
              if sqlcode not = 0
                 move 'N' to more-accounts
              else
                 add 1 to candidate-count
                 perform erase-one-account
              end-if
           end-perform
           exec sql close erase-cur end-exec
           if candidate-count = 0
              display ' '
              display '(no closed account has passed the retention)'
           end-if
           display ' '
           display 'accterase complete - ' erased-count
                    ' account(s) erased, ' failed-count
                    ' failed and rolled back, ' undated-count
                    ' closed without a close date'
           move candidate-count to run-rec-in
           move erased-count to run-rec-out
           if failed-count > 0
              perform fail-run
              goback
           end-if
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       read-parm.
           open input erasparm-file
           if erasparm-not-found
              continue
           else
              if not erasparm-ok
                 display 'accterase unable to open erasparm - status '
                          erasparm-status
              else
                 perform until no-more-parm
                    read erasparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          if ep-retain-days is numeric
                             and ep-retain-days > 0
                             move ep-retain-days to retain-days
                          end-if
                    end-read
                 end-perform
              end-if
           end-if
           close erasparm-file.

       list-undated-closures.
           exec sql
              declare undated-cur cursor for
                 select a.account_id
                 from accounts a
                 where a.status = 'C'
                   and not exists
                      (select 1 from account_changes c
                       where c.account_id = a.account_id
                         and c.change_type = 'CLOSE')
                 order by a.account_id
           end-exec
           exec sql open undated-cur end-exec
           move 'Y' to more-rows
           perform until no-more-rows
              exec sql
                 fetch undated-cur into :account-id
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
              else
                 add 1 to undated-count
                 display 'closed with no close date on record - not '
                          'erased: ' account-id
              end-if
           end-perform
           exec sql close undated-cur end-exec.

      *> the tombstone update goes first and is conditional on the
      *> status still being C, so an account reinstated since the
      *> cursor read it is left alone. any failure after it rolls
      *> the whole account back - half an erasure is worse than
      *> none, and the next run picks the account up again. the
      *> rollback closes even a held cursor, so the run stops there
      *> and the accounts after it wait for that run too.
       erase-one-account.
           move 'N' to erase-failed-sw
           exec sql
              values char(current timestamp) into :erase-ts
           end-exec
           exec sql
              update accounts
                 set status = 'E',
                     api_key = null,
                     plan_code = null
              where account_id = rtrim(:account-id)
                and status = 'C'
           end-exec
           move 0 to tombstone-rows
           if sqlcode = 0
              move sqlerrd(3) to tombstone-rows
           else
              if sqlcode not = 100
                 move 'Y' to erase-failed-sw
                 move 'accounts' to failed-step
              end-if
           end-if
           evaluate true
              when erase-failed
                 display ' '
                 display 'account ' account-id ' erase failed at '
                          failed-step ' - sqlcode ' sqlcode
                 exec sql rollback end-exec
                 add 1 to failed-count
                 move 'N' to more-accounts
              when tombstone-rows = 0
                 display ' '
                 display 'account ' account-id ' no longer closed - '
                          'not erased'
              when other
                 perform erase-and-certify
           end-evaluate.

       erase-and-certify.
           perform erase-account-rows
           if erase-failed
              display ' '
              display 'account ' account-id ' erase failed at '
                       failed-step ' - sqlcode ' sqlcode
                       ' - rolled back'
              exec sql rollback end-exec
              add 1 to failed-count
              move 'N' to more-accounts
           else
              exec sql commit end-exec
              if sqlcode not = 0
                 add 1 to failed-count
                 move 'N' to more-accounts
                 display ' '
                 display 'account ' account-id ' commit failed - '
                          'sqlcode ' sqlcode
              else
                 add 1 to erased-count
                 perform print-certificate
              end-if
           end-if.

      *> children before parents, so the links rows are still
      *> there to name the codes while their dependants go.
       erase-account-rows.
           exec sql
              delete from link_variants
              where link_id in
                 (select id from links
                  where account_id = rtrim(:account-id))
           end-exec
           move 'link_variants' to failed-step
           perform check-delete
           move table-count to cnt-variants
           if not erase-failed
              exec sql
                 delete from link_hits
                 where link_id in
                    (select id from links
                     where account_id = rtrim(:account-id))
              end-exec
              move 'link_hits' to failed-step
              perform check-delete
              move table-count to cnt-hits
           end-if
           if not erase-failed
              exec sql
                 delete from link_hits_daily
                 where link_id in
                    (select id from links
                     where account_id = rtrim(:account-id))
              end-exec
              move 'link_hits_daily' to failed-step
              perform check-delete
              move table-count to cnt-daily
           end-if
           if not erase-failed
              exec sql
                 delete from link_changes
                 where account_id = rtrim(:account-id)
                    or link_id in
                       (select id from links
                        where account_id = rtrim(:account-id))
              end-exec
              move 'link_changes' to failed-step
              perform check-delete
              move table-count to cnt-link-changes
           end-if
           if not erase-failed
              exec sql
                 delete from link_misses
                 where miss_code in
                    (select id from links
                     where account_id = rtrim(:account-id))
              end-exec
              move 'link_misses' to failed-step
              perform check-delete
              move table-count to cnt-misses
           end-if
           if not erase-failed
              exec sql
                 insert into erased_codes
                    (link_id, account_id, erased_ts)
                    select id, account_id, timestamp(:erase-ts)
                    from links
                    where account_id = rtrim(:account-id)
              end-exec
              move 'erased_codes' to failed-step
              perform check-delete
              move table-count to cnt-codes
           end-if
           if not erase-failed
              exec sql
                 delete from links
                 where account_id = rtrim(:account-id)
              end-exec
              move 'links' to failed-step
              perform check-delete
              move table-count to cnt-links
           end-if
           if not erase-failed
              exec sql
                 delete from campaigns
                 where account_id = rtrim(:account-id)
              end-exec
              move 'campaigns' to failed-step
              perform check-delete
              move table-count to cnt-campaigns
           end-if
           if not erase-failed
              exec sql
                 delete from domains
                 where account_id = rtrim(:account-id)
              end-exec
              move 'domains' to failed-step
              perform check-delete
              move table-count to cnt-domains
           end-if
           if not erase-failed
              exec sql
                 delete from api_keys
                 where account_id = rtrim(:account-id)
              end-exec
              move 'api_keys' to failed-step
              perform check-delete
              move table-count to cnt-api-keys
           end-if
           if not erase-failed
              exec sql
                 delete from purge_totals
                 where account_id = rtrim(:account-id)
              end-exec
              move 'purge_totals' to failed-step
              perform check-delete
              move table-count to cnt-purge-totals
           end-if
           if not erase-failed
              exec sql
                 delete from api_access_log
                 where account_id = rtrim(:account-id)
              end-exec
              move 'api_access_log' to failed-step
              perform check-delete
              move table-count to cnt-access-log
           end-if
           if not erase-failed
              exec sql
                 insert into account_changes
                    (account_id, change_type, old_status, new_status,
                     key_no, changed_by, change_ts)
                    values (rtrim(:account-id), 'ERASE', 'C', 'E', 0,
                       'ACCTERAS', timestamp(:erase-ts))
              end-exec
              move 'account_changes' to failed-step
              perform check-delete
           end-if.

      *> no rows is a clean result - an account with no campaigns
      *> has nothing to delete from campaigns.
       check-delete.
           evaluate sqlcode
              when 0
                 move sqlerrd(3) to table-count
              when 100
                 move 0 to table-count
              when other
                 move 0 to table-count
                 move 'Y' to erase-failed-sw
           end-evaluate.

       print-certificate.
           display ' '
           display 'account:  ' account-id
           display '  closed: ' closed-ts
           display '  erased: ' erase-ts
           move 'links' to table-name
           move cnt-links to table-count
           perform print-table-count
           move 'link_variants' to table-name
           move cnt-variants to table-count
           perform print-table-count
           move 'link_changes' to table-name
           move cnt-link-changes to table-count
           perform print-table-count
           move 'link_misses' to table-name
           move cnt-misses to table-count
           perform print-table-count
           move 'link_hits' to table-name
           move cnt-hits to table-count
           perform print-table-count
           move 'link_hits_daily' to table-name
           move cnt-daily to table-count
           perform print-table-count
           move 'campaigns' to table-name
           move cnt-campaigns to table-count
           perform print-table-count
           move 'domains' to table-name
           move cnt-domains to table-count
           perform print-table-count
           move 'api_keys' to table-name
           move cnt-api-keys to table-count
           perform print-table-count
           move 'purge_totals' to table-name
           move cnt-purge-totals to table-count
           perform print-table-count
           move 'api_access_log' to table-name
           move cnt-access-log to table-count
           perform print-table-count
           move cnt-codes to table-count-out
           display '  ' table-count-out ' code(s) freed and added '
                    'to the suppression list'
           display '  accounts row anonymized to status E; '
                    'account_changes kept'.

       print-table-count.
           move table-count to table-count-out
           display '  ' table-name ' ' table-count-out
                    ' row(s) removed'.

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

       end program accterase.
