      *>db2:package
      *> nightly api key hygiene report, so support can chase stale
      *> credentials before an auditor does. two lists, grouped by
      *> account: keys that expire inside the KEYPARM warning
      *> window (default 14 days), so the customer is told to roll
      *> over before integrations start failing, and keys nobody
      *> has presented for the unused threshold (default 90 days),
      *> judged on the last_used_ts keycheck stamps on every
      *> accepted check, or on the issue date for a key never used.
      *> revoked and already-expired keys are finished business and
      *> stay off both lists, as do closed accounts' keys - the
      *> status screen already refuses those. an account still on
      *> the single pre-rotation accounts.api_key has no usage
      *> record at all until its first call carries the key into
      *> api_keys, so it is listed separately once it is older than
      *> the unused threshold.
       id division.
       program-id. keyaudit.
       environment division.
       input-output section.
       file-control.
           select keyparm-file assign to KEYPARM
              organization is line sequential
              file status is keyparm-status.
       data division.
       file section.
       fd  keyparm-file.
      *> the expiry warning window in days, then the unused-key
      *> threshold in days.
       01  keyparm-record.
           02 kp-warn-days pic 9(3).
           02 filler pic x(1).
           02 kp-unused-days pic 9(3).
       working-storage section.
         1 keyparm-status pic x(2) value spaces.
            88 keyparm-ok value '00'.
            88 keyparm-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 warn-days pic s9(4) binary value 14.
         1 unused-days pic s9(4) binary value 90.
         1 warn-days-out pic zz9.
         1 unused-days-out pic zz9.
         1 key-account pic x(30).
         1 prev-account pic x(30) value low-values.
         1 key-no pic s9(4) binary.
         1 key-no-out pic zzz9.
         1 key-issued pic x(26).
         1 key-expires pic x(26).
         1 key-last-used pic x(26).
         1 expiring-count pic 9(9) binary value 0.
         1 unused-count pic 9(9) binary value 0.
         1 legacy-count pic 9(9) binary value 0.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'KEYAUDIT'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'keyaudit starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
           perform report-expiring-keys
           perform report-unused-keys
           perform report-legacy-keys
           display ' '
           display 'keyaudit complete - ' expiring-count
                    ' expiring, ' unused-count ' unused, '
                    legacy-count ' legacy key(s) listed'
           compute run-rec-out = expiring-count + unused-count
                               + legacy-count
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

      *> a missing parm, or a zero in either field, keeps that
      *> field's default - a bad parm deck must not empty the
      *> report.
       read-parm.
           open input keyparm-file
           if keyparm-not-found
              continue
           else
              if not keyparm-ok
                 display 'keyaudit unable to open keyparm - status '
                          keyparm-status
              else
                 perform until no-more-parm
                    read keyparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          if kp-warn-days is numeric
                             and kp-warn-days > 0
                             move kp-warn-days to warn-days
                          end-if
                          if kp-unused-days is numeric
                             and kp-unused-days > 0
                             move kp-unused-days to unused-days
                          end-if
                    end-read
                 end-perform
              end-if
           end-if
           close keyparm-file.

       report-expiring-keys.
           move warn-days to warn-days-out
           display ' '
           display 'api keys expiring within ' warn-days-out
                    ' day(s):'
           display '-----------------------------------'
           move low-values to prev-account
           exec sql
              declare exp-cur cursor for
                 select k.account_id, k.key_no, char(k.issued_ts),
                    char(k.expires_ts),
                    coalesce(char(k.last_used_ts), '(never)')
                 from api_keys k, accounts a
                 where a.account_id = k.account_id
                   and coalesce(a.status, 'A') <> 'C'
                   and coalesce(k.revoked_flag, 'N') <> 'Y'
                   and k.expires_ts > current timestamp
                   and k.expires_ts <=
                       current timestamp + :warn-days days
                 order by k.account_id, k.expires_ts, k.key_no
           end-exec
           exec sql open exp-cur end-exec
           if sqlcode not = 0
              display 'keyaudit unable to open expiry cursor - '
                       'sqlcode ' sqlcode
              perform fail-run
              goback
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch exp-cur into :key-account, :key-no,
                       :key-issued, :key-expires, :key-last-used
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to expiring-count
                    perform print-account-header
                    move key-no to key-no-out
                    display '  key ' key-no-out ' expires '
                             key-expires ' last used ' key-last-used
                 end-if
              end-perform
              exec sql close exp-cur end-exec
           end-if
           if expiring-count = 0
              display '  (none)'
           end-if.

      *> a never-used key is judged on its issue date, so a key
      *> handed out yesterday is not stale yet.
       report-unused-keys.
           move unused-days to unused-days-out
           display ' '
           display 'api keys unused for ' unused-days-out
                    ' day(s) or more:'
           display '-----------------------------------'
           move low-values to prev-account
           exec sql
              declare unused-cur cursor for
                 select k.account_id, k.key_no, char(k.issued_ts),
                    coalesce(char(k.expires_ts), '(none)'),
                    coalesce(char(k.last_used_ts), '(never)')
                 from api_keys k, accounts a
                 where a.account_id = k.account_id
                   and coalesce(a.status, 'A') <> 'C'
                   and coalesce(k.revoked_flag, 'N') <> 'Y'
                   and (k.expires_ts is null
                        or k.expires_ts > current timestamp)
                   and coalesce(k.last_used_ts, k.issued_ts) <
                       current timestamp - :unused-days days
                 order by k.account_id, k.key_no
           end-exec
           exec sql open unused-cur end-exec
           if sqlcode not = 0
              display 'keyaudit unable to open unused cursor - '
                       'sqlcode ' sqlcode
              perform fail-run
              goback
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch unused-cur into :key-account, :key-no,
                       :key-issued, :key-expires, :key-last-used
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to unused-count
                    perform print-account-header
                    move key-no to key-no-out
                    display '  key ' key-no-out ' issued '
                             key-issued ' last used ' key-last-used
                 end-if
              end-perform
              exec sql close unused-cur end-exec
           end-if
           if unused-count = 0
              display '  (none)'
           end-if.

       report-legacy-keys.
           display ' '
           display 'accounts still on a single pre-rotation key with '
                    'no recorded use:'
           display '-----------------------------------'
           exec sql
              declare legacy-cur cursor for
                 select a.account_id, char(a.created_ts)
                 from accounts a
                 where coalesce(a.status, 'A') <> 'C'
                   and a.api_key is not null
                   and a.created_ts <
                       current timestamp - :unused-days days
                   and not exists (select 1 from api_keys k
                       where k.account_id = a.account_id)
                 order by a.account_id
           end-exec
           exec sql open legacy-cur end-exec
           if sqlcode not = 0
              display 'keyaudit unable to open legacy cursor - '
                       'sqlcode ' sqlcode
              perform fail-run
              goback
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch legacy-cur into :key-account, :key-issued
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    add 1 to legacy-count
                    display '  ' key-account ' created ' key-issued
                 end-if
              end-perform
              exec sql close legacy-cur end-exec
           end-if
           if legacy-count = 0
              display '  (none)'
           end-if.

       print-account-header.
           if key-account not = prev-account
              display ' '
              display 'account: ' key-account
              move key-account to prev-account
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

       end program keyaudit.
