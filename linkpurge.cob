       data division.
       file section.
       fd  purgparm-file.
       01  purgparm-record.
           02 pp-retain-days pic 9(5).
           02 filler pic x(1).
           02 pp-access-days pic 9(5).
       fd  archout-file.
       01  archout-record pic x(410).
       fd  chkpt-file.
       01  chkpt-record pic 9(9).
       working-storage section.
            88 purge-failed value 'Y'.
         1 commit-interval pic 9(9) binary value 100.
         1 retain-days pic s9(9) binary value 90.
      *> the api access log is kept for support and the usage
      *> report long after the hit detail goes - 400 days covers a
      *> year-on-year question with room to spare.
         1 access-retain-days pic s9(9) binary value 400.
         1 access-trimmed-count pic 9(9) binary value 0.
         1 resume-count pic 9(9) binary value 0.
         1 purged-count pic 9(9) binary value 0.
         1 trimmed-count pic 9(9) binary value 0.
         1 hit-date pic x(10).
         1 hit-class pic x(12).
            88 hit-is-bot value 'SEARCHBOT', 'MONITOR'.
      *> the country linkgeo resolved - ZZ for a hit it could not
      *> place (or one from before client networks were kept).
         1 hit-country pic x(2).
      *> the run's business date from runctl, stamped on every
      *> archive line and on the purge_totals rows, so linkbal can
      *> find exactly what one night moved.
         1 purge-date pic x(10).
      *> the account behind the hit, looked up once per change of
      *> link id - the purge cursor is for update, so it cannot
      *> carry the join itself.
         1 hit-account pic x(30).
         1 cached-link-id pic x(30) value low-values.
         1 human-increment pic s9(9) binary value 0.
         1 bot-increment pic s9(9) binary value 0.
         1 commit-quotient pic 9(9) binary value 0.
         1 commit-remainder pic 9(9) binary value 0.
         1 arch-buffer-idx pic 9(9) binary value 0.
         1 arch-buffer.
      *> holds one fixed-layout archive record per purged detail
      *> row, so it has to match archout-record's width above.
            2 arch-buffer-line occurs max-batch-size times pic x(410).
      *> the class linksrc gave the hit, the purge run's date and
      *> the owning account follow the original 356 bytes, so the
      *> archive alone can be balanced against the rollup
      *> increments in purge_totals. the country linkgeo resolved
      *> comes last.
         1 arch-detail.
            2 arch-link-id pic x(30).
            2 arch-hit-ts pic x(26).
            2 arch-referrer pic x(150).
            2 arch-user-agent pic x(150).
            2 arch-hit-class pic x(12).
            2 arch-purge-date pic x(10).
            2 arch-account-id pic x(30).
            2 arch-country pic x(2).
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKPURG'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkpurge starting'
           perform start-run
           if run-refused
              goback
           end-if
           if commit-interval > max-batch-size
              move max-batch-size to commit-interval
           end-if
           if not archout-ok
              display 'linkpurge unable to open archout - status '
                       archout-status
              perform fail-run
              goback
           end-if
      *> the cutoff is fixed once per run so every commit interval
              values char(current timestamp - :retain-days days)
                 into :cutoff-ts
           end-exec
           move run-date to purge-date
           display 'linkpurge purging detail older than ' cutoff-ts
           exec sql
              declare purge-cur cursor with hold for
                    coalesce(referrer, ''),
                    coalesce(user_agent, ''),
                    char(date(hit_ts)),
                    coalesce(hit_class, ''),
                    coalesce(country, 'ZZ')
                 from link_hits
                 where hit_ts < timestamp(:cutoff-ts)
                 for update
           if sqlcode not = 0
              display 'linkpurge unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-hits
              exec sql
                 fetch purge-cur into :hit-link-id, :hit-ts,
                    :hit-referrer, :hit-user-agent, :hit-date,
                    :hit-class, :hit-country
              end-exec
              if sqlcode = 100
                 move 'N' to more-hits
              close archout-file
              display 'linkpurge aborted after ' purged-count
                       ' committed row(s) - resubmit to resume'
              move purged-count to run-rec-in
              move purged-count to run-rec-out
              perform fail-run
              goback
           end-if
           perform trim-request-log
           perform trim-link-misses
           perform trim-access-log
           perform commit-and-flush
           perform clear-checkpoint
           close archout-file
           display 'linkpurge complete - ' purged-count
                    ' detail row(s) rolled up and archived, '
                    trimmed-count ' request_log row(s), '
                    miss-trimmed-count ' link_misses row(s) and '
                    access-trimmed-count ' api_access_log row(s) '
                    'trimmed'
           move purged-count to run-rec-in
           move purged-count to run-rec-out
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

      *> PURGPARM carries the detail retention in days; a missing or
      *> zero parm falls back to the 90-day default above so a bad
      *> parm deck can never purge everything. columns 7-11 carry
      *> the api access log's retention the same way - a deck
      *> written before it existed leaves them blank.
       read-parm.
           open input purgparm-file
           if purgparm-not-found
                    at end
                       move 'N' to more-parm
                    not at end
                       if pp-retain-days > 0
                          move pp-retain-days to retain-days
                       end-if
                       if pp-access-days is numeric
                          and pp-access-days > 0
                          move pp-access-days to access-retain-days
                       end-if
                 end-read
              end-perform
           move resume-count to purged-count.

       purge-one-hit.
           perform find-hit-account
           perform rollup-one-hit
           if not purge-failed
              perform add-purge-total
           end-if
           if purge-failed
              perform abandon-unit-of-work
           else
              move hit-ts to arch-hit-ts
              move hit-referrer to arch-referrer
              move hit-user-agent to arch-user-agent
              move hit-class to arch-hit-class
              move purge-date to arch-purge-date
              move hit-account to arch-account-id
              move hit-country to arch-country
              move arch-detail to
                 arch-buffer-line(arch-buffer-count)
              divide purged-count by commit-interval
      *> never hit_count - listlinks and linkstmt read hit_count as
      *> billable redirects, and an uptime monitor hammering a link
      *> must not survive the purge as chargeable clicks. the
      *> detail row is archived either way. the rollup is kept by
      *> country as well as by link and day; a row from before
      *> countries were kept has none and counts as ZZ, so the
      *> night's unknowns join it instead of starting a second.
       rollup-one-hit.
           if hit-is-bot
              perform rollup-bot-hit
                    set hit_count = hit_count + 1
                 where link_id = rtrim(:hit-link-id)
                   and hit_date = date(:hit-date)
                   and coalesce(country, 'ZZ') = :hit-country
              end-exec
              if sqlcode = 100
                 exec sql
                    insert into link_hits_daily
                       (link_id, hit_date, country, hit_count,
                        bot_count)
                       values (rtrim(:hit-link-id),
                          date(:hit-date), :hit-country, 1, 0)
                 end-exec
              end-if
              if sqlcode not = 0
                 set bot_count = bot_count + 1
              where link_id = rtrim(:hit-link-id)
                and hit_date = date(:hit-date)
                and coalesce(country, 'ZZ') = :hit-country
           end-exec
           if sqlcode = 100
              exec sql
                 insert into link_hits_daily
                    (link_id, hit_date, country, hit_count,
                     bot_count)
                    values (rtrim(:hit-link-id),
                       date(:hit-date), :hit-country, 0, 1)
              end-exec
           end-if
           if sqlcode not = 0
              move 'Y' to purge-failed-sw
           end-if.

      *> a link with no owner (or no longer on file) is totalled
      *> under a blank account, the same way linkbal reads the
      *> rollup back.
       find-hit-account.
           if hit-link-id not = cached-link-id
              move spaces to hit-account
              exec sql
                 select coalesce(account_id, '') into :hit-account
                 from links
                 where id = rtrim(:hit-link-id)
              end-exec
              if sqlcode not = 0
                 move spaces to hit-account
              end-if
              move hit-link-id to cached-link-id
           end-if.

      *> the control total behind every rollup increment: what
      *> this night added to link_hits_daily, by hit date and
      *> account, human and bot apart. it commits or rolls back
      *> with the increment itself, so linkbal can prove the
      *> archive, the rollup and the split against it.
       add-purge-total.
           if hit-is-bot
              move 0 to human-increment
              move 1 to bot-increment
           else
              move 1 to human-increment
              move 0 to bot-increment
           end-if
           exec sql
              update purge_totals
                 set hit_increment = hit_increment + :human-increment,
                     bot_increment = bot_increment + :bot-increment
              where run_date = date(:purge-date)
                and hit_date = date(:hit-date)
                and account_id = rtrim(:hit-account)
           end-exec
           if sqlcode = 100
              exec sql
                 insert into purge_totals
                    (run_date, hit_date, account_id, hit_increment,
                     bot_increment)
                    values (date(:purge-date), date(:hit-date),
                       rtrim(:hit-account), :human-increment,
                       :bot-increment)
              end-exec
           end-if
           if sqlcode not = 0
              display 'linkpurge control total failed for '
                       hit-account ' ' hit-date ' - sqlcode ' sqlcode
              move 'Y' to purge-failed-sw
           end-if.

      *> backs out everything since the last checkpoint - a partial
      *> unit of work must never reach commit, or a rollup increment
      *> whose detail row was not deleted (or the other way around)
              end-if
           end-if.

      *> apilog writes a row for every api answer; past its own
      *> retention it goes, like the misses, with no archive.
       trim-access-log.
           exec sql
              delete from api_access_log
              where access_ts <
                    (current timestamp - :access-retain-days days)
           end-exec
           if sqlcode = 0
              move sqlerrd(3) to access-trimmed-count
           else
              if sqlcode = 100
                 move 0 to access-trimmed-count
              else
                 display 'linkpurge api_access_log trim failed - '
                          'sqlcode ' sqlcode
              end-if
           end-if.

      *> writes the interval's archive lines first - and cycles the
      *> file the way write-checkpoint cycles CHKPT, so they are on
      *> disk - then commits the deletes they back. unlike linkload,
           write chkpt-record
           close chkpt-file.

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

       end program linkpurge.
