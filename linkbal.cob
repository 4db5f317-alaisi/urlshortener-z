      *>db2:package
      *> nightly hit-count balancing. a click passes through
      *> link_hits (or the HITQ outage file linkvsam replays into
      *> it), linkpurge's archive generation, the link_hits_daily
      *> rollup and finally linkstmt's '90' redirect totals, and
      *> until now nothing proved those agree. this job proves
      *> them, in three sections:
      *>   1. archive against increment - for the purge night on
      *>      BALPARM (default the business date), the archive lines
      *>      linkpurge wrote, counted by hit date and account, human
      *>      and bot apart by the class linksrc gave each hit,
      *>      against the increments that night added to
      *>      link_hits_daily as recorded in purge_totals. a
      *>      matching total with a different split means the
      *>      human/bot line moved.
      *>   2. rollup against control totals - for every hit date
      *>      that night touched, link_hits_daily summed by account
      *>      against every night's purge_totals for the same date
      *>      and account. a difference means the rollup was
      *>      changed outside linkpurge.
      *>   3. statement against rollup - only when a statement
      *>      generation is on STMTIN: each account's '90' redirect
      *>      count against the month's daily hit_count plus the
      *>      human detail not yet purged, the sum linkstmt bills.
      *> any difference ends the job with return code 8 so the
      *> scheduler holds the billing extract until someone looks.
      *> an input the job cannot read at all - a cursor that will
      *> not open, no ARCHIN, an unreadable STMTIN - is not a
      *> difference: the run ends FAILED, for operations to rerun,
      *> and OUTBAL stays kept for figures that really disagree.
      *> linkpurge's restart design can archive one commit interval
      *> twice after an abend, which shows here as an archive
      *> excess no larger than that interval.
       id division.
       program-id. linkbal.
       environment division.
       input-output section.
       file-control.
           select balparm-file assign to BALPARM
              organization is line sequential
              file status is balparm-status.
           select archin-file assign to ARCHIN
              organization is line sequential
              file status is archin-status.
           select stmtin-file assign to STMTIN
              organization is line sequential
              file status is stmtin-status.
       data division.
       file section.
       fd  balparm-file.
      *> the purge night to balance, yyyy-mm-dd - blank is this
      *> run's business date, the night linkpurge has just run.
       01  balparm-record.
           02 bp-purge-date pic x(10).
       fd  archin-file.
      *> linkpurge's fixed 410-byte arch-detail layout. generations
      *> older than the run-date field read it blank and drop out
      *> of every night's scope. the country is not balanced here.
       01  archin-record.
           02 ar-link-id pic x(30).
           02 ar-hit-ts pic x(26).
           02 ar-referrer pic x(150).
           02 ar-user-agent pic x(150).
           02 ar-hit-class pic x(12).
              88 ar-hit-is-bot value 'SEARCHBOT', 'MONITOR'.
           02 ar-purge-date pic x(10).
           02 ar-account-id pic x(30).
           02 ar-country pic x(2).
       fd  stmtin-file.
      *> linkstmt's 80-byte statement records, keyed on the
      *> two-byte record type - only the '10' header (for the
      *> month) and the '90' totals are read.
       01  stmtin-record.
           02 si-rec-type pic x(2).
           02 si-account-id pic x(30).
           02 si-rest pic x(48).
           02 si-header redefines si-rest.
              03 si-stmt-month pic x(7).
              03 filler pic x(41).
           02 si-total redefines si-rest.
              03 si-created-count pic 9(9).
              03 si-active-count pic 9(9).
              03 si-redirect-count pic 9(11).
              03 filler pic x(19).
       working-storage section.
         78 max-bal-entries value 5000.
         1 balparm-status pic x(2) value spaces.
            88 balparm-ok value '00'.
            88 balparm-not-found value '35'.
         1 archin-status pic x(2) value spaces.
            88 archin-ok value '00'.
         1 stmtin-status pic x(2) value spaces.
            88 stmtin-ok value '00'.
            88 stmtin-not-found value '35'.
         1 more-parm pic x(1) value 'Y'.
            88 no-more-parm value 'N'.
         1 more-input pic x(1) value 'Y'.
            88 no-more-input value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 out-of-balance-sw pic x(1) value 'N'.
            88 out-of-balance value 'Y'.
         1 table-full-sw pic x(1) value 'N'.
            88 table-full value 'Y'.
         1 entry-found-sw pic x(1) value 'N'.
            88 entry-found value 'Y'.
         1 bal-date pic x(10) value spaces.
         1 stmt-month pic x(7) value spaces.
         1 month-start pic x(10) value spaces.
         1 next-month pic x(10).
      *> one entry per hit date + account the night touched, from
      *> either side - a key present on only one side is itself a
      *> difference.
         1 bal-count pic s9(9) binary value 0.
         1 bal-table.
            2 bal-entry occurs max-bal-entries times.
               3 bal-hit-date pic x(10).
               3 bal-account pic x(30).
               3 bal-arch-human pic s9(9) binary.
               3 bal-arch-bot pic s9(9) binary.
               3 bal-inc-human pic s9(9) binary.
               3 bal-inc-bot pic s9(9) binary.
         1 bal-idx pic s9(9) binary value 0.
         1 find-date pic x(10).
         1 find-account pic x(30).
         1 row-date pic x(10).
         1 row-account pic x(30).
         1 row-human pic s9(9) binary.
         1 row-bot pic s9(9) binary.
         1 daily-human pic s9(11) binary.
         1 daily-bot pic s9(11) binary.
         1 control-human pic s9(11) binary.
         1 control-bot pic s9(11) binary.
         1 live-hits pic s9(11) binary.
         1 expected-redirects pic s9(11) binary.
         1 stmt-redirects pic s9(11) binary.
         1 diff-count pic s9(11) binary.
         1 scanned-count pic 9(9) binary value 0.
         1 in-scope-count pic 9(9) binary value 0.
         1 unplaced-count pic 9(9) binary value 0.
         1 archive-out-count pic 9(9) binary value 0.
         1 rollup-out-count pic 9(9) binary value 0.
         1 stmt-out-count pic 9(9) binary value 0.
         1 rollup-row-count pic 9(9) binary value 0.
         1 stmt-account-count pic 9(9) binary value 0.
         1 total-arch pic s9(11) binary value 0.
         1 total-inc pic s9(11) binary value 0.
         1 count-out pic z(9)9.
         1 count-out-2 pic z(9)9.
         1 count-out-3 pic z(9)9.
         1 count-out-4 pic z(9)9.
         1 diff-out pic -(10)9.
         1 bal-flag pic x(5).
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKBAL'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkbal starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform read-parm
           if bal-date = spaces
              move run-date to bal-date
           end-if
           display 'hit-count balancing for purge night ' bal-date
           display '======================================='
           perform load-purge-totals
           perform scan-archive
           perform report-archive-balance
           perform report-rollup-balance
           perform report-statement-balance
           display ' '
           move scanned-count to run-rec-in
           compute run-rec-out = archive-out-count + rollup-out-count
                               + stmt-out-count
           if out-of-balance
              move 'OUTBAL' to run-status
              move 8 to run-rc
              display 'linkbal complete - OUT OF BALANCE: '
                       archive-out-count ' archive, '
                       rollup-out-count ' rollup, '
                       stmt-out-count ' statement difference(s)'
           else
              move 'OK' to run-status
              move 0 to run-rc
              display 'linkbal complete - in balance'
           end-if
           perform end-run
           goback.

       read-parm.
           open input balparm-file
           if balparm-not-found
              continue
           else
              if not balparm-ok
                 display 'linkbal unable to open balparm - status '
                          balparm-status
              else
                 perform until no-more-parm
                    read balparm-file
                       at end
                          move 'N' to more-parm
                       not at end
                          if bp-purge-date not = spaces
                             move bp-purge-date to bal-date
                          end-if
                    end-read
                 end-perform
              end-if
           end-if
           close balparm-file.

       load-purge-totals.
           exec sql
              declare inc-cur cursor for
                 select char(hit_date), account_id,
                    hit_increment, bot_increment
                 from purge_totals
                 where run_date = date(:bal-date)
                 order by hit_date, account_id
           end-exec
           exec sql open inc-cur end-exec
           if sqlcode not = 0
              display 'linkbal unable to open control total cursor - '
                       'sqlcode ' sqlcode
              perform fail-run
              goback
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch inc-cur into :row-date, :row-account,
                       :row-human, :row-bot
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    move row-date to find-date
                    move row-account to find-account
                    perform find-or-add-entry
                    if entry-found
                       add row-human to bal-inc-human(bal-idx)
                       add row-bot to bal-inc-bot(bal-idx)
                    end-if
                 end-if
              end-perform
              exec sql close inc-cur end-exec
           end-if.

       scan-archive.
           open input archin-file
           if not archin-ok
              display 'linkbal unable to open archin - status '
                       archin-status
              perform fail-run
              goback
           else
              perform until no-more-input
                 read archin-file
                    at end
                       move 'N' to more-input
                    not at end
                       add 1 to scanned-count
                       if ar-purge-date = bal-date
                          perform count-archive-record
                       end-if
                 end-read
              end-perform
           end-if
           close archin-file.

       count-archive-record.
           add 1 to in-scope-count
           move ar-hit-ts(1:10) to find-date
           move ar-account-id to find-account
           perform find-or-add-entry
           if entry-found
              if ar-hit-is-bot
                 add 1 to bal-arch-bot(bal-idx)
              else
                 add 1 to bal-arch-human(bal-idx)
              end-if
           end-if.

      *> past the table cap nothing more can be proved - the
      *> record is counted as unplaced and the run goes out of
      *> balance rather than report a false in-balance.
       find-or-add-entry.
           move 'N' to entry-found-sw
           move 0 to bal-idx
           perform until entry-found or bal-idx >= bal-count
              add 1 to bal-idx
              if bal-hit-date(bal-idx) = find-date
                 and bal-account(bal-idx) = find-account
                 move 'Y' to entry-found-sw
              end-if
           end-perform
           if not entry-found
              if bal-count >= max-bal-entries
                 add 1 to unplaced-count
                 move 'Y' to table-full-sw
                 move 'Y' to out-of-balance-sw
              else
                 add 1 to bal-count
                 move bal-count to bal-idx
                 move find-date to bal-hit-date(bal-idx)
                 move find-account to bal-account(bal-idx)
                 move 0 to bal-arch-human(bal-idx)
                 move 0 to bal-arch-bot(bal-idx)
                 move 0 to bal-inc-human(bal-idx)
                 move 0 to bal-inc-bot(bal-idx)
                 move 'Y' to entry-found-sw
              end-if
           end-if.

       report-archive-balance.
           display ' '
           display '1. archived detail against rollup increment'
           display '   hit date   account                       '
                    '  arch human    arch bot   incr human'
                    '    incr bot'
           move 0 to bal-idx
           perform until bal-idx >= bal-count
              add 1 to bal-idx
              perform report-one-entry
           end-perform
           if bal-count = 0
              display '   (nothing purged on ' bal-date ')'
           end-if
           if table-full
              move unplaced-count to count-out
              display '   balance table full - ' count-out
                       ' record(s) could not be placed'
           end-if
           move scanned-count to count-out
           move in-scope-count to count-out-2
           display '   archive records scanned ' count-out
                    ', in scope ' count-out-2.

      *> COUNT - the archive and the rollup moved different numbers
      *> of hits; SPLIT - the same number, but not the same human
      *> and bot shares.
       report-one-entry.
           compute total-arch = bal-arch-human(bal-idx)
                              + bal-arch-bot(bal-idx)
           compute total-inc = bal-inc-human(bal-idx)
                             + bal-inc-bot(bal-idx)
           move spaces to bal-flag
           if total-arch not = total-inc
              move 'COUNT' to bal-flag
           else
              if bal-arch-human(bal-idx) not = bal-inc-human(bal-idx)
                 move 'SPLIT' to bal-flag
              end-if
           end-if
           if bal-flag not = spaces
              add 1 to archive-out-count
              move 'Y' to out-of-balance-sw
           end-if
           move bal-arch-human(bal-idx) to count-out
           move bal-arch-bot(bal-idx) to count-out-2
           move bal-inc-human(bal-idx) to count-out-3
           move bal-inc-bot(bal-idx) to count-out-4
           display '   ' bal-hit-date(bal-idx) ' '
                    bal-account(bal-idx) ' ' count-out ' '
                    count-out-2 ' ' count-out-3 ' ' count-out-4
                    ' ' bal-flag.

      *> the full outer join keeps a rollup with no control total
      *> (or the reverse) in the comparison instead of silently
      *> dropping it. rollup rows are owned through links, the
      *> same lookup linkpurge made when it added them.
       report-rollup-balance.
           display ' '
           display '2. link_hits_daily against cumulative control '
                    'totals for the hit dates purged'
           display '   hit date   account                       '
                    ' daily human   daily bot  ctl human'
                    '     ctl bot'
           exec sql
              declare roll-cur cursor for
                 select char(coalesce(p.hit_date, d.hit_date)),
                    coalesce(p.account_id, d.account_id),
                    coalesce(d.hits, 0), coalesce(d.bots, 0),
                    coalesce(p.hits, 0), coalesce(p.bots, 0)
                 from (
                    select hit_date, account_id,
                       sum(hit_increment), sum(bot_increment)
                    from purge_totals
                    where hit_date in (
                       select hit_date from purge_totals
                       where run_date = date(:bal-date))
                    group by hit_date, account_id
                 ) as p (hit_date, account_id, hits, bots)
                 full outer join (
                    select dd.hit_date,
                       coalesce(l.account_id, ''),
                       sum(dd.hit_count), sum(dd.bot_count)
                    from link_hits_daily dd
                       left outer join links l
                       on l.id = dd.link_id
                    where dd.hit_date in (
                       select hit_date from purge_totals
                       where run_date = date(:bal-date))
                    group by dd.hit_date, coalesce(l.account_id, '')
                 ) as d (hit_date, account_id, hits, bots)
                 on p.hit_date = d.hit_date
                    and p.account_id = d.account_id
                 order by 1, 2
           end-exec
           exec sql open roll-cur end-exec
           if sqlcode not = 0
              display 'linkbal unable to open rollup cursor - '
                       'sqlcode ' sqlcode
              perform fail-run
              goback
           else
              move 'Y' to more-rows
              perform until no-more-rows
                 exec sql
                    fetch roll-cur into :row-date, :row-account,
                       :daily-human, :daily-bot,
                       :control-human, :control-bot
                 end-exec
                 if sqlcode not = 0
                    move 'N' to more-rows
                 else
                    perform report-one-rollup
                 end-if
              end-perform
              exec sql close roll-cur end-exec
           end-if
           if rollup-row-count = 0
              display '   (no rollup dates touched on ' bal-date ')'
           end-if.

       report-one-rollup.
           add 1 to rollup-row-count
           move spaces to bal-flag
           if daily-human not = control-human
              or daily-bot not = control-bot
              move 'DIFF' to bal-flag
              add 1 to rollup-out-count
              move 'Y' to out-of-balance-sw
           end-if
           move daily-human to count-out
           move daily-bot to count-out-2
           move control-human to count-out-3
           move control-bot to count-out-4
           display '   ' row-date ' ' row-account ' ' count-out ' '
                    count-out-2 ' ' count-out-3 ' ' count-out-4
                    ' ' bal-flag.

      *> a statement generation on STMTIN is proved against the
      *> figures it was built from; no STMTIN (a dummy dd) skips
      *> the section. the month comes from the statement's own
      *> '10' headers, so the proof can never be run against the
      *> wrong month.
       report-statement-balance.
           open input stmtin-file
           if stmtin-not-found
              display ' '
              display '3. statement - no statement supplied, skipped'
           else
              if not stmtin-ok
                 display 'linkbal unable to open stmtin - status '
                          stmtin-status
                 perform fail-run
                 goback
              else
                 display ' '
                 display '3. statement redirect totals against daily '
                          'rollups plus unpurged human detail'
                 display '   account                         '
                          'statement    rollups  live detail'
                          '        diff'
                 move 'Y' to more-input
                 perform until no-more-input
                    read stmtin-file
                       at end
                          move 'N' to more-input
                       not at end
                          perform check-statement-record
                    end-read
                 end-perform
                 move stmt-account-count to count-out
                 display '   ' count-out ' statement total(s) checked'
                          ' for ' stmt-month
              end-if
           end-if
           close stmtin-file.

       check-statement-record.
           evaluate si-rec-type
              when '10'
                 if si-stmt-month not = stmt-month
                    move si-stmt-month to stmt-month
                    perform set-statement-month
                 end-if
              when '90'
                 perform check-statement-total
              when other
                 continue
           end-evaluate.

       set-statement-month.
           exec sql
              values char(date(rtrim(:stmt-month) || '-01')),
                 char(date(rtrim(:stmt-month) || '-01') + 1 month)
                 into :month-start, :next-month
           end-exec
           if sqlcode not = 0
              display 'linkbal invalid statement month ' stmt-month
              move spaces to month-start
              move 'Y' to out-of-balance-sw
           end-if.

       check-statement-total.
           add 1 to stmt-account-count
           move si-redirect-count to stmt-redirects
           move 0 to daily-human
           move 0 to live-hits
           if month-start not = spaces
              exec sql
                 select coalesce(sum(d.hit_count), 0)
                    into :daily-human
                 from link_hits_daily d, links l
                 where d.link_id = l.id
                   and l.account_id = rtrim(:si-account-id)
                   and d.hit_date >= date(:month-start)
                   and d.hit_date < date(:next-month)
              end-exec
              exec sql
                 select count(*) into :live-hits
                 from link_hits h, links l
                 where h.link_id = l.id
                   and l.account_id = rtrim(:si-account-id)
                   and date(h.hit_ts) >= date(:month-start)
                   and date(h.hit_ts) < date(:next-month)
                   and coalesce(h.hit_class, '')
                       not in ('SEARCHBOT', 'MONITOR')
              end-exec
           end-if
           compute expected-redirects = daily-human + live-hits
           compute diff-count = stmt-redirects - expected-redirects
           move spaces to bal-flag
           if diff-count not = 0 or month-start = spaces
              move 'DIFF' to bal-flag
              add 1 to stmt-out-count
              move 'Y' to out-of-balance-sw
           end-if
           move stmt-redirects to count-out
           move daily-human to count-out-2
           move live-hits to count-out-3
           move diff-count to diff-out
           display '   ' si-account-id ' ' count-out ' ' count-out-2
                    ' ' count-out-3 ' ' diff-out ' ' bal-flag.

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

       end program linkbal.
