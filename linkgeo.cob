      *>db2:package
      *> nightly click geography. getlink records each hit's client
      *> network - the address already cut down to its /24 or /64
      *> by ipnet, never the address itself - and this job places
      *> those networks on the map: every distinct network not yet
      *> resolved is looked up in the IPRANGES feed and the country
      *> is written back onto its hits, ZZ where no range holds it
      *> (or the hit has no network at all, as hits from before the
      *> network was kept do not). the feed is loaded the way
      *> linksrc loads UAPATTRN, one range per record:
      *>   columns  1-45  first address of the range
      *>   columns 47-91  last address of the range
      *>   columns 93-94  iso 3166 country code
      *> ipv4 and ipv6 may be mixed, in ascending order of first
      *> address with every ipv4 range ahead of the ipv6 ones - the
      *> order the registry extracts come in. both ends are cut to
      *> the same network boundaries getlink stores, so a range is
      *> matched at /24 (ipv4) or /64 (ipv6) granularity. a record
      *> out of order, or one that does not parse, is skipped and
      *> named. linkpurge carries the country into link_hits_daily
      *> and the archive, so it runs after this job. the run ends
      *> with human clicks by country per account and per link
      *> over the trailing window ending on the business date.
       id division.
       program-id. linkgeo.
       environment division.
       input-output section.
       file-control.
           select ipranges-file assign to IPRANGES
              organization is line sequential
              file status is ipranges-status.
       data division.
       file section.
       fd  ipranges-file.
       01  ipranges-record.
           02 ipr-first pic x(45).
           02 filler pic x(1).
           02 ipr-last pic x(45).
           02 filler pic x(1).
           02 ipr-country pic x(2).
       working-storage section.
         78 max-ranges value 100000.
      *> days of clicks the country reports cover, ending on the
      *> business date.
         1 report-days pic s9(4) binary value 30.
         1 ipranges-status pic x(2) value spaces.
            88 ipranges-ok value '00'.
         1 more-input pic x(1) value 'Y'.
            88 no-more-input value 'N'.
         1 more-nets pic x(1) value 'Y'.
            88 no-more-nets value 'N'.
         1 more-rows pic x(1) value 'Y'.
            88 no-more-rows value 'N'.
         1 resolve-failed-sw pic x(1) value 'N'.
            88 resolve-failed value 'Y'.
         1 table-full-sw pic x(1) value 'N'.
            88 table-full value 'Y'.
         1 commit-interval pic 9(9) binary value 100.
         1 commit-quotient pic 9(9) binary value 0.
         1 commit-remainder pic 9(9) binary value 0.
      *> the ranges as comparable keys: a family byte (4 sorts
      *> ahead of 6) and 32 decimal digits - three per ipv4 octet,
      *> two per ipv6 hex digit - so a plain character compare
      *> orders them the same in any code page.
         1 range-count pic s9(9) binary value 0.
         1 range-table.
            2 range-entry occurs max-ranges times.
               3 rng-first pic x(33).
               3 rng-last pic x(33).
               3 rng-country pic x(2).
         1 rec-count pic 9(9) binary value 0.
         1 skipped-count pic 9(9) binary value 0.
         1 net-count pic 9(9) binary value 0.
         1 placed-count pic 9(9) binary value 0.
         1 unplaced-count pic 9(9) binary value 0.
         1 hit-count pic 9(9) binary value 0.
         1 no-net-count pic 9(9) binary value 0.
         1 client-net pic x(45).
         1 first-net pic x(45).
         1 last-net pic x(45).
         1 first-key pic x(33).
         1 last-key pic x(33).
         1 prev-first-key pic x(33) value low-values.
         1 net-country pic x(2).
      *> net-to-key turns key-net (ipnet's canonical form) into
      *> net-key, spaces when it will not parse.
         1 key-net pic x(45).
         1 net-key.
            2 nk-family pic x(1).
            2 nk-digits pic x(32).
         1 key-idx pic 9(4) binary value 0.
         1 key-pos pic 9(4) binary value 0.
         1 key-char pic x(1).
         1 key-part pic 9(4) binary value 0.
         1 part-len pic 9(4) binary value 0.
         1 part-digits pic x(4).
         1 part-value pic 9(3).
         1 part-no pic 9(4) binary value 0.
         1 digit-value pic 9(4) binary value 0.
         1 hex-pair pic 9(2).
         1 key-bad-sw pic x(1) value 'N'.
            88 key-bad value 'Y'.
         1 dec-digits pic x(10) value '0123456789'.
         1 hex-digits pic x(16) value '0123456789abcdef'.
      *> binary search over range-table for the last range whose
      *> first key is not past the network's key.
         1 search-low pic s9(9) binary value 0.
         1 search-high pic s9(9) binary value 0.
         1 search-mid pic s9(9) binary value 0.
         1 search-found pic s9(9) binary value 0.
         1 report-from pic x(10).
         1 rpt-account pic x(30).
         1 prev-account pic x(30) value low-values.
         1 rpt-link pic x(30).
         1 prev-link pic x(30) value low-values.
         1 rpt-country pic x(2).
         1 rpt-count pic s9(9) binary.
         1 rpt-count-out pic z(8)9.
      *> the run-control handshake - see runctl.
         1 run-action pic x(1) value spaces.
         1 run-job pic x(8) value 'LINKGEO'.
         1 run-status pic x(6) value spaces.
            88 run-refused value 'STOP'.
         1 run-date pic x(10) value spaces.
         1 run-rec-in pic s9(9) binary value 0.
         1 run-rec-out pic s9(9) binary value 0.
         1 run-rc pic s9(4) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkgeo starting'
           perform start-run
           if run-refused
              goback
           end-if
           perform load-ranges
           if range-count = 0
              display 'linkgeo no ranges loaded - '
                       'every network would resolve to ZZ'
              perform fail-run
              goback
           end-if
           display 'linkgeo ' range-count ' range(s) loaded, '
                    skipped-count ' skipped of ' rec-count
                    ' record(s)'
      *> with hold, so the interval commits below do not close the
      *> cursor mid-pass.
           exec sql
              declare net-cur cursor with hold for
                 select distinct client_net
                 from link_hits
                 where country is null
                   and client_net is not null
           end-exec
           exec sql open net-cur end-exec
           if sqlcode not = 0
              display 'linkgeo unable to open cursor - sqlcode '
                       sqlcode
              perform fail-run
              goback
           end-if
           perform until no-more-nets
              exec sql
                 fetch net-cur into :client-net
              end-exec
              evaluate sqlcode
                 when 100
                    move 'N' to more-nets
                 when 0
                    perform place-one-net
                 when other
                    display 'linkgeo fetch failed - sqlcode ' sqlcode
                    move 'Y' to resolve-failed-sw
                    move 'N' to more-nets
              end-evaluate
           end-perform
           exec sql close net-cur end-exec
           if not resolve-failed
              perform mark-no-net-hits
           end-if
           exec sql commit end-exec
           if sqlcode not = 0
              display 'linkgeo commit failed - sqlcode ' sqlcode
              move 'Y' to resolve-failed-sw
           end-if
           display 'linkgeo ' net-count ' network(s): ' placed-count
                    ' placed, ' unplaced-count ' unknown (ZZ); '
                    hit-count ' hit(s) updated, ' no-net-count
                    ' without a network'
           move net-count to run-rec-in
           move placed-count to run-rec-out
      *> a failed update stops the pass part way - the hits behind
      *> it have no country yet, so linkpurge must not follow.
           if resolve-failed
              perform fail-run
              goback
           end-if
           exec sql
              values char(date(:run-date) - :report-days days
                          + 1 day)
                 into :report-from
           end-exec
           perform report-account-countries
           perform report-link-countries
           move 'OK' to run-status
           move 0 to run-rc
           perform end-run
           goback.

       load-ranges.
           open input ipranges-file
           if not ipranges-ok
              display 'linkgeo unable to open ipranges - status '
                       ipranges-status
           else
              perform until no-more-input
                 read ipranges-file
                    at end
                       move 'N' to more-input
                    not at end
                       perform load-one-range
                 end-read
              end-perform
           end-if
           close ipranges-file.

       load-one-range.
           add 1 to rec-count
           if ipr-first = spaces
              add 1 to skipped-count
           else
              call 'ipnet' using ipr-first, first-net
              move first-net to key-net
              perform net-to-key
              move net-key to first-key
              call 'ipnet' using ipr-last, last-net
              move last-net to key-net
              perform net-to-key
              move net-key to last-key
              evaluate true
                 when first-key = spaces or last-key = spaces
                    or ipr-country = spaces
                    add 1 to skipped-count
                    display 'linkgeo unparsed range at record '
                             rec-count ' - ' ipr-first(1:20) ' '
                             ipr-last(1:20)
                 when first-key(1:1) not = last-key(1:1)
                    or last-key < first-key
                    add 1 to skipped-count
                    display 'linkgeo inverted range at record '
                             rec-count ' - ' ipr-first(1:20) ' '
                             ipr-last(1:20)
                 when first-key < prev-first-key
                    add 1 to skipped-count
                    display 'linkgeo range out of order at record '
                             rec-count ' - ' ipr-first(1:20)
                 when range-count >= max-ranges
                    add 1 to skipped-count
                    if not table-full
                       display 'linkgeo range table full - '
                                'records past the cap skipped'
                       move 'Y' to table-full-sw
                    end-if
                 when other
                    add 1 to range-count
                    move first-key to rng-first(range-count)
                    move last-key to rng-last(range-count)
                    move ipr-country to rng-country(range-count)
                    inspect rng-country(range-count)
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    move first-key to prev-first-key
              end-evaluate
           end-if.

      *> every hit from the network takes the country in one
      *> update; the is-null guard keeps a hit placed by an
      *> earlier run from being touched again.
       place-one-net.
           add 1 to net-count
           perform find-country
           if net-country = 'ZZ'
              add 1 to unplaced-count
           else
              add 1 to placed-count
           end-if
           exec sql
              update link_hits
                 set country = :net-country
              where client_net = :client-net
                and country is null
           end-exec
           if sqlcode not = 0 and sqlcode not = 100
              display 'linkgeo update failed for ' client-net
                       ' - sqlcode ' sqlcode
              move 'Y' to resolve-failed-sw
              move 'N' to more-nets
           else
              if sqlcode = 0
                 add sqlerrd(3) to hit-count
              end-if
              divide net-count by commit-interval
                 giving commit-quotient
                 remainder commit-remainder
              if commit-remainder = 0
                 exec sql commit end-exec
              end-if
           end-if.

       find-country.
           move 'ZZ' to net-country
           move client-net to key-net
           perform net-to-key
           move range-count to search-high
           if net-key not = spaces
              move 1 to search-low
              move 0 to search-found
              perform until search-low > search-high
                 compute search-mid = (search-low + search-high) / 2
                 if rng-first(search-mid) <= net-key
                    move search-mid to search-found
                    compute search-low = search-mid + 1
                 else
                    compute search-high = search-mid - 1
                 end-if
              end-perform
              if search-found > 0
                 if net-key <= rng-last(search-found)
                    move rng-country(search-found) to net-country
                 end-if
              end-if
           end-if.

      *> ipnet always writes a.b.c.0 or four groups and '::', so
      *> only those two shapes need reading here.
       net-to-key.
           move spaces to net-key
           move 'N' to key-bad-sw
           move 0 to key-pos
           inspect key-net tallying key-pos
              for characters before initial ':'
           if key-net = spaces
              move 'Y' to key-bad-sw
           else
              move all '0' to nk-digits
              if key-pos < 45
                 move '6' to nk-family
                 perform ipv6-key
              else
                 move '4' to nk-family
                 perform ipv4-key
              end-if
           end-if
           if key-bad
              move spaces to net-key
           end-if.

       ipv4-key.
           move 0 to part-no
           move 0 to key-idx
           perform until part-no >= 3 or key-bad
              add 1 to part-no
              perform next-key-part
              if part-len = 0 or part-len > 3
                 move 'Y' to key-bad-sw
              else
                 move 0 to part-value
                 move 0 to key-part
                 perform until key-part >= part-len
                    add 1 to key-part
                    move 0 to digit-value
                    inspect dec-digits tallying digit-value
                       for characters
                       before initial part-digits(key-part:1)
                    if digit-value > 9
                       move 'Y' to key-bad-sw
                    end-if
                    compute part-value = part-value * 10
                                       + digit-value
                 end-perform
                 compute key-pos = (part-no - 1) * 3 + 1
                 move part-value to nk-digits(key-pos:3)
              end-if
           end-perform.

       ipv6-key.
           move 0 to part-no
           move 0 to key-idx
           perform until part-no >= 4 or key-bad
              add 1 to part-no
              perform next-key-part
              if part-len = 0 or part-len > 4
                 move 'Y' to key-bad-sw
              else
      *> right-align the group so 'db8' weighs as '0db8'.
                 compute key-pos = (part-no - 1) * 8
                                 + (4 - part-len) * 2 + 1
                 move 0 to key-part
                 perform until key-part >= part-len
                    add 1 to key-part
                    move 0 to digit-value
                    inspect hex-digits tallying digit-value
                       for characters
                       before initial part-digits(key-part:1)
                    if digit-value > 15
                       move 'Y' to key-bad-sw
                    end-if
                    move digit-value to hex-pair
                    move hex-pair to nk-digits(key-pos:2)
                    add 2 to key-pos
                 end-perform
              end-if
           end-perform.

      *> the characters from key-idx up to the next '.', ':' or
      *> blank, left in part-digits; key-idx is left on the
      *> separator.
       next-key-part.
           move spaces to part-digits
           move 0 to part-len
           add 1 to key-idx
           perform until key-idx > 45
                    or key-net(key-idx:1) = '.'
                    or key-net(key-idx:1) = ':'
                    or key-net(key-idx:1) = space
              if part-len < 4
                 add 1 to part-len
                 move key-net(key-idx:1) to part-digits(part-len:1)
              else
                 move 5 to part-len
              end-if
              add 1 to key-idx
           end-perform.

      *> hits with no network can never be placed; marking them ZZ
      *> now keeps them out of every later night's pass.
       mark-no-net-hits.
           exec sql
              update link_hits
                 set country = 'ZZ'
              where country is null
                and client_net is null
           end-exec
           if sqlcode = 0
              move sqlerrd(3) to no-net-count
           else
              if sqlcode not = 100
                 display 'linkgeo unknown-network update failed - '
                          'sqlcode ' sqlcode
                 move 'Y' to resolve-failed-sw
              end-if
           end-if.

      *> human clicks only, on linkstmt's rule - live detail not
      *> classed as bot plus the daily rollup's hit_count - so the
      *> country totals add up to what the customer is billed for.
       report-account-countries.
           display ' '
           display 'human clicks by country per account, '
                    report-from ' to ' run-date ':'
           move low-values to prev-account
           exec sql
              declare acct-geo-cur cursor for
                 select t.account_id, t.country, sum(t.clicks)
                 from (
                    select coalesce(l.account_id, '(none)'),
                       coalesce(h.country, 'ZZ'), count(*)
                    from link_hits h, links l
                    where h.link_id = l.id
                      and date(h.hit_ts) >= date(:report-from)
                      and date(h.hit_ts) <= date(:run-date)
                      and coalesce(h.hit_class, '')
                          not in ('SEARCHBOT', 'MONITOR')
                    group by l.account_id, coalesce(h.country, 'ZZ')
                    union all
                    select coalesce(l.account_id, '(none)'),
                       coalesce(d.country, 'ZZ'), sum(d.hit_count)
                    from link_hits_daily d, links l
                    where d.link_id = l.id
                      and d.hit_date >= date(:report-from)
                      and d.hit_date <= date(:run-date)
                    group by l.account_id, coalesce(d.country, 'ZZ')
                 ) as t (account_id, country, clicks)
                 group by t.account_id, t.country
                 having sum(t.clicks) > 0
                 order by 1, 3 desc, 2
           end-exec
           exec sql open acct-geo-cur end-exec
           move 'Y' to more-rows
           perform until no-more-rows
              exec sql
                 fetch acct-geo-cur into :rpt-account, :rpt-country,
                    :rpt-count
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
              else
                 if rpt-account not = prev-account
                    display ' '
                    display 'account: ' rpt-account
                    move rpt-account to prev-account
                 end-if
                 move rpt-count to rpt-count-out
                 display '  ' rpt-country ' ' rpt-count-out
              end-if
           end-perform
           exec sql close acct-geo-cur end-exec.

       report-link-countries.
           display ' '
           display 'human clicks by country per link, '
                    report-from ' to ' run-date ':'
           move low-values to prev-account
           move low-values to prev-link
           exec sql
              declare link-geo-cur cursor for
                 select t.account_id, t.link_id, t.country,
                    sum(t.clicks)
                 from (
                    select coalesce(l.account_id, '(none)'),
                       h.link_id, coalesce(h.country, 'ZZ'), count(*)
                    from link_hits h, links l
                    where h.link_id = l.id
                      and date(h.hit_ts) >= date(:report-from)
                      and date(h.hit_ts) <= date(:run-date)
                      and coalesce(h.hit_class, '')
                          not in ('SEARCHBOT', 'MONITOR')
                    group by l.account_id, h.link_id,
                       coalesce(h.country, 'ZZ')
                    union all
                    select coalesce(l.account_id, '(none)'),
                       d.link_id, coalesce(d.country, 'ZZ'),
                       sum(d.hit_count)
                    from link_hits_daily d, links l
                    where d.link_id = l.id
                      and d.hit_date >= date(:report-from)
                      and d.hit_date <= date(:run-date)
                    group by l.account_id, d.link_id,
                       coalesce(d.country, 'ZZ')
                 ) as t (account_id, link_id, country, clicks)
                 group by t.account_id, t.link_id, t.country
                 having sum(t.clicks) > 0
                 order by 1, 2, 4 desc, 3
           end-exec
           exec sql open link-geo-cur end-exec
           move 'Y' to more-rows
           perform until no-more-rows
              exec sql
                 fetch link-geo-cur into :rpt-account, :rpt-link,
                    :rpt-country, :rpt-count
              end-exec
              if sqlcode not = 0
                 move 'N' to more-rows
              else
                 if rpt-account not = prev-account
                    display ' '
                    display 'account: ' rpt-account
                    move rpt-account to prev-account
                    move low-values to prev-link
                 end-if
                 if rpt-link not = prev-link
                    display '  link: ' rpt-link
                    move rpt-link to prev-link
                 end-if
                 move rpt-count to rpt-count-out
                 display '    ' rpt-country ' ' rpt-count-out
              end-if
           end-perform
           exec sql close link-geo-cur end-exec.

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

       end program linkgeo.
