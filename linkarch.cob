      *> the same hit can appear twice across generations (or once
      *> archived and once still live); matches are de-duplicated
      *> on link id + hit timestamp before they reach the report.
      *> the archive cannot be rewritten when accterase erases an
      *> account, so an archived hit on a code in erased_codes,
      *> dated before the erasure, is suppressed here instead - a
      *> code minted again since then still shows its new hits.
       id division.
       program-id. linkarch.
       environment division.
       data division.
       file section.
       fd  archin-file.
      *> the fixed 410-byte layout linkpurge writes - see its
      *> arch-detail record. generations written before the class,
      *> run date and account were added are 356 bytes and read
      *> with those three fields blank; those written before the
      *> country was added are 408 bytes and read with it blank.
       01  archin-record.
           02 ar-link-id pic x(30).
           02 ar-hit-ts pic x(26).
           02 ar-referrer pic x(150).
           02 ar-user-agent pic x(150).
           02 ar-hit-class pic x(12).
           02 ar-purge-date pic x(10).
           02 ar-account-id pic x(30).
           02 ar-country pic x(2).
       fd  archparm-file.
      *> one request per run: 'L' and a link code, or 'A' and an
      *> account id, then the inclusive date range. blank dates
         1 scanned-count pic 9(9) binary value 0.
         1 matched-count pic 9(9) binary value 0.
         1 dup-count pic 9(9) binary value 0.
         1 suppressed-count pic 9(9) binary value 0.
         1 erased-rows pic s9(9) binary value 0.
               exec sql include sqlca end-exec.
       procedure division.
           display 'linkarch starting'
           display ' '
           display 'linkarch complete - ' matched-count
                    ' hit(s) reported, ' dup-count
                    ' duplicate(s) dropped, ' suppressed-count
                    ' erased hit(s) suppressed, ' scanned-count
                    ' archive record(s) scanned'
           if dedup-full
              display 'linkarch de-dup table filled - hits past '
           if ar-hit-ts(1:10) >= req-from-date
              and ar-hit-ts(1:10) <= req-to-date
              perform check-key-matches
              if code-found
                 perform check-suppressed
              end-if
              if code-found
                 move ar-link-id to hit-link-id
                 move ar-hit-ts to hit-ts
              end-perform
           end-if.

      *> only a hit that already matched is probed, so the lookup
      *> costs nothing on the bulk of the scan. a failed probe
      *> suppresses too - an erased hit must never print.
       check-suppressed.
           move 0 to erased-rows
           exec sql
              select count(*) into :erased-rows
              from erased_codes
              where link_id = rtrim(:ar-link-id)
                and erased_ts > timestamp(:ar-hit-ts)
           end-exec
           if sqlcode not = 0 or erased-rows > 0
              move 'N' to code-found-sw
              add 1 to suppressed-count
           end-if.

      *> detail the purge has not reached yet - the report must
      *> cover the whole range whether or not the cutoff has
      *> crossed it. char(hit_ts) matches the archive's timestamp
