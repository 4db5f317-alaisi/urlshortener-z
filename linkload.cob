         1 commit-quotient pic 9(9) binary value 0.
         1 commit-remainder pic 9(9) binary value 0.
         1 account-id pic x(30) value 'BATCHLOAD'.
         1 quota-sw pic x(1) value 'N'.
            88 quota-exceeded value 'Y'.
         1 quota-count pic 9(9) binary value 0.
         1 out-buffer-idx pic 9(9) binary value 0.
         1 out-buffer-count pic 9(9) binary value 0.
      *> out-buffer-line is sized to max-batch-size - a checkpoint
           close urlin-file
           close urlout-file
           display 'linkload complete - ' loaded-count ' link(s) loaded'
           if quota-count > 0
              display 'linkload ' quota-count
                       ' record(s) refused - plan active-link quota'
           end-if
           goback.

      *> CHKPT is opened for output (append) every interval below, so
              select id into :link-code from links
              where url = rtrim(:url-in)
           end-exec
      *> the batch account is held to its plan's active-link cap
      *> like any api caller - a record past the cap is skipped,
      *> not the run, so the rest of the file still loads.
           move 'N' to quota-sw
           if link-code = spaces
              call 'quotachk' using account-id, quota-sw
              if not quota-exceeded
                 exec sql
                    select id into :link-code from final table (
                       insert into links (id, url, account_id,
                             active_flag) values (
                          char(next value for link_id_seq
                             from sysibm.sysdummy1),
                          rtrim(:url-in), rtrim(:account-id), 'Y'))
                 end-exec
              end-if
           end-if
           if quota-exceeded
              add 1 to quota-count
              display 'linkload skipping record ' rec-count
                       ' - quota_exceeded'
           else
           if sqlcode not = 0
              display 'linkload skipping record ' rec-count
                       ' - sqlcode ' sqlcode
                     url-in delimited by size
                     into out-buffer-line(out-buffer-count)
           end-if
           end-if
           divide rec-count by commit-interval
              giving commit-quotient
              remainder commit-remainder
