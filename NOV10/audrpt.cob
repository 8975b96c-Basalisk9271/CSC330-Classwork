                       or aud-action = 'NIXIE'
                       or aud-action = 'MERGE'
                       or aud-action = 'MOVE'
                       or aud-action = 'ALTCHG'
                   perform 3000-compare-field-images
               end-if
               if aud-action = 'DENIED'
                   perform 3200-write-refused-function
               end-if
           end-if.

       2100-apply-selection.
               ' ' delimited by size
               aud-after-id delimited by size
               into audit-report-line.
           if aud-action = 'DELETE' or aud-action = 'ALTDEL'
                   or aud-action = 'ERASE'
               move aud-before-id to audit-report-line (44:6)
           end-if.
           write audit-report-line.
               into audit-report-line.
           write audit-report-line.

      *> A DENIED record is an online attempt the operator's
      *> authority profile refused; the function they tried rides in
      *> the after-image name slot.
       3200-write-refused-function.
           move spaces to audit-report-line.
           string '  REFUSED: ' delimited by size
               aud-after-name delimited by size
               into audit-report-line.
           write audit-report-line.

       5000-archive-one-record.
           if aud-log-date < ws-retain-date
               add 1 to ws-archive-count
