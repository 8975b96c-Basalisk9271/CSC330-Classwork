           05 trl-hash                picture 9(12).
           05 filler                  picture x(60) value spaces.

      *> Seasonal alternate in force on the run date, from the
      *> addralt lookup - the same rule the label run applies. The
      *> master is read-only here, so the alternate overlays the
      *> address fields of the record just read and the edit and
      *> line record see the address actually in force.
           copy altaddr.cpy.
       01 ws-run-date             picture 9(8).
       01 ws-alt-found-flag       picture x.
           88 ws-alternate-in-force value 'Y'.
           88 ws-alternates-unavailable value 'U'.
      *> Rides in the checkpoint record like the counts above.
       01 ws-alt-out-count        picture 9(9) value 0.
       01 ws-alt-missing-switch   picture x value 'N'.
           88 ws-alt-file-missing value 'Y'.

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'RUN'.
       01 ws-step-count           picture 9(9) value 0.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           accept ws-run-date from date yyyymmdd.
           perform A001-open-checkpoint-and-files.
           perform A003-fetch-run-options.
           perform A002-position-address-master.
                   move 0 to ckpt-supp-count
                   move 0 to ckpt-out-count
                   move 0 to ckpt-out-hash
                   move 0 to ckpt-alt-out-count
                   write checkpoint-record
               not invalid key
                   if ckpt-last-id not = spaces
                       if ckpt-out-hash is numeric
                           move ckpt-out-hash to ws-out-hash
                       end-if
                       if ckpt-alt-out-count is numeric
                           move ckpt-alt-out-count to ws-alt-out-count
                       end-if
                   end-if
           end-read.
           open input address-master.
               move ws-supp-count to ckpt-supp-count
               move ws-out-count to ckpt-out-count
               move ws-out-hash to ckpt-out-hash
               move ws-alt-out-count to ckpt-alt-out-count
               rewrite checkpoint-record
               move 0 to ws-records-since-ckpt
           end-if.
           move 0 to ckpt-supp-count
           move 0 to ckpt-out-count
           move 0 to ckpt-out-hash
           move 0 to ckpt-alt-out-count
           rewrite checkpoint-record.

       A070-write-suppression-summary.
               ')' delimited by size
               into supp-summary-line.
           write supp-summary-line.
           move spaces to supp-summary-line.
           string 'SEASONAL ALTERNATE ADDRESSES USED='
                   delimited by size
               ws-alt-out-count delimited by size
               into supp-summary-line.
           write supp-summary-line.
           if ws-alt-file-missing
               move 'ALTERNATE ADDRESS FILE UNAVAILABLE - PRIMARY USED'
                   to supp-summary-line
               write supp-summary-line
           end-if.
           close supp-summary-file.

       A010-edit-and-write-one-address.
           if not addr-is-active
               add 1 to ws-supp-count
           else
               perform A015-apply-address-in-force
               perform A020-edit-address-record
               if ws-record-is-valid
                   perform A030-write-one-address
               end-if
           end-if.

       A015-apply-address-in-force.
           call 'addralt' using addr-id ws-run-date ws-alt-found-flag
                   alternate-address-record.
           evaluate true
               when ws-alternate-in-force
                   move alt-street to addr-street
                   move alt-city to addr-city
                   move alt-state to addr-state
                   move alt-zip to addr-zip
                   move alt-country to addr-country
                   move alt-carrier-route to addr-carrier-route
                   add 1 to ws-alt-out-count
               when ws-alternates-unavailable
                   set ws-alt-file-missing to true
           end-evaluate.

       A020-edit-address-record.
           call 'addrval' using addr-state addr-zip addr-country
                   ws-record-valid-switch ws-reject-reason.
