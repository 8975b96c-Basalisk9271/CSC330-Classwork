       date-written.
           August 8, 2026.

      *> After the master pass, the seasonal alternate addresses
      *> (ALTADDR.CPY) get the same lookup: a domestic alternate has
      *> its ZIP+4 and carrier route standardized in place and its
      *> change stamp set to this program, and a failed lookup lands
      *> on the same exception report. Each alternate it changes is
      *> logged ALTCHG with before and after images in the same
      *> layout ADDRMAINT uses for alternates, so the mailing proof
      *> can show the alternate as it stood before tonight's lookup.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select alt-address-file assign to s-altaddr
               organization is indexed
               access mode is sequential
               record key is alt-key
               file status is ws-altaddr-status.

       data division.
       file section.
           label records are omitted.
           copy auditlog.cpy.

       fd alt-address-file
           label records are standard.
           copy altaddr.cpy.

       working-storage section.
       01 ws-addrmas-status       picture x(2).
       01 ws-cassexc-status       picture x(2).
       01 ws-cass-return-code     picture x(2).
       01 ws-except-reason        picture x(20).
       01 ws-read-count           picture 9(9) value 0.
       01 ws-altaddr-status       picture x(2).
       01 ws-alt-eof-switch       picture x value 'N'.
           88 ws-end-of-alternates value 'Y'.
       01 ws-run-date             picture 9(8).

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'CASSSTD'.
               move 16 to return-code
               stop run
           end-if.
           open i-o alt-address-file.
           if ws-altaddr-status not = '00'
               display 'ERROR OPENING ALTERNATE ADDRESS FILE, STATUS='
               display ws-altaddr-status
               move 16 to return-code
               stop run
           end-if.
           accept ws-run-date from date yyyymmdd.
           read address-master
               at end
                   set ws-end-of-address-master to true
                       set ws-end-of-address-master to true
               end-read
           end-perform.
           read alt-address-file
               at end
                   set ws-end-of-alternates to true
           end-read.
           perform until ws-end-of-alternates
               if alt-is-domestic
                   perform 4000-standardize-one-alternate
               end-if
               read alt-address-file
                   at end
                       set ws-end-of-alternates to true
               end-read
           end-perform.
           close address-master.
           close cass-except-file.
           close audit-log-file.
           close alt-address-file.
           move ws-read-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
               ws-except-reason delimited by size
               into cass-except-line.
           write cass-except-line.

       4000-standardize-one-alternate.
           call 'casslkup' using alt-street alt-city alt-state
                   alt-zip ws-cass-zip-out ws-cass-carrier-route
                   ws-cass-return-code.
           if ws-cass-return-code = '00'
               if ws-cass-zip-out not = alt-zip
                       or ws-cass-carrier-route not = alt-carrier-route
                   perform 4200-capture-alt-before-image
                   move ws-cass-zip-out to alt-zip
                   move ws-cass-carrier-route to alt-carrier-route
                   move 'CASSTAND' to alt-changed-by
                   move ws-run-date to alt-changed-date
                   rewrite alternate-address-record
                       invalid key
                           move 'ALT REWRITE FAILED' to ws-except-reason
                           perform 4100-write-alt-exception
                       not invalid key
                           perform 4300-write-alt-audit-record
                   end-rewrite
               end-if
           else
               move 'ALT CASS LOOKUP FAIL' to ws-except-reason
               perform 4100-write-alt-exception
           end-if.

       4100-write-alt-exception.
           move spaces to cass-except-line.
           string alt-addr-id delimited by size
               ' ALTERNATE ' delimited by size
               alt-seq delimited by size
               ' ' delimited by size
               alt-street delimited by size
               ' ' delimited by size
               ws-except-reason delimited by size
               into cass-except-line.
           write cass-except-line.

      *> Alternate audit images use the master layout: the id and
      *> the customer's name as on the master, the alternate's
      *> address fields, its sequence in the status slot and its
      *> window (start MMDD then end MMDD) in the status-date slot.
       4200-capture-alt-before-image.
           move alt-addr-id to addr-id.
           read address-master
               invalid key
                   move spaces to addr-name
           end-read.
           move alt-addr-id to aud-before-id.
           move addr-name to aud-before-name.
           move alt-street to aud-before-street.
           move alt-city to aud-before-city.
           move alt-state to aud-before-state.
           move alt-zip to aud-before-zip.
           move alt-country to aud-before-country.
           move alt-carrier-route to aud-before-route.
           move alt-seq to aud-before-status.
           move alt-window to aud-before-status-date.
           move zeros to aud-before-fail-count.
           move zeros to aud-before-fail-date.

       4300-write-alt-audit-record.
           accept aud-log-date from date yyyymmdd.
           accept aud-log-time from time.
           move 'BATCH' to aud-user-id.
           move 'CASSTAND' to aud-terminal-id.
           move 'ALTCHG' to aud-action.
           move alt-addr-id to aud-after-id.
           move addr-name to aud-after-name.
           move alt-street to aud-after-street.
           move alt-city to aud-after-city.
           move alt-state to aud-after-state.
           move alt-zip to aud-after-zip.
           move alt-country to aud-after-country.
           move alt-carrier-route to aud-after-route.
           move alt-seq to aud-after-status.
           move alt-window to aud-after-status-date.
           move zeros to aud-after-fail-count.
           move zeros to aud-after-fail-date.
           write audit-log-record.
