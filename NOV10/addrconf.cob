       identification division.
       program-id.
       addrconf.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Address-change confirmation letters, nightly step CONFIRM.
      *> A changed mailing address is the classic account-takeover
      *> move, so every street/city/state/ZIP/country change logged
      *> since the last letter run gets two letters: one to the
      *> address as it stood before the change and one to the
      *> address after it, each stating the change and its date.
      *> This step picks the changes off the audit log (AUDITLOG.CPY)
      *> and writes the letter requests (CONFLTR.CPY); the LETTERS
      *> step right behind it - maillabl in letter mode - presorts,
      *> prints, histories and costs them like any other drop.
      *>
      *> The changes that count are CHANGE records from the online
      *> transaction, the ADDRLOAD 'C' transactions and the PENDAPL
      *> four-eyes postings, and MOVE records from the NCOA apply.
      *> CASS records are standardization, not a customer's change,
      *> and a change that only touched the ZIP+4 or the carrier
      *> route is the same thing done by hand, so neither letters.
      *> Adding or changing a seasonal alternate on the addrmaint S
      *> screen (ALTADD, ALTCHG) redirects the mail just as surely,
      *> so it letters too, counted under ADDRMNT: the new letter
      *> goes to the alternate and the other to the primary address
      *> on the master, since an added alternate has no before
      *> image. casstand's ALTCHG records are standardization, like
      *> CASS.
      *> No letter goes to an id that is do-not-mail - after the
      *> change or on the master now - or that has left the master
      *> since (deleted, merged or erased).
      *>
      *> The window starts where the last good LETTERS step started,
      *> taken off the run-control file (RUNCTL.CPY), so a night the
      *> letters didn't go out is picked up by the next one rather
      *> than lost. The parameter card can set the start instead
      *> (cols 1-8 date, 9-16 time, yyyymmdd and hhmmsscc) for a
      *> rerun; with neither, the window is today. The count report
      *> is fraud operations' daily view of the volume: every change
      *> found, what happened to it, and totals by source.

       environment division.
       input-output section.
       file-control.
           select parm-card-file assign to s-parms
               organization is sequential
               file status is ws-parms-status.
           select run-control-file assign to s-runctl
               organization is sequential
               file status is ws-runctl-status.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select address-master assign to s-addrmas
               organization is indexed
               access mode is random
               record key is addr-id
               file status is ws-addrmas-status.
           select confirm-letter-file assign to s-ltrreq
               organization is sequential
               file status is ws-ltrreq-status.
           select confirm-report-file assign to s-confrpt
               organization is sequential
               file status is ws-confrpt-status.

       data division.
       file section.
       fd parm-card-file
           label records are omitted.
       01 parm-card.
           05 prm-from-date           picture x(8).
           05 prm-from-time           picture x(8).
           05 filler                  picture x(64).

       fd run-control-file
           label records are omitted.
           copy runctl.cpy.

       fd audit-log-file
           label records are omitted.
           copy auditlog.cpy.

       fd address-master
           label records are standard.
           copy addrmas.cpy.

       fd confirm-letter-file
           label records are omitted.
           copy confltr.cpy.

       fd confirm-report-file
           label records are omitted.
       01 confirm-report-line         picture x(80).

       working-storage section.
       01 ws-parms-status         picture x(2).
       01 ws-runctl-status        picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-addrmas-status       picture x(2).
       01 ws-ltrreq-status        picture x(2).
       01 ws-confrpt-status       picture x(2).

       01 ws-runctl-eof-switch    picture x value 'N'.
           88 ws-end-of-run-control value 'Y'.
       01 ws-audit-eof-switch     picture x value 'N'.
           88 ws-end-of-audit-log value 'Y'.

       01 ws-run-date             picture 9(8).
      *> Changes stamped after this point letter tonight.
       01 ws-window-start.
           05 wws-date                picture 9(8) value 0.
           05 wws-time                picture 9(8) value 0.
       01 ws-audit-stamp.
           05 was-date                picture 9(8).
           05 was-time                picture 9(8).
       01 ws-window-source        picture x(30).

      *> The four ways an address change reaches the master, in
      *> report order; the subscript is the source of the change
      *> being worked.
       01 ws-source-names.
           05 filler                  picture x(8) value 'ADDRMNT'.
           05 filler                  picture x(8) value 'ADDRLOAD'.
           05 filler                  picture x(8) value 'PENDAPL'.
           05 filler                  picture x(8) value 'ADDRMOVE'.
       01 ws-source-list redefines ws-source-names.
           05 ws-source-name occurs 4 times
                                      picture x(8).
       01 ws-source-table.
           05 ws-source-entry occurs 4 times.
               10 wsc-changes         picture 9(6).
               10 wsc-lettered        picture 9(6).
               10 wsc-do-not-mail     picture 9(6).
               10 wsc-not-on-master   picture 9(6).
       01 ws-source-idx           picture 9(1).

       01 ws-disposition          picture x(30).
       01 ws-address-switch       picture x.
           88 ws-address-changed value 'Y'.
           88 ws-zip4-route-only value 'Z'.
           88 ws-no-address-change value 'N'.
       01 ws-letter-switch        picture x.
           88 ws-letters-due value 'Y'.
       01 ws-alternate-switch     picture x.
           88 ws-alternate-change value 'Y'.

       01 ws-audit-read-count     picture 9(7) value 0.
       01 ws-in-window-count      picture 9(7) value 0.
       01 ws-cass-count           picture 9(6) value 0.
       01 ws-zip4-route-count     picture 9(6) value 0.
       01 ws-prior-letter-count   picture 9(6) value 0.
       01 ws-new-letter-count     picture 9(6) value 0.
       01 ws-letter-count         picture 9(6) value 0.

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'CONFIRM'.
       01 ws-step-count           picture 9(9) value 0.
       01 ws-step-condition       picture 9(4) value 0.

       procedure division.
       0000-main.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           perform 1100-read-parms.
           if wws-date = 0
               perform 1200-find-last-letter-run
           end-if.
           perform 1300-write-headings.
           perform varying ws-source-idx from 1 by 1
                   until ws-source-idx > 4
               move 0 to wsc-changes (ws-source-idx)
               move 0 to wsc-lettered (ws-source-idx)
               move 0 to wsc-do-not-mail (ws-source-idx)
               move 0 to wsc-not-on-master (ws-source-idx)
           end-perform.
           read audit-log-file
               at end
                   set ws-end-of-audit-log to true
           end-read.
           perform until ws-end-of-audit-log
               add 1 to ws-audit-read-count
               move aud-log-date to was-date
               move aud-log-time to was-time
               if ws-audit-stamp > ws-window-start
                   add 1 to ws-in-window-count
                   perform 2000-examine-one-audit
               end-if
               read audit-log-file
                   at end
                       set ws-end-of-audit-log to true
               end-read
           end-perform.
           perform 9000-write-totals.
           close audit-log-file.
           close address-master.
           close confirm-letter-file.
           close confirm-report-file.
           move ws-letter-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           stop run.

       1000-open-files.
           open input audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           open input address-master.
           if ws-addrmas-status not = '00'
               display 'ERROR OPENING ADDRESS MASTER, STATUS='
               display ws-addrmas-status
               move 16 to return-code
               stop run
           end-if.
           open output confirm-letter-file.
           if ws-ltrreq-status not = '00'
               display 'ERROR OPENING LETTER REQUEST FILE, STATUS='
               display ws-ltrreq-status
               move 16 to return-code
               stop run
           end-if.
           open output confirm-report-file.
           if ws-confrpt-status not = '00'
               display 'ERROR OPENING CONFIRMATION REPORT, STATUS='
               display ws-confrpt-status
               move 16 to return-code
               stop run
           end-if.

       1100-read-parms.
           open input parm-card-file.
           if ws-parms-status not = '00'
               display 'ERROR OPENING PARAMETER FILE, STATUS='
               display ws-parms-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to parm-card.
           read parm-card-file
               at end
                   continue
           end-read.
           close parm-card-file.
           if prm-from-date is numeric
               move prm-from-date to wws-date
               if prm-from-time is numeric
                   move prm-from-time to wws-time
               end-if
               move 'PARAMETER CARD' to ws-window-source
           end-if.

      *> Records are appended as steps end, so the last good LETTERS
      *> record on the file is the newest; its start stamp is where
      *> that run's window closed.
       1200-find-last-letter-run.
           open input run-control-file.
           if ws-runctl-status not = '00'
               display 'ERROR OPENING RUN CONTROL FILE, STATUS='
               display ws-runctl-status
               move 16 to return-code
               stop run
           end-if.
           read run-control-file
               at end
                   set ws-end-of-run-control to true
           end-read.
           perform until ws-end-of-run-control
               if rct-step-name = 'LETTERS'
                       and rct-condition <= 4
                   move rct-start-date to wws-date
                   move rct-start-time to wws-time
               end-if
               read run-control-file
                   at end
                       set ws-end-of-run-control to true
               end-read
           end-perform.
      *> Closed before the step's own stplog record goes to the same
      *> dataset.
           close run-control-file.
           if wws-date = 0
               move ws-run-date to wws-date
               move 0 to wws-time
               move 'NO PRIOR LETTERS RUN - TODAY' to ws-window-source
           else
               move 'LAST LETTERS RUN' to ws-window-source
           end-if.

       1300-write-headings.
           move spaces to confirm-report-line.
           string 'ADDRESS CHANGE CONFIRMATION LETTERS  RUN '
               delimited by size
               ws-run-date delimited by size
               into confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           string 'CHANGES LOGGED AFTER ' delimited by size
               wws-date delimited by size
               ' ' delimited by size
               wws-time delimited by size
               into confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           string 'WINDOW START FROM ' delimited by size
               ws-window-source delimited by size
               into confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           write confirm-report-line.
           move 'ID     SOURCE   USER     DATE     TIME     DISPOSITION'
               to confirm-report-line.
           write confirm-report-line.

      *> DENIED, ALTDEL, ADD and the status-only actions never carry
      *> an address change to letter, so only CHANGE, MOVE, CASS and
      *> the alternate adds and changes are looked at.
       2000-examine-one-audit.
           move 0 to ws-source-idx.
           move 'N' to ws-alternate-switch.
           evaluate aud-action
               when 'CHANGE'
                   evaluate aud-terminal-id
                       when 'ADDRLOAD'
                           move 2 to ws-source-idx
                       when 'PENDAPL'
                           move 3 to ws-source-idx
                       when other
                           move 1 to ws-source-idx
                   end-evaluate
               when 'MOVE'
                   move 4 to ws-source-idx
               when 'ALTADD'
               when 'ALTCHG'
                   if aud-terminal-id = 'CASSTAND'
                       perform 2100-compare-images
                       if not ws-no-address-change
                           add 1 to ws-cass-count
                       end-if
                   else
                       move 1 to ws-source-idx
                       set ws-alternate-change to true
                   end-if
               when 'CASS'
                   perform 2100-compare-images
                   if not ws-no-address-change
                       add 1 to ws-cass-count
                   end-if
           end-evaluate.
           if ws-source-idx > 0
               perform 2100-compare-images
               evaluate true
                   when ws-address-changed
                       add 1 to wsc-changes (ws-source-idx)
                       perform 2200-judge-one-change
                   when ws-zip4-route-only
                       add 1 to ws-zip4-route-count
               end-evaluate
           end-if.

       2100-compare-images.
           if aud-before-street not = aud-after-street
                   or aud-before-city not = aud-after-city
                   or aud-before-state not = aud-after-state
                   or aud-before-zip (1:5) not = aud-after-zip (1:5)
                   or aud-before-country not = aud-after-country
               set ws-address-changed to true
           else
               if aud-before-zip not = aud-after-zip
                       or aud-before-route not = aud-after-route
                   set ws-zip4-route-only to true
               else
                   set ws-no-address-change to true
               end-if
           end-if.

      *> An alternate's images carry its sequence in the status slot,
      *> so for an alternate only the master's status counts.
       2200-judge-one-change.
           move 'Y' to ws-letter-switch.
           if aud-after-status = 'D' and not ws-alternate-change
               move 'N' to ws-letter-switch
               add 1 to wsc-do-not-mail (ws-source-idx)
               move 'NO LETTER - DO NOT MAIL' to ws-disposition
           else
               move aud-after-id to addr-id
               read address-master
                   invalid key
                       move 'N' to ws-letter-switch
                       add 1 to wsc-not-on-master (ws-source-idx)
                       move 'NO LETTER - NOT ON MASTER'
                           to ws-disposition
                   not invalid key
                       if addr-is-do-not-mail
                           move 'N' to ws-letter-switch
                           add 1 to wsc-do-not-mail (ws-source-idx)
                           move 'NO LETTER - DO NOT MAIL'
                               to ws-disposition
                       end-if
               end-read
           end-if.
           if ws-letters-due
               add 1 to wsc-lettered (ws-source-idx)
               perform 3000-write-letter-requests
           end-if.
           perform 8000-write-change-line.

      *> A before-image with no street or city has nowhere to go, so
      *> only the new address hears about that change.
       3000-write-letter-requests.
           if ws-alternate-change
               perform 3100-write-alternate-requests
           else
               perform 3050-write-change-requests
           end-if.

       3050-write-change-requests.
           move spaces to confirm-letter-record.
           move aud-after-id to clt-addr-id.
           move aud-log-date to clt-change-date.
           move aud-log-time to clt-change-time.
           move ws-source-name (ws-source-idx) to clt-change-source.
           move aud-before-street to clt-prior-street.
           move aud-before-city to clt-prior-city.
           move aud-before-state to clt-prior-state.
           move aud-before-zip to clt-prior-zip.
           move aud-before-country to clt-prior-country.
           move aud-after-street to clt-new-street.
           move aud-after-city to clt-new-city.
           move aud-after-state to clt-new-state.
           move aud-after-zip to clt-new-zip.
           move aud-after-country to clt-new-country.
           if aud-before-street = spaces and aud-before-city = spaces
               move 'NEW ADDRESS ONLY - NO PRIOR' to ws-disposition
           else
               set clt-to-prior-address to true
               move aud-before-name to clt-name
               move clt-prior-address to clt-mail-to
               move aud-before-route to clt-mail-route
               write confirm-letter-record
               add 1 to ws-prior-letter-count
               add 1 to ws-letter-count
               move 'LETTERED - PRIOR AND NEW' to ws-disposition
           end-if.
           set clt-to-new-address to true.
           move aud-after-name to clt-name.
           move clt-new-address to clt-mail-to.
           move aud-after-route to clt-mail-route.
           write confirm-letter-record.
           add 1 to ws-new-letter-count.
           add 1 to ws-letter-count.

      *> The master record 2200 read is the customer's primary
      *> address: it gets the 'O' letter, and stands as the prior
      *> address when the alternate is new.
       3100-write-alternate-requests.
           move spaces to confirm-letter-record.
           move aud-after-id to clt-addr-id.
           move aud-after-status to clt-alt-seq.
           move aud-log-date to clt-change-date.
           move aud-log-time to clt-change-time.
           move ws-source-name (ws-source-idx) to clt-change-source.
           if aud-before-street = spaces and aud-before-city = spaces
               move addr-street to clt-prior-street
               move addr-city to clt-prior-city
               move addr-state to clt-prior-state
               move addr-zip to clt-prior-zip
               move addr-country to clt-prior-country
           else
               move aud-before-street to clt-prior-street
               move aud-before-city to clt-prior-city
               move aud-before-state to clt-prior-state
               move aud-before-zip to clt-prior-zip
               move aud-before-country to clt-prior-country
           end-if.
           move aud-after-street to clt-new-street.
           move aud-after-city to clt-new-city.
           move aud-after-state to clt-new-state.
           move aud-after-zip to clt-new-zip.
           move aud-after-country to clt-new-country.
           set clt-to-prior-address to true.
           move addr-name to clt-name.
           move addr-street to clt-mail-street.
           move addr-city to clt-mail-city.
           move addr-state to clt-mail-state.
           move addr-zip to clt-mail-zip.
           move addr-country to clt-mail-country.
           move addr-carrier-route to clt-mail-route.
           write confirm-letter-record.
           add 1 to ws-prior-letter-count.
           set clt-to-new-address to true.
           move addr-name to clt-name.
           move clt-new-address to clt-mail-to.
           move aud-after-route to clt-mail-route.
           write confirm-letter-record.
           add 1 to ws-new-letter-count.
           add 2 to ws-letter-count.
           move 'LETTERED - PRIMARY AND ALT' to ws-disposition.

       8000-write-change-line.
           move spaces to confirm-report-line.
           string aud-after-id delimited by size
               ' ' delimited by size
               ws-source-name (ws-source-idx) delimited by size
               ' ' delimited by size
               aud-user-id delimited by size
               ' ' delimited by size
               aud-log-date delimited by size
               ' ' delimited by size
               aud-log-time delimited by size
               ' ' delimited by size
               ws-disposition delimited by size
               into confirm-report-line.
           write confirm-report-line.

       9000-write-totals.
           move spaces to confirm-report-line.
           write confirm-report-line.
           move 'SOURCE    CHANGES LETTERED DO-NOT-MAIL NOT-ON-MASTER'
               to confirm-report-line.
           write confirm-report-line.
           perform varying ws-source-idx from 1 by 1
                   until ws-source-idx > 4
               move spaces to confirm-report-line
               string ws-source-name (ws-source-idx) delimited by size
                   '  ' delimited by size
                   wsc-changes (ws-source-idx) delimited by size
                   '   ' delimited by size
                   wsc-lettered (ws-source-idx) delimited by size
                   '      ' delimited by size
                   wsc-do-not-mail (ws-source-idx) delimited by size
                   '        ' delimited by size
                   wsc-not-on-master (ws-source-idx) delimited by size
                   into confirm-report-line
               write confirm-report-line
           end-perform.
           move spaces to confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           string 'LETTERS TO PRIOR ADDRESS=' delimited by size
               ws-prior-letter-count delimited by size
               ' TO NEW ADDRESS=' delimited by size
               ws-new-letter-count delimited by size
               ' TOTAL=' delimited by size
               ws-letter-count delimited by size
               into confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           string 'NO LETTER: CASS STANDARDIZATION=' delimited by size
               ws-cass-count delimited by size
               ' ZIP+4/ROUTE ONLY=' delimited by size
               ws-zip4-route-count delimited by size
               into confirm-report-line.
           write confirm-report-line.
           move spaces to confirm-report-line.
           string 'AUDIT RECORDS READ=' delimited by size
               ws-audit-read-count delimited by size
               ' IN WINDOW=' delimited by size
               ws-in-window-count delimited by size
               into confirm-report-line.
           write confirm-report-line.
