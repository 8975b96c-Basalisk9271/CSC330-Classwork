               access mode is dynamic
               record key is pnd-key
               file status is ws-pendtrn-status.
           select operator-auth-file assign to s-oprauth
               organization is indexed
               access mode is dynamic
               record key is opa-user-id
               file status is ws-oprauth-status.
           select alt-address-file assign to s-altaddr
               organization is indexed
               access mode is dynamic
               record key is alt-key
               file status is ws-altaddr-status.

       data division.
       file section.
           label records are standard.
           copy pendtrn.cpy.

       fd operator-auth-file
           label records are standard.
           copy oprauth.cpy.

       fd alt-address-file
           label records are standard.
           copy altaddr.cpy.

       working-storage section.
       01 ws-addrmas-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-preselect-switch        picture x value 'N'.
           88 ws-id-preselected value 'Y'.

      *> Operator authority, read once at sign-on from the profile
      *> file (OPRAUTH.CPY) and held here for the session. The menu
      *> and the browse action line are built from the grants, so an
      *> operator only sees what they may use; a function keyed
      *> anyway is refused and written to the audit log as a DENIED
      *> security event. No profile, or no grants, means no session.
       01 ws-oprauth-status          picture x(2).
       01 ws-operator-grants.
           05 ws-inquiry-grant        picture x value 'N'.
               88 ws-may-inquire value 'Y'.
           05 ws-update-grant         picture x value 'N'.
               88 ws-may-update value 'Y'.
           05 ws-delete-grant         picture x value 'N'.
               88 ws-may-delete value 'Y'.
           05 ws-review-grant         picture x value 'N'.
               88 ws-may-review value 'Y'.
       01 ws-denied-function         picture x(8).
       01 ws-denied-id               picture x(6).
       01 ws-menu-table.
           05 ws-menu-item occurs 8 times
                                     picture x(20).
       01 ws-menu-lines redefines ws-menu-table.
           05 ws-menu-line occurs 4 times
                                     picture x(40).
       01 ws-menu-count              picture 9.
       01 ws-action-table.
           05 ws-action-item occurs 3 times
                                     picture x(12).
       01 ws-action-line redefines ws-action-table
                                     picture x(36).
       01 ws-action-count            picture 9.

      *> Seasonal / alternate addresses (ALTADDR.CPY) for the id on
      *> the S screen, loaded into this table a customer at a time.
      *> Viewing needs any maintenance grant; add and change need
      *> the add/change grant, delete the delete grant. Alternates
      *> post straight to their file (the four-eyes queue carries
      *> master images only) and are audit-logged as ALTADD, ALTCHG
      *> and ALTDEL. Overlapping windows for one customer are
      *> refused, so at most one alternate is ever in force. Like
      *> the mail summary, a session without the file still runs;
      *> only the S screen says it is unavailable.
       01 ws-altaddr-status          picture x(2).
       01 ws-altaddr-open-switch     picture x value 'N'.
           88 ws-altaddr-is-open value 'Y'.
       01 ws-alt-count               picture 9.
       01 ws-alt-table.
           05 ws-alt-entry occurs 9 times.
               10 wa-seq              picture 9.
               10 wa-start-mmdd       picture 9(4).
               10 wa-end-mmdd         picture 9(4).
               10 wa-street           picture x(26).
               10 wa-city             picture x(20).
               10 wa-state            picture x(2).
               10 wa-zip              picture x(10).
       01 ws-alt-display.
           05 wa-disp-line occurs 9 times
                                     picture x(76).
       01 ws-alt-idx                 picture s9(2).
       01 ws-alt-free-seq            picture 9.
       01 ws-alt-row                 picture s9(2).
       01 ws-alt-command             picture x.
       01 ws-alt-seq-entry           picture x.
       01 ws-alt-done-switch         picture x.
           88 ws-alt-done value 'Y'.
       01 ws-alt-seq-used-switch     picture x.
           88 ws-alt-seq-used value 'Y'.
       01 ws-alt-marker              picture x.
       01 ws-alt-in-force-text       picture x(30).
       01 ws-alt-in-force-seq        picture 9.
       01 ws-today-date              picture 9(8).
       01 ws-test-mmdd               picture 9(4).
       01 ws-test-start              picture 9(4).
       01 ws-test-end                picture 9(4).
       01 ws-in-window-switch        picture x.
           88 ws-date-in-window value 'Y'.
       01 ws-window-month            picture 9(2).
       01 ws-window-day              picture 9(2).
       01 ws-month-days-list         picture x(24)
                                     value '312931303130313130313031'.
       01 ws-month-days-table redefines ws-month-days-list.
           05 ws-month-days occurs 12 times
                                     picture 9(2).

      *> Online/batch lockout. The nightly stream holds the master
      *> DISP=OLD from its LOCKON step to VERIFY, and the system-
      *> status record (SYSSTAT.CPY, read through syslock) says so.
      *> The flag is read at sign-on, again each time the menu comes
      *> round, and once more just before anything posts - so a run
      *> that starts while an operator is keying a screen stops the
      *> post instead of racing it. While batch owns the master, or
      *> the flag can't be read, the session is inquiry and browse
      *> only: the update functions leave the menu, and one keyed
      *> anyway is refused without a DENIED event (the operator
      *> holds the grant; the system just isn't open). That covers
      *> the approval queue and the alternates too - PENDAPL and
      *> CASSSTD work those files in the same window.
       copy sysstat.cpy.
       01 ws-lock-function           picture x value 'Q'.
       01 ws-lock-reason             picture x(30) value spaces.
       01 ws-lock-ok-flag            picture x.
           88 ws-lock-status-read value 'Y'.
       01 ws-master-lock-switch      picture x value 'Y'.
           88 ws-master-locked value 'Y'.
       01 ws-system-status-text      picture x(60) value spaces.

      *> This program has no Unix-style environment to pull an
      *> identity from, so the invoker supplies it directly: the
      *> logon front-end that CALLs ADDRMNT (a TSO CLIST/REXX exec,
       01 sc-menu.
           05 blank screen.
           05 line 1 col 1 value 'ADDRESS MASTER MAINTENANCE'.
           05 line 2 col 1 picture x(60) from ws-system-status-text.
           05 line 3 col 1 picture x(40) from ws-menu-line (1).
           05 line 4 col 1 picture x(40) from ws-menu-line (2).
           05 line 5 col 1 picture x(40) from ws-menu-line (3).
           05 line 6 col 1 picture x(40) from ws-menu-line (4).
           05 line 7 col 1 value 'Select a function: '.
           05 line 7 col 21 picture x using ws-function.
           05 line 9 col 1 picture x(40) from ws-status-msg.
           05 blank screen.
           05 line 1 col 1 value 'Selected ID: '.
           05 line 1 col 14 picture x(6) from ws-selected-id.
           05 line 3 col 1 picture x(36) from ws-action-line.
           05 line 5 col 1 value 'Select a function: '.
           05 line 5 col 21 picture x using ws-function.

           05 line 8 col 12 picture x from addr-status.
           05 line 9 col 1 value 'Stat.Date: '.
           05 line 9 col 12 picture 9(8) from addr-status-date.
           05 line 9 col 22 value 'Mailing today: '.
           05 line 9 col 37 picture x(30) from ws-alt-in-force-text.
           05 line 10 col 1 value 'Failures.: '.
           05 line 10 col 12 picture 9(2) from addr-fail-count.
           05 line 10 col 16 value 'Last: '.
           05 line 11 col 12 picture 9(8) from ws-last-mailed-date.
           05 line 13 col 1 picture x(40) from ws-status-msg.

       01 sc-alt-list.
           05 blank screen.
           05 line 1 col 1 value 'SEASONAL / ALTERNATE ADDRESSES FOR '.
           05 line 1 col 36 picture x(6) from addr-id.
           05 line 1 col 43 picture x(26) from addr-name.
           05 line 2 col 1 value '  S FROM-TO   STREET'.
           05 line 2 col 42 value 'CITY                 ST ZIP'.
           05 line 3 col 1 picture x(76) from wa-disp-line (1).
           05 line 4 col 1 picture x(76) from wa-disp-line (2).
           05 line 5 col 1 picture x(76) from wa-disp-line (3).
           05 line 6 col 1 picture x(76) from wa-disp-line (4).
           05 line 7 col 1 picture x(76) from wa-disp-line (5).
           05 line 8 col 1 picture x(76) from wa-disp-line (6).
           05 line 9 col 1 picture x(76) from wa-disp-line (7).
           05 line 10 col 1 picture x(76) from wa-disp-line (8).
           05 line 11 col 1 picture x(76) from wa-disp-line (9).
           05 line 12 col 1 value 'Mailing today (*): '.
           05 line 12 col 20 picture x(30) from ws-alt-in-force-text.
           05 line 14 col 1 value
               'A=add, C=change, D=delete, X=quit: '.
           05 line 14 col 36 picture x using ws-alt-command.
           05 line 14 col 39 value 'Seq: '.
           05 line 14 col 44 picture x using ws-alt-seq-entry.
           05 line 16 col 1 picture x(40) from ws-status-msg.

      *> The window is month-day, recurring every year; a From later
      *> than the To wraps the year end (1101 to 0430 = winter).
       01 sc-alt-entry.
           05 blank screen.
           05 line 1 col 1 value 'ID.......: '.
           05 line 1 col 12 picture x(6) from alt-addr-id.
           05 line 1 col 20 value 'Alternate: '.
           05 line 1 col 31 picture 9 from alt-seq.
           05 line 2 col 1 value 'From MMDD: '.
           05 line 2 col 12 picture 9(4) using alt-start-mmdd.
           05 line 2 col 18 value 'To MMDD: '.
           05 line 2 col 27 picture 9(4) using alt-end-mmdd.
           05 line 3 col 1 value 'Street...: '.
           05 line 3 col 12 picture x(26) using alt-street.
           05 line 4 col 1 value 'City.....: '.
           05 line 4 col 12 picture x(20) using alt-city.
           05 line 5 col 1 value 'State....: '.
           05 line 5 col 12 picture x(2) using alt-state.
           05 line 6 col 1 value 'Zip......: '.
           05 line 6 col 12 picture x(10) using alt-zip.
           05 line 7 col 1 value 'Country..: '.
           05 line 7 col 12 picture x(20) using alt-country.

       procedure division using lk-invoker-id.
       0000-main.
           open i-o address-master.
           if ws-pendtrn-status = '00'
               set ws-pendtrn-is-open to true
           end-if.
           open i-o alt-address-file.
           if ws-altaddr-status = '00'
               set ws-altaddr-is-open to true
           end-if.
           accept ws-today-date from date yyyymmdd.
           move lk-user-id to ws-user-id.
           move lk-terminal-id to ws-terminal-id.
           perform 0050-load-operator-authority.
           perform 8800-check-system-status.
           if ws-may-inquire or ws-may-update
                   or ws-may-delete or ws-may-review
               perform 0060-build-menu-lines
               perform 0100-process-one-selection
                   until not ws-keep-going
           else
               display 'NO ADDRESS MAINTENANCE AUTHORITY FOR USER '
                   ws-user-id
               move 8 to return-code
           end-if.
           close address-master.
           close audit-log-file.
           if ws-mailsum-is-open
           if ws-pendtrn-is-open
               close pending-trans-file
           end-if.
           if ws-altaddr-is-open
               close alt-address-file
           end-if.
           goback.

      *> The profile file is only needed for the one keyed read, so
      *> it is opened and closed here. Unlike the mail summary there
      *> is no grace for a missing file: without it nobody's
      *> authority can be proved, so the session does not start.
       0050-load-operator-authority.
           open input operator-auth-file.
           if ws-oprauth-status not = '00'
               display 'ERROR OPENING OPERATOR AUTHORITY FILE, STATUS='
               display ws-oprauth-status
               move 16 to return-code
               stop run
           end-if.
           move ws-user-id to opa-user-id.
           read operator-auth-file
               invalid key
                   continue
               not invalid key
                   move opa-grants to ws-operator-grants
           end-read.
           close operator-auth-file.
           if not ws-may-inquire and not ws-may-update
                   and not ws-may-delete and not ws-may-review
               move 'SIGNON' to ws-denied-function
               move spaces to ws-denied-id
               perform 8710-write-security-event
           end-if.

       0060-build-menu-lines.
           move spaces to ws-menu-table.
           move 0 to ws-menu-count.
           if ws-may-update and not ws-master-locked
               add 1 to ws-menu-count
               move 'A - Add' to ws-menu-item (ws-menu-count)
               add 1 to ws-menu-count
               move 'C - Change' to ws-menu-item (ws-menu-count)
           end-if.
           if ws-may-delete and not ws-master-locked
               add 1 to ws-menu-count
               move 'D - Delete' to ws-menu-item (ws-menu-count)
           end-if.
           if ws-may-inquire
               add 1 to ws-menu-count
               move 'I - Inquire' to ws-menu-item (ws-menu-count)
               add 1 to ws-menu-count
               move 'B - Browse' to ws-menu-item (ws-menu-count)
           end-if.
           if ws-may-inquire or ws-may-update or ws-may-delete
               add 1 to ws-menu-count
               move 'S - Seasonal addrs' to ws-menu-item (ws-menu-count)
           end-if.
           if ws-may-review and not ws-master-locked
               add 1 to ws-menu-count
               move 'R - Review pending' to ws-menu-item (ws-menu-count)
           end-if.
           add 1 to ws-menu-count.
           move 'X - Exit' to ws-menu-item (ws-menu-count).
           move spaces to ws-action-table.
           move 0 to ws-action-count.
           if ws-may-update and not ws-master-locked
               add 1 to ws-action-count
               move 'C - Change' to ws-action-item (ws-action-count)
           end-if.
           if ws-may-delete and not ws-master-locked
               add 1 to ws-action-count
               move 'D - Delete' to ws-action-item (ws-action-count)
           end-if.
           if ws-may-inquire
               add 1 to ws-action-count
               move 'I - Inquire' to ws-action-item (ws-action-count)
           end-if.

       0100-process-one-selection.
           move spaces to ws-function.
           move spaces to ws-denied-id.
           perform 8800-check-system-status.
           perform 0060-build-menu-lines.
           display sc-menu.
           accept sc-menu.
           evaluate ws-function
               when 'A'
               when 'a'
                   if ws-may-update
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 1000-add-record
                       end-if
                   else
                       move 'ADD' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'C'
               when 'c'
                   if ws-may-update
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 2000-change-record
                       end-if
                   else
                       move 'CHANGE' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'D'
               when 'd'
                   if ws-may-delete
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 3000-delete-record
                       end-if
                   else
                       move 'DELETE' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'I'
               when 'i'
                   if ws-may-inquire
                       perform 4000-inquire-record
                   else
                       move 'INQUIRE' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'B'
               when 'b'
                   if ws-may-inquire
                       perform 5000-browse-records
                   else
                       move 'BROWSE' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'S'
               when 's'
                   if ws-may-inquire or ws-may-update or ws-may-delete
                       perform 7500-maintain-alternates
                   else
                       move 'ALTADDR' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'R'
               when 'r'
                   if ws-may-review
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 6000-review-pending
                       end-if
                   else
                       move 'REVIEW' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'X'
               when 'x'
                   move 'N' to ws-continue-flag
               display sc-entry
               accept sc-entry
               perform 8020-validate-entered-address
               if ws-record-is-valid
                   perform 8820-confirm-master-open
               end-if
               if ws-record-is-valid
                   move zeros to addr-fail-count
                   move zeros to addr-last-fail-date
                   accept sc-change
                   perform 8020-validate-entered-address
                   if ws-record-is-valid
                       perform 8820-confirm-master-open
                   end-if
                   if ws-record-is-valid
      *> Reinstating an undeliverable record starts it over, the
      *> same as addrsupp's 'A' reinstate - the screen doesn't
      *> expose the failure counters, and leaving them at the
                   move 'Record not found.' to ws-status-msg
               not invalid key
                   perform 8010-capture-before-image
                   move 'Y' to ws-record-valid-switch
                   perform 8820-confirm-master-open
                   evaluate true
                       when not ws-record-is-valid
                           move ws-reject-reason to ws-status-msg
                       when ws-four-eyes-on
      *> The after image of a queued delete is spaces, the same
      *> shape the audit log gives a posted one.
                           move spaces to address-master-record
                           move 'DELETE' to pnd-action
                           perform 8600-queue-pending-item
                       when other
                           delete address-master
                               invalid key
                                   move 'Delete failed.'
                                       to ws-status-msg
                               not invalid key
                                   move 'Record deleted.'
                                       to ws-status-msg
                                   move 'DELETE' to aud-action
                                   move spaces
                                       to address-master-record
                                   perform 8000-write-audit-record
                           end-delete
                   end-evaluate
           end-read.

       8010-capture-before-image.
           move addr-last-fail-date to aud-after-fail-date.
           write audit-log-record.

       8700-refuse-function.
           move spaces to ws-status-msg.
           string ws-denied-function delimited by space
               ' not authorized - attempt logged.' delimited by size
               into ws-status-msg.
           perform 8710-write-security-event.

      *> A refused attempt is a security event, not a master change:
      *> action DENIED, with both images blank except the id the
      *> operator was after (when there was one) and the refused
      *> function, which rides in the after-image name slot so the
      *> audit report can print it. Recovery replay skips DENIED.
       8710-write-security-event.
           move spaces to aud-before-image.
           move spaces to aud-after-image.
           move zeros to aud-after-status-date.
           move zeros to aud-after-fail-count.
           move zeros to aud-after-fail-date.
           move ws-denied-id to aud-after-id.
           move ws-denied-function to aud-after-name.
           move 'DENIED' to aud-action.
           accept aud-log-date from date yyyymmdd.
           accept aud-log-time from time.
           move ws-user-id to aud-user-id.
           move ws-terminal-id to aud-terminal-id.
           write audit-log-record.

       8800-check-system-status.
           call 'syslock' using ws-lock-function ws-user-id
                   ws-terminal-id ws-lock-reason
                   system-status-record ws-lock-ok-flag.
           move 'Y' to ws-master-lock-switch.
           move spaces to ws-system-status-text.
           evaluate true
               when not ws-lock-status-read
                   move 'System status unavailable - inquiry only.'
                       to ws-system-status-text
               when sst-online-open
                   move 'N' to ws-master-lock-switch
                   move 'System open for maintenance.'
                       to ws-system-status-text
               when other
                   string 'Batch run in progress since '
                           delimited by size
                       sst-changed-date delimited by size
                       ' - inquiry only.' delimited by size
                       into ws-system-status-text
           end-evaluate.

       8810-refuse-during-batch.
           move 'Batch run in progress - inquiry only.'
               to ws-status-msg.

      *> The last look before a post, for a flow that has already
      *> passed its edits: a run that took the master while the
      *> screen was up makes the record invalid, with the reason.
       8820-confirm-master-open.
           perform 8800-check-system-status.
           if ws-master-locked
               move 'N' to ws-record-valid-switch
               move 'Batch run started - nothing posted.'
                   to ws-reject-reason
           end-if.

       4000-inquire-record.
           move spaces to address-master-record.
           perform 7000-obtain-record-id.
           read address-master
               invalid key
                   move 'Record not found.' to ws-status-msg
                   move spaces to ws-alt-in-force-text
               not invalid key
                   move spaces to ws-status-msg
                   perform 7510-load-alternates
           end-read.
           perform 4100-get-last-mailed-date.
           display sc-display.
           evaluate ws-review-command
               when 'A'
               when 'a'
                   perform 6215-confirm-review-post
                   if ws-record-is-valid
                       perform 6220-approve-item
                   end-if
               when 'R'
               when 'r'
                   perform 6215-confirm-review-post
                   if ws-record-is-valid
                       perform 6230-reject-item
                   end-if
               when 'N'
               when 'n'
                   set ws-item-is-done to true
                   move 'Enter A, R, N, or X.' to ws-status-msg
           end-evaluate.

      *> PENDAPL reads and rewrites the queue, so a run starting
      *> mid-review ends the review rather than racing it.
       6215-confirm-review-post.
           move 'Y' to ws-record-valid-switch.
           perform 8820-confirm-master-open.
           if not ws-record-is-valid
               move ws-reject-reason to ws-status-msg
               set ws-review-done to true
           end-if.

      *> The second signature must be a second person - that is the
      *> whole control. The item stays pending for another reviewer.
       6220-approve-item.
           evaluate ws-function
               when 'C'
               when 'c'
                   if ws-may-update
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           set ws-id-preselected to true
                           perform 2000-change-record
                       end-if
                   else
                       move 'CHANGE' to ws-denied-function
                       move ws-selected-id to ws-denied-id
                       perform 8700-refuse-function
                   end-if
                   set ws-browse-done to true
               when 'D'
               when 'd'
                   if ws-may-delete
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           set ws-id-preselected to true
                           perform 3000-delete-record
                       end-if
                   else
                       move 'DELETE' to ws-denied-function
                       move ws-selected-id to ws-denied-id
                       perform 8700-refuse-function
                   end-if
                   set ws-browse-done to true
               when 'I'
               when 'i'
                   move 'Invalid selection - try again.'
                       to ws-status-msg
           end-evaluate.

       7500-maintain-alternates.
           move spaces to address-master-record.
           perform 7000-obtain-record-id.
           if not ws-altaddr-is-open
               move 'Alternate address file unavailable.'
                   to ws-status-msg
           else
               read address-master
                   invalid key
                       move 'Record not found.' to ws-status-msg
                   not invalid key
                       move spaces to ws-status-msg
                       move 'N' to ws-alt-done-switch
                       perform 7510-load-alternates
                       perform 7530-show-alternate-list
                           until ws-alt-done
               end-read
           end-if.

      *> Reloaded after every add, change or delete so the list and
      *> the in-force line always show what is on file.
       7510-load-alternates.
           move spaces to ws-alt-table.
           move 0 to ws-alt-count.
           if ws-altaddr-is-open
               move addr-id to alt-addr-id
               move 0 to alt-seq
               move 'N' to ws-alt-done-switch
               start alt-address-file key is not less than alt-key
                   invalid key
                       set ws-alt-done to true
               end-start
               perform until ws-alt-done or ws-alt-count = 9
                   read alt-address-file next record
                       at end
                           set ws-alt-done to true
                       not at end
                           if alt-addr-id not = addr-id
                               set ws-alt-done to true
                           else
                               perform 7515-table-one-alternate
                           end-if
                   end-read
               end-perform
               move 'N' to ws-alt-done-switch
           end-if.
           perform 7520-note-alternate-in-force.
           perform 7525-build-alternate-display.

       7515-table-one-alternate.
           add 1 to ws-alt-count.
           move alt-seq to wa-seq (ws-alt-count).
           move alt-start-mmdd to wa-start-mmdd (ws-alt-count).
           move alt-end-mmdd to wa-end-mmdd (ws-alt-count).
           move alt-street to wa-street (ws-alt-count).
           move alt-city to wa-city (ws-alt-count).
           move alt-state to wa-state (ws-alt-count).
           move alt-zip to wa-zip (ws-alt-count).

      *> The same rule the addralt lookup applies for the label run
      *> and the line extract: the lowest-sequence alternate whose
      *> window covers today, otherwise the primary.
       7520-note-alternate-in-force.
           move 0 to ws-alt-in-force-seq.
           move ws-today-date (5:4) to ws-test-mmdd.
           perform varying ws-alt-idx from ws-alt-count by -1
                   until ws-alt-idx < 1
               move wa-start-mmdd (ws-alt-idx) to ws-test-start
               move wa-end-mmdd (ws-alt-idx) to ws-test-end
               perform 7580-test-date-in-window
               if ws-date-in-window
                   move wa-seq (ws-alt-idx) to ws-alt-in-force-seq
               end-if
           end-perform.
           move spaces to ws-alt-in-force-text.
           if not ws-altaddr-is-open
               move 'PRIMARY (ALTERNATES DOWN)'
                   to ws-alt-in-force-text
           else
               if ws-alt-in-force-seq = 0
                   move 'PRIMARY ADDRESS' to ws-alt-in-force-text
               else
                   string 'ALTERNATE ' delimited by size
                       ws-alt-in-force-seq delimited by size
                       into ws-alt-in-force-text
               end-if
           end-if.

       7525-build-alternate-display.
           move spaces to ws-alt-display.
           perform varying ws-alt-idx from 1 by 1
                   until ws-alt-idx > ws-alt-count
               move space to ws-alt-marker
               if wa-seq (ws-alt-idx) = ws-alt-in-force-seq
                   move '*' to ws-alt-marker
               end-if
               string ws-alt-marker delimited by size
                   ' ' delimited by size
                   wa-seq (ws-alt-idx) delimited by size
                   ' ' delimited by size
                   wa-start-mmdd (ws-alt-idx) delimited by size
                   '-' delimited by size
                   wa-end-mmdd (ws-alt-idx) delimited by size
                   ' ' delimited by size
                   wa-street (ws-alt-idx) delimited by size
                   ' ' delimited by size
                   wa-city (ws-alt-idx) delimited by size
                   ' ' delimited by size
                   wa-state (ws-alt-idx) delimited by size
                   ' ' delimited by size
                   wa-zip (ws-alt-idx) delimited by size
                   into wa-disp-line (ws-alt-idx)
           end-perform.

       7530-show-alternate-list.
           move spaces to ws-alt-command.
           move spaces to ws-alt-seq-entry.
           display sc-alt-list.
           accept sc-alt-list.
           move spaces to ws-status-msg.
           move addr-id to ws-denied-id.
           evaluate ws-alt-command
               when 'A'
               when 'a'
                   if ws-may-update
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 7540-add-alternate
                       end-if
                   else
                       move 'ALTADD' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'C'
               when 'c'
                   if ws-may-update
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 7550-change-alternate
                       end-if
                   else
                       move 'ALTCHG' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'D'
               when 'd'
                   if ws-may-delete
                       if ws-master-locked
                           perform 8810-refuse-during-batch
                       else
                           perform 7560-delete-alternate
                       end-if
                   else
                       move 'ALTDEL' to ws-denied-function
                       perform 8700-refuse-function
                   end-if
               when 'X'
               when 'x'
                   set ws-alt-done to true
               when other
                   move 'Enter A, C, D, or X.' to ws-status-msg
           end-evaluate.

      *> A new alternate takes the lowest free sequence number.
       7540-add-alternate.
           move 0 to ws-alt-free-seq.
           perform varying ws-alt-row from 9 by -1
                   until ws-alt-row < 1
               move 'N' to ws-alt-seq-used-switch
               perform varying ws-alt-idx from 1 by 1
                       until ws-alt-idx > ws-alt-count
                   if wa-seq (ws-alt-idx) = ws-alt-row
                       set ws-alt-seq-used to true
                   end-if
               end-perform
               if not ws-alt-seq-used
                   move ws-alt-row to ws-alt-free-seq
               end-if
           end-perform.
           if ws-alt-free-seq = 0
               move 'All nine alternates in use.' to ws-status-msg
           else
               move spaces to alternate-address-record
               move addr-id to alt-addr-id
               move ws-alt-free-seq to alt-seq
               move zeros to alt-window
               move zeros to alt-changed-date
               display sc-alt-entry
               accept sc-alt-entry
               perform 7570-validate-alternate
               if ws-record-is-valid
                   perform 8820-confirm-master-open
               end-if
               if ws-record-is-valid
                   move spaces to aud-before-image
                   move zeros to aud-before-status-date
                   move zeros to aud-before-fail-count
                   move zeros to aud-before-fail-date
                   move ws-user-id to alt-changed-by
                   move ws-today-date to alt-changed-date
                   write alternate-address-record
                       invalid key
                           move 'Alternate add failed.'
                               to ws-status-msg
                       not invalid key
                           move 'Alternate added.' to ws-status-msg
                           move 'ALTADD' to aud-action
                           perform 8040-write-alt-audit-record
                   end-write
                   perform 7510-load-alternates
               else
                   move ws-reject-reason to ws-status-msg
               end-if
           end-if.

       7545-find-chosen-alternate.
           move 0 to ws-alt-row.
           if ws-alt-seq-entry is numeric
               perform varying ws-alt-idx from 1 by 1
                       until ws-alt-idx > ws-alt-count
                   if wa-seq (ws-alt-idx) = ws-alt-seq-entry
                       move ws-alt-seq-entry to ws-alt-row
                   end-if
               end-perform
           end-if.
           if ws-alt-row = 0
               move 'Key the Seq of a listed alternate.'
                   to ws-status-msg
           end-if.

       7550-change-alternate.
           perform 7545-find-chosen-alternate.
           if ws-alt-row > 0
               move addr-id to alt-addr-id
               move ws-alt-row to alt-seq
               read alt-address-file
                   invalid key
                       move 'Alternate not found.' to ws-status-msg
                   not invalid key
                       perform 8030-capture-alt-before-image
                       display sc-alt-entry
                       accept sc-alt-entry
                       perform 7570-validate-alternate
                       if ws-record-is-valid
                           perform 8820-confirm-master-open
                       end-if
                       if ws-record-is-valid
                           move ws-user-id to alt-changed-by
                           move ws-today-date to alt-changed-date
                           rewrite alternate-address-record
                               invalid key
                                   move 'Alternate update failed.'
                                       to ws-status-msg
                               not invalid key
                                   move 'Alternate changed.'
                                       to ws-status-msg
                                   move 'ALTCHG' to aud-action
                                   perform 8040-write-alt-audit-record
                           end-rewrite
                           perform 7510-load-alternates
                       else
                           move ws-reject-reason to ws-status-msg
                       end-if
               end-read
           end-if.

       7560-delete-alternate.
           perform 7545-find-chosen-alternate.
           if ws-alt-row > 0
               move addr-id to alt-addr-id
               move ws-alt-row to alt-seq
               read alt-address-file
                   invalid key
                       move 'Alternate not found.' to ws-status-msg
                   not invalid key
                       perform 8030-capture-alt-before-image
                       move 'Y' to ws-record-valid-switch
                       perform 8820-confirm-master-open
                       if ws-record-is-valid
                           delete alt-address-file
                               invalid key
                                   move 'Alternate delete failed.'
                                       to ws-status-msg
                               not invalid key
                                   move 'Alternate deleted.'
                                       to ws-status-msg
                                   move 'ALTDEL' to aud-action
                                   move spaces to alt-street alt-city
                                       alt-state alt-zip alt-country
                                       alt-carrier-route
                                   move zeros to alt-window
                                   perform 8040-write-alt-audit-record
                           end-delete
                           perform 7510-load-alternates
                       else
                           move ws-reject-reason to ws-status-msg
                       end-if
               end-read
           end-if.

      *> The window must be two real month-days and must not touch
      *> any other alternate's window for this customer; then the
      *> address itself gets the same addrval edits as the master.
       7570-validate-alternate.
           move 'Y' to ws-record-valid-switch.
           move alt-start-mmdd to ws-test-start.
           perform 7575-check-month-day.
           if ws-record-is-valid
               move alt-end-mmdd to ws-test-start
               perform 7575-check-month-day
           end-if.
           if ws-record-is-valid and alt-street = spaces
               move 'N' to ws-record-valid-switch
               move 'Street is required' to ws-reject-reason
           end-if.
           if ws-record-is-valid
               perform varying ws-alt-idx from 1 by 1
                       until ws-alt-idx > ws-alt-count
                   if wa-seq (ws-alt-idx) not = alt-seq
                       perform 7577-check-window-overlap
                   end-if
               end-perform
           end-if.
           if ws-record-is-valid
               call 'addrval' using alt-state alt-zip alt-country
                       ws-record-valid-switch ws-reject-reason
           end-if.
           if ws-record-is-valid
      *> A keyed address is unstandardized until tonight's CASS.
               move spaces to alt-carrier-route
           end-if.

       7575-check-month-day.
           if ws-test-start is not numeric
               move 'N' to ws-record-valid-switch
           else
               move ws-test-start (1:2) to ws-window-month
               move ws-test-start (3:2) to ws-window-day
               if ws-window-month < 1 or ws-window-month > 12
                   move 'N' to ws-record-valid-switch
               else
                   if ws-window-day < 1 or ws-window-day >
                           ws-month-days (ws-window-month)
                       move 'N' to ws-record-valid-switch
                   end-if
               end-if
           end-if.
           if not ws-record-is-valid
               move 'From/To must be a valid MMDD'
                   to ws-reject-reason
           end-if.

      *> Two recurring windows overlap exactly when either one's
      *> start falls inside the other.
       7577-check-window-overlap.
           move alt-start-mmdd to ws-test-mmdd.
           move wa-start-mmdd (ws-alt-idx) to ws-test-start.
           move wa-end-mmdd (ws-alt-idx) to ws-test-end.
           perform 7580-test-date-in-window.
           if not ws-date-in-window
               move wa-start-mmdd (ws-alt-idx) to ws-test-mmdd
               move alt-start-mmdd to ws-test-start
               move alt-end-mmdd to ws-test-end
               perform 7580-test-date-in-window
           end-if.
           if ws-date-in-window
               move 'N' to ws-record-valid-switch
               move spaces to ws-reject-reason
               string 'Window overlaps alternate ' delimited by size
                   wa-seq (ws-alt-idx) delimited by size
                   into ws-reject-reason
           end-if.

       7580-test-date-in-window.
           move 'N' to ws-in-window-switch.
           if ws-test-start <= ws-test-end
               if ws-test-mmdd >= ws-test-start
                       and ws-test-mmdd <= ws-test-end
                   set ws-date-in-window to true
               end-if
           else
               if ws-test-mmdd >= ws-test-start
                       or ws-test-mmdd <= ws-test-end
                   set ws-date-in-window to true
               end-if
           end-if.

      *> Alternate audit images use the master layout: the id and
      *> the customer's name as on the master, the alternate's
      *> address fields, its sequence in the status slot and its
      *> window (start MMDD then end MMDD) in the status-date slot.
       8030-capture-alt-before-image.
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

       8040-write-alt-audit-record.
           accept aud-log-date from date yyyymmdd.
           accept aud-log-time from time.
           move ws-user-id to aud-user-id.
           move ws-terminal-id to aud-terminal-id.
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
