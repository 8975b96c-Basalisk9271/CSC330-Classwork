       identification division.
       program-id.
       addrintg.
       author.
           Chris P. Bacon.
       date-written.
           October 15, 2026.

      *> Nightly cross-file integrity check, run after the night's
      *> last report and ahead of VERIFY. ADDRBAL proves counts and
      *> hashes; this proves that the files pointing at an ADDR-ID
      *> still agree with each other:
      *>
      *>   - every MAIL.SUMMARY key has a master record, a purge
      *>     archive (PROD.ADDRESS.MASTER.ARCHIVE) record, or an
      *>     entry on the privacy erasure register
      *>   - no PENDING item still pending ('P') or approved ('A')
      *>     names an id that is no longer on the master
      *>   - every MERGE.XREF survivor is on the master and active
      *>     (or was erased since)
      *>   - no numeric master ADDR-ID is above IDC-LAST-ID, where
      *>     the next add would collide with it
      *>   - every master record matches the after-image of its
      *>     latest audit record (live log plus the archive
      *>     generations). A difference means the record was changed
      *>     by something that didn't log it; a record still on the
      *>     master after a logged DELETE, PURGE or ERASE is drift
      *>     the other way round. DENIED and the ALT* actions don't
      *>     touch the master and are left out. A record with no
      *>     audit history at all (loaded before the log existed) is
      *>     only counted.
      *>
      *> Everything goes through one sort by ADDR-ID - the master,
      *> the archive and erased ids, the audit records, the summary
      *> keys, the live pending items and the xref survivors, typed
      *> so each id's master and audit history arrive ahead of the
      *> records that are judged against them. Each exception
      *> prints on the integrity report; any exception ends the
      *> step RC 8, which VERIFY reports as integrity drift for the
      *> night.

       environment division.
       input-output section.
       file-control.
           select address-master assign to s-addrmas
               organization is indexed
               access mode is sequential
               record key is addr-id
               file status is ws-addrmas-status.
           select mail-summary-file assign to s-mailsum
               organization is indexed
               access mode is sequential
               record key is msm-addr-id
               file status is ws-mailsum-status.
           select pending-trans-file assign to s-pendtrn
               organization is indexed
               access mode is sequential
               record key is pnd-key
               file status is ws-pendtrn-status.
           select id-control-file assign to s-idctl
               organization is indexed
               access mode is random
               record key is idc-key
               file status is ws-idctl-status.
           select dupe-xref-file assign to s-dupexrf
               organization is sequential
               file status is ws-dupexrf-status.
           select audit-log-file assign to s-auditlg
               organization is sequential
               file status is ws-auditlg-status.
           select audit-archive-file assign to s-audarc
               organization is sequential
               file status is ws-audarc-status.
           select master-archive-file assign to s-archive
               organization is sequential
               file status is ws-archive-status.
           select erasure-file assign to s-erasure
               organization is indexed
               access mode is sequential
               record key is ers-addr-id
               file status is ws-erasure-status.
           select integrity-report-file assign to s-intgrpt
               organization is sequential
               file status is ws-intgrpt-status.
           select integrity-sort-file assign to s-sortwk.

       data division.
       file section.
       fd address-master
           label records are standard.
           copy addrmas.cpy.

       fd mail-summary-file
           label records are standard.
           copy mailsum.cpy.

       fd pending-trans-file
           label records are standard.
           copy pendtrn.cpy.

       fd id-control-file
           label records are standard.
           copy addrnid.cpy.

       fd dupe-xref-file
           label records are omitted.
       01 dupe-xref-record.
           05 xrf-loser-id            picture x(6).
           05 filler                  picture x.
           05 xrf-survivor-id         picture x(6).
           05 filler                  picture x.
           05 xrf-merge-date          picture 9(8).
           05 filler                  picture x(58).

       fd audit-log-file
           label records are omitted.
       01 audit-log-in-record         picture x(304).

       fd audit-archive-file
           label records are omitted.
       01 audit-archive-record        picture x(304).

       fd master-archive-file
           label records are omitted.
       01 master-archive-record       picture x(133).

       fd erasure-file
           label records are standard.
           copy erasure.cpy.

       fd integrity-report-file
           label records are omitted.
       01 integrity-report-line       picture x(80).

      *> Within an id: master image (0), purge archive image (1),
      *> erasure register entry (2), audit records oldest first
      *> (3), then the records judged against them - summary key
      *> (4), pending item (5), xref survivor (6).
       sd integrity-sort-file.
       01 integrity-sort-record.
           05 is-addr-id              picture x(6).
           05 is-type                 picture x.
           05 is-date                 picture 9(8).
           05 is-time                 picture 9(8).
           05 is-seq                  picture 9(9).
           05 is-data                 picture x(304).

       working-storage section.
       01 ws-addrmas-status       picture x(2).
       01 ws-mailsum-status       picture x(2).
       01 ws-pendtrn-status       picture x(2).
       01 ws-idctl-status         picture x(2).
       01 ws-dupexrf-status       picture x(2).
       01 ws-auditlg-status       picture x(2).
       01 ws-audarc-status        picture x(2).
       01 ws-archive-status       picture x(2).
       01 ws-intgrpt-status       picture x(2).
       01 ws-erasure-status       picture x(2).

       01 ws-master-eof-switch    picture x value 'N'.
           88 ws-end-of-master value 'Y'.
       01 ws-mailsum-eof-switch   picture x value 'N'.
           88 ws-end-of-mail-summary value 'Y'.
       01 ws-pendtrn-eof-switch   picture x value 'N'.
           88 ws-end-of-pending value 'Y'.
       01 ws-xref-eof-switch      picture x value 'N'.
           88 ws-end-of-xref value 'Y'.
       01 ws-audit-eof-switch     picture x value 'N'.
           88 ws-end-of-audit value 'Y'.
       01 ws-audarc-eof-switch    picture x value 'N'.
           88 ws-end-of-audit-archive value 'Y'.
       01 ws-archive-eof-switch   picture x value 'N'.
           88 ws-end-of-archive value 'Y'.
       01 ws-erasure-eof-switch   picture x value 'N'.
           88 ws-end-of-erasures value 'Y'.
       01 ws-sort-eof-switch      picture x value 'N'.
           88 ws-end-of-sorted-records value 'Y'.

           copy auditlog.cpy.

       01 ws-run-date             picture 9(8).
       01 ws-release-seq          picture 9(9) value 0.
       01 ws-idc-switch           picture x value 'N'.
           88 ws-idc-was-read value 'Y'.
       01 ws-last-id              picture 9(6) value 0.
       01 ws-numeric-id           picture 9(6).

      *> What the id being worked has shown so far.
       01 ws-group-id             picture x(6) value low-values.
       01 ws-master-held-switch   picture x value 'N'.
           88 ws-master-held value 'Y'.
       01 ws-master-image.
           05 wmi-id                  picture x(6).
           05 wmi-name                picture x(26).
           05 wmi-street              picture x(26).
           05 wmi-city                picture x(20).
           05 wmi-state               picture x(2).
           05 wmi-zip                 picture x(10).
           05 wmi-country             picture x(20).
           05 wmi-route               picture x(4).
           05 wmi-status              picture x.
               88 wmi-is-active           value 'A', ' '.
           05 wmi-status-date         picture x(8).
           05 wmi-fail-count          picture x(2).
           05 wmi-fail-date           picture x(8).
       01 ws-archive-held-switch  picture x value 'N'.
           88 ws-archive-held value 'Y'.
       01 ws-erased-held-switch   picture x value 'N'.
           88 ws-erased-held value 'Y'.
       01 ws-audit-held-switch    picture x value 'N'.
           88 ws-audit-held value 'Y'.
       01 ws-last-audit.
           05 wla-date                picture 9(8).
           05 wla-time                picture 9(8).
           05 wla-user                picture x(8).
           05 wla-terminal            picture x(8).
           05 wla-action              picture x(6).
           05 wla-after-image.
               10 wla-id              picture x(6).
               10 wla-name            picture x(26).
               10 wla-street          picture x(26).
               10 wla-city            picture x(20).
               10 wla-state           picture x(2).
               10 wla-zip             picture x(10).
               10 wla-country         picture x(20).
               10 wla-route           picture x(4).
               10 wla-status          picture x.
               10 wla-status-date     picture x(8).
               10 wla-fail-count      picture x(2).
               10 wla-fail-date       picture x(8).

      *> The part of a pending item the report needs, carried in
      *> the sort data.
       01 ws-pending-view.
           05 wpv-key                 picture x(16).
           05 wpv-action              picture x(6).
           05 wpv-user-id             picture x(8).
           05 wpv-status              picture x.

      *> Mail summary and merge xref records as carried in the sort
      *> data; their files are closed by the time the ids are
      *> checked.
       01 ws-summary-view.
           05 wsv-addr-id             picture x(6).
           05 wsv-last-mail-date      picture 9(8).
           05 filler                  picture x(10).

       01 ws-xref-view.
           05 wxv-loser-id            picture x(6).
           05 filler                  picture x.
           05 wxv-survivor-id         picture x(6).
           05 filler                  picture x.
           05 wxv-merge-date          picture 9(8).
           05 filler                  picture x(58).

       01 ws-field-list           picture x(60).
       01 ws-field-ptr            picture 9(2).
       01 ws-field-label          picture x(8).
       01 ws-check-label          picture x(16).
       01 ws-detail-note          picture x(56).

       01 ws-master-count         picture 9(7) value 0.
       01 ws-mailsum-count        picture 9(7) value 0.
       01 ws-pending-count        picture 9(7) value 0.
       01 ws-xref-count           picture 9(7) value 0.
       01 ws-audit-count          picture 9(9) value 0.
       01 ws-no-audit-count       picture 9(7) value 0.
       01 ws-orphan-summary-count picture 9(7) value 0.
       01 ws-orphan-pending-count picture 9(7) value 0.
       01 ws-bad-survivor-count   picture 9(7) value 0.
       01 ws-high-id-count        picture 9(7) value 0.
       01 ws-drift-count          picture 9(7) value 0.
       01 ws-exception-count      picture 9(7) value 0.
       01 ws-total-label          picture x(40).
       01 ws-total-value          picture 9(9).

       01 ws-stplog-function      picture x.
       01 ws-step-name            picture x(8) value 'INTEGRTY'.
       01 ws-step-count           picture 9(9) value 0.
       01 ws-step-condition       picture 9(4) value 0.

       procedure division.
       0000-main.
           move 'S' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           accept ws-run-date from date yyyymmdd.
           perform 1000-open-files.
           perform 1500-read-id-control.
           sort integrity-sort-file
               ascending key is-addr-id is-type is-date is-time
                   is-seq
               input procedure is 2000-release-records
               output procedure is 3000-check-records.
           perform 9000-write-totals.
           close integrity-report-file.
           if ws-exception-count > 0
               move 8 to return-code
               move 8 to ws-step-condition
           end-if.
           move ws-master-count to ws-step-count.
           move 'E' to ws-stplog-function.
           call 'stplog' using ws-stplog-function ws-step-name
                   ws-step-count ws-step-condition.
           stop run.

       1000-open-files.
           open output integrity-report-file.
           if ws-intgrpt-status not = '00'
               display 'ERROR OPENING INTEGRITY REPORT, STATUS='
               display ws-intgrpt-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to integrity-report-line.
           string 'CROSS-FILE INTEGRITY CHECK ' delimited by size
               ws-run-date delimited by size
               into integrity-report-line.
           write integrity-report-line.
           move spaces to integrity-report-line.
           write integrity-report-line.
           move 'ID     CHECK            DETAIL'
               to integrity-report-line.
           write integrity-report-line.

      *> No control record yet means no id has been assigned, so
      *> there is no ceiling to hold the master to; the report says
      *> the check was skipped rather than flag every id.
       1500-read-id-control.
           open input id-control-file.
           if ws-idctl-status not = '00'
               display 'ERROR OPENING ID CONTROL FILE, STATUS='
               display ws-idctl-status
               move 16 to return-code
               stop run
           end-if.
           move 'NEXTID' to idc-key.
           read id-control-file
               invalid key
                   continue
               not invalid key
                   if idc-last-id is numeric
                       move idc-last-id to ws-last-id
                       set ws-idc-was-read to true
                   end-if
           end-read.
           close id-control-file.

       2000-release-records.
           perform 2100-release-master.
           perform 2200-release-master-archive.
           perform 2250-release-erasures.
           perform 2300-release-audit-log.
           perform 2400-release-audit-archive.
           perform 2500-release-mail-summary.
           perform 2600-release-pending.
           perform 2700-release-xref.

       2100-release-master.
           open input address-master.
           if ws-addrmas-status not = '00'
               display 'ERROR OPENING ADDRESS MASTER, STATUS='
               display ws-addrmas-status
               move 16 to return-code
               stop run
           end-if.
           read address-master next record
               at end
                   set ws-end-of-master to true
           end-read.
           perform until ws-end-of-master
               add 1 to ws-master-count
               move addr-id to is-addr-id
               move '0' to is-type
               move 0 to is-date
               move 0 to is-time
               move address-master-record to is-data
               perform 2900-release-one-record
               read address-master next record
                   at end
                       set ws-end-of-master to true
               end-read
           end-perform.
           close address-master.

      *> Purge generations are wrapped in HDR/TRL records; those are
      *> recognized the guarded way addrrelo does it and skipped.
       2200-release-master-archive.
           open input master-archive-file.
           if ws-archive-status not = '00'
               display 'ERROR OPENING MASTER ARCHIVE, STATUS='
               display ws-archive-status
               move 16 to return-code
               stop run
           end-if.
           read master-archive-file
               at end
                   set ws-end-of-archive to true
           end-read.
           perform until ws-end-of-archive
               evaluate true
                   when master-archive-record (1:3) = 'HDR'
                           and master-archive-record (4:8) is numeric
                       continue
                   when master-archive-record (1:3) = 'TRL'
                           and master-archive-record (4:9) is numeric
                           and master-archive-record (25:109) = spaces
                       continue
                   when other
                       move master-archive-record (1:6) to is-addr-id
                       move '1' to is-type
                       move 0 to is-date
                       move 0 to is-time
                       move master-archive-record to is-data
                       perform 2900-release-one-record
               end-evaluate
               read master-archive-file
                   at end
                       set ws-end-of-archive to true
               end-read
           end-perform.
           close master-archive-file.

       2250-release-erasures.
           open input erasure-file.
           if ws-erasure-status not = '00'
               display 'ERROR OPENING ERASURE REGISTER, STATUS='
               display ws-erasure-status
               move 16 to return-code
               stop run
           end-if.
           read erasure-file next record
               at end
                   set ws-end-of-erasures to true
           end-read.
           perform until ws-end-of-erasures
               move ers-addr-id to is-addr-id
               move '2' to is-type
               move ers-erase-date to is-date
               move 0 to is-time
               move erasure-record to is-data
               perform 2900-release-one-record
               read erasure-file next record
                   at end
                       set ws-end-of-erasures to true
               end-read
           end-perform.
           close erasure-file.

       2300-release-audit-log.
           open input audit-log-file.
           if ws-auditlg-status not = '00'
               display 'ERROR OPENING AUDIT LOG FILE, STATUS='
               display ws-auditlg-status
               move 16 to return-code
               stop run
           end-if.
           read audit-log-file into audit-log-record
               at end
                   set ws-end-of-audit to true
           end-read.
           perform until ws-end-of-audit
               perform 2350-release-one-audit
               read audit-log-file into audit-log-record
                   at end
                       set ws-end-of-audit to true
               end-read
           end-perform.
           close audit-log-file.

      *> Deletes and purges carry the id in the before-image only.
       2350-release-one-audit.
           evaluate aud-action
               when 'DENIED'
               when 'ALTADD'
               when 'ALTCHG'
               when 'ALTDEL'
                   continue
               when other
                   add 1 to ws-audit-count
                   if aud-after-id not = spaces
                       move aud-after-id to is-addr-id
                   else
                       move aud-before-id to is-addr-id
                   end-if
                   move '3' to is-type
                   move aud-log-date to is-date
                   move aud-log-time to is-time
                   move audit-log-record to is-data
                   perform 2900-release-one-record
           end-evaluate.

       2400-release-audit-archive.
           open input audit-archive-file.
           if ws-audarc-status not = '00'
               display 'ERROR OPENING AUDIT LOG ARCHIVE, STATUS='
               display ws-audarc-status
               move 16 to return-code
               stop run
           end-if.
           read audit-archive-file into audit-log-record
               at end
                   set ws-end-of-audit-archive to true
           end-read.
           perform until ws-end-of-audit-archive
               perform 2350-release-one-audit
               read audit-archive-file into audit-log-record
                   at end
                       set ws-end-of-audit-archive to true
               end-read
           end-perform.
           close audit-archive-file.

       2500-release-mail-summary.
           open input mail-summary-file.
           if ws-mailsum-status not = '00'
               display 'ERROR OPENING MAIL SUMMARY FILE, STATUS='
               display ws-mailsum-status
               move 16 to return-code
               stop run
           end-if.
           read mail-summary-file next record
               at end
                   set ws-end-of-mail-summary to true
           end-read.
           perform until ws-end-of-mail-summary
               add 1 to ws-mailsum-count
               move msm-addr-id to is-addr-id
               move '4' to is-type
               move 0 to is-date
               move 0 to is-time
               move mail-summary-record to is-data
               perform 2900-release-one-record
               read mail-summary-file next record
                   at end
                       set ws-end-of-mail-summary to true
               end-read
           end-perform.
           close mail-summary-file.

      *> Only live items matter: posted, rejected and failed items
      *> stay on the queue as evidence and point wherever they
      *> pointed at the time.
       2600-release-pending.
           open input pending-trans-file.
           if ws-pendtrn-status not = '00'
               display 'ERROR OPENING PENDING FILE, STATUS='
               display ws-pendtrn-status
               move 16 to return-code
               stop run
           end-if.
           read pending-trans-file next record
               at end
                   set ws-end-of-pending to true
           end-read.
           perform until ws-end-of-pending
               if (pnd-is-pending or pnd-is-approved)
                       and pnd-before-id not = spaces
                   add 1 to ws-pending-count
                   move pnd-key to wpv-key
                   move pnd-action to wpv-action
                   move pnd-user-id to wpv-user-id
                   move pnd-status to wpv-status
                   move pnd-before-id to is-addr-id
                   move '5' to is-type
                   move pnd-date to is-date
                   move pnd-time to is-time
                   move ws-pending-view to is-data
                   perform 2900-release-one-record
               end-if
               read pending-trans-file next record
                   at end
                       set ws-end-of-pending to true
               end-read
           end-perform.
           close pending-trans-file.

       2700-release-xref.
           open input dupe-xref-file.
           if ws-dupexrf-status not = '00'
               display 'ERROR OPENING MERGE XREF FILE, STATUS='
               display ws-dupexrf-status
               move 16 to return-code
               stop run
           end-if.
           read dupe-xref-file
               at end
                   set ws-end-of-xref to true
           end-read.
           perform until ws-end-of-xref
               add 1 to ws-xref-count
               move xrf-survivor-id to is-addr-id
               move '6' to is-type
               move xrf-merge-date to is-date
               move 0 to is-time
               move dupe-xref-record to is-data
               perform 2900-release-one-record
               read dupe-xref-file
                   at end
                       set ws-end-of-xref to true
               end-read
           end-perform.
           close dupe-xref-file.

       2900-release-one-record.
           add 1 to ws-release-seq.
           move ws-release-seq to is-seq.
           release integrity-sort-record.

       3000-check-records.
           return integrity-sort-file
               at end
                   set ws-end-of-sorted-records to true
           end-return.
           perform until ws-end-of-sorted-records
               if is-addr-id not = ws-group-id
                   perform 3900-finish-id
                   perform 3050-start-id
               end-if
               evaluate is-type
                   when '0'
                       move is-data (1:133) to ws-master-image
                       set ws-master-held to true
                   when '1'
                       set ws-archive-held to true
                   when '2'
                       set ws-erased-held to true
                   when '3'
                       perform 3200-take-audit-record
                   when '4'
                       perform 3300-check-mail-summary
                   when '5'
                       perform 3400-check-pending-item
                   when '6'
                       perform 3500-check-survivor
               end-evaluate
               return integrity-sort-file
                   at end
                       set ws-end-of-sorted-records to true
               end-return
           end-perform.
           perform 3900-finish-id.

       3050-start-id.
           move is-addr-id to ws-group-id.
           move 'N' to ws-master-held-switch.
           move 'N' to ws-archive-held-switch.
           move 'N' to ws-erased-held-switch.
           move 'N' to ws-audit-held-switch.

      *> Oldest first, so the last one kept is the latest.
       3200-take-audit-record.
           move is-data to audit-log-record.
           move aud-log-date to wla-date.
           move aud-log-time to wla-time.
           move aud-user-id to wla-user.
           move aud-terminal-id to wla-terminal.
           move aud-action to wla-action.
           move aud-after-image to wla-after-image.
           set ws-audit-held to true.

       3300-check-mail-summary.
           if not ws-master-held and not ws-archive-held
                   and not ws-erased-held
               add 1 to ws-orphan-summary-count
               move is-data (1:24) to ws-summary-view
               move spaces to ws-detail-note
               string 'LAST MAILED ' delimited by size
                   wsv-last-mail-date delimited by size
                   into ws-detail-note
               perform 3800-add-last-action-note
               move 'SUMMARY ORPHAN' to ws-check-label
               perform 8000-write-exception
           end-if.

       3400-check-pending-item.
           if not ws-master-held
               add 1 to ws-orphan-pending-count
               move is-data to ws-pending-view
               move spaces to ws-detail-note
               string wpv-action delimited by space
                   ' ' delimited by size
                   wpv-status delimited by size
                   ' KEYED ' delimited by size
                   wpv-key delimited by size
                   ' BY ' delimited by size
                   wpv-user-id delimited by space
                   into ws-detail-note
               perform 3800-add-last-action-note
               move 'PENDING ORPHAN' to ws-check-label
               perform 8000-write-exception
           end-if.

       3500-check-survivor.
           move is-data (1:80) to ws-xref-view.
           evaluate true
               when ws-erased-held
                   continue
               when not ws-master-held
                   add 1 to ws-bad-survivor-count
                   move spaces to ws-detail-note
                   string 'LOSER ' delimited by size
                       wxv-loser-id delimited by size
                       ' MERGED ' delimited by size
                       wxv-merge-date delimited by size
                       ' - NOT ON MASTER' delimited by size
                       into ws-detail-note
                   move 'SURVIVOR GONE' to ws-check-label
                   perform 8000-write-exception
               when not wmi-is-active
                   add 1 to ws-bad-survivor-count
                   move spaces to ws-detail-note
                   string 'LOSER ' delimited by size
                       wxv-loser-id delimited by size
                       ' MERGED ' delimited by size
                       wxv-merge-date delimited by size
                       ' - STATUS ' delimited by size
                       wmi-status delimited by size
                       ' SINCE ' delimited by size
                       wmi-status-date delimited by size
                       into ws-detail-note
                   move 'SURVIVOR INACTV' to ws-check-label
                   perform 8000-write-exception
               when other
                   continue
           end-evaluate.

      *> What the log last said about an id that has left the
      *> master, appended to the detail when there is room.
       3800-add-last-action-note.
           if ws-audit-held
               move 1 to ws-field-ptr
               inspect ws-detail-note tallying ws-field-ptr
                   for characters before initial '  '
               string ' - ' delimited by size
                   wla-action delimited by space
                   ' ' delimited by size
                   wla-date delimited by size
                   into ws-detail-note
                   with pointer ws-field-ptr
               end-string
           end-if.

       3900-finish-id.
           if ws-group-id not = low-values and ws-master-held
               perform 3910-check-id-ceiling
               perform 3920-check-latest-audit
           end-if.

       3910-check-id-ceiling.
           if ws-idc-was-read and wmi-id is numeric
               move wmi-id to ws-numeric-id
               if ws-numeric-id > ws-last-id
                   add 1 to ws-high-id-count
                   move spaces to ws-detail-note
                   string 'ABOVE IDC-LAST-ID ' delimited by size
                       ws-last-id delimited by size
                       into ws-detail-note
                   move 'ID ABOVE CONTROL' to ws-check-label
                   perform 8000-write-exception
               end-if
           end-if.

       3920-check-latest-audit.
           evaluate true
               when not ws-audit-held
                   add 1 to ws-no-audit-count
               when wla-action = 'DELETE' or wla-action = 'PURGE'
                       or wla-action = 'ERASE'
                   add 1 to ws-drift-count
                   move spaces to ws-detail-note
                   string 'STILL ON MASTER AFTER ' delimited by size
                       wla-action delimited by space
                       ' ' delimited by size
                       wla-date delimited by size
                       ' BY ' delimited by size
                       wla-user delimited by space
                       into ws-detail-note
                   move 'UNLOGGED CHANGE' to ws-check-label
                   perform 8000-write-exception
               when wla-after-image not = ws-master-image
                   add 1 to ws-drift-count
                   perform 3930-list-changed-fields
                   move spaces to ws-detail-note
                   string 'VS ' delimited by size
                       wla-action delimited by space
                       ' ' delimited by size
                       wla-date delimited by size
                       ':' delimited by size
                       ws-field-list delimited by size
                       into ws-detail-note
                   move 'UNLOGGED CHANGE' to ws-check-label
                   perform 8000-write-exception
               when other
                   continue
           end-evaluate.

       3930-list-changed-fields.
           move spaces to ws-field-list.
           move 1 to ws-field-ptr.
           if wla-name not = wmi-name
               move 'NAME' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-street not = wmi-street
               move 'STREET' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-city not = wmi-city
               move 'CITY' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-state not = wmi-state
               move 'STATE' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-zip not = wmi-zip
               move 'ZIP' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-country not = wmi-country
               move 'COUNTRY' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-route not = wmi-route
               move 'ROUTE' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-status not = wmi-status
                   or wla-status-date not = wmi-status-date
               move 'STATUS' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-fail-count not = wmi-fail-count
                   or wla-fail-date not = wmi-fail-date
               move 'FAILS' to ws-field-label
               perform 3940-add-field-name
           end-if.
           if wla-id not = wmi-id
               move 'ID' to ws-field-label
               perform 3940-add-field-name
           end-if.

       3940-add-field-name.
           string ' ' delimited by size
               ws-field-label delimited by space
               into ws-field-list
               with pointer ws-field-ptr
           end-string.

       8000-write-exception.
           add 1 to ws-exception-count.
           move spaces to integrity-report-line.
           string ws-group-id delimited by size
               ' ' delimited by size
               ws-check-label delimited by size
               ' ' delimited by size
               ws-detail-note delimited by size
               into integrity-report-line.
           write integrity-report-line.

       9000-write-totals.
           if ws-exception-count = 0
               move 'NO EXCEPTIONS' to integrity-report-line
               write integrity-report-line
           end-if.
           move spaces to integrity-report-line.
           write integrity-report-line.
           move 'MASTER RECORDS READ' to ws-total-label.
           move ws-master-count to ws-total-value.
           perform 9100-write-one-total.
           move 'AUDIT RECORDS READ' to ws-total-label.
           move ws-audit-count to ws-total-value.
           perform 9100-write-one-total.
           move 'MAIL SUMMARY RECORDS READ' to ws-total-label.
           move ws-mailsum-count to ws-total-value.
           perform 9100-write-one-total.
           move 'LIVE PENDING ITEMS READ' to ws-total-label.
           move ws-pending-count to ws-total-value.
           perform 9100-write-one-total.
           move 'MERGE XREF RECORDS READ' to ws-total-label.
           move ws-xref-count to ws-total-value.
           perform 9100-write-one-total.
           move 'MASTER RECORDS WITH NO AUDIT HISTORY'
               to ws-total-label.
           move ws-no-audit-count to ws-total-value.
           perform 9100-write-one-total.
           move spaces to integrity-report-line.
           write integrity-report-line.
           move 'SUMMARY KEYS WITH NO MASTER/ARCHIVE' to ws-total-label.
           move ws-orphan-summary-count to ws-total-value.
           perform 9100-write-one-total.
           move 'LIVE PENDING ITEMS WITH NO MASTER' to ws-total-label.
           move ws-orphan-pending-count to ws-total-value.
           perform 9100-write-one-total.
           move 'XREF SURVIVORS NOT ACTIVE' to ws-total-label.
           move ws-bad-survivor-count to ws-total-value.
           perform 9100-write-one-total.
           move 'MASTER IDS ABOVE ID CONTROL' to ws-total-label.
           move ws-high-id-count to ws-total-value.
           perform 9100-write-one-total.
           move 'MASTER DIFFERS FROM LATEST AUDIT' to ws-total-label.
           move ws-drift-count to ws-total-value.
           perform 9100-write-one-total.
           if not ws-idc-was-read
               move 'ID CONTROL RECORD NOT ON FILE - ID CHECK SKIPPED'
                   to integrity-report-line
               write integrity-report-line
           end-if.
           move spaces to integrity-report-line.
           write integrity-report-line.
           if ws-exception-count > 0
               move 'INTEGRITY EXCEPTIONS FOUND - SEE ABOVE'
                   to integrity-report-line
           else
               move 'ALL FILES AGREE' to integrity-report-line
           end-if.
           write integrity-report-line.

       9100-write-one-total.
           move spaces to integrity-report-line.
           string ws-total-label delimited by size
               ws-total-value delimited by size
               into integrity-report-line.
           write integrity-report-line.
